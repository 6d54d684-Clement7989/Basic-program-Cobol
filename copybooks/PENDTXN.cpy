           05  PT-TIME-HELD             PIC 9(6).
      *    Destination account of a held virement ; zero otherwise.
           05  PT-DEST-ACCT-NUMBER      PIC 9(6).
      *    Beneficiary of a held external virement ; spaces
      *    otherwise.
           05  PT-BENEF-BANK-ID         PIC X(11).
           05  PT-BENEF-ACCOUNT         PIC X(34).
           05  PT-BENEF-NAME            PIC X(35).
