      *    Destination account of a virement ; zero for a dépôt
      *    or a retrait.
           05  BT-DEST-ACCT-NUMBER      PIC 9(6).
      *    Beneficiary of an external virement ("vir. ext.") to
      *    another bank : bank identifier (BIC), account (IBAN)
      *    and name ; spaces for any other transaction.
           05  BT-BENEF-BANK-ID         PIC X(11).
           05  BT-BENEF-ACCOUNT         PIC X(34).
           05  BT-BENEF-NAME            PIC X(35).
      *    Trailer/control record supplied by the sending system :
      *    999999 in the sequence field marks it, followed by the
      *    data-record count and the amount hash total. Checked by
           05  BC-RECORD-COUNT          PIC 9(6).
           05  FILLER                   PIC X(10).
           05  BC-AMOUNT-TOTAL          PIC 9(10)V99.
           05  FILLER                   PIC X(86).
