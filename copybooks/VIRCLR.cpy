      *****************************************************
      *  VIRCLR.cpy                                       *
      *  Record layouts of the daily outbound payment     *
      *  file sent to the clearing house by               *
      *  ExtTransferSend : one header, one payment        *
      *  record per external virement, and a trailer      *
      *  carrying the batch control totals (payment       *
      *  count and amount hash total) the clearing house  *
      *  checks on receipt.                               *
      *****************************************************
       01  CLEARING-HEADER-RECORD.
           05  CH-RECORD-TYPE           PIC X(2).
               88  CH-IS-HEADER             VALUE "01".
           05  CH-SENDER-BANK-ID        PIC X(11).
           05  CH-CREATION-DATE         PIC 9(8).
           05  CH-CREATION-TIME         PIC 9(6).
           05  FILLER                   PIC X(93).
       01  CLEARING-PAYMENT-RECORD.
           05  CP-RECORD-TYPE           PIC X(2).
               88  CP-IS-PAYMENT            VALUE "02".
      *    Référence du registre VIREXT, reprise telle quelle
      *    par la chambre sur un éventuel rejet.
           05  CP-REFERENCE             PIC X(17).
           05  CP-DEBTOR-ACCT           PIC 9(6).
           05  CP-AMOUNT                PIC 9(10)V99.
           05  CP-BENEF-BANK-ID         PIC X(11).
           05  CP-BENEF-ACCOUNT         PIC X(34).
           05  CP-BENEF-NAME            PIC X(35).
           05  FILLER                   PIC X(3).
       01  CLEARING-TRAILER-RECORD.
           05  CT-RECORD-TYPE           PIC X(2).
               88  CT-IS-TRAILER            VALUE "09".
           05  CT-PAYMENT-COUNT         PIC 9(6).
           05  CT-AMOUNT-TOTAL          PIC 9(12)V99.
           05  FILLER                   PIC X(98).
