      *****************************************************
      *  VIRRET.cpy                                       *
      *  Record layouts of the returns file received from *
      *  the clearing house : one header, one record per  *
      *  payment the beneficiary bank rejected, with the  *
      *  reject reason, and a trailer carrying the count  *
      *  and amount hash total. Loaded by                 *
      *  ExtTransferReturn, which re-credits the customer.*
      *****************************************************
       01  RETURN-HEADER-RECORD.
           05  RH-RECORD-TYPE           PIC X(2).
               88  RH-IS-HEADER             VALUE "01".
           05  RH-CREATION-DATE         PIC 9(8).
           05  FILLER                   PIC X(70).
       01  RETURN-DETAIL-RECORD.
           05  RR-RECORD-TYPE           PIC X(2).
               88  RR-IS-RETURN             VALUE "02".
      *    Référence du paiement d'origine (CP-REFERENCE).
           05  RR-REFERENCE             PIC X(17).
           05  RR-AMOUNT                PIC 9(10)V99.
           05  RR-REASON-CODE           PIC X(4).
           05  RR-REASON-TEXT           PIC X(30).
           05  FILLER                   PIC X(15).
       01  RETURN-TRAILER-RECORD.
           05  RT-RECORD-TYPE           PIC X(2).
               88  RT-IS-TRAILER            VALUE "09".
           05  RT-RETURN-COUNT          PIC 9(6).
           05  RT-AMOUNT-TOTAL          PIC 9(12)V99.
           05  FILLER                   PIC X(58).
