      *****************************************************
      *  ACCTIMG.cpy                                      *
      *  Record layouts of the ACCOUNT-MASTER image copy  *
      *  taken by AcctImageCopy at the top of the EOD     *
      *  chain : a header stamped with the copy date and  *
      *  time, one record per account carrying the full   *
      *  ACCTREC image, and a trailer with the account    *
      *  count and balance total. Read back by            *
      *  AcctRecovery to rebuild the master before        *
      *  replaying the journals.                          *
      *****************************************************
       01  IMAGE-HEADER-RECORD.
           05  IH-RECORD-TYPE           PIC X(2).
               88  IH-IS-HEADER             VALUE "01".
           05  IH-COPY-DATE             PIC 9(8).
      *    Heure de la copie (HHMMSS) : seules les écritures
      *    postérieures sont rejouées sur l'image.
           05  IH-COPY-TIME             PIC 9(6).
           05  FILLER                   PIC X(64).
       01  IMAGE-ACCOUNT-RECORD.
           05  IA-RECORD-TYPE           PIC X(2).
               88  IA-IS-ACCOUNT            VALUE "02".
           05  IA-ACCOUNT-IMAGE         PIC X(64).
           05  FILLER                   PIC X(14).
       01  IMAGE-TRAILER-RECORD.
           05  IT-RECORD-TYPE           PIC X(2).
               88  IT-IS-TRAILER            VALUE "09".
           05  IT-ACCOUNT-COUNT         PIC 9(6).
           05  IT-BALANCE-TOTAL         PIC S9(12)V99.
           05  FILLER                   PIC X(58).
