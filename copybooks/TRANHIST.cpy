           05  TH-REASON                PIC X(30).
           05  TH-LINK-ACCT             PIC 9(6).
           05  TH-OPERATOR-ID           PIC X(4).
      *    Référence de l'écriture contre-passée, recopiée du
      *    journal (voir TRANLOG.cpy).
           05  TH-REVERSAL-INFO.
               10  TH-REVERSAL-FLAG     PIC X(1).
                   88  TH-IS-REVERSAL       VALUE "C".
               10  TH-REVERSED-DATE     PIC 9(8).
               10  TH-REVERSED-TIME     PIC 9(6).
               10  TH-REVERSED-SEQ      PIC 9(3).
