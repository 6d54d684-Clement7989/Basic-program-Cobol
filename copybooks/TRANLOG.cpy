      *****************************************************
       01  TRAN-LOG-RECORD.
           05  TRAN-DATE                PIC 9(8).
      *    Heure de l'écriture (HHMMSS) ; les écritures plus
      *    anciennes portent minutes, secondes et centièmes.
           05  TRAN-TIME                PIC 9(6).
           05  TRAN-ACCT-NUMBER         PIC 9(6).
           05  TRAN-TYPE                PIC X(10).
      *    traitements par lot et sur le journal antérieur à ce
      *    champ.
           05  TRAN-OPERATOR-ID         PIC X(4).
      *    Contre-passation : l'écriture passée par TranReversal
      *    porte ici la référence de l'écriture d'origine du même
      *    compte (date, heure et séquence TRANHIST). Espaces sur
      *    toute autre écriture et sur le journal antérieur à ce
      *    champ.
           05  TRAN-REVERSAL-INFO.
               10  TRAN-REVERSAL-FLAG   PIC X(1).
                   88  TRAN-IS-REVERSAL     VALUE "C".
               10  TRAN-REVERSED-DATE   PIC 9(8).
               10  TRAN-REVERSED-TIME   PIC 9(6).
               10  TRAN-REVERSED-SEQ    PIC 9(3).
