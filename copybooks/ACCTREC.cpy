           05  ACCT-TYPE                PIC X(1).
               88  ACCT-TYPE-CHECKING       VALUE "C".
               88  ACCT-TYPE-SAVINGS        VALUE "S".
      *        Prêt personnel : le solde est le capital restant
      *        dû, porté en négatif ; le détail du prêt est sur
      *        LOAN-MASTER (LOANREC).
               88  ACCT-TYPE-LOAN           VALUE "L".
           05  ACCT-BALANCE             PIC S9(10)V99.
           05  ACCT-LAST-ACTIVITY-DATE  PIC 9(8).
      *    Owning customer on the CUSTOMER-MASTER file ;
      *    les retraits sont admis jusqu'à solde + découvert.
           05  ACCT-OVERDRAFT-LIMIT     PIC 9(8)V99.
           05  FILLER                   PIC X(2).
      *    Plafond quotidien cumulé des retraits et virements
      *    émis propre au compte ; zéro (ou blanc sur les
      *    enregistrements antérieurs à ce champ) = plafond du
      *    type de compte fixé dans TXNLIMIT.
           05  ACCT-DAILY-CEILING       PIC 9(8)V99.
