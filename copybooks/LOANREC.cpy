      *****************************************************
      *  LOANREC.cpy                                      *
      *  Record layout for the LOAN-MASTER indexed file   *
      *  (LOANMAST) : the terms of one personal loan,     *
      *  keyed on its ACCOUNT-MASTER loan account (type   *
      *  L). Written by LoanOpen when the loan is granted *
      *  and worked off monthly by LoanInstalment, which  *
      *  takes each due instalment from the linked        *
      *  checking account. The instalment plan itself is  *
      *  on LOAN-SCHEDULE (LOANSCHD).                     *
      *****************************************************
       01  LOAN-RECORD.
           05  LN-ACCT-NUMBER           PIC 9(6).
      *    Compte chèques sur lequel les échéances sont
      *    prélevées et le capital a été versé.
           05  LN-DEBIT-ACCT            PIC 9(6).
           05  LN-PRINCIPAL             PIC 9(8)V99.
           05  LN-ANNUAL-PERCENT        PIC 9(2)V9(4).
      *    Durée en mois = nombre d'échéances du plan.
           05  LN-TERM-MONTHS           PIC 9(3).
           05  LN-OPEN-DATE             PIC 9(8).
      *    Echéance mensuelle constante ; la dernière solde
      *    l'arrondi et peut différer de quelques centimes.
           05  LN-INSTALMENT            PIC 9(8)V99.
      *    Capital restant dû ; miroir positif du solde du
      *    compte de prêt.
           05  LN-OUTSTANDING           PIC 9(8)V99.
           05  LN-PAID-COUNT            PIC 9(3).
           05  LN-STATUS                PIC X(1).
               88  LN-ACTIVE                VALUE "A".
               88  LN-REPAID                VALUE "S".
           05  FILLER                   PIC X(9).
