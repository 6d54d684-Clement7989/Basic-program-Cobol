      *****************************************************
      *  LOANSCHD.cpy                                     *
      *  Record layout for the LOAN-SCHEDULE indexed file *
      *  (LOANSCHD) : one line of the amortisation plan   *
      *  of a loan, generated in full by LoanOpen when    *
      *  the loan is granted. Keyed on loan account then  *
      *  instalment number, so that the plan of one loan  *
      *  is read in order by START / READ NEXT.           *
      *  LoanInstalment marks each line paid, or unpaid   *
      *  when the checking account cannot cover it ; an   *
      *  unpaid line is presented again at every run      *
      *  until it is collected.                           *
      *****************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-ACCT-NUMBER       PIC 9(6).
               10  LS-INSTALMENT-NO     PIC 9(3).
      *    Jour limité à 28, comme les ordres permanents.
           05  LS-DUE-DATE              PIC 9(8).
      *    Echéance = intérêts du mois + capital remboursé.
           05  LS-INSTALMENT            PIC 9(8)V99.
           05  LS-INTEREST              PIC 9(8)V99.
           05  LS-PRINCIPAL             PIC 9(8)V99.
      *    Capital restant dû une fois l'échéance payée.
           05  LS-REMAINING             PIC 9(8)V99.
           05  LS-STATUS                PIC X(1).
               88  LS-DUE                   VALUE "E".
               88  LS-PAID                  VALUE "P".
               88  LS-UNPAID                VALUE "I".
      *    Date de prélèvement effectif ; zéro tant que non payée.
           05  LS-PAID-DATE             PIC 9(8).
           05  FILLER                   PIC X(4).
