      *****************************************************
      *  RATECALC.cpy                                     *
      *  Parameter area of the RateTierCalc subprogram :  *
      *  the caller gives the account type, the kind of   *
      *  rate, the last day of the period and the average *
      *  daily balance subject to the rate ; the          *
      *  subprogram returns the month's amount computed   *
      *  tier by tier on the TAUX schedule in force, and  *
      *  the effective date of that schedule.             *
      *****************************************************
       01  RATE-CALC-AREA.
           05  RC-ACCT-TYPE             PIC X(1).
      *    I = intérêts créditeurs, A = agios.
           05  RC-RATE-KIND             PIC X(1).
           05  RC-AS-OF-DATE            PIC 9(8).
      *    Solde moyen soumis au taux, toujours positif (la
      *    partie débitrice pour les agios).
           05  RC-BASE-AMOUNT           PIC 9(10)V99.
      *    Retour : montant du mois, date d'effet du barème
      *    retenu et verdict.
           05  RC-AMOUNT                PIC 9(10)V99.
           05  RC-EFFECTIVE-DATE        PIC 9(8).
           05  RC-RESULT                PIC X(1).
               88  RC-RATE-FOUND            VALUE "O".
               88  RC-NO-RATE               VALUE "N".
