      *****************************************************
      *  DAYCEIL.cpy                                      *
      *  Parameter area of the DailyCeilingCheck          *
      *  subprogram : the caller fills the account, the   *
      *  business date and the debit it is about to      *
      *  post ; the subprogram returns what the account   *
      *  has already had debited that day (withdrawals    *
      *  and outgoing virements, from TRANHIST), the      *
      *  ceiling that applies and whether the new debit   *
      *  would breach it.                                 *
      *****************************************************
       01  DAILY-CEILING-AREA.
           05  DC-ACCT-NUMBER           PIC 9(6).
           05  DC-ACCT-TYPE             PIC X(1).
      *    ACCT-DAILY-CEILING du compte, zéro si le compte
      *    n'a pas de plafond propre.
           05  DC-ACCT-CEILING          PIC 9(8)V99.
           05  DC-DATE                  PIC 9(8).
           05  DC-AMOUNT                PIC 9(10)V99.
      *    Retour : cumul déjà débité ce jour, plafond applicable
      *    et verdict.
           05  DC-DEBITED-TODAY         PIC S9(10)V99.
           05  DC-CEILING               PIC 9(10)V99.
           05  DC-RESULT                PIC X(1).
               88  DC-WITHIN-CEILING        VALUE "O".
               88  DC-CEILING-BREACHED      VALUE "D".
