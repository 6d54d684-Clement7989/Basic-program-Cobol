      *    declared to the regulator by the daily DeclExtract
      *    batch.
       01  WS-DECLARABLE-THRESHOLD    PIC 9(10)V99 VALUE 10000.00.
      *    Daily cumulative ceiling on withdrawals and outgoing
      *    virements per account, by account type, unless the
      *    account carries its own ACCT-DAILY-CEILING. A debit
      *    that would take the day's total above it is held for
      *    supervisor approval like a large transaction.
       01  WS-DAILY-CEILING-CHECKING  PIC 9(10)V99 VALUE 10000.00.
       01  WS-DAILY-CEILING-SAVINGS   PIC 9(10)V99 VALUE 5000.00.
