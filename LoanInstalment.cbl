       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanInstalment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT OPTIONAL LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ARREARS-REPORT ASSIGN TO "LOANARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  LOAN-MASTER.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
           COPY LOANSCHD.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  ARREARS-REPORT.
       01  ARREARS-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".

       01  WS-LOAN-FILE-STATUS   PIC X(2).
      *> "05" = optional LOANMAST not found at OPEN I-O : aucun prêt
      *> accordé, rien à prélever.
           88  WS-LOAN-OK                VALUES "00" "05".
           88  WS-LOAN-EOF               VALUE "10".

       01  WS-SCHD-FILE-STATUS   PIC X(2).
      *> "05" = optional LOANSCHD not found at OPEN I-O : aucun
      *> échéancier, rien à prélever.
           88  WS-SCHD-OK                VALUES "00" "05".
           88  WS-SCHD-EOF               VALUE "10".

       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-LOG-OK                 VALUES "00" "05".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

      *> Date d'arrêté : toute échéance de date inférieure ou
      *> égale, non encore payée, est présentée.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-TODAY              PIC 9(8).

      *> Une échéance impayée bloque les suivantes du même prêt :
      *> elles sont prélevées dans l'ordre du plan, jamais une
      *> récente avant une ancienne.
       01  WS-LOAN-BLOCKED       PIC X(1).
           88  LOAN-BLOCKED              VALUE "O".
       01  WS-SCHEDULE-DONE      PIC X(1).
           88  SCHEDULE-DONE             VALUE "O".

       01  WS-DEBIT-KNOWN        PIC X(1).
           88  DEBIT-ACCOUNT-KNOWN       VALUE "O".
       01  WS-UNPAID-REASON      PIC X(30).
       01  WS-AVAILABLE-FUNDS    PIC S9(10)V99.
       01  WS-BALANCE-BEFORE     PIC S9(10)V99.
       01  WS-INSTALMENT-REF     PIC X(30).
       01  WS-DAYS-LATE          PIC 9(5).

       01  WS-COUNTS.
           05  WS-LOANS-READ          PIC 9(6) VALUE 0.
           05  WS-LOANS-REPAID        PIC 9(6) VALUE 0.
           05  WS-COUNT-COLLECTED     PIC 9(6) VALUE 0.
           05  WS-COUNT-UNPAID        PIC 9(6) VALUE 0.
           05  WS-COUNT-NEW-UNPAID    PIC 9(6) VALUE 0.
       01  WS-TOTALS.
           05  WS-TOTAL-COLLECTED     PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-INTEREST      PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-PRINCIPAL     PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-UNPAID        PIC 9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS          PIC ZZZZ9.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

      *> Prélèvement mensuel des échéances de prêt : chaque
      *> échéance échue est débitée du compte chèques lié, puis
      *> répartie au journal du compte de prêt entre capital
      *> remboursé (qui réduit le solde du prêt) et intérêts
      *> (sans effet sur le solde). Faute de provision, ou si le
      *> compte ne peut plus être débité, l'échéance est marquée
      *> impayée et portée à l'état des impayés ; elle sera
      *> représentée au passage suivant.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   PRELEVEMENT DES ECHEANCES DE PRET  ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "LOANINSTALMENT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date d'arrêté des échéances (AAAAMMJJ) :".
           ACCEPT WS-RUN-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-REPORT-HEADER.

           MOVE 0 TO LN-ACCT-NUMBER.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-ACCT-NUMBER
               INVALID KEY SET WS-LOAN-EOF TO TRUE
           END-START.
           IF NOT WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END SET WS-LOAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-LOAN-EOF
               IF LN-ACTIVE
                   ADD 1 TO WS-LOANS-READ
                   PERFORM 100-PROCESS-LOAN
               END-IF
               READ LOAN-MASTER NEXT RECORD
                   AT END SET WS-LOAN-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-SUMMARY.
           PERFORM 910-CLOSE-FILES.
           PERFORM 920-LOG-STEP-END.
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O LOAN-MASTER.
           IF NOT WS-LOAN-OK
               DISPLAY "Impossible d'ouvrir le fichier des prêts : "
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O LOAN-SCHEDULE.
           IF NOT WS-SCHD-OK
               DISPLAY "Impossible d'ouvrir l'échéancier des"
               DISPLAY "prêts : " WS-SCHD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ARREARS-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir l'état des impayés : "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-REPORT-HEADER.
           MOVE SPACES TO ARREARS-LINE.
           STRING "PRETS - ECHEANCES IMPAYEES AU " WS-RUN-DATE
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE SPACES TO ARREARS-LINE.
           WRITE ARREARS-LINE.

      *> Parcours du plan du prêt dans l'ordre des échéances,
      *> jusqu'à la première non encore échue.
       100-PROCESS-LOAN.
           MOVE "N" TO WS-LOAN-BLOCKED.
           MOVE "N" TO WS-SCHEDULE-DONE.
           MOVE LN-ACCT-NUMBER TO LS-ACCT-NUMBER.
           MOVE 0 TO LS-INSTALMENT-NO.
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY SET SCHEDULE-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCHEDULE-DONE
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END SET SCHEDULE-DONE TO TRUE
               END-READ
               IF NOT SCHEDULE-DONE
                   IF LS-ACCT-NUMBER NOT = LN-ACCT-NUMBER
                      OR LS-DUE-DATE > WS-RUN-DATE
                       SET SCHEDULE-DONE TO TRUE
                   ELSE IF NOT LS-PAID
                       PERFORM 200-COLLECT-INSTALMENT
                   END-IF
               END-IF
           END-PERFORM.
           IF LN-PAID-COUNT NOT < LN-TERM-MONTHS
               SET LN-REPAID TO TRUE
               ADD 1 TO WS-LOANS-REPAID
               DISPLAY "Prêt " LN-ACCT-NUMBER " soldé."
           END-IF.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du prêt : "
                       WS-LOAN-FILE-STATUS
           END-REWRITE.

       200-COLLECT-INSTALMENT.
           MOVE SPACES TO WS-INSTALMENT-REF.
           STRING "Echéance " LS-INSTALMENT-NO "/" LN-TERM-MONTHS
               " du prêt"
               DELIMITED BY SIZE INTO WS-INSTALMENT-REF.
           MOVE "N" TO WS-DEBIT-KNOWN.
           MOVE LN-DEBIT-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE "Cpte de prélèvement inconnu"
                       TO WS-UNPAID-REASON
               NOT INVALID KEY
                   SET DEBIT-ACCOUNT-KNOWN TO TRUE
           END-READ.
           IF NOT DEBIT-ACCOUNT-KNOWN
               PERFORM 300-MARK-UNPAID
           ELSE IF LOAN-BLOCKED
               MOVE "Echéance antérieure impayée"
                   TO WS-UNPAID-REASON
               PERFORM 300-MARK-UNPAID
           ELSE IF ACCT-CLOSED
               MOVE "Compte de prélèvement clos"
                   TO WS-UNPAID-REASON
               PERFORM 300-MARK-UNPAID
           ELSE IF ACCT-DORMANT
               MOVE "Cpte de prélèvement dormant"
                   TO WS-UNPAID-REASON
               PERFORM 300-MARK-UNPAID
           ELSE
               COMPUTE WS-AVAILABLE-FUNDS =
                   ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
               IF LS-INSTALMENT > WS-AVAILABLE-FUNDS
                   MOVE "Provision insuffisante"
                       TO WS-UNPAID-REASON
                   PERFORM 300-MARK-UNPAID
               ELSE
                   PERFORM 250-POST-INSTALMENT
               END-IF
           END-IF.

      *> Débit du compte chèques, puis capital et intérêts au
      *> compte de prêt. ACCT-LAST-ACTIVITY-DATE reste inchangée :
      *> un prélèvement généré par la banque n'est pas une
      *> activité du client.
       250-POST-INSTALMENT.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE.
           SUBTRACT LS-INSTALMENT FROM ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du compte : "
                       WS-ACCT-FILE-STATUS
           END-REWRITE.
           MOVE LN-DEBIT-ACCT     TO TRAN-ACCT-NUMBER.
           MOVE "échéance"        TO TRAN-TYPE.
           MOVE LS-INSTALMENT     TO TRAN-AMOUNT.
           SET TRAN-ACCEPTED      TO TRUE.
           PERFORM 290-WRITE-AUDIT-RECORD.

           MOVE LN-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Compte de prêt " LN-ACCT-NUMBER
                       " absent du fichier comptes."
               NOT INVALID KEY
                   PERFORM 260-REPAY-LOAN-ACCOUNT
           END-READ.

           SET LS-PAID TO TRUE.
           MOVE WS-TODAY TO LS-PAID-DATE.
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour de l'échéancier : "
                       WS-SCHD-FILE-STATUS
           END-REWRITE.
           SUBTRACT LS-PRINCIPAL FROM LN-OUTSTANDING.
           ADD 1 TO LN-PAID-COUNT.

           ADD 1 TO WS-COUNT-COLLECTED.
           ADD LS-INSTALMENT TO WS-TOTAL-COLLECTED.
           ADD LS-INTEREST   TO WS-TOTAL-INTEREST.
           ADD LS-PRINCIPAL  TO WS-TOTAL-PRINCIPAL.

       260-REPAY-LOAN-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE.
           ADD LS-PRINCIPAL TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du compte : "
                       WS-ACCT-FILE-STATUS
           END-REWRITE.
           MOVE LN-ACCT-NUMBER    TO TRAN-ACCT-NUMBER.
           MOVE "capital"         TO TRAN-TYPE.
           MOVE LS-PRINCIPAL      TO TRAN-AMOUNT.
           SET TRAN-ACCEPTED      TO TRUE.
           PERFORM 290-WRITE-AUDIT-RECORD.
      *>   Les intérêts sont journalisés sur le compte de prêt sans
      *>   en modifier le solde : avant = après.
           IF LS-INTEREST > 0
               MOVE ACCT-BALANCE  TO WS-BALANCE-BEFORE
               MOVE LN-ACCT-NUMBER TO TRAN-ACCT-NUMBER
               MOVE "int. prêt"   TO TRAN-TYPE
               MOVE LS-INTEREST   TO TRAN-AMOUNT
               SET TRAN-ACCEPTED  TO TRUE
               PERFORM 290-WRITE-AUDIT-RECORD
           END-IF.

      *> Zones propres à chaque écriture (compte, type, montant,
      *> état) déjà posées par l'appelant ; le solde après est
      *> celui de l'enregistrement compte courant.
       290-WRITE-AUDIT-RECORD.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE WS-BALANCE-BEFORE TO TRAN-BALANCE-BEFORE.
           IF TRAN-ACCEPTED
               MOVE ACCT-BALANCE      TO TRAN-BALANCE-AFTER
               MOVE WS-INSTALMENT-REF TO TRAN-REASON
           ELSE
               MOVE WS-BALANCE-BEFORE TO TRAN-BALANCE-AFTER
               MOVE WS-UNPAID-REASON  TO TRAN-REASON
           END-IF.
           IF TRAN-ACCT-NUMBER = LN-ACCT-NUMBER
               MOVE LN-DEBIT-ACCT  TO TRAN-LINK-ACCT
           ELSE
               MOVE LN-ACCT-NUMBER TO TRAN-LINK-ACCT
           END-IF.
           MOVE SPACES TO TRAN-OPERATOR-ID.
           MOVE SPACES TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> L'échéance non prélevée est tracée au journal du compte
      *> chèques en écriture refusée (quand ce compte existe),
      *> marquée impayée au plan et portée à l'état des impayés.
       300-MARK-UNPAID.
           SET LOAN-BLOCKED TO TRUE.
           IF DEBIT-ACCOUNT-KNOWN
               MOVE ACCT-BALANCE  TO WS-BALANCE-BEFORE
               MOVE LN-DEBIT-ACCT TO TRAN-ACCT-NUMBER
               MOVE "échéance"    TO TRAN-TYPE
               MOVE LS-INSTALMENT TO TRAN-AMOUNT
               SET TRAN-REJECTED  TO TRUE
               PERFORM 290-WRITE-AUDIT-RECORD
           END-IF.
           IF NOT LS-UNPAID
               SET LS-UNPAID TO TRUE
               ADD 1 TO WS-COUNT-NEW-UNPAID
               REWRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "Erreur de mise à jour de"
                       DISPLAY "l'échéancier : " WS-SCHD-FILE-STATUS
               END-REWRITE
           END-IF.
           ADD 1 TO WS-COUNT-UNPAID.
           ADD LS-INSTALMENT TO WS-TOTAL-UNPAID.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE).
           MOVE WS-DAYS-LATE  TO WS-EDIT-DAYS.
           MOVE LS-INSTALMENT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "PRET " LN-ACCT-NUMBER
               "  ECH. " LS-INSTALMENT-NO "/" LN-TERM-MONTHS
               "  DU " LS-DUE-DATE
               "  RETARD " WS-EDIT-DAYS " J"
               "  " WS-EDIT-AMOUNT
               "  COMPTE " LN-DEBIT-ACCT
               "  " WS-UNPAID-REASON
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-COUNT-UNPAID TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-UNPAID TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "ECHEANCES IMPAYEES  : " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-COUNT-NEW-UNPAID TO WS-EDIT-COUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "  DONT NOUVELLES    : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-COUNT-COLLECTED TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-COLLECTED TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "ECHEANCES PRELEVEES : " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-TOTAL-PRINCIPAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "  DONT CAPITAL      :          " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "  DONT INTERETS     :          " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE WS-LOANS-REPAID TO WS-EDIT-COUNT.
           MOVE SPACES TO ARREARS-LINE.
           STRING "PRETS SOLDES        : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.

           DISPLAY "--------------------------------------".
           DISPLAY "Prêts en cours lus     : " WS-LOANS-READ.
           DISPLAY "Echéances prélevées    : " WS-COUNT-COLLECTED.
           DISPLAY "Echéances impayées     : " WS-COUNT-UNPAID.
           DISPLAY "Prêts soldés           : " WS-LOANS-REPAID.
           DISPLAY "--------------------------------------".

       910-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER.
           CLOSE LOAN-MASTER.
           CLOSE LOAN-SCHEDULE.
           CLOSE TRANSACTION-LOG.
           CLOSE ARREARS-REPORT.

      *> Echéances impayées comptées en rejet, leur montant en
      *> entrée avec celui des échéances prélevées.
       920-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-LOANS-READ      TO OL-COUNT-IN.
           MOVE WS-COUNT-COLLECTED TO OL-COUNT-OUT.
           MOVE WS-COUNT-UNPAID    TO OL-COUNT-REJECTED.
           COMPUTE OL-AMOUNT-IN =
               WS-TOTAL-COLLECTED + WS-TOTAL-UNPAID.
           MOVE WS-TOTAL-COLLECTED TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
