               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HLDR-FILE-STATUS.

           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT CYCLE-PRINT ASSIGN TO "CYCSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDR.

       FD  LOAN-MASTER.
           COPY LOANREC.

       FD  CYCLE-PRINT.
           COPY STMTLINE.

      *> "05" = optional CUSTMAST not found at OPEN INPUT : le cycle
      *> tourne quand même, simplement sans nom de client.
           88  WS-CUST-OK                VALUES "00" "05".
       01  WS-HLDR-FILE-STATUS     PIC X(2).
      *> "05" = optional ACCTHOLD not found at OPEN INPUT : aucun
      *> co-titulaire, le relevé ne porte que le titulaire.
           88  WS-HLDR-OK                VALUES "00" "05".
           88  WS-HLDR-EOF               VALUE "10".
       01  WS-LOAN-FILE-STATUS     PIC X(2).
      *> "05" = optional LOANMAST not found at OPEN INPUT : aucun
      *> prêt, les relevés sortent sans rappel de prêt.
           88  WS-LOAN-OK                VALUES "00" "05".
           88  WS-LOAN-EOF               VALUE "10".
       01  WS-PRINT-FILE-STATUS    PIC X(2).
           88  WS-PRINT-OK               VALUE "00".


       01  WS-ACCOUNTS-PRINTED     PIC 9(6) VALUE 0.

      *> Prêts en cours, chargés en début de traitement : le
      *> relevé d'un compte de prêt rappelle son capital restant
      *> dû, celui d'un compte chèques les prêts qui y sont
      *> prélevés.
       01  WS-LOAN-MAX             PIC 9(3) VALUE 500.
       01  WS-LOAN-COUNT           PIC 9(3) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 500 TIMES.
               10  WS-LOAN-ACCT       PIC 9(6).
               10  WS-LOAN-DEBIT-ACCT PIC 9(6).
               10  WS-LOAN-OUTSTANDING PIC 9(8)V99.
               10  WS-LOAN-INSTALMENT PIC 9(8)V99.
               10  WS-LOAN-PAID       PIC 9(3).
               10  WS-LOAN-TERM       PIC 9(3).
       01  WS-LOAN-IDX             PIC 9(3).
       01  WS-EDIT-LOAN            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LOAN-INST       PIC ZZ,ZZZ,ZZ9.99.

       01  WS-HEADER-LINE          PIC X(72).
       01  WS-ROLE-LABEL           PIC X(15).
       01  WS-EDIT-BALANCE         PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   RELEVES DE FIN DE CYCLE            ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "STATEMENTCYCLE" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date de début du cycle (AAAAMMJJ) :".
           ACCEPT WS-CYCLE-START.
           DISPLAY "Date de fin du cycle (AAAAMMJJ) :".
           ACCEPT WS-CYCLE-END.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-LOAD-LOANS.

      *> L'historique indexé livre les mouvements déjà dans
      *> l'ordre compte / date / heure : le tri intégral du
           CLOSE TRAN-HISTORY.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-HOLDER-FILE.
           CLOSE CYCLE-PRINT.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-PRINTED TO OL-COUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-HOLDER-FILE.
           IF NOT WS-HLDR-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "titulaires : " WS-HLDR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT LOAN-MASTER.
           IF NOT WS-LOAN-OK
               DISPLAY "Impossible d'ouvrir le fichier des prêts : "
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CYCLE-PRINT.
           IF NOT WS-PRINT-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               STOP RUN
           END-IF.

       020-LOAD-LOANS.
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
                      OR WS-LOAN-COUNT = WS-LOAN-MAX
               IF LN-ACTIVE
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE LN-ACCT-NUMBER
                       TO WS-LOAN-ACCT (WS-LOAN-COUNT)
                   MOVE LN-DEBIT-ACCT
                       TO WS-LOAN-DEBIT-ACCT (WS-LOAN-COUNT)
                   MOVE LN-OUTSTANDING
                       TO WS-LOAN-OUTSTANDING (WS-LOAN-COUNT)
                   MOVE LN-INSTALMENT
                       TO WS-LOAN-INSTALMENT (WS-LOAN-COUNT)
                   MOVE LN-PAID-COUNT TO WS-LOAN-PAID (WS-LOAN-COUNT)
                   MOVE LN-TERM-MONTHS TO WS-LOAN-TERM (WS-LOAN-COUNT)
               END-IF
               READ LOAN-MASTER NEXT RECORD
                   AT END SET WS-LOAN-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT WS-LOAN-EOF
               DISPLAY "Table des prêts pleine à " WS-LOAN-MAX
                   " : rappels de prêts incomplets."
           END-IF.
           CLOSE LOAN-MASTER.

       100-PROCESS-ACCOUNT.
           PERFORM 110-SKIP-FOREIGN-LOG-RECORDS.
           MOVE "N" TO WS-HAVE-OPENING.
               PERFORM 230-WRITE-NO-ACTIVITY-LINE
           END-IF.
           PERFORM 240-WRITE-CLOSING-LINE.
           MOVE 0 TO WS-LOAN-IDX.
           PERFORM 250-WRITE-LOAN-LINE
               UNTIL WS-LOAN-IDX = WS-LOAN-COUNT.
           ADD 1 TO WS-ACCOUNTS-PRINTED.

       110-SKIP-FOREIGN-LOG-RECORDS.
                       WRITE STATEMENT-LINE
               END-READ
           END-IF.
           PERFORM 215-WRITE-CO-HOLDER-LINES.

      *> Le relevé est adressé au titulaire principal et nomme
      *> chacun des co-titulaires et mandataires du compte.
       215-WRITE-CO-HOLDER-LINES.
           MOVE ACCT-NUMBER TO AH-ACCT-NUMBER.
           MOVE 0 TO AH-CUST-NUMBER.
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-HLDR-EOF TO TRUE
           END-START.
           IF NOT WS-HLDR-EOF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HLDR-EOF
                      OR AH-ACCT-NUMBER NOT = ACCT-NUMBER
               IF NOT AH-PRIMARY
                  AND AH-CUST-NUMBER NOT = ACCT-CUSTOMER-ID
                   PERFORM 216-WRITE-CO-HOLDER-LINE
               END-IF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-PERFORM.

       216-WRITE-CO-HOLDER-LINE.
           IF AH-JOINT
               MOVE "CO-TITULAIRE : " TO WS-ROLE-LABEL
           ELSE
               MOVE "MANDATAIRE   : " TO WS-ROLE-LABEL
           END-IF.
           MOVE AH-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "(fiche client absente)" TO CUST-NAME
           END-READ.
           MOVE SPACES TO WS-HEADER-LINE.
           STRING WS-ROLE-LABEL CUST-NAME
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE WS-HEADER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       220-WRITE-DETAIL-LINE.
           MOVE SPACES TO STATEMENT-LINE.
               DELIMITED BY SIZE INTO WS-HEADER-LINE.
           MOVE WS-HEADER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       250-WRITE-LOAN-LINE.
           ADD 1 TO WS-LOAN-IDX.
           MOVE WS-LOAN-OUTSTANDING (WS-LOAN-IDX) TO WS-EDIT-LOAN.
           MOVE WS-LOAN-INSTALMENT (WS-LOAN-IDX) TO WS-EDIT-LOAN-INST.
           IF WS-LOAN-ACCT (WS-LOAN-IDX) = ACCT-NUMBER
               MOVE SPACES TO WS-HEADER-LINE
               STRING "CAPITAL RESTANT DU : " WS-EDIT-LOAN
                   "  ECHEANCES PAYEES " WS-LOAN-PAID (WS-LOAN-IDX)
                   "/" WS-LOAN-TERM (WS-LOAN-IDX)
                   DELIMITED BY SIZE INTO WS-HEADER-LINE
               MOVE WS-HEADER-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF WS-LOAN-DEBIT-ACCT (WS-LOAN-IDX) = ACCT-NUMBER
               MOVE SPACES TO WS-HEADER-LINE
               STRING "PRET " WS-LOAN-ACCT (WS-LOAN-IDX)
                   " - RESTE DU " WS-EDIT-LOAN
                   " - ECHEANCE " WS-EDIT-LOAN-INST
                   DELIMITED BY SIZE INTO WS-HEADER-LINE
               MOVE WS-HEADER-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
