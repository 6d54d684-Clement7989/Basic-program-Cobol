               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-SNAP-FILE ASSIGN TO "SNAPSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

           SELECT PROOF-REPORT ASSIGN TO "AGIPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  BALANCE-HISTORY.
           COPY BALSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCT-NUMBER          PIC 9(6).
           05  SRT-DATE                 PIC 9(8).
           05  SRT-BALANCE              PIC S9(10)V99.

       FD  SORTED-SNAP-FILE.
       01  SORTED-SNAP-RECORD.
           05  SS-ACCT-NUMBER           PIC 9(6).
           05  SS-DATE                  PIC 9(8).
           05  SS-BALANCE               PIC S9(10)V99.

       FD  PROOF-REPORT.
       01  PROOF-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".
      *> and the mainframe runtime both create it on first write.
           88  WS-LOG-OK                 VALUES "00" "05".

       01  WS-SNAP-FILE-STATUS   PIC X(2).
      *> "05" = optional BALHIST not found at OPEN INPUT : aucune
      *> photographie, le solde du fichier comptes vaut pour tout
      *> le mois.
           88  WS-SNAP-OK                VALUES "00" "05".
           88  WS-SNAP-EOF               VALUE "10".

       01  WS-SORTED-FILE-STATUS PIC X(2).
           88  WS-SORTED-OK              VALUE "00".
           88  WS-SORTED-EOF             VALUE "10".

       01  WS-PRF-FILE-STATUS    PIC X(2).
           88  WS-PRF-OK                 VALUE "00".

      *> Taux pris au barème TAUX par tranches de solde moyen.
           COPY RATECALC.

      *> Plan de comptes de l'interface, pour les totaux de l'état
      *> de contrôle.
           COPY GLACCTS.

      *> Mode du traitement : en simulation, les agios de chaque
      *> compte sont calculés et portés sur l'état de contrôle
      *> AGIPROOF, sans toucher ni au fichier comptes ni au
      *> journal, pour visa de la comptabilité avant le passage
      *> réel. Une carte à blanc vaut passage réel.
       01  WS-RUN-MODE           PIC X(1).
           88  RUN-TRIAL                 VALUES "S" "s".
           88  RUN-LIVE                  VALUES "R" "r" " ".

      *> Période facturée (AAAAMM) et ses bornes.
       01  WS-PERIOD             PIC 9(6).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR    PIC 9(4).
           05  WS-PERIOD-MONTH   PIC 9(2).
       01  WS-NEXT-MONTH-DATE    PIC 9(8).
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YEAR      PIC 9(4).
           05  WS-NEXT-MONTH     PIC 9(2).
           05  WS-NEXT-DAY       PIC 9(2).
       01  WS-PERIOD-START       PIC 9(8).
       01  WS-PERIOD-END         PIC 9(8).
       01  WS-LOOKBACK-DATE      PIC 9(8).
       01  WS-START-INTEGER      PIC 9(8).
       01  WS-END-INTEGER        PIC 9(8).
       01  WS-DAYS-IN-PERIOD     PIC 9(3).

      *> Solde moyen journalier du compte sur la période, tiré des
      *> photographies BALHIST : chaque solde de clôture vaut
      *> jusqu'à la photographie suivante.
       01  WS-SNAP-SEEN          PIC X(1).
           88  SNAPSHOT-SEEN             VALUE "O".
       01  WS-CURSOR-INTEGER     PIC 9(8).
       01  WS-SNAP-INTEGER       PIC 9(8).
       01  WS-DAY-SPAN           PIC 9(3).
       01  WS-CARRY-BALANCE      PIC S9(10)V99.
       01  WS-DEBIT-DAY-SUM      PIC S9(14)V99.
       01  WS-AVERAGE-DEBIT      PIC 9(10)V99.

       01  WS-AGIO-AMOUNT        PIC S9(10)V99.
       01  WS-BALANCE-BEFORE     PIC S9(10)V99.
       01  WS-ACCOUNTS-CHARGED   PIC 9(6) VALUE 0.
       01  WS-TOTAL-AGIOS        PIC S9(12)V99 VALUE 0.
       01  WS-ACCOUNTS-NO-RATE   PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AVERAGE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

           DISPLAY "--------------------------------------".
           DISPLAY "   AGIOS MENSUELS SUR DECOUVERTS      ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "OVERDRAFTFEE" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Période facturée (AAAAMM) :".
           ACCEPT WS-PERIOD.
           DISPLAY "Mode (S = simulation, R = réel) :".
           ACCEPT WS-RUN-MODE.
           IF NOT RUN-TRIAL AND NOT RUN-LIVE
               DISPLAY "Mode inconnu : " WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 950-LOG-STEP-END
               STOP RUN
           END-IF.
           IF RUN-TRIAL
               DISPLAY "SIMULATION : aucune écriture ne sera passée."
           END-IF.
           PERFORM 010-COMPUTE-PERIOD-BOUNDS.

      *> Les photographies de la période, triées par compte et
      *> par date, sont rapprochées du fichier comptes lu dans
      *> l'ordre des clés.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCT-NUMBER SRT-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 050-RELEASE-SNAPSHOTS
               GIVING SORTED-SNAP-FILE.

           OPEN INPUT SORTED-SNAP-FILE.
           IF NOT WS-SORTED-OK
               DISPLAY "Impossible d'ouvrir les soldes triés : "
                   WS-SORTED-FILE-STATUS
               STOP RUN
           END-IF.
           READ SORTED-SNAP-FILE
               AT END SET WS-SORTED-EOF TO TRUE
           END-READ.

           IF RUN-TRIAL
               PERFORM 020-OPEN-TRIAL-FILES
           ELSE
               PERFORM 030-OPEN-LIVE-FILES
           END-IF.

           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET WS-ACCT-EOF TO TRUE
               END-READ
           END-IF.

      *> Les agios portent sur le solde débiteur moyen du mois et
      *> non sur le solde du soir du traitement : un compte à
      *> découvert presque tout le mois et revenu créditeur à la
      *> fin paie ses agios.
           PERFORM UNTIL WS-ACCT-EOF
               PERFORM 080-AVERAGE-BALANCE
               IF ACCT-TYPE-CHECKING
                  AND NOT ACCT-CLOSED
                  AND WS-AVERAGE-DEBIT > 0
                   PERFORM 100-CHARGE-AGIOS
               END-IF
               READ ACCOUNT-MASTER NEXT RECORD

           DISPLAY "Comptes facturés : " WS-ACCOUNTS-CHARGED.
           DISPLAY "Total des agios  : " WS-TOTAL-AGIOS.
           DISPLAY "Comptes sans taux : " WS-ACCOUNTS-NO-RATE.

           CLOSE ACCOUNT-MASTER.
           CLOSE SORTED-SNAP-FILE.
           IF RUN-TRIAL
               PERFORM 900-WRITE-PROOF-TOTALS
               CLOSE PROOF-REPORT
           ELSE
               CLOSE TRANSACTION-LOG
           END-IF.
           PERFORM 950-LOG-STEP-END.
           STOP RUN.

      *> Premier et dernier jour du mois ; les photographies sont
      *> reprises depuis un mois plus tôt pour connaître le solde
      *> d'ouverture.
       010-COMPUTE-PERIOD-BOUNDS.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH-DATE.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER).
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER - 31).
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-END-INTEGER - WS-START-INTEGER + 1.

      *> Simulation : fichier comptes en lecture seule, journal
      *> non ouvert, état de contrôle à la place.
       020-OPEN-TRIAL-FILES.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PROOF-REPORT.
           IF NOT WS-PRF-OK
               CLOSE ACCOUNT-MASTER
               DISPLAY "Impossible d'ouvrir l'état de contrôle : "
                   WS-PRF-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO PROOF-LINE.
           STRING "SIMULATION DES AGIOS SUR DECOUVERTS - PERIODE "
               WS-PERIOD
               " - AUCUNE ECRITURE PASSEE"
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.

       030-OPEN-LIVE-FILES.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               CLOSE ACCOUNT-MASTER
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.

       050-RELEASE-SNAPSHOTS.
           OPEN INPUT BALANCE-HISTORY.
           IF NOT WS-SNAP-OK
               DISPLAY "Impossible d'ouvrir l'historique des"
               DISPLAY "soldes : " WS-SNAP-FILE-STATUS
               STOP RUN
           END-IF.
           READ BALANCE-HISTORY
               AT END SET WS-SNAP-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SNAP-EOF
               IF SNAP-DATE NOT < WS-LOOKBACK-DATE
                  AND SNAP-DATE NOT > WS-PERIOD-END
                   MOVE SNAP-ACCT-NUMBER TO SRT-ACCT-NUMBER
                   MOVE SNAP-DATE        TO SRT-DATE
                   MOVE SNAP-BALANCE     TO SRT-BALANCE
                   RELEASE SORT-RECORD
               END-IF
               READ BALANCE-HISTORY
                   AT END SET WS-SNAP-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY.

      *> Solde débiteur moyen du compte courant du balayage, en
      *> sautant d'abord les photographies des comptes qui n'ont
      *> pas (ou plus) de fiche. Un compte sans aucune
      *> photographie garde son solde actuel pour tout le mois.
       080-AVERAGE-BALANCE.
           MOVE 0 TO WS-DEBIT-DAY-SUM.
           MOVE 0 TO WS-CARRY-BALANCE.
           MOVE "N" TO WS-SNAP-SEEN.
           MOVE WS-START-INTEGER TO WS-CURSOR-INTEGER.
           PERFORM UNTIL WS-SORTED-EOF
                      OR SS-ACCT-NUMBER NOT < ACCT-NUMBER
               READ SORTED-SNAP-FILE
                   AT END SET WS-SORTED-EOF TO TRUE
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-SORTED-EOF
                      OR SS-ACCT-NUMBER NOT = ACCT-NUMBER
               PERFORM 085-APPLY-SNAPSHOT
               READ SORTED-SNAP-FILE
                   AT END SET WS-SORTED-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT SNAPSHOT-SEEN
               MOVE ACCT-BALANCE TO WS-CARRY-BALANCE
           END-IF.
           COMPUTE WS-DAY-SPAN =
               WS-END-INTEGER - WS-CURSOR-INTEGER + 1.
           PERFORM 088-ADD-SPAN.
           COMPUTE WS-AVERAGE-DEBIT ROUNDED =
               WS-DEBIT-DAY-SUM / WS-DAYS-IN-PERIOD.

      *> Le solde précédent vaut jusqu'à la veille de la
      *> photographie ; celle-ci prend le relais.
       085-APPLY-SNAPSHOT.
           SET SNAPSHOT-SEEN TO TRUE.
           IF SS-DATE NOT < WS-PERIOD-START
               COMPUTE WS-SNAP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SS-DATE)
               COMPUTE WS-DAY-SPAN =
                   WS-SNAP-INTEGER - WS-CURSOR-INTEGER
               PERFORM 088-ADD-SPAN
               MOVE WS-SNAP-INTEGER TO WS-CURSOR-INTEGER
           END-IF.
           MOVE SS-BALANCE TO WS-CARRY-BALANCE.

       088-ADD-SPAN.
           IF WS-CARRY-BALANCE < 0
               COMPUTE WS-DEBIT-DAY-SUM = WS-DEBIT-DAY-SUM
                   - WS-CARRY-BALANCE * WS-DAY-SPAN
           END-IF.

       100-CHARGE-AGIOS.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE.
           MOVE "C"             TO RC-ACCT-TYPE.
           MOVE "A"             TO RC-RATE-KIND.
           MOVE WS-PERIOD-END   TO RC-AS-OF-DATE.
           MOVE WS-AVERAGE-DEBIT TO RC-BASE-AMOUNT.
           CALL "RateTierCalc" USING RATE-CALC-AREA.
           IF RC-NO-RATE
               ADD 1 TO WS-ACCOUNTS-NO-RATE
           END-IF.
           MOVE RC-AMOUNT TO WS-AGIO-AMOUNT.

      *> ACCT-LAST-ACTIVITY-DATE reste inchangée : une écriture
      *> générée par la banque n'est pas une activité du client et
      *> Le mouvement est tracé au journal.
           IF WS-AGIO-AMOUNT > 0
               SUBTRACT WS-AGIO-AMOUNT FROM ACCT-BALANCE
               IF RUN-TRIAL
                   PERFORM 300-WRITE-PROOF-LINE
               ELSE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour du compte : "
                               WS-ACCT-FILE-STATUS
                   END-REWRITE
                   PERFORM 200-WRITE-AUDIT-RECORD
               END-IF
               ADD 1 TO WS-ACCOUNTS-CHARGED
               ADD WS-AGIO-AMOUNT TO WS-TOTAL-AGIOS
           END-IF.

       200-WRITE-AUDIT-RECORD.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE "agios"              TO TRAN-TYPE.
           MOVE WS-AGIO-AMOUNT       TO TRAN-AMOUNT.
           MOVE "Agios sur découvert" TO TRAN-REASON.
           MOVE 0                    TO TRAN-LINK-ACCT.
           MOVE SPACES               TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> Ligne de l'état de contrôle : ce que le passage réel
      *> écrirait pour ce compte.
       300-WRITE-PROOF-LINE.
           MOVE WS-AVERAGE-DEBIT TO WS-EDIT-AVERAGE.
           MOVE WS-AGIO-AMOUNT   TO WS-EDIT-AMOUNT.
           MOVE ACCT-BALANCE     TO WS-EDIT-BALANCE.
           MOVE SPACES TO PROOF-LINE.
           STRING "COMPTE " ACCT-NUMBER
               "  DEBIT MOYEN " WS-EDIT-AVERAGE
               "  BAREME DU " RC-EFFECTIVE-DATE
               "  AGIOS " WS-EDIT-AMOUNT
               "  SOLDE " WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.

      *> Totaux par compte général, tels que GLExtract les
      *> passera le jour du traitement réel.
       900-WRITE-PROOF-TOTALS.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-ACCOUNTS-CHARGED TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "COMPTES A FACTURER : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-ACCOUNTS-NO-RATE TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "COMPTES SANS TAUX  : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOTAL-AGIOS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "GL " WS-GL-DEPOTS
               "  DEPOTS CLIENTELE      DEBIT  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "GL " WS-GL-PRODUITS-AGIOS
               "  PRODUITS D'AGIOS      CREDIT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.

      *> En simulation, les montants sont ceux qui seraient
      *> passés.
       950-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-CHARGED TO OL-COUNT-OUT.
           MOVE WS-ACCOUNTS-NO-RATE TO OL-COUNT-REJECTED.
           MOVE WS-TOTAL-AGIOS      TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
