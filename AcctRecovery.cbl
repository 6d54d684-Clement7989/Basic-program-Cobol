       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctRecovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-FILE ASSIGN TO "ACCTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMG-FILE-STATUS.

           SELECT RECOVERED-MASTER ASSIGN TO "ACCTRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "MAINTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FILE.
           COPY ACCTIMG.

       FD  RECOVERED-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  MAINT-JOURNAL.
           COPY MAINTJRN.

       FD  BALANCE-HISTORY.
           COPY BALSNAP.

       FD  RECOVERY-REPORT.
       01  RECOVERY-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IMG-FILE-STATUS    PIC X(2).
           88  WS-IMG-OK                 VALUE "00".
           88  WS-IMG-EOF                VALUE "10".

       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".
           88  WS-ACCT-EOF               VALUE "10".

       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN INPUT : aucune
      *> écriture à rejouer, l'image est restaurée telle quelle.
           88  WS-LOG-OK                 VALUES "00" "05".
           88  WS-LOG-EOF                VALUE "10".

       01  WS-MJ-FILE-STATUS     PIC X(2).
      *> "05" = optional MAINTJRN not found at OPEN INPUT : aucune
      *> maintenance de compte à rejouer.
           88  WS-MJ-OK                  VALUES "00" "05".
           88  WS-MJ-EOF                 VALUE "10".

       01  WS-SNAP-FILE-STATUS   PIC X(2).
      *> "05" = optional BALHIST not found at OPEN INPUT : la
      *> preuve contre la photographie est simplement vide.
           88  WS-SNAP-OK                VALUES "00" "05".
           88  WS-SNAP-EOF               VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

      *> Point d'arrêt de la reprise et date de la photographie
      *> BALHIST servant de preuve, lus sur SYSIN.
       01  WS-STOP-DATE          PIC 9(8).
       01  WS-STOP-TIME          PIC 9(6).
       01  WS-PROOF-DATE         PIC 9(8).

      *> Horodatages comparés : copie image, point d'arrêt,
      *> écriture courante de chacun des deux journaux.
       01  WS-IMAGE-STAMP.
           05  WS-IMAGE-DATE     PIC 9(8) VALUE 0.
           05  WS-IMAGE-TIME     PIC 9(6) VALUE 0.
       01  WS-STOP-STAMP.
           05  WS-STOP-STAMP-DATE PIC 9(8).
           05  WS-STOP-STAMP-TIME PIC 9(6).
       01  WS-LOG-STAMP.
           05  WS-LOG-DATE       PIC 9(8).
           05  WS-LOG-TIME       PIC 9(6).
       01  WS-MJ-STAMP.
           05  WS-MJ-DATE        PIC 9(8).
           05  WS-MJ-TIME        PIC 9(6).

       01  WS-LOG-DONE           PIC X(1) VALUE "N".
           88  LOG-DONE                  VALUE "O".
       01  WS-MJ-DONE            PIC X(1) VALUE "N".
           88  MJ-DONE                   VALUE "O".
       01  WS-ENTRY-FOUND        PIC X(1).
           88  ENTRY-FOUND               VALUE "O".

      *> Contrôle de la copie image avant toute restauration.
       01  WS-HEADER-SEEN        PIC X(1) VALUE "N".
           88  IMAGE-HEADER-SEEN         VALUE "O".
       01  WS-TRAILER-SEEN       PIC X(1) VALUE "N".
           88  IMAGE-TRAILER-SEEN        VALUE "O".
       01  WS-SCAN-COUNT         PIC 9(6) VALUE 0.
       01  WS-SCAN-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-TRAILER-COUNT      PIC 9(6) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC S9(12)V99 VALUE 0.

      *> Vue des premières zones d'une image de compte, lue hors
      *> du fichier reconstitué.
       01  WS-IMAGE-ACCOUNT.
           05  WS-IMG-ACCT-NUMBER PIC 9(6).
           05  WS-IMG-ACCT-TYPE  PIC X(1).
           05  WS-IMG-BALANCE    PIC S9(10)V99.
           05  FILLER            PIC X(45).

       01  WS-KEPT-BALANCE       PIC S9(10)V99.
       01  WS-MOVEMENT           PIC S9(10)V99.

      *> Ecritures générées par la banque : elles laissent la
      *> date de dernière activité inchangée, comme au posting.
       01  WS-REPLAY-TYPE        PIC X(10).
           88  REPLAY-BANK-POSTING       VALUES "intérêt" "agios"
                                         "frais" "échéance"
                                         "capital" "int. prêt"
                                         "retour ext".

       01  WS-COUNTS.
           05  WS-COUNT-RESTORED      PIC 9(6) VALUE 0.
           05  WS-COUNT-LOG-BEFORE    PIC 9(6) VALUE 0.
           05  WS-COUNT-LOG-APPLIED   PIC 9(6) VALUE 0.
           05  WS-COUNT-LOG-NOT-POSTED PIC 9(6) VALUE 0.
           05  WS-COUNT-LOG-AFTER     PIC 9(6) VALUE 0.
           05  WS-COUNT-CLOSURES      PIC 9(6) VALUE 0.
           05  WS-COUNT-MJ-BEFORE     PIC 9(6) VALUE 0.
           05  WS-COUNT-MJ-APPLIED    PIC 9(6) VALUE 0.
           05  WS-COUNT-MJ-AFTER      PIC 9(6) VALUE 0.
           05  WS-COUNT-CREATED       PIC 9(6) VALUE 0.
           05  WS-COUNT-CHAIN-BREAKS  PIC 9(6) VALUE 0.
           05  WS-COUNT-MISSING       PIC 9(6) VALUE 0.
           05  WS-COUNT-ANOMALIES     PIC 9(6) VALUE 0.

       01  WS-NET-MOVEMENTS      PIC S9(12)V99 VALUE 0.

      *> Totaux de clôture du fichier reconstitué.
       01  WS-CLOSING.
           05  WS-CLOSE-COUNT         PIC 9(6) VALUE 0.
           05  WS-CLOSE-ACTIVE        PIC 9(6) VALUE 0.
           05  WS-CLOSE-DORMANT       PIC 9(6) VALUE 0.
           05  WS-CLOSE-CLOSED        PIC 9(6) VALUE 0.
           05  WS-CLOSE-CHECKING      PIC S9(12)V99 VALUE 0.
           05  WS-CLOSE-SAVINGS       PIC S9(12)V99 VALUE 0.
           05  WS-CLOSE-LOANS         PIC S9(12)V99 VALUE 0.
           05  WS-CLOSE-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-EXPECTED-TOTAL     PIC S9(12)V99.

      *> Preuve contre la photographie BALHIST du jour choisi.
       01  WS-PROOF.
           05  WS-PROOF-COUNT         PIC 9(6) VALUE 0.
           05  WS-PROOF-TOTAL         PIC S9(12)V99 VALUE 0.
           05  WS-PROOF-ECARTS        PIC 9(6) VALUE 0.
       01  WS-SNAP-STATE         PIC X(1).
       01  WS-RCV-STATE          PIC X(1).

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-OTHER         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

      *> Reprise en avant du fichier comptes : la copie image
      *> prise en tête de la chaîne de fin de journée est
      *> restaurée sur un fichier neuf (ACCTRCV), puis les deux
      *> journaux sont rejoués par ordre chronologique jusqu'au
      *> point d'arrêt demandé : TRANLOG pour les soldes et les
      *> clôtures (écritures acceptées seulement, qu'elles
      *> viennent du guichet, du lot, de la file d'approbation
      *> ou des traitements mensuels), MAINTJRN pour les
      *> créations de comptes et les changements d'état,
      *> découvert, plafond et titulaire. Le rapport RCVRPT donne
      *> les comptages, les totaux de clôture et la preuve
      *> contre la photographie BALHIST ; l'exploitation
      *> substitue ensuite ACCTRCV au fichier comptes.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   REPRISE DU FICHIER COMPTES         ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "ACCTRECOVERY" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date d'arrêt de la reprise (AAAAMMJJ,"
           DISPLAY "0 = tout le journal) :".
           ACCEPT WS-STOP-DATE.
           DISPLAY "Heure d'arrêt (HHMMSS) :".
           ACCEPT WS-STOP-TIME.
           DISPLAY "Date de la photographie BALHIST de preuve"
           DISPLAY "(AAAAMMJJ, 0 = aucune) :".
           ACCEPT WS-PROOF-DATE.

           IF WS-STOP-DATE = 0
               MOVE 99999999 TO WS-STOP-STAMP-DATE
               MOVE 999999   TO WS-STOP-STAMP-TIME
           ELSE
               MOVE WS-STOP-DATE TO WS-STOP-STAMP-DATE
               MOVE WS-STOP-TIME TO WS-STOP-STAMP-TIME
           END-IF.

           PERFORM 010-CHECK-IMAGE.
           PERFORM 020-OPEN-REPORT.
           PERFORM 100-RESTORE-IMAGE.
           PERFORM 200-REPLAY-JOURNALS.
           PERFORM 500-COMPUTE-CLOSING-TOTALS.
           IF WS-PROOF-DATE NOT = 0
               PERFORM 600-PROVE-AGAINST-SNAPSHOT
           END-IF.
           PERFORM 900-WRITE-SUMMARY.

           CLOSE RECOVERED-MASTER.
           CLOSE RECOVERY-REPORT.
           PERFORM 950-LOG-STEP-END.
           GOBACK.

      *> La copie image n'est restaurée que complète : en-tête,
      *> enregistrement de fin, nombre de comptes et total des
      *> soldes concordants. Sinon rien n'est écrit.
       010-CHECK-IMAGE.
           OPEN INPUT IMAGE-FILE.
           IF NOT WS-IMG-OK
               DISPLAY "Impossible d'ouvrir la copie image : "
                   WS-IMG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ IMAGE-FILE
               AT END SET WS-IMG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-IMG-EOF
               EVALUATE TRUE
                   WHEN IH-IS-HEADER
                       SET IMAGE-HEADER-SEEN TO TRUE
                       MOVE IH-COPY-DATE TO WS-IMAGE-DATE
                       MOVE IH-COPY-TIME TO WS-IMAGE-TIME
                   WHEN IA-IS-ACCOUNT
                       MOVE IA-ACCOUNT-IMAGE TO WS-IMAGE-ACCOUNT
                       ADD 1 TO WS-SCAN-COUNT
                       ADD WS-IMG-BALANCE TO WS-SCAN-TOTAL
                   WHEN IT-IS-TRAILER
                       SET IMAGE-TRAILER-SEEN TO TRUE
                       MOVE IT-ACCOUNT-COUNT TO WS-TRAILER-COUNT
                       MOVE IT-BALANCE-TOTAL TO WS-TRAILER-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ IMAGE-FILE
                   AT END SET WS-IMG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE.
           MOVE "00" TO WS-IMG-FILE-STATUS.

           IF NOT IMAGE-HEADER-SEEN OR NOT IMAGE-TRAILER-SEEN
               DISPLAY "COPIE IMAGE INCOMPLETE : en-tête ou"
               DISPLAY "enregistrement de fin absent."
               DISPLAY "Reprise abandonnée, rien n'est écrit."
               MOVE 8 TO RETURN-CODE
               PERFORM 950-LOG-STEP-END
               STOP RUN
           END-IF.
           IF WS-SCAN-COUNT NOT = WS-TRAILER-COUNT
              OR WS-SCAN-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "COPIE IMAGE DISCORDANTE :"
               DISPLAY "  annoncé : " WS-TRAILER-COUNT
                   " comptes, total " WS-TRAILER-TOTAL
               DISPLAY "  lu      : " WS-SCAN-COUNT
                   " comptes, total " WS-SCAN-TOTAL
               DISPLAY "Reprise abandonnée, rien n'est écrit."
               MOVE 8 TO RETURN-CODE
               PERFORM 950-LOG-STEP-END
               STOP RUN
           END-IF.
           IF WS-STOP-STAMP < WS-IMAGE-STAMP
               DISPLAY "Point d'arrêt antérieur à la copie image"
               DISPLAY "du " WS-IMAGE-DATE " à " WS-IMAGE-TIME
                   " : reprise impossible."
               MOVE 8 TO RETURN-CODE
               PERFORM 950-LOG-STEP-END
               STOP RUN
           END-IF.

       020-OPEN-REPORT.
           OPEN OUTPUT RECOVERY-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport de"
               DISPLAY "reprise : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "REPRISE DU FICHIER COMPTES DEPUIS LA COPIE IMAGE"
               " DU " WS-IMAGE-DATE " A " WS-IMAGE-TIME
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           IF WS-STOP-DATE = 0
               STRING "POINT D'ARRET : FIN DU JOURNAL"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           ELSE
               STRING "POINT D'ARRET : " WS-STOP-DATE
                   " A " WS-STOP-TIME
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           END-IF.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       100-RESTORE-IMAGE.
           OPEN OUTPUT RECOVERED-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible de créer le fichier comptes"
               DISPLAY "reconstitué : " WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT IMAGE-FILE.
           READ IMAGE-FILE
               AT END SET WS-IMG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-IMG-EOF
               IF IA-IS-ACCOUNT
                   MOVE IA-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de restauration du compte "
                               ACCT-NUMBER " : " WS-ACCT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-RESTORED
                   END-WRITE
               END-IF
               READ IMAGE-FILE
                   AT END SET WS-IMG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE.
           CLOSE RECOVERED-MASTER.

           OPEN I-O RECOVERED-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible de rouvrir le fichier comptes"
               DISPLAY "reconstitué : " WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

      *> Fusion des deux journaux, chacun déjà chronologique :
      *> l'écriture la plus ancienne passe la première, la
      *> maintenance avant le mouvement à la même seconde (un
      *> compte est créé avant de recevoir son dépôt d'ouverture).
       200-REPLAY-JOURNALS.
           OPEN INPUT TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal : "
                   WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MAINT-JOURNAL.
           IF NOT WS-MJ-OK
               DISPLAY "Impossible d'ouvrir le journal de"
               DISPLAY "maintenance : " WS-MJ-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 210-NEXT-LOG-ENTRY.
           PERFORM 220-NEXT-MJ-ENTRY.
           PERFORM UNTIL LOG-DONE AND MJ-DONE
               IF NOT MJ-DONE
                  AND (LOG-DONE OR WS-MJ-STAMP NOT > WS-LOG-STAMP)
                   PERFORM 400-APPLY-MAINTENANCE
                   PERFORM 220-NEXT-MJ-ENTRY
               ELSE
                   PERFORM 300-APPLY-TRANSACTION
                   PERFORM 210-NEXT-LOG-ENTRY
               END-IF
           END-PERFORM.

           CLOSE TRANSACTION-LOG.
           CLOSE MAINT-JOURNAL.

      *> Prochaine écriture acceptée postérieure à la copie image
      *> et antérieure au point d'arrêt ; les écritures refusées
      *> ou en attente d'approbation n'ont pas touché au fichier.
       210-NEXT-LOG-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM UNTIL ENTRY-FOUND OR LOG-DONE
               READ TRANSACTION-LOG
                   AT END SET LOG-DONE TO TRUE
               END-READ
               IF NOT LOG-DONE
                   MOVE TRAN-DATE TO WS-LOG-DATE
                   MOVE TRAN-TIME TO WS-LOG-TIME
                   IF WS-LOG-STAMP NOT > WS-IMAGE-STAMP
                       ADD 1 TO WS-COUNT-LOG-BEFORE
                   ELSE IF WS-LOG-STAMP > WS-STOP-STAMP
                       ADD 1 TO WS-COUNT-LOG-AFTER
                   ELSE IF NOT TRAN-ACCEPTED
                       ADD 1 TO WS-COUNT-LOG-NOT-POSTED
                   ELSE
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Prochaine maintenance du fichier comptes dans la même
      *> fenêtre ; les autres fichiers maîtres sont ignorés.
       220-NEXT-MJ-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM UNTIL ENTRY-FOUND OR MJ-DONE
               READ MAINT-JOURNAL
                   AT END SET MJ-DONE TO TRUE
               END-READ
               IF NOT MJ-DONE AND MJ-FILE-ID = "ACCTMAST"
                   MOVE MJ-DATE TO WS-MJ-DATE
                   MOVE MJ-TIME TO WS-MJ-TIME
                   IF WS-MJ-STAMP NOT > WS-IMAGE-STAMP
                       ADD 1 TO WS-COUNT-MJ-BEFORE
                   ELSE IF WS-MJ-STAMP > WS-STOP-STAMP
                       ADD 1 TO WS-COUNT-MJ-AFTER
                   ELSE
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Le solde repris est celui que le journal a enregistré
      *> après l'écriture ; un solde avant qui ne suit pas le
      *> fichier reconstitué est signalé comme au rapprochement.
       300-APPLY-TRANSACTION.
           MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
           READ RECOVERED-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   PERFORM 310-REPORT-MISSING-ACCOUNT
               NOT INVALID KEY
                   PERFORM 320-REPLAY-ON-ACCOUNT
           END-READ.

       310-REPORT-MISSING-ACCOUNT.
           ADD 1 TO WS-COUNT-MISSING.
           MOVE TRAN-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "COMPTE " TRAN-ACCT-NUMBER
               "  ABSENT : ECRITURE DU " TRAN-DATE " " TRAN-TIME
               " " TRAN-TYPE " " WS-EDIT-AMOUNT " NON REJOUEE"
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       320-REPLAY-ON-ACCOUNT.
           IF TRAN-BALANCE-BEFORE NOT = ACCT-BALANCE
               PERFORM 330-REPORT-CHAIN-BREAK
           END-IF.
           COMPUTE WS-MOVEMENT = TRAN-BALANCE-AFTER - ACCT-BALANCE.
           ADD WS-MOVEMENT TO WS-NET-MOVEMENTS.
           MOVE TRAN-BALANCE-AFTER TO ACCT-BALANCE.
           MOVE TRAN-TYPE TO WS-REPLAY-TYPE.
           IF TRAN-IS-REVERSAL OR NOT REPLAY-BANK-POSTING
               MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           IF TRAN-TYPE = "clôture"
               SET ACCT-CLOSED TO TRUE
               MOVE TRAN-DATE TO ACCT-CLOSURE-DATE
               ADD 1 TO WS-COUNT-CLOSURES
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du compte "
                       ACCT-NUMBER " : " WS-ACCT-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-COUNT-LOG-APPLIED.

       330-REPORT-CHAIN-BREAK.
           ADD 1 TO WS-COUNT-CHAIN-BREAKS.
           MOVE ACCT-BALANCE        TO WS-EDIT-AMOUNT.
           MOVE TRAN-BALANCE-BEFORE TO WS-EDIT-OTHER.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "COMPTE " ACCT-NUMBER
               "  RUPTURE LE " TRAN-DATE " " TRAN-TIME
               "  FICHIER: " WS-EDIT-AMOUNT
               "  JOURNAL: " WS-EDIT-OTHER
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

      *> Une création part d'un solde nul : le solde du compte
      *> naît ensuite du journal, comme au rapprochement. Les
      *> autres maintenances reprennent l'image après, sauf le
      *> solde, qui reste celui du rejeu.
       400-APPLY-MAINTENANCE.
           MOVE MJ-AFTER-IMAGE TO WS-IMAGE-ACCOUNT.
           IF MJ-ACTION = "CREATION"
               MOVE MJ-AFTER-IMAGE TO ACCOUNT-RECORD
               MOVE 0 TO ACCT-BALANCE
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       PERFORM 410-REPORT-MJ-ANOMALY
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-CREATED
                       ADD 1 TO WS-COUNT-MJ-APPLIED
               END-WRITE
           ELSE
               MOVE WS-IMG-ACCT-NUMBER TO ACCT-NUMBER
               READ RECOVERED-MASTER
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       PERFORM 410-REPORT-MJ-ANOMALY
                   NOT INVALID KEY
                       MOVE ACCT-BALANCE TO WS-KEPT-BALANCE
                       MOVE MJ-AFTER-IMAGE TO ACCOUNT-RECORD
                       MOVE WS-KEPT-BALANCE TO ACCT-BALANCE
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY "Erreur de mise à jour du"
                                   " compte " ACCT-NUMBER " : "
                                   WS-ACCT-FILE-STATUS
                       END-REWRITE
                       ADD 1 TO WS-COUNT-MJ-APPLIED
               END-READ
           END-IF.

       410-REPORT-MJ-ANOMALY.
           ADD 1 TO WS-COUNT-ANOMALIES.
           MOVE SPACES TO RECOVERY-LINE.
           IF MJ-ACTION = "CREATION"
               STRING "COMPTE " WS-IMG-ACCT-NUMBER
                   "  CREATION DU " MJ-DATE " " MJ-TIME
                   " : COMPTE DEJA PRESENT, NON REJOUEE"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           ELSE
               STRING "COMPTE " WS-IMG-ACCT-NUMBER
                   "  " MJ-ACTION " DU " MJ-DATE " " MJ-TIME
                   " : COMPTE ABSENT, NON REJOUEE"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           END-IF.
           WRITE RECOVERY-LINE.

       500-COMPUTE-CLOSING-TOTALS.
           MOVE 0 TO ACCT-NUMBER.
           START RECOVERED-MASTER
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
           IF NOT WS-ACCT-EOF
               READ RECOVERED-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF
               PERFORM 510-ADD-CLOSING-ACCOUNT
               READ RECOVERED-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-ACCT-FILE-STATUS.

       510-ADD-CLOSING-ACCOUNT.
           ADD 1 TO WS-CLOSE-COUNT.
           ADD ACCT-BALANCE TO WS-CLOSE-TOTAL.
           IF ACCT-CLOSED
               ADD 1 TO WS-CLOSE-CLOSED
           ELSE IF ACCT-DORMANT
               ADD 1 TO WS-CLOSE-DORMANT
           ELSE
               ADD 1 TO WS-CLOSE-ACTIVE
           END-IF.
           IF ACCT-TYPE-LOAN
               ADD ACCT-BALANCE TO WS-CLOSE-LOANS
           ELSE IF ACCT-TYPE-SAVINGS
               ADD ACCT-BALANCE TO WS-CLOSE-SAVINGS
           ELSE
               ADD ACCT-BALANCE TO WS-CLOSE-CHECKING
           END-IF.

      *> Chaque compte de la photographie du jour choisi est
      *> relu sur le fichier reconstitué : solde et état doivent
      *> concorder quand le point d'arrêt est l'heure de la
      *> photographie (fin de la chaîne de ce jour-là).
       600-PROVE-AGAINST-SNAPSHOT.
           OPEN INPUT BALANCE-HISTORY.
           IF NOT WS-SNAP-OK
               DISPLAY "Impossible d'ouvrir l'historique des"
               DISPLAY "soldes : " WS-SNAP-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "PREUVE CONTRE LA PHOTOGRAPHIE BALHIST DU "
               WS-PROOF-DATE
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           READ BALANCE-HISTORY
               AT END SET WS-SNAP-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SNAP-EOF
               IF SNAP-DATE = WS-PROOF-DATE
                   PERFORM 610-PROVE-ONE-ACCOUNT
               END-IF
               READ BALANCE-HISTORY
                   AT END SET WS-SNAP-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY.

       610-PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-PROOF-COUNT.
           ADD SNAP-BALANCE TO WS-PROOF-TOTAL.
           MOVE SNAP-ACCT-NUMBER TO ACCT-NUMBER.
           READ RECOVERED-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   PERFORM 615-REPORT-NOT-RECOVERED
               NOT INVALID KEY
                   PERFORM 620-COMPARE-ACCOUNT
           END-READ.

       615-REPORT-NOT-RECOVERED.
           ADD 1 TO WS-PROOF-ECARTS.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "COMPTE " SNAP-ACCT-NUMBER
               "  PHOTOGRAPHIE : ABSENT DU FICHIER RECONSTITUE"
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       620-COMPARE-ACCOUNT.
      *>   L'espace des enregistrements anciens vaut actif.
           MOVE SNAP-ACCT-STATUS TO WS-SNAP-STATE.
           IF WS-SNAP-STATE = SPACE
               MOVE "A" TO WS-SNAP-STATE
           END-IF.
           MOVE ACCT-STATUS TO WS-RCV-STATE.
           IF WS-RCV-STATE = SPACE
               MOVE "A" TO WS-RCV-STATE
           END-IF.
           IF SNAP-BALANCE NOT = ACCT-BALANCE
              OR WS-SNAP-STATE NOT = WS-RCV-STATE
               ADD 1 TO WS-PROOF-ECARTS
               MOVE SNAP-BALANCE TO WS-EDIT-AMOUNT
               MOVE ACCT-BALANCE TO WS-EDIT-OTHER
               MOVE SPACES TO RECOVERY-LINE
               STRING "COMPTE " ACCT-NUMBER
                   "  PHOTOGRAPHIE: " WS-EDIT-AMOUNT " " WS-SNAP-STATE
                   "  RECONSTITUE: " WS-EDIT-OTHER " " WS-RCV-STATE
                   DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
           END-IF.

       900-WRITE-SUMMARY.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-RESTORED TO WS-EDIT-COUNT.
           MOVE WS-TRAILER-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "COMPTES RESTAURES DE L'IMAGE   : " WS-EDIT-COUNT
               "  TOTAL " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-LOG-BEFORE TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "TRANLOG DEJA DANS L'IMAGE      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-LOG-APPLIED TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "TRANLOG ECRITURES REJOUEES     : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-LOG-NOT-POSTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "TRANLOG REFUSEES OU EN ATTENTE : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-LOG-AFTER TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "TRANLOG APRES LE POINT D'ARRET : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-CLOSURES TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "  DONT CLOTURES                : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-MJ-APPLIED TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "MAINTENANCES COMPTES REJOUEES  : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-CREATED TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "  DONT CREATIONS DE COMPTES    : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-MJ-AFTER TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "MAINTENANCES APRES L'ARRET     : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-CHAIN-BREAKS TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "RUPTURES DE CHAINE             : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-MISSING TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "ECRITURES SUR COMPTE ABSENT    : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-COUNT-ANOMALIES TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "MAINTENANCES NON REJOUEES      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "COMPTES RECONSTITUES           : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-ACTIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "  ACTIFS                       : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-DORMANT TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "  DORMANTS                     : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-CLOSED TO WS-EDIT-COUNT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "  CLOS                         : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-CHECKING TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "SOLDES COMPTES CHEQUES         : " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-SAVINGS TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "SOLDES COMPTES EPARGNE         : " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-LOANS TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "SOLDES COMPTES DE PRET         : " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE WS-CLOSE-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "TOTAL DES SOLDES RECONSTITUES  : " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

      *>   Contrôle croisé : total de l'image plus mouvements nets
      *>   rejoués égale le total reconstitué.
           COMPUTE WS-EXPECTED-TOTAL =
               WS-TRAILER-TOTAL + WS-NET-MOVEMENTS.
           MOVE WS-EXPECTED-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-LINE.
           IF WS-EXPECTED-TOTAL = WS-CLOSE-TOTAL
               STRING "IMAGE + MOUVEMENTS REJOUES     : " WS-EDIT-TOTAL
                   "  CONFORME"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           ELSE
               ADD 1 TO WS-COUNT-ANOMALIES
               STRING "IMAGE + MOUVEMENTS REJOUES     : " WS-EDIT-TOTAL
                   "  ECART"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           END-IF.
           WRITE RECOVERY-LINE.

           IF WS-PROOF-DATE NOT = 0
               MOVE WS-PROOF-COUNT TO WS-EDIT-COUNT
               MOVE WS-PROOF-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO RECOVERY-LINE
               STRING "PHOTOGRAPHIE " WS-PROOF-DATE
                   "          : " WS-EDIT-COUNT
                   "  TOTAL " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               MOVE WS-PROOF-ECARTS TO WS-EDIT-COUNT
               MOVE SPACES TO RECOVERY-LINE
               STRING "ECARTS AVEC LA PHOTOGRAPHIE    : " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               IF WS-PROOF-ECARTS = 0
                  AND WS-PROOF-COUNT = WS-CLOSE-COUNT
                  AND WS-PROOF-TOTAL = WS-CLOSE-TOTAL
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "AUCUN ECART : LE FICHIER RECONSTITUE EST"
                       " CONFORME A LA PHOTOGRAPHIE"
                       DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
               END-IF
           END-IF.

           DISPLAY "Comptes restaurés  : " WS-COUNT-RESTORED.
           DISPLAY "Écritures rejouées : " WS-COUNT-LOG-APPLIED.
           DISPLAY "Maintenances       : " WS-COUNT-MJ-APPLIED.
           DISPLAY "Ruptures de chaîne : " WS-COUNT-CHAIN-BREAKS.
           DISPLAY "Comptes reconstitués : " WS-CLOSE-COUNT.
           DISPLAY "Total des soldes   : " WS-CLOSE-TOTAL.
           IF WS-COUNT-CHAIN-BREAKS > 0
              OR WS-COUNT-MISSING > 0
              OR WS-COUNT-ANOMALIES > 0
              OR WS-PROOF-ECARTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Comptes restaurés en entrée, écritures et maintenances
      *> rejouées en sortie, anomalies en rejet.
       950-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE       TO OL-RETURN-CODE.
           MOVE WS-COUNT-RESTORED TO OL-COUNT-IN.
           COMPUTE OL-COUNT-OUT =
               WS-COUNT-LOG-APPLIED + WS-COUNT-MJ-APPLIED.
           COMPUTE OL-COUNT-REJECTED = WS-COUNT-CHAIN-BREAKS
               + WS-COUNT-MISSING + WS-COUNT-ANOMALIES.
           MOVE WS-CLOSE-TOTAL    TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
