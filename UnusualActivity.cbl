       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnusualActivity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "MAINTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT UNUSUAL-REPORT ASSIGN TO "UNUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY TRANHIST.

       FD  MAINT-JOURNAL.
           COPY MAINTJRN.

       FD  UNUSUAL-REPORT.
       01  UNUSUAL-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".
           88  WS-ACCT-EOF               VALUE "10".

       01  WS-HIST-FILE-STATUS   PIC X(2).
      *> "05" = optional TRANHIST not found at OPEN INPUT : aucun
      *> mouvement, le rapport sort vide.
           88  WS-HIST-OK                VALUES "00" "05".
           88  WS-HIST-EOF               VALUE "10".

       01  WS-MJ-FILE-STATUS     PIC X(2).
      *> "05" = optional MAINTJRN not found at OPEN INPUT : aucune
      *> réactivation à rapprocher.
           88  WS-MJ-OK                  VALUES "00" "05".
           88  WS-MJ-EOF                 VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

      *> Seuils d'approbation et de déclaration partagés.
           COPY TXNLIMIT.

      *> Critères de détection. Rafale : au moins WS-BURST-MIN-COUNT
      *> mouvements dans la journée et plus de WS-BURST-FACTOR fois
      *> la moyenne quotidienne des WS-HISTORY-DAYS jours
      *> précédents. Fractionnement : au moins WS-NEAR-MIN-COUNT
      *> mouvements dans la journée entre WS-NEAR-PERCENT % d'un
      *> seuil et ce seuil. Réveil : compte réactivé depuis moins
      *> de WS-REACT-DAYS jours qui fait circuler dans la journée
      *> au moins le seuil d'approbation.
       01  WS-BURST-MIN-COUNT    PIC 9(4) VALUE 5.
       01  WS-BURST-FACTOR       PIC 9(2) VALUE 3.
       01  WS-HISTORY-DAYS       PIC 9(3) VALUE 30.
       01  WS-NEAR-PERCENT       PIC 9(3) VALUE 90.
       01  WS-NEAR-MIN-COUNT     PIC 9(4) VALUE 3.
       01  WS-REACT-DAYS         PIC 9(3) VALUE 90.

       01  WS-REPORT-DATE        PIC 9(8).
       01  WS-DAY-INTEGER        PIC 9(8).
       01  WS-HIST-START         PIC 9(8).
       01  WS-REACT-START        PIC 9(8).
       01  WS-LARGE-FLOOR        PIC 9(10)V99.
       01  WS-DECL-FLOOR         PIC 9(10)V99.

      *> Réactivations de comptes relevées au journal des
      *> maintenances sur la période ; la clé journalisée d'un
      *> compte est son numéro cadré à gauche.
       01  WS-MJ-KEY.
           05  WS-MJ-KEY-ACCT    PIC X(6).
           05  FILLER            PIC X(2).
       01  WS-REACT-MAX          PIC 9(4) VALUE 500.
       01  WS-REACT-COUNT        PIC 9(4) VALUE 0.
       01  WS-REACT-OVERFLOW     PIC 9(6) VALUE 0.
       01  WS-REACT-IDX          PIC 9(4).
       01  WS-REACT-TABLE.
           05  WS-REACT-ENTRY OCCURS 500 TIMES.
               10  WS-REACT-ACCT     PIC X(6).
               10  WS-REACT-DATE     PIC 9(8).
       01  WS-REACT-FOUND        PIC X(1).
           88  REACT-FOUND               VALUE "O".
       01  WS-REACT-FOUND-DATE   PIC 9(8).

      *> Activité du compte en cours d'examen.
       01  WS-DAY-COUNT          PIC 9(4).
       01  WS-DAY-AMOUNT         PIC S9(10)V99.
       01  WS-PRIOR-COUNT        PIC 9(6).
       01  WS-NEAR-COUNT         PIC 9(4).
       01  WS-NEAR-AMOUNT        PIC S9(10)V99.
       01  WS-AVERAGE            PIC 9(4)V99.

       01  WS-MOTIVE             PIC X(14).
       01  WS-DETAIL             PIC X(60).

       01  WS-COUNT-ACCOUNTS     PIC 9(6) VALUE 0.
       01  WS-COUNT-BURSTS       PIC 9(6) VALUE 0.
       01  WS-COUNT-STRUCTURING  PIC 9(6) VALUE 0.
       01  WS-COUNT-REACTIVATED  PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AVERAGE       PIC ZZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> Rapport nocturne d'activité inhabituelle pour le contrôle
      *> interne : rafales de mouvements, mouvements répétés juste
      *> sous les seuils d'approbation ou de déclaration, comptes
      *> dormants réactivés qui font circuler de gros montants.
      *> Les mouvements sont pris dans l'historique indexé, compte
      *> par compte.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   RAPPORT D'ACTIVITE INHABITUELLE    ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "UNUSUALACTIVITY" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date du rapport (AAAAMMJJ) :".
           ACCEPT WS-REPORT-DATE.

           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-HIST-START = FUNCTION DATE-OF-INTEGER(
               WS-DAY-INTEGER - WS-HISTORY-DAYS).
           COMPUTE WS-REACT-START = FUNCTION DATE-OF-INTEGER(
               WS-DAY-INTEGER - WS-REACT-DAYS).
           COMPUTE WS-LARGE-FLOOR =
               WS-LARGE-TXN-THRESHOLD * WS-NEAR-PERCENT / 100.
           COMPUTE WS-DECL-FLOOR =
               WS-DECLARABLE-THRESHOLD * WS-NEAR-PERCENT / 100.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-HEADER.
           PERFORM 100-LOAD-REACTIVATIONS.

           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.

           IF NOT WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-ACCT-EOF
               ADD 1 TO WS-COUNT-ACCOUNTS
               PERFORM 200-SCAN-HISTORY
               PERFORM 300-CHECK-ACCOUNT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-SUMMARY.

           CLOSE ACCOUNT-MASTER.
           CLOSE TRAN-HISTORY.
           CLOSE UNUSUAL-REPORT.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE       TO OL-RETURN-CODE.
           MOVE WS-COUNT-ACCOUNTS TO OL-COUNT-IN.
           COMPUTE OL-COUNT-OUT = WS-COUNT-BURSTS
               + WS-COUNT-STRUCTURING + WS-COUNT-REACTIVATED.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT TRAN-HISTORY.
           IF NOT WS-HIST-OK
               DISPLAY "Impossible d'ouvrir l'historique des"
               DISPLAY "transactions : " WS-HIST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT UNUSUAL-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport d'activité"
               DISPLAY "inhabituelle : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-HEADER.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "ACTIVITE INHABITUELLE DES COMPTES DU "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "RAFALE         : MOUVEMENTS DU JOUR SANS COMMUNE"
               " MESURE AVEC LES " WS-HISTORY-DAYS " JOURS PRECEDENTS"
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "FRACTIONNEMENT : MOUVEMENTS REPETES JUSTE SOUS LE"
               " SEUIL D'APPROBATION OU DE DECLARATION"
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "REVEIL         : COMPTE REACTIVE DEPUIS MOINS DE "
               WS-REACT-DAYS " JOURS, GROS MONTANTS DANS LA JOURNEE"
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.

      *> Table des comptes réactivés depuis WS-REACT-START.
       100-LOAD-REACTIVATIONS.
           OPEN INPUT MAINT-JOURNAL.
           IF NOT WS-MJ-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "maintenances : " WS-MJ-FILE-STATUS
               STOP RUN
           END-IF.

           READ MAINT-JOURNAL
               AT END SET WS-MJ-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-MJ-EOF
               IF MJ-FILE-ID = "ACCTMAST"
                  AND MJ-ACTION = "REACTIVATION"
                  AND MJ-DATE NOT < WS-REACT-START
                  AND MJ-DATE NOT > WS-REPORT-DATE
                   PERFORM 110-ADD-REACTIVATION
               END-IF
               READ MAINT-JOURNAL
                   AT END SET WS-MJ-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MAINT-JOURNAL.

       110-ADD-REACTIVATION.
           IF WS-REACT-COUNT = WS-REACT-MAX
               ADD 1 TO WS-REACT-OVERFLOW
           ELSE
               ADD 1 TO WS-REACT-COUNT
               MOVE MJ-RECORD-KEY TO WS-MJ-KEY
               MOVE WS-MJ-KEY-ACCT TO WS-REACT-ACCT(WS-REACT-COUNT)
               MOVE MJ-DATE TO WS-REACT-DATE(WS-REACT-COUNT)
           END-IF.

      *> Mouvements clients acceptés du compte sur la période :
      *> ceux du jour d'une part, ceux des jours précédents
      *> d'autre part. Les contre-passations et les écritures
      *> générées (intérêts, agios, frais) ne comptent pas.
       200-SCAN-HISTORY.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-DAY-AMOUNT.
           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 0 TO WS-NEAR-COUNT.
           MOVE 0 TO WS-NEAR-AMOUNT.
           MOVE "00" TO WS-HIST-FILE-STATUS.

           MOVE ACCT-NUMBER   TO TH-ACCT-NUMBER.
           MOVE WS-HIST-START TO TH-DATE.
           MOVE 0             TO TH-TIME.
           MOVE 0             TO TH-SEQUENCE.
           START TRAN-HISTORY
               KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
                      OR TH-ACCT-NUMBER NOT = ACCT-NUMBER
                      OR TH-DATE > WS-REPORT-DATE
               IF TH-ACCEPTED
                  AND NOT TH-IS-REVERSAL
                  AND (TH-TYPE = "dépôt" OR TH-TYPE = "retrait"
                       OR TH-TYPE = "virement"
                       OR TH-TYPE = "vir. ext.")
                   PERFORM 210-COUNT-MOVEMENT
               END-IF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM.

       210-COUNT-MOVEMENT.
           IF TH-DATE < WS-REPORT-DATE
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               ADD 1 TO WS-DAY-COUNT
               ADD TH-AMOUNT TO WS-DAY-AMOUNT
               IF (TH-AMOUNT NOT < WS-LARGE-FLOOR
                   AND TH-AMOUNT < WS-LARGE-TXN-THRESHOLD)
                  OR (TH-AMOUNT NOT < WS-DECL-FLOOR
                   AND TH-AMOUNT < WS-DECLARABLE-THRESHOLD)
                   ADD 1 TO WS-NEAR-COUNT
                   ADD TH-AMOUNT TO WS-NEAR-AMOUNT
               END-IF
           END-IF.

      *> Un compte peut relever de plusieurs motifs : une ligne
      *> par motif.
       300-CHECK-ACCOUNT.
           IF WS-DAY-COUNT NOT < WS-BURST-MIN-COUNT
              AND WS-DAY-COUNT * WS-HISTORY-DAYS >
                  WS-BURST-FACTOR * WS-PRIOR-COUNT
               ADD 1 TO WS-COUNT-BURSTS
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-PRIOR-COUNT / WS-HISTORY-DAYS
               MOVE WS-AVERAGE TO WS-EDIT-AVERAGE
               MOVE WS-DAY-COUNT TO WS-EDIT-COUNT
               MOVE "RAFALE" TO WS-MOTIVE
               MOVE SPACES TO WS-DETAIL
               STRING "MVTS DU JOUR " WS-EDIT-COUNT
                   "  MOYENNE/JOUR " WS-EDIT-AVERAGE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 400-WRITE-FINDING
           END-IF.

           IF WS-NEAR-COUNT NOT < WS-NEAR-MIN-COUNT
               ADD 1 TO WS-COUNT-STRUCTURING
               MOVE WS-NEAR-COUNT TO WS-EDIT-COUNT
               MOVE WS-NEAR-AMOUNT TO WS-EDIT-AMOUNT
               MOVE "FRACTIONNEMENT" TO WS-MOTIVE
               MOVE SPACES TO WS-DETAIL
               STRING "MVTS SOUS SEUIL " WS-EDIT-COUNT
                   "  TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 400-WRITE-FINDING
           END-IF.

           IF WS-DAY-AMOUNT NOT < WS-LARGE-TXN-THRESHOLD
               PERFORM 310-FIND-REACTIVATION
               IF REACT-FOUND
                   ADD 1 TO WS-COUNT-REACTIVATED
                   MOVE WS-DAY-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE "REVEIL" TO WS-MOTIVE
                   MOVE SPACES TO WS-DETAIL
                   STRING "REACTIVE LE " WS-REACT-FOUND-DATE
                       "  MONTANT DU JOUR " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 400-WRITE-FINDING
               END-IF
           END-IF.

       310-FIND-REACTIVATION.
           MOVE "N" TO WS-REACT-FOUND.
           MOVE 0 TO WS-REACT-IDX.
           MOVE ACCT-NUMBER TO WS-MJ-KEY-ACCT.
           PERFORM 320-MATCH-REACTIVATION
               UNTIL WS-REACT-IDX = WS-REACT-COUNT
                  OR REACT-FOUND.

       320-MATCH-REACTIVATION.
           ADD 1 TO WS-REACT-IDX.
           IF WS-REACT-ACCT(WS-REACT-IDX) = WS-MJ-KEY-ACCT
               SET REACT-FOUND TO TRUE
               MOVE WS-REACT-DATE(WS-REACT-IDX)
                   TO WS-REACT-FOUND-DATE
           END-IF.

       400-WRITE-FINDING.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "COMPTE " ACCT-NUMBER
               "  CLIENT " ACCT-CUSTOMER-ID
               "  " WS-MOTIVE
               "  " WS-DETAIL
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "COMPTES EXAMINES        : " WS-COUNT-ACCOUNTS
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "RAFALES                 : " WS-COUNT-BURSTS
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "FRACTIONNEMENTS         : " WS-COUNT-STRUCTURING
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           MOVE SPACES TO UNUSUAL-LINE.
           STRING "REVEILS DE COMPTES      : " WS-COUNT-REACTIVATED
               DELIMITED BY SIZE INTO UNUSUAL-LINE.
           WRITE UNUSUAL-LINE.
           IF WS-REACT-OVERFLOW > 0
               MOVE SPACES TO UNUSUAL-LINE
               STRING "REACTIVATIONS NON EXAMINEES (TABLE PLEINE) : "
                   WS-REACT-OVERFLOW
                   DELIMITED BY SIZE INTO UNUSUAL-LINE
               WRITE UNUSUAL-LINE
           END-IF.
           DISPLAY "Comptes examinés   : " WS-COUNT-ACCOUNTS.
           DISPLAY "Rafales            : " WS-COUNT-BURSTS.
           DISPLAY "Fractionnements    : " WS-COUNT-STRUCTURING.
           DISPLAY "Réveils de comptes : " WS-COUNT-REACTIVATED.
