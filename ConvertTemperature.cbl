               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT OPTIONAL TEMP-CALIBRATION-FILE ASSIGN TO "TEMPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT TEMP-SUMMARY-FILE ASSIGN TO "TEMPSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FILE-STATUS.
       FD  TEMP-TOLERANCE-FILE.
           COPY TEMPTOL.

       FD  TEMP-CALIBRATION-FILE.
           COPY TEMPCAL.

       FD  TEMP-SUMMARY-FILE.
       01  TEMP-SUMMARY-LINE       PIC X(114).

       FD  TEMP-HISTORY-FILE.
           COPY TEMPHIST.
           88  WS-TOL-OK                  VALUES "00" "05".
           88  WS-TOL-EOF                 VALUE "10".

       01  WS-CAL-FILE-STATUS      PIC X(2).
      *> "05" = optional TEMPCAL not found at OPEN INPUT : aucun
      *> capteur étalonné, les relevés passent sans correction.
           88  WS-CAL-OK                  VALUES "00" "05".
           88  WS-CAL-EOF                 VALUE "10".

       01  WS-SUMM-FILE-STATUS     PIC X(2).
           88  WS-SUMM-OK                 VALUE "00".


      *> Valeur du relevé ramenée en Celsius pour l'historique,
      *> quelle que soit la direction de conversion demandée.
       01  WS-NORMALIZE-VALUE PIC S9(4)V99.
       01  WS-NORMALIZED-C  PIC S9(4)V99.

      *> Relevé brut tel qu'émis par le capteur, et étalonnage du
      *> site appliqué avant conversion : correction, date du
      *> certificat (zéro sans étalonnage) et échéance dépassée.
       01  WS-RAW-VALUE         PIC S9(4)V99.
       01  WS-READING-OFFSET    PIC S9(2)V99.
       01  WS-READING-CAL-DATE  PIC 9(8).
       01  WS-READING-OVERDUE   PIC X(1).
           88  READING-OVERDUE            VALUE "O".

      *> Champs d'affichage édités, pour l'entrée et le résultat.
       01  DISPLAY-INPUT-VALUE  PIC ZZZ9.99-.
       01  DISPLAY-CELSIUS      PIC ZZZ9.99-.

      *> Seuils configurés par site, chargés de TEMPTOL en début
      *> de traitement par lot, avec l'état de l'incident du site
      *> tel que rendu par TempIncidentWrite : à espace tant qu'il
      *> n'est pas connu, "N" quand aucun incident n'est ouvert
      *> (un relevé dans les bornes n'a alors rien à clore).
       01  WS-TOL-MAX           PIC 9(2) VALUE 50.
       01  WS-TOL-COUNT         PIC 9(2) VALUE 0.
       01  WS-TOLERANCE-TABLE.
               10  WS-TOL-SITE        PIC X(8).
               10  WS-TOL-LOW         PIC S9(4)V99.
               10  WS-TOL-HIGH        PIC S9(4)V99.
               10  WS-TOL-INCIDENT    PIC X(1).

      *> Alarme ou retour à la normale transmis au fichier des
      *> incidents.
           COPY TEMPEVT.

      *> Étalonnages par site, chargés de TEMPCAL en début de
      *> traitement par lot ; un site présent deux fois garde son
      *> étalonnage le plus récent.
       01  WS-CAL-MAX           PIC 9(2) VALUE 50.
       01  WS-CAL-COUNT         PIC 9(2) VALUE 0.
       01  WS-CALIBRATION-TABLE.
           05  WS-CAL-ENTRY OCCURS 50 TIMES.
               10  WS-CAL-SITE        PIC X(8).
               10  WS-CAL-OFFSET      PIC S9(2)V99.
               10  WS-CAL-DATE        PIC 9(8).
               10  WS-CAL-NEXT-DUE    PIC 9(8).
       01  WS-CAL-IDX           PIC 9(2).
       01  WS-CAL-FOUND         PIC 9(2).
       01  WS-CAL-SEARCH-SITE   PIC X(8).

      *> Cumuls par site et par jour pour l'état de synthèse.
       01  WS-SUM-MAX           PIC 9(3) VALUE 100.
               10  WS-SUM-TOTAL       PIC S9(9)V99.
               10  WS-SUM-READINGS    PIC 9(4).
               10  WS-SUM-ALARM       PIC X(1).
               10  WS-SUM-OVERDUE     PIC X(1).

       01  WS-IDX               PIC 9(3).
       01  WS-ENTRY-IDX         PIC 9(3).
       01  DISPLAY-MAX          PIC ZZZ9.99-.
       01  DISPLAY-AVG          PIC ZZZ9.99-.
       01  DISPLAY-READINGS     PIC ZZZ9.
       01  WS-SUMMARY-FLAGS     PIC X(40).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 0 TO WS-SUM-COUNT.
           PERFORM 510-OPEN-BATCH-FILES.
           PERFORM 515-LOAD-TOLERANCES.
           PERFORM 517-LOAD-CALIBRATIONS.

           READ TEMP-READING-FILE
               AT END SET WS-READING-EOF TO TRUE
                       TO WS-TOL-LOW (WS-TOL-COUNT)
                   MOVE TOL-HIGH-BOUND
                       TO WS-TOL-HIGH (WS-TOL-COUNT)
                   MOVE SPACE TO WS-TOL-INCIDENT (WS-TOL-COUNT)
                   READ TEMP-TOLERANCE-FILE
                       AT END SET WS-TOL-EOF TO TRUE
                   END-READ
               CLOSE TEMP-TOLERANCE-FILE
           END-IF.

       517-LOAD-CALIBRATIONS.
           MOVE 0 TO WS-CAL-COUNT.
           OPEN INPUT TEMP-CALIBRATION-FILE.
           IF NOT WS-CAL-OK
               DISPLAY "Fichier des étalonnages indisponible : "
                   WS-CAL-FILE-STATUS
           ELSE
               READ TEMP-CALIBRATION-FILE
                   AT END SET WS-CAL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CAL-EOF
                   PERFORM 518-STORE-CALIBRATION
                   READ TEMP-CALIBRATION-FILE
                       AT END SET WS-CAL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMP-CALIBRATION-FILE
           END-IF.

       518-STORE-CALIBRATION.
           MOVE CAL-SITE-ID TO WS-CAL-SEARCH-SITE.
           PERFORM 524-FIND-CALIBRATION-SITE.
           IF WS-CAL-FOUND = 0
               IF WS-CAL-COUNT = WS-CAL-MAX
                   DISPLAY "Table des étalonnages saturée : site "
                       CAL-SITE-ID " ignoré."
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-FOUND
                   MOVE CAL-SITE-ID TO WS-CAL-SITE (WS-CAL-FOUND)
                   MOVE 0 TO WS-CAL-DATE (WS-CAL-FOUND)
               END-IF
           END-IF.
           IF WS-CAL-FOUND NOT = 0
               IF CAL-DATE NOT < WS-CAL-DATE (WS-CAL-FOUND)
                   MOVE CAL-OFFSET   TO WS-CAL-OFFSET (WS-CAL-FOUND)
                   MOVE CAL-DATE     TO WS-CAL-DATE (WS-CAL-FOUND)
                   MOVE CAL-NEXT-DUE TO WS-CAL-NEXT-DUE (WS-CAL-FOUND)
               END-IF
           END-IF.

       520-PROCESS-READING.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TR-DIRECTION TO WS-DIRECTION.
           MOVE TR-VALUE     TO WS-RAW-VALUE.
           PERFORM 522-APPLY-CALIBRATION.
           PERFORM 150-VALIDATE-RANGE.

           IF READING-IS-VALID
           END-EVALUATE.
           WRITE TEMP-REPORT-LINE.

      *> La correction d'étalonnage du site est ajoutée au relevé
      *> brut avant tout le reste : contrôle de vraisemblance,
      *> conversion, seuils et historique portent sur la valeur
      *> corrigée. Un capteur sans étalonnage passe tel quel ; un
      *> capteur dont l'échéance est dépassée à la date du relevé
      *> est corrigé quand même mais signalé sur la synthèse.
       522-APPLY-CALIBRATION.
           MOVE 0 TO WS-READING-OFFSET.
           MOVE 0 TO WS-READING-CAL-DATE.
           MOVE "N" TO WS-READING-OVERDUE.
           MOVE TR-SITE-ID TO WS-CAL-SEARCH-SITE.
           PERFORM 524-FIND-CALIBRATION-SITE.
           IF WS-CAL-FOUND NOT = 0
               MOVE WS-CAL-OFFSET (WS-CAL-FOUND) TO WS-READING-OFFSET
               MOVE WS-CAL-DATE (WS-CAL-FOUND) TO WS-READING-CAL-DATE
               IF WS-CAL-NEXT-DUE (WS-CAL-FOUND) < TR-DATE
                   SET READING-OVERDUE TO TRUE
               END-IF
           END-IF.
           COMPUTE WS-INPUT-VALUE = WS-RAW-VALUE + WS-READING-OFFSET.

       524-FIND-CALIBRATION-SITE.
           MOVE 0 TO WS-CAL-FOUND.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM 526-CHECK-ONE-CALIBRATION
               UNTIL WS-CAL-IDX = WS-CAL-COUNT
                  OR WS-CAL-FOUND NOT = 0.

       526-CHECK-ONE-CALIBRATION.
           ADD 1 TO WS-CAL-IDX.
           IF WS-CAL-SITE (WS-CAL-IDX) = WS-CAL-SEARCH-SITE
               MOVE WS-CAL-IDX TO WS-CAL-FOUND
           END-IF.

      *> Chaque relevé valide est versé à l'historique persistant,
      *> ramené en Celsius : le rapport du jour est jetable, la
      *> tendance d'un site ne l'est pas. La valeur corrigée y
      *> figure avec le relevé brut et l'étalonnage appliqué.
       525-APPEND-HISTORY.
           MOVE WS-INPUT-VALUE TO WS-NORMALIZE-VALUE.
           PERFORM 527-NORMALIZE-TO-CELSIUS.
           MOVE WS-NORMALIZED-C  TO TPH-CELSIUS.
           MOVE WS-RAW-VALUE TO WS-NORMALIZE-VALUE.
           PERFORM 527-NORMALIZE-TO-CELSIUS.
           MOVE WS-NORMALIZED-C  TO TPH-RAW-CELSIUS.
           MOVE TR-SITE-ID       TO TPH-SITE-ID.
           MOVE TR-DATE          TO TPH-DATE.
           MOVE TR-TIME          TO TPH-TIME.
           MOVE WS-READING-CAL-DATE TO TPH-CAL-DATE.
           MOVE WS-READING-OFFSET   TO TPH-CAL-OFFSET.
           WRITE TEMP-HISTORY-RECORD.

      *> Ramène le relevé en Celsius selon l'unité d'origine :
               WHEN "1"
               WHEN "5"
                   COMPUTE WS-NORMALIZED-C =
                       (WS-NORMALIZE-VALUE - 32) * 5 / 9
               WHEN "4"
               WHEN "6"
                   COMPUTE WS-NORMALIZED-C =
                       WS-NORMALIZE-VALUE - 273.15
               WHEN OTHER
                   MOVE WS-NORMALIZE-VALUE TO WS-NORMALIZED-C
           END-EVALUATE.

      *> Cumule le relevé converti dans l'entrée site/jour, en la
                   MOVE 0 TO WS-SUM-TOTAL (WS-ENTRY-IDX)
                   MOVE 0 TO WS-SUM-READINGS (WS-ENTRY-IDX)
                   MOVE "N" TO WS-SUM-ALARM (WS-ENTRY-IDX)
                   MOVE "N" TO WS-SUM-OVERDUE (WS-ENTRY-IDX)
               END-IF
           END-IF.
           IF WS-ENTRY-IDX NOT = 0
               PERFORM 540-UPDATE-SUMMARY-ENTRY
               IF READING-OVERDUE
                   MOVE "O" TO WS-SUM-OVERDUE (WS-ENTRY-IDX)
               END-IF
               PERFORM 550-CHECK-TOLERANCE
           END-IF.

                  OR WS-OUTPUT-VALUE > WS-TOL-HIGH (WS-TOL-IDX)
                   MOVE "O" TO WS-SUM-ALARM (WS-ENTRY-IDX)
                   MOVE "ALARME" TO TRPT-STATUS
                   PERFORM 580-RAISE-INCIDENT
               ELSE IF WS-TOL-INCIDENT (WS-TOL-IDX) NOT = "N"
                   PERFORM 585-CLEAR-INCIDENT
               END-IF
           END-IF.

      *> L'alarme du jour ne suffit pas : elle ouvre l'incident
      *> du site, ou prolonge celui qui est déjà ouvert, pour
      *> qu'il soit suivi jusqu'à sa prise en compte.
       580-RAISE-INCIDENT.
           MOVE SPACES TO TEMP-INCIDENT-EVENT.
           SET TEV-RAISE TO TRUE.
           IF WS-OUTPUT-VALUE > WS-TOL-HIGH (WS-TOL-IDX)
               MOVE "ALARME HAUTE" TO TEV-REASON
           ELSE
               MOVE "ALARME BASSE" TO TEV-REASON
           END-IF.
           PERFORM 590-SEND-INCIDENT-EVENT.

      *> Relevé revenu dans les bornes : l'incident ouvert du site
      *> se clôt de lui-même.
       585-CLEAR-INCIDENT.
           MOVE SPACES TO TEMP-INCIDENT-EVENT.
           SET TEV-CLEAR TO TRUE.
           PERFORM 590-SEND-INCIDENT-EVENT.

       590-SEND-INCIDENT-EVENT.
           MOVE TR-SITE-ID      TO TEV-SITE-ID.
           SET TEV-IS-TOLERANCE TO TRUE.
           MOVE TR-DATE         TO TEV-DATE.
           MOVE TR-TIME         TO TEV-TIME.
           MOVE WS-OUTPUT-VALUE TO TEV-VALUE.
           CALL "TempIncidentWrite" USING TEMP-INCIDENT-EVENT.
           MOVE TEV-INCIDENT-STATE TO WS-TOL-INCIDENT (WS-TOL-IDX).

       560-WRITE-SITE-SUMMARY.
           MOVE SPACES TO TEMP-SUMMARY-LINE.
           STRING "SYNTHESE PAR SITE ET PAR JOUR"
           MOVE WS-SUM-HI (WS-IDX)  TO DISPLAY-MAX.
           MOVE WS-AVERAGE-TEMP     TO DISPLAY-AVG.
           MOVE WS-SUM-READINGS (WS-IDX) TO DISPLAY-READINGS.
      *> Relevés d'un capteur à l'étalonnage échu : valeurs
      *> corrigées avec un certificat périmé, à lire avec réserve.
           MOVE SPACES TO WS-SUMMARY-FLAGS.
           IF WS-SUM-ALARM (WS-IDX) = "O"
              AND WS-SUM-OVERDUE (WS-IDX) = "O"
               MOVE "  *** ALARME *** *** ETALONNAGE ECHU ***"
                   TO WS-SUMMARY-FLAGS
           ELSE IF WS-SUM-ALARM (WS-IDX) = "O"
               MOVE "  *** ALARME ***" TO WS-SUMMARY-FLAGS
           ELSE IF WS-SUM-OVERDUE (WS-IDX) = "O"
               MOVE "  *** ETALONNAGE ECHU ***" TO WS-SUMMARY-FLAGS
           END-IF.
           MOVE SPACES TO TEMP-SUMMARY-LINE.
           STRING WS-SUM-SITE (WS-IDX)
               "  " WS-SUM-DATE (WS-IDX)
               "  MIN " DISPLAY-MIN
               "  MAX " DISPLAY-MAX
               "  MOY " DISPLAY-AVG
               "  RELEVES " DISPLAY-READINGS
               WS-SUMMARY-FLAGS
               DELIMITED BY SIZE INTO TEMP-SUMMARY-LINE.
           WRITE TEMP-SUMMARY-LINE.
