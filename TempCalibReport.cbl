       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempCalibReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEMP-CALIBRATION-FILE ASSIGN TO "TEMPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL TEMP-SCHEDULE-FILE ASSIGN TO "TEMPSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT CALIBRATION-REPORT ASSIGN TO "TEMPCALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-CALIBRATION-FILE.
           COPY TEMPCAL.

       FD  TEMP-SCHEDULE-FILE.
           COPY TEMPSCHED.

       FD  CALIBRATION-REPORT.
       01  CALIBRATION-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS      PIC X(2).
      *> "05" = optional TEMPCAL not found at OPEN INPUT : aucun
      *> capteur étalonné.
           88  WS-CAL-OK                  VALUES "00" "05".
           88  WS-CAL-EOF                 VALUE "10".

       01  WS-SCHED-FILE-STATUS    PIC X(2).
      *> "05" = optional TEMPSCHED not found at OPEN INPUT : pas de
      *> plan d'émission, seuls les capteurs étalonnés sont vus.
           88  WS-SCHED-OK                VALUES "00" "05".
           88  WS-SCHED-EOF               VALUE "10".

       01  WS-RPT-FILE-STATUS      PIC X(2).
           88  WS-RPT-OK                  VALUE "00".

      *> Date de référence du contrôle et fenêtre d'anticipation :
      *> un étalonnage qui tombe dans les 30 jours est à planifier.
       01  WS-REF-DATE             PIC 9(8).
       01  WS-DUE-WINDOW           PIC 9(3) VALUE 30.
       01  WS-DAYS                 PIC S9(7).

      *> Dernier étalonnage connu de chaque capteur ; un site
      *> présent deux fois dans TEMPCAL garde le plus récent, comme
      *> dans ConvertTemperature.
       01  WS-CAL-MAX              PIC 9(2) VALUE 50.
       01  WS-CAL-COUNT            PIC 9(2) VALUE 0.
       01  WS-CALIBRATION-TABLE.
           05  WS-CAL-ENTRY OCCURS 50 TIMES.
               10  WS-CAL-SITE        PIC X(8).
               10  WS-CAL-OFFSET      PIC S9(2)V99.
               10  WS-CAL-DATE        PIC 9(8).
               10  WS-CAL-NEXT-DUE    PIC 9(8).
               10  WS-CAL-CERTIFICATE PIC X(12).
       01  WS-CAL-IDX              PIC 9(2).
       01  WS-CAL-FOUND            PIC 9(2).
       01  WS-CAL-SEARCH-SITE      PIC X(8).

       01  WS-RECORDS-READ         PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DUE-SOON-COUNT       PIC 9(5) VALUE 0.
       01  WS-NEVER-COUNT          PIC 9(5) VALUE 0.

       01  WS-STATE-LABEL          PIC X(16).
       01  DISPLAY-DAYS            PIC ZZZZ9.
       01  DISPLAY-OFFSET          PIC ZZ9.99-.

       PROCEDURE DIVISION.

      *> Suivi mensuel de l'étalonnage des capteurs : sortent les
      *> capteurs dont l'échéance est dépassée à la date de
      *> référence, avec le retard en jours, ceux qui arrivent à
      *> échéance dans les 30 jours, avec les jours restants, et
      *> les sites du plan d'émission qui n'ont jamais été
      *> étalonnés. Leurs relevés sont corrigés avec un certificat
      *> périmé ou ne le sont pas du tout.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   ECHEANCES D'ETALONNAGE CAPTEURS    ".
           DISPLAY "--------------------------------------".
           DISPLAY "Date de référence (AAAAMMJJ) :".
           ACCEPT WS-REF-DATE.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-REPORT-HEADER.
           PERFORM 100-LOAD-CALIBRATIONS.

           MOVE 0 TO WS-CAL-IDX.
           PERFORM 200-CHECK-ONE-SENSOR
               UNTIL WS-CAL-IDX = WS-CAL-COUNT.

           PERFORM 300-CHECK-SCHEDULED-SITES.
           PERFORM 400-WRITE-SUMMARY.

           CLOSE CALIBRATION-REPORT.

           DISPLAY "Étalonnages lus            : " WS-RECORDS-READ.
           DISPLAY "Échus                      : " WS-OVERDUE-COUNT.
           DISPLAY "À échéance sous 30 jours   : " WS-DUE-SOON-COUNT.
           DISPLAY "Jamais étalonnés           : " WS-NEVER-COUNT.
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT TEMP-CALIBRATION-FILE.
           IF NOT WS-CAL-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "étalonnages : " WS-CAL-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CALIBRATION-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir l'état des étalonnages : "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-REPORT-HEADER.
           MOVE SPACES TO CALIBRATION-LINE.
           STRING "CAPTEURS A ETALONNER AU " WS-REF-DATE
               " : ECHUS OU A ECHEANCE SOUS " WS-DUE-WINDOW " JOURS"
               DELIMITED BY SIZE INTO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.
           MOVE SPACES TO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.
           MOVE SPACES TO CALIBRATION-LINE.
           STRING "SITE      ETAT              ETALONNE  ECHEANCE  "
               "JOURS  CORREC.  CERTIFICAT"
               DELIMITED BY SIZE INTO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.

       100-LOAD-CALIBRATIONS.
           READ TEMP-CALIBRATION-FILE
               AT END SET WS-CAL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CAL-EOF
               ADD 1 TO WS-RECORDS-READ
               PERFORM 110-STORE-CALIBRATION
               READ TEMP-CALIBRATION-FILE
                   AT END SET WS-CAL-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TEMP-CALIBRATION-FILE.

       110-STORE-CALIBRATION.
           MOVE CAL-SITE-ID TO WS-CAL-SEARCH-SITE.
           PERFORM 120-FIND-CALIBRATION-SITE.
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
                   MOVE CAL-CERTIFICATE
                       TO WS-CAL-CERTIFICATE (WS-CAL-FOUND)
               END-IF
           END-IF.

       120-FIND-CALIBRATION-SITE.
           MOVE 0 TO WS-CAL-FOUND.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM 125-CHECK-ONE-CALIBRATION
               UNTIL WS-CAL-IDX = WS-CAL-COUNT
                  OR WS-CAL-FOUND NOT = 0.

       125-CHECK-ONE-CALIBRATION.
           ADD 1 TO WS-CAL-IDX.
           IF WS-CAL-SITE (WS-CAL-IDX) = WS-CAL-SEARCH-SITE
               MOVE WS-CAL-IDX TO WS-CAL-FOUND
           END-IF.

      *> Échu : l'échéance est antérieure à la date de référence,
      *> comme pour le repérage des relevés dans ConvertTemperature.
      *> Une échéance à zéro compte pour échue, sans retard
      *> chiffré.
       200-CHECK-ONE-SENSOR.
           ADD 1 TO WS-CAL-IDX.
           IF WS-CAL-NEXT-DUE (WS-CAL-IDX) < WS-REF-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "ECHU" TO WS-STATE-LABEL
               IF WS-CAL-NEXT-DUE (WS-CAL-IDX) = 0
                   MOVE 0 TO WS-DAYS
               ELSE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (WS-CAL-NEXT-DUE (WS-CAL-IDX))
               END-IF
               PERFORM 210-WRITE-SENSOR-LINE
           ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CAL-NEXT-DUE (WS-CAL-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
               IF WS-DAYS NOT > WS-DUE-WINDOW
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE "ECHEANCE PROCHE" TO WS-STATE-LABEL
                   PERFORM 210-WRITE-SENSOR-LINE
               END-IF
           END-IF.

       210-WRITE-SENSOR-LINE.
           MOVE WS-DAYS TO DISPLAY-DAYS.
           MOVE WS-CAL-OFFSET (WS-CAL-IDX) TO DISPLAY-OFFSET.
           MOVE SPACES TO CALIBRATION-LINE.
           STRING WS-CAL-SITE (WS-CAL-IDX)
               "  " WS-STATE-LABEL
               "  " WS-CAL-DATE (WS-CAL-IDX)
               "  " WS-CAL-NEXT-DUE (WS-CAL-IDX)
               "  " DISPLAY-DAYS
               "  " DISPLAY-OFFSET
               "  " WS-CAL-CERTIFICATE (WS-CAL-IDX)
               DELIMITED BY SIZE INTO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.

      *> Un site qui émet selon le plan mais n'a aucun étalonnage
      *> n'est jamais corrigé : il sort aussi sur l'état.
       300-CHECK-SCHEDULED-SITES.
           OPEN INPUT TEMP-SCHEDULE-FILE.
           IF NOT WS-SCHED-OK
               DISPLAY "Plan d'émission indisponible : "
                   WS-SCHED-FILE-STATUS
           ELSE
               READ TEMP-SCHEDULE-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SCHED-EOF
                   MOVE SCH-SITE-ID TO WS-CAL-SEARCH-SITE
                   PERFORM 120-FIND-CALIBRATION-SITE
                   IF WS-CAL-FOUND = 0
                       PERFORM 310-WRITE-NEVER-CALIBRATED
                   END-IF
                   READ TEMP-SCHEDULE-FILE
                       AT END SET WS-SCHED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMP-SCHEDULE-FILE
           END-IF.

       310-WRITE-NEVER-CALIBRATED.
           ADD 1 TO WS-NEVER-COUNT.
           MOVE SPACES TO CALIBRATION-LINE.
           STRING SCH-SITE-ID
               "  JAMAIS ETALONNE"
               DELIMITED BY SIZE INTO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.

       400-WRITE-SUMMARY.
           IF WS-OVERDUE-COUNT + WS-DUE-SOON-COUNT
              + WS-NEVER-COUNT = 0
               MOVE SPACES TO CALIBRATION-LINE
               MOVE "  AUCUN" TO CALIBRATION-LINE
               WRITE CALIBRATION-LINE
           END-IF.
           MOVE SPACES TO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.
           MOVE SPACES TO CALIBRATION-LINE.
           STRING "ECHUS " WS-OVERDUE-COUNT
               "  A ECHEANCE SOUS 30 JOURS " WS-DUE-SOON-COUNT
               "  JAMAIS ETALONNES " WS-NEVER-COUNT
               DELIMITED BY SIZE INTO CALIBRATION-LINE.
           WRITE CALIBRATION-LINE.
           IF WS-OVERDUE-COUNT > 0
               MOVE SPACES TO CALIBRATION-LINE
               MOVE "*** RELEVES CORRIGES AVEC UN ETALONNAGE ECHU ***"
                   TO CALIBRATION-LINE
               WRITE CALIBRATION-LINE
           END-IF.
