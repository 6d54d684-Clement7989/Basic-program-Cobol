       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempIncidentEscal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEMP-INCIDENT-FILE ASSIGN TO "TEMPINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT ESCALATION-REPORT ASSIGN TO "TEMPESCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-INCIDENT-FILE.
           COPY TEMPINC.

       FD  ESCALATION-REPORT.
       01  ESCALATION-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INC-FILE-STATUS      PIC X(2).
      *> "05" = optional TEMPINC not found at OPEN INPUT : aucun
      *> incident à escalader.
           88  WS-INC-OK                  VALUES "00" "05".
           88  WS-INC-EOF                 VALUE "10".

       01  WS-RPT-FILE-STATUS      PIC X(2).
           88  WS-RPT-OK                  VALUE "00".

      *> Délai au-delà duquel un incident non acquitté remonte,
      *> et instant de référence : l'heure du lancement.
       01  WS-ESCALATE-HOURS       PIC 9(3).
       01  WS-ESCALATE-MINUTES     PIC 9(7).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM        PIC 9(4).
           05  WS-TIME-SSCC        PIC 9(4).

      *> Écart en minutes entre l'ouverture et l'instant de
      *> référence.
       01  WS-FROM-TIME            PIC 9(4).
       01  WS-FROM-SPLIT REDEFINES WS-FROM-TIME.
           05  WS-FROM-HOUR        PIC 9(2).
           05  WS-FROM-MINUTE      PIC 9(2).
       01  WS-TO-TIME              PIC 9(4).
       01  WS-TO-SPLIT REDEFINES WS-TO-TIME.
           05  WS-TO-HOUR          PIC 9(2).
           05  WS-TO-MINUTE        PIC 9(2).
       01  WS-ELAPSED-MINUTES      PIC S9(9).
       01  WS-ELAPSED-HOURS        PIC 9(5).

       01  WS-INCIDENTS-READ       PIC 9(6) VALUE 0.
       01  WS-ESCALATED-OPEN       PIC 9(6) VALUE 0.
       01  WS-ESCALATED-CLOSED     PIC 9(6) VALUE 0.

       01  WS-TYPE-LABEL           PIC X(8).
       01  WS-STATE-LABEL          PIC X(8).
       01  DISPLAY-HOURS           PIC ZZZZ9.
       01  DISPLAY-EVENTS          PIC ZZZZ9.

       PROCEDURE DIVISION.

      *> Escalade des incidents température : tout incident que
      *> personne n'a acquitté dans le délai fixé sort sur l'état,
      *> les incidents encore en cours d'abord signalés au
      *> responsable d'astreinte, les incidents clos d'eux-mêmes
      *> sans que personne ne les ait pris en compte ensuite.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   ESCALADE DES INCIDENTS TEMPERATURE ".
           DISPLAY "--------------------------------------".
           DISPLAY "Délai d'escalade en heures :".
           ACCEPT WS-ESCALATE-HOURS.
           COMPUTE WS-ESCALATE-MINUTES = WS-ESCALATE-HOURS * 60.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-REPORT-HEADER.

           MOVE LOW-VALUES TO INC-KEY.
           START TEMP-INCIDENT-FILE KEY IS NOT LESS THAN INC-KEY
               INVALID KEY SET WS-INC-EOF TO TRUE
           END-START.
           IF NOT WS-INC-EOF
               READ TEMP-INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-INC-EOF
               ADD 1 TO WS-INCIDENTS-READ
               IF INC-NOT-ACKNOWLEDGED
                   PERFORM 100-CHECK-INCIDENT
               END-IF
               READ TEMP-INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 300-WRITE-SUMMARY.

           CLOSE TEMP-INCIDENT-FILE.
           CLOSE ESCALATION-REPORT.

           DISPLAY "Incidents lus              : " WS-INCIDENTS-READ.
           DISPLAY "En cours non acquittés     : " WS-ESCALATED-OPEN.
           DISPLAY "Clos jamais acquittés      : "
               WS-ESCALATED-CLOSED.
           IF WS-ESCALATED-OPEN > 0
               DISPLAY "*** PREVENIR LE RESPONSABLE D'ASTREINTE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT TEMP-INCIDENT-FILE.
           IF NOT WS-INC-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "incidents : " WS-INC-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ESCALATION-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir l'état d'escalade : "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-REPORT-HEADER.
           MOVE WS-ESCALATE-HOURS TO DISPLAY-HOURS.
           MOVE SPACES TO ESCALATION-LINE.
           STRING "INCIDENTS TEMPERATURE NON ACQUITTES DEPUIS PLUS DE"
               DISPLAY-HOURS " H AU " WS-RUN-DATE " A " WS-TIME-HHMM
               DELIMITED BY SIZE INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           STRING "SITE      NATURE    OUVERT LE         DEPUIS  ETAT"
               "      MOTIF              NB  DERNIER LE"
               DELIMITED BY SIZE INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.

      *> Âge de l'incident compté depuis son ouverture jusqu'à
      *> l'heure du lancement, qu'il soit clos ou non : c'est le
      *> temps pendant lequel personne ne l'a pris en compte.
       100-CHECK-INCIDENT.
           MOVE INC-OPEN-TIME TO WS-FROM-TIME.
           MOVE WS-TIME-HHMM  TO WS-TO-TIME.
           COMPUTE WS-ELAPSED-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(INC-OPEN-DATE)) * 1440
               + WS-TO-HOUR * 60 + WS-TO-MINUTE
               - WS-FROM-HOUR * 60 - WS-FROM-MINUTE.
           IF WS-ELAPSED-MINUTES > WS-ESCALATE-MINUTES
               IF INC-IS-OPEN
                   ADD 1 TO WS-ESCALATED-OPEN
               ELSE
                   ADD 1 TO WS-ESCALATED-CLOSED
               END-IF
               PERFORM 200-WRITE-INCIDENT-LINE
           END-IF.

       200-WRITE-INCIDENT-LINE.
           IF INC-IS-TOLERANCE
               MOVE "SEUIL"    TO WS-TYPE-LABEL
           ELSE
               MOVE "EMISSION" TO WS-TYPE-LABEL
           END-IF.
           IF INC-IS-OPEN
               MOVE "EN COURS" TO WS-STATE-LABEL
           ELSE
               MOVE "CLOS"     TO WS-STATE-LABEL
           END-IF.
           DIVIDE WS-ELAPSED-MINUTES BY 60 GIVING WS-ELAPSED-HOURS.
           MOVE WS-ELAPSED-HOURS TO DISPLAY-HOURS.
           MOVE INC-EVENT-COUNT  TO DISPLAY-EVENTS.
           MOVE SPACES TO ESCALATION-LINE.
           STRING INC-SITE-ID
               "  " WS-TYPE-LABEL
               "  " INC-OPEN-DATE " " INC-OPEN-TIME
               "  " DISPLAY-HOURS " H"
               "  " WS-STATE-LABEL
               "  " INC-REASON
               " " DISPLAY-EVENTS
               "  " INC-LAST-DATE " " INC-LAST-TIME
               DELIMITED BY SIZE INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.

       300-WRITE-SUMMARY.
           IF WS-ESCALATED-OPEN + WS-ESCALATED-CLOSED = 0
               MOVE SPACES TO ESCALATION-LINE
               MOVE "  AUCUN" TO ESCALATION-LINE
               WRITE ESCALATION-LINE
           END-IF.
           MOVE SPACES TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           STRING "EN COURS NON ACQUITTES " WS-ESCALATED-OPEN
               "  CLOS JAMAIS ACQUITTES " WS-ESCALATED-CLOSED
               DELIMITED BY SIZE INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           IF WS-ESCALATED-OPEN > 0
               MOVE SPACES TO ESCALATION-LINE
               MOVE "*** PREVENIR LE RESPONSABLE D'ASTREINTE ***"
                   TO ESCALATION-LINE
               WRITE ESCALATION-LINE
           END-IF.
