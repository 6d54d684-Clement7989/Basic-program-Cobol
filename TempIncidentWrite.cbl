       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempIncidentWrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEMP-INCIDENT-FILE ASSIGN TO "TEMPINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-INCIDENT-FILE.
           COPY TEMPINC.

       WORKING-STORAGE SECTION.
       01  WS-INC-FILE-STATUS  PIC X(2).
      *> "05" = optional TEMPINC not found at OPEN I-O; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-INC-OK                 VALUES "00" "05".
           88  WS-INC-EOF                VALUE "10".

       01  WS-INCIDENT-FOUND   PIC X(1).
           88  INCIDENT-FOUND            VALUE "O".
       01  WS-SCAN-DONE        PIC X(1).
           88  SCAN-DONE                 VALUE "O".

       LINKAGE SECTION.
           COPY TEMPEVT.

       PROCEDURE DIVISION USING TEMP-INCIDENT-EVENT.

      *> Tient le fichier des incidents température : une alarme
      *> ouvre l'incident du site ou met à jour celui qui est
      *> déjà ouvert, un retour à la normale le clôt. Appelé par
      *> ConvertTemperature (seuils TEMPTOL) et TempSensorCheck
      *> (plan d'émission) : une seule copie de cette logique.
       000-MAIN.
           OPEN I-O TEMP-INCIDENT-FILE.
           IF NOT WS-INC-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "incidents : " WS-INC-FILE-STATUS
               GOBACK
           END-IF.

           PERFORM 100-FIND-OPEN-INCIDENT.
           IF TEV-RAISE
               IF INCIDENT-FOUND
                   PERFORM 200-UPDATE-INCIDENT
               ELSE
                   PERFORM 210-OPEN-INCIDENT
               END-IF
           ELSE
               IF INCIDENT-FOUND
                   PERFORM 300-CLOSE-INCIDENT
               ELSE
                   SET TEV-NO-INCIDENT TO TRUE
               END-IF
           END-IF.

           CLOSE TEMP-INCIDENT-FILE.
           GOBACK.

      *> Il n'y a jamais plus d'un incident ouvert par site et
      *> par nature : on parcourt ceux du site dans l'ordre de la
      *> clé et on s'arrête sur le premier encore ouvert.
       100-FIND-OPEN-INCIDENT.
           MOVE "N" TO WS-INCIDENT-FOUND.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE TEV-SITE-ID TO INC-SITE-ID.
           MOVE TEV-TYPE    TO INC-TYPE.
           MOVE 0           TO INC-OPEN-DATE.
           MOVE 0           TO INC-OPEN-TIME.
           START TEMP-INCIDENT-FILE KEY IS NOT LESS THAN INC-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
           PERFORM 110-CHECK-NEXT-INCIDENT
               UNTIL SCAN-DONE OR INCIDENT-FOUND.

       110-CHECK-NEXT-INCIDENT.
           READ TEMP-INCIDENT-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
           END-READ.
           IF NOT SCAN-DONE
               IF INC-SITE-ID NOT = TEV-SITE-ID
                  OR INC-TYPE NOT = TEV-TYPE
                   SET SCAN-DONE TO TRUE
               ELSE IF INC-IS-OPEN
                   SET INCIDENT-FOUND TO TRUE
               END-IF
           END-IF.

       200-UPDATE-INCIDENT.
           MOVE TEV-DATE   TO INC-LAST-DATE.
           MOVE TEV-TIME   TO INC-LAST-TIME.
           MOVE TEV-VALUE  TO INC-LAST-VALUE.
           MOVE TEV-REASON TO INC-REASON.
           ADD 1 TO INC-EVENT-COUNT.
           REWRITE TEMP-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour de l'incident du"
                   DISPLAY "site " TEV-SITE-ID " : "
                       WS-INC-FILE-STATUS
           END-REWRITE.
           SET TEV-INCIDENT-OPEN TO TRUE.

       210-OPEN-INCIDENT.
           MOVE SPACES TO TEMP-INCIDENT-RECORD.
           MOVE TEV-SITE-ID TO INC-SITE-ID.
           MOVE TEV-TYPE    TO INC-TYPE.
           MOVE TEV-DATE    TO INC-OPEN-DATE.
           MOVE TEV-TIME    TO INC-OPEN-TIME.
           SET INC-IS-OPEN TO TRUE.
           MOVE TEV-REASON  TO INC-REASON.
           MOVE TEV-DATE    TO INC-LAST-DATE.
           MOVE TEV-TIME    TO INC-LAST-TIME.
           MOVE 1           TO INC-EVENT-COUNT.
           MOVE TEV-VALUE   TO INC-LAST-VALUE.
           MOVE 0           TO INC-CLOSE-DATE.
           MOVE 0           TO INC-CLOSE-TIME.
           MOVE 0           TO INC-ACK-DATE.
           MOVE 0           TO INC-ACK-TIME.
           WRITE TEMP-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Incident du site " TEV-SITE-ID
                       " déjà enregistré le " TEV-DATE
                       " à " TEV-TIME "."
               NOT INVALID KEY
                   DISPLAY "Incident ouvert : site " TEV-SITE-ID
                       " " TEV-REASON
           END-WRITE.
           SET TEV-INCIDENT-OPEN TO TRUE.

       300-CLOSE-INCIDENT.
           SET INC-IS-CLOSED TO TRUE.
           MOVE TEV-DATE TO INC-CLOSE-DATE.
           MOVE TEV-TIME TO INC-CLOSE-TIME.
           REWRITE TEMP-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de clôture de l'incident du"
                   DISPLAY "site " TEV-SITE-ID " : "
                       WS-INC-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Incident clos : site " TEV-SITE-ID
                       " le " TEV-DATE " à " TEV-TIME
           END-REWRITE.
           SET TEV-NO-INCIDENT TO TRUE.
