           05  WS-TIME-HOUR        PIC 9(2).
           05  WS-TIME-MINUTE      PIC 9(2).

      *> Heure portée sur l'incident d'émission : fin de la plage
      *> attendue du site, moment où l'anomalie est acquise.
       01  WS-WINDOW-END           PIC 9(4).
       01  WS-WINDOW-SPLIT REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-HOUR      PIC 9(2).
           05  WS-WINDOW-MINUTE    PIC 9(2).

      *> Anomalie ou journée conforme transmise au fichier des
      *> incidents.
           COPY TEMPEVT.

       01  WS-EXCEPTION-COUNT      PIC 9(4) VALUE 0.
       01  WS-SITE-STATUS          PIC X(14).

               DISPLAY "Site " WS-SCHED-SITE (WS-SCHED-IDX)
                   " : " WS-SITE-STATUS
           END-IF.
           PERFORM 220-SEND-INCIDENT-EVENT.

      *> Un capteur en anomalie ouvre l'incident d'émission du
      *> site, ou prolonge celui qui est déjà ouvert ; une
      *> journée conforme clôt l'incident ouvert.
       220-SEND-INCIDENT-EVENT.
           MOVE SPACES TO TEMP-INCIDENT-EVENT.
           IF WS-SITE-STATUS NOT = SPACES
               SET TEV-RAISE TO TRUE
               MOVE WS-SITE-STATUS TO TEV-REASON
           ELSE
               SET TEV-CLEAR TO TRUE
           END-IF.
           MOVE WS-SCHED-SITE (WS-SCHED-IDX) TO TEV-SITE-ID.
           SET TEV-IS-EMISSION TO TRUE.
           MOVE WS-CHECK-DATE TO TEV-DATE.
           MOVE WS-SCHED-TO (WS-SCHED-IDX) TO WS-WINDOW-HOUR.
           MOVE 59 TO WS-WINDOW-MINUTE.
           MOVE WS-WINDOW-END TO TEV-TIME.
           MOVE 0 TO TEV-VALUE.
           CALL "TempIncidentWrite" USING TEMP-INCIDENT-EVENT.
