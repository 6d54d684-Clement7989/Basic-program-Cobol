       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempIncidentAck.

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
      *> "05" = optional TEMPINC not found at OPEN I-O : aucun
      *> incident encore enregistré.
           88  WS-INC-OK                 VALUES "00" "05".
           88  WS-INC-EOF                VALUE "10".

       01  WS-CHOICE           PIC X(1).
           88  WS-CHOICE-QUIT            VALUE "2".

       01  WS-SITE-ID          PIC X(8).
       01  WS-REPLY            PIC X(1).
       01  WS-COMMENT          PIC X(60).

      *> Incidents du site restant à acquitter, ouverts ou déjà
      *> clos, proposés à l'opérateur par numéro d'ordre.
       01  WS-PENDING-MAX      PIC 9(2) VALUE 20.
       01  WS-PENDING-COUNT    PIC 9(2) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-KEY OCCURS 20 TIMES PIC X(21).
       01  WS-PENDING-CHOICE   PIC 9(2).
       01  WS-SCAN-DONE        PIC X(1).
           88  SCAN-DONE                 VALUE "O".

       01  WS-STATE-LABEL      PIC X(8).
       01  WS-TYPE-LABEL       PIC X(8).
       01  DISPLAY-VALUE       PIC ZZZ9.99-.

       01  WS-TIME-NOW         PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM    PIC 9(4).
           05  WS-TIME-SSCC    PIC 9(4).

           COPY OPERSIGN.

       PROCEDURE DIVISION.

      *> Prise en compte des incidents température : l'opérateur
      *> signé acquitte un incident de son site, ouvert ou déjà
      *> clos, et y laisse un commentaire sur ce qui a été fait.
      *> Un incident acquitté ne remonte plus à l'escalade.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   INCIDENTS TEMPERATURE              ".
           DISPLAY "--------------------------------------".

      *> Déjà signé quand on arrive par le menu ; en lancement
      *> direct l'identification est demandée ici.
           IF NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.

           OPEN I-O TEMP-INCIDENT-FILE.
           IF NOT WS-INC-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "incidents : " WS-INC-FILE-STATUS
               GOBACK
           END-IF.

           MOVE SPACES TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE-QUIT
               PERFORM 100-DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "1"
                       PERFORM 200-ACKNOWLEDGE-INCIDENT
                   WHEN "2"
                       DISPLAY "Au revoir."
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           CLOSE TEMP-INCIDENT-FILE.
           GOBACK.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "1. Acquitter un incident".
           DISPLAY "2. Quitter".
           DISPLAY "Votre choix :".

       200-ACKNOWLEDGE-INCIDENT.
           DISPLAY "Site (8 caractères) :".
           ACCEPT WS-SITE-ID.
           PERFORM 210-LIST-PENDING-INCIDENTS.
           IF WS-PENDING-COUNT = 0
               DISPLAY "Aucun incident à acquitter pour le site "
                   WS-SITE-ID "."
           ELSE
               DISPLAY "Numéro de l'incident à acquitter (0 pour"
               DISPLAY "abandonner) :"
               ACCEPT WS-PENDING-CHOICE
               IF WS-PENDING-CHOICE = 0
                  OR WS-PENDING-CHOICE > WS-PENDING-COUNT
                   DISPLAY "Abandon."
               ELSE
                   MOVE WS-PENDING-KEY (WS-PENDING-CHOICE) TO INC-KEY
                   READ TEMP-INCIDENT-FILE
                       KEY IS INC-KEY
                       INVALID KEY
                           DISPLAY "Incident introuvable : "
                               WS-INC-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM 230-CONFIRM-ACKNOWLEDGEMENT
                   END-READ
               END-IF
           END-IF.

      *> Les incidents du site se suivent dans la clé, seuils
      *> puis émission, chacun dans l'ordre d'ouverture.
       210-LIST-PENDING-INCIDENTS.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO INC-KEY.
           MOVE WS-SITE-ID TO INC-SITE-ID.
           START TEMP-INCIDENT-FILE KEY IS NOT LESS THAN INC-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
           PERFORM 215-LIST-NEXT-INCIDENT
               UNTIL SCAN-DONE.

       215-LIST-NEXT-INCIDENT.
           READ TEMP-INCIDENT-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
           END-READ.
           IF NOT SCAN-DONE
               IF INC-SITE-ID NOT = WS-SITE-ID
                   SET SCAN-DONE TO TRUE
               ELSE IF INC-NOT-ACKNOWLEDGED
                   IF WS-PENDING-COUNT = WS-PENDING-MAX
                       DISPLAY "(incidents suivants non affichés)"
                       SET SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE INC-KEY TO WS-PENDING-KEY (WS-PENDING-COUNT)
                       PERFORM 220-DISPLAY-INCIDENT
                   END-IF
               END-IF
           END-IF.

       220-DISPLAY-INCIDENT.
           IF INC-IS-OPEN
               MOVE "EN COURS" TO WS-STATE-LABEL
           ELSE
               MOVE "CLOS"     TO WS-STATE-LABEL
           END-IF.
           IF INC-IS-TOLERANCE
               MOVE "SEUIL"    TO WS-TYPE-LABEL
           ELSE
               MOVE "EMISSION" TO WS-TYPE-LABEL
           END-IF.
           DISPLAY WS-PENDING-COUNT ". " WS-TYPE-LABEL
               " ouvert le " INC-OPEN-DATE " à " INC-OPEN-TIME
               " " WS-STATE-LABEL.
           DISPLAY "    " INC-REASON " " INC-EVENT-COUNT
               " occurrence(s), dernière le " INC-LAST-DATE
               " à " INC-LAST-TIME.

       230-CONFIRM-ACKNOWLEDGEMENT.
           IF INC-IS-TOLERANCE
               MOVE INC-LAST-VALUE TO DISPLAY-VALUE
               DISPLAY "Dernière valeur hors bornes : " DISPLAY-VALUE
           END-IF.
           IF INC-IS-CLOSED
               DISPLAY "Clos le " INC-CLOSE-DATE " à " INC-CLOSE-TIME
           END-IF.
           DISPLAY "Commentaire (action menée) :".
           ACCEPT WS-COMMENT.
           DISPLAY "Confirmer l'acquittement ? (O/N)".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = "O" AND WS-REPLY NOT = "o"
               DISPLAY "Abandon."
           ELSE
               MOVE SIGNON-OPER-ID TO INC-ACK-OPER-ID
               ACCEPT INC-ACK-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-HHMM TO INC-ACK-TIME
               MOVE WS-COMMENT TO INC-ACK-COMMENT
               REWRITE TEMP-INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "Erreur de mise à jour de"
                       DISPLAY "l'incident : " WS-INC-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Incident acquitté par "
                           SIGNON-OPER-ID "."
               END-REWRITE
           END-IF.
