      *> "05" = optional OPERMAST not found at OPEN I-O; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-OPER-OK                VALUES "00" "05".
           88  WS-OPER-EOF               VALUE "10".

       01  WS-CHOICE           PIC X(1).
           88  WS-CHOICE-QUIT            VALUE "5".

       01  WS-OPERATOR-ID      PIC X(4).
       01  WS-AUTHORITY        PIC X(1).
           88  WS-AUTHORITY-VALID        VALUES "G" "S".
       01  WS-OLD-AUTHORITY    PIC X(1).

       01  WS-PIN              PIC X(4).
       01  WS-PIN-CONFIRM      PIC X(4).
       01  WS-PIN-ENTERED      PIC X(1).
           88  PIN-ENTERED               VALUE "O".
      *> Le code ne figure jamais en clair dans le journal de
      *> maintenance : il est masqué le temps de prendre l'image.
       01  WS-SAVED-PIN        PIC X(4).

       01  WS-CONFIRM          PIC X(1).

      *> Aucun superviseur muni d'un code dans le fichier : premier
      *> chargement (ou reprise d'un fichier antérieur aux codes
      *> secrets) par l'exploitation, personne ne peut encore se
      *> signer comme superviseur.
       01  WS-INITIAL-LOAD     PIC X(1).
           88  NO-SUPERVISOR-YET         VALUE "O".

           COPY OPERSIGN.

      *> Entrée du journal de maintenance : l'image avant est
      *> prise à la lecture, l'image après une fois la mise à
      *> jour faite.
           COPY MAINTJRN.

       PROCEDURE DIVISION.

           DISPLAY "    GESTION DU FICHIER OPERATEURS     ".
           DISPLAY "--------------------------------------".

           PERFORM 010-CHECK-INITIAL-LOAD.
      *> Hors premier chargement, la maintenance est réservée à un
      *> superviseur identifié, estampillé sur le journal.
           IF NOT NO-SUPERVISOR-YET
              AND NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT NO-SUPERVISOR-YET
              AND NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.
           IF NOT NO-SUPERVISOR-YET
              AND NOT SIGNON-IS-SUPERVISOR
               DISPLAY "L'opérateur " SIGNON-OPER-ID " n'a pas"
               DISPLAY "l'habilitation superviseur : accès refusé."
               GOBACK
           END-IF.

           OPEN I-O OPERATOR-MASTER.
           IF NOT WS-OPER-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
                   WHEN "2"
                       PERFORM 300-AMEND-OPERATOR
                   WHEN "3"
                       PERFORM 400-RESET-OPERATOR
                   WHEN "4"
                       PERFORM 500-REVOKE-OPERATOR
                   WHEN "5"
                       DISPLAY "Au revoir."
                   WHEN OTHER
                       DISPLAY "Choix invalide."
           CLOSE OPERATOR-MASTER.
           GOBACK.

      *> Le fichier est ouvert puis refermé avant l'appel à
      *> OperSignon, qui l'ouvre lui-même. Seul un fichier absent
      *> ou lu jusqu'au bout sans superviseur muni d'un code vaut
      *> premier chargement : toute autre anomalie d'ouverture ou
      *> de lecture arrête la maintenance.
       010-CHECK-INITIAL-LOAD.
           SET NO-SUPERVISOR-YET TO TRUE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-FILE-STATUS NOT = "00"
              AND WS-OPER-FILE-STATUS NOT = "05"
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "opérateurs : " WS-OPER-FILE-STATUS
               CLOSE OPERATOR-MASTER
               GOBACK
           END-IF.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-MASTER
                   KEY IS NOT LESS THAN OPER-ID
                   INVALID KEY SET WS-OPER-EOF TO TRUE
               END-START
               IF NOT WS-OPER-EOF
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END SET WS-OPER-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-OPER-EOF
                  OR WS-OPER-FILE-STATUS NOT = "00"
                   IF OPER-AUTH-SUPERVISOR AND OPER-PIN NOT = SPACES
                       MOVE "N" TO WS-INITIAL-LOAD
                   END-IF
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END SET WS-OPER-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-OPER-EOF
                   DISPLAY "Erreur de lecture du fichier des"
                   DISPLAY "opérateurs : " WS-OPER-FILE-STATUS
                   CLOSE OPERATOR-MASTER
                   GOBACK
               END-IF
           END-IF.
           CLOSE OPERATOR-MASTER.
           IF NO-SUPERVISOR-YET
               DISPLAY "Aucun superviseur muni d'un code secret :"
               DISPLAY "premier chargement du fichier."
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "1. Créer un opérateur".
           DISPLAY "2. Modifier un opérateur".
           DISPLAY "3. Réinitialiser le code / déverrouiller".
           DISPLAY "4. Révoquer un opérateur".
           DISPLAY "5. Quitter".
           DISPLAY "Votre choix :".

       200-CREATE-OPERATOR.
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE WS-OPERATOR-ID TO OPER-ID
                   PERFORM 210-ACCEPT-OPERATOR-FIELDS
                   PERFORM 220-ACCEPT-PIN
                   MOVE WS-PIN TO OPER-PIN
                   MOVE "A" TO OPER-STATUS
                   MOVE 0 TO OPER-FAILED-COUNT
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Erreur lors de la création de"
                       NOT INVALID KEY
                           DISPLAY "Opérateur " WS-OPERATOR-ID
                               " créé."
                           MOVE SPACES TO MJ-BEFORE-IMAGE
                           MOVE "CREATION" TO MJ-ACTION
                           IF OPER-AUTH-SUPERVISOR
                               MOVE "O" TO MJ-SENSITIVE
                           ELSE
                               MOVE "N" TO MJ-SENSITIVE
                           END-IF
                           PERFORM 800-JOURNAL-OPERATOR
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Cet opérateur existe déjà : " OPER-NAME
           END-PERFORM.
           MOVE WS-AUTHORITY TO OPER-AUTHORITY.

      *> Code de 4 chiffres, saisi deux fois.
       220-ACCEPT-PIN.
           MOVE "N" TO WS-PIN-ENTERED.
           PERFORM UNTIL PIN-ENTERED
               DISPLAY "Code secret (4 chiffres) :"
               ACCEPT WS-PIN
               DISPLAY "Confirmez le code secret :"
               ACCEPT WS-PIN-CONFIRM
               IF WS-PIN IS NOT NUMERIC
                   DISPLAY "Le code doit comporter 4 chiffres."
               ELSE
                   IF WS-PIN-CONFIRM NOT = WS-PIN
                       DISPLAY "Les deux saisies diffèrent."
                   ELSE
                       SET PIN-ENTERED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       300-AMEND-OPERATOR.
           DISPLAY "Identifiant de l'opérateur à modifier :".
           ACCEPT WS-OPERATOR-ID.
                   DISPLAY "Nom actuel          : " OPER-NAME
                   DISPLAY "Habilitation actuelle : "
                       OPER-AUTHORITY
                   PERFORM 310-DISPLAY-STATUS
                   PERFORM 810-TAKE-BEFORE-IMAGE
                   MOVE OPER-AUTHORITY TO WS-OLD-AUTHORITY
                   PERFORM 210-ACCEPT-OPERATOR-FIELDS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "Opérateur " WS-OPERATOR-ID
                               " mis à jour."
                           IF OPER-AUTHORITY = WS-OLD-AUTHORITY
                               MOVE "MODIFICATION" TO MJ-ACTION
                               MOVE "N" TO MJ-SENSITIVE
                           ELSE
                               MOVE "HABILITATION" TO MJ-ACTION
                               MOVE "O" TO MJ-SENSITIVE
                           END-IF
                           PERFORM 800-JOURNAL-OPERATOR
                   END-REWRITE
           END-READ.

       310-DISPLAY-STATUS.
           EVALUATE TRUE
               WHEN OPER-REVOKED
                   DISPLAY "Etat                : Révoqué"
               WHEN OPER-LOCKED
                   DISPLAY "Etat                : Verrouillé"
               WHEN OTHER
                   DISPLAY "Etat                : Actif"
           END-EVALUATE.
           DISPLAY "Echecs consécutifs  : " OPER-FAILED-COUNT.
           IF OPER-PIN = SPACES
               DISPLAY "Code secret         : non attribué"
           END-IF.

      *> Nouveau code remis par le superviseur : l'opérateur est
      *> déverrouillé, ou rétabli s'il avait été révoqué.
       400-RESET-OPERATOR.
           DISPLAY "Identifiant de l'opérateur à réinitialiser :".
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-MASTER
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "Opérateur " WS-OPERATOR-ID " inconnu."
               NOT INVALID KEY
                   DISPLAY "Nom                 : " OPER-NAME
                   PERFORM 310-DISPLAY-STATUS
                   PERFORM 810-TAKE-BEFORE-IMAGE
                   PERFORM 220-ACCEPT-PIN
                   MOVE WS-PIN TO OPER-PIN
                   MOVE "A" TO OPER-STATUS
                   MOVE 0 TO OPER-FAILED-COUNT
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour de"
                           DISPLAY "l'opérateur : "
                               WS-OPER-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Opérateur " WS-OPERATOR-ID
                               " réinitialisé."
                           MOVE "REINIT CODE" TO MJ-ACTION
                           MOVE "O" TO MJ-SENSITIVE
                           PERFORM 800-JOURNAL-OPERATOR
                   END-REWRITE
           END-READ.

       500-REVOKE-OPERATOR.
           DISPLAY "Identifiant de l'opérateur à révoquer :".
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-MASTER
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "Opérateur " WS-OPERATOR-ID " inconnu."
               NOT INVALID KEY
                   PERFORM 510-REVOKE-IF-CONFIRMED
           END-READ.

       510-REVOKE-IF-CONFIRMED.
           EVALUATE TRUE
               WHEN OPER-REVOKED
                   DISPLAY "Cet opérateur est déjà révoqué."
               WHEN OPER-ID = SIGNON-OPER-ID
                   DISPLAY "Un opérateur ne peut pas se révoquer"
                   DISPLAY "lui-même."
               WHEN OTHER
                   DISPLAY "Nom                 : " OPER-NAME
                   DISPLAY "Confirmez la révocation (O/N) :"
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM)
                       TO WS-CONFIRM
                   IF WS-CONFIRM = "O"
                       PERFORM 810-TAKE-BEFORE-IMAGE
                       SET OPER-REVOKED TO TRUE
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "Erreur de mise à jour de"
                               DISPLAY "l'opérateur : "
                                   WS-OPER-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Opérateur " WS-OPERATOR-ID
                                   " révoqué."
                               MOVE "REVOCATION" TO MJ-ACTION
                               MOVE "O" TO MJ-SENSITIVE
                               PERFORM 800-JOURNAL-OPERATOR
                       END-REWRITE
                   ELSE
                       DISPLAY "Révocation abandonnée."
                   END-IF
           END-EVALUATE.

      *> Journalisation d'une mise à jour opérateur ; l'appelant a
      *> posé la nature, l'indicateur sensible et l'image avant.
       800-JOURNAL-OPERATOR.
           MOVE "OPERMAST"      TO MJ-FILE-ID.
           MOVE OPER-ID         TO MJ-RECORD-KEY.
           MOVE OPER-PIN        TO WS-SAVED-PIN.
           MOVE SPACES          TO OPER-PIN.
           MOVE OPERATOR-RECORD TO MJ-AFTER-IMAGE.
           MOVE WS-SAVED-PIN    TO OPER-PIN.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

       810-TAKE-BEFORE-IMAGE.
           MOVE OPER-PIN        TO WS-SAVED-PIN.
           MOVE SPACES          TO OPER-PIN.
           MOVE OPERATOR-RECORD TO MJ-BEFORE-IMAGE.
           MOVE WS-SAVED-PIN    TO OPER-PIN.
