               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HLDR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDR.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS PIC X(2).
      *> "05" = optional CUSTMAST not found at OPEN I-O; GnuCOBOL
           88  WS-ACCT-OK                VALUE "00".
           88  WS-ACCT-NOT-FOUND         VALUE "23".

       01  WS-HLDR-FILE-STATUS PIC X(2).
      *> "05" = optional ACCTHOLD not found at OPEN I-O : créé à la
      *> première écriture, comme CUSTMAST.
           88  WS-HLDR-OK                VALUES "00" "05".
           88  WS-HLDR-EOF               VALUE "10".

       01  WS-CHOICE           PIC X(1).
           88  WS-CHOICE-QUIT            VALUE "9".

       01  WS-CUST-NUMBER      PIC 9(6).
       01  WS-ACCOUNT-NUMBER   PIC 9(6).
       01  WS-OVERDRAFT-LIMIT  PIC 9(8)V99.
       01  WS-EDIT-LIMIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAILY-CEILING    PIC 9(8)V99.

      *> Titulaires d'un compte : ancien titulaire principal lors
      *> d'un rattachement, rôle saisi pour un co-titulaire ou un
      *> mandataire.
       01  WS-OLD-PRIMARY      PIC 9(6).
       01  WS-HOLDER-ROLE      PIC X(1).
           88  HOLDER-ROLE-VALID         VALUES "J" "M".
       01  WS-ROLE-LABEL       PIC X(14).
       01  WS-TODAY            PIC 9(8).

           COPY OPERSIGN.

      *> Entrée du journal de maintenance : l'image avant est
      *> prise à la lecture, l'image après une fois la mise à
      *> jour faite.
           COPY MAINTJRN.

       PROCEDURE DIVISION.

           DISPLAY "      GESTION DU FICHIER CLIENTS      ".
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

           OPEN I-O CUSTOMER-MASTER.
           IF NOT WS-CUST-OK
               DISPLAY "Impossible d'ouvrir le fichier clients : "
               GOBACK
           END-IF.

           OPEN I-O ACCOUNT-HOLDER-FILE.
           IF NOT WS-HLDR-OK
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "titulaires : " WS-HLDR-FILE-STATUS
               GOBACK
           END-IF.

           MOVE SPACES TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE-QUIT
               PERFORM 100-DISPLAY-MENU
                   WHEN "5"
                       PERFORM 600-SET-OVERDRAFT-LIMIT
                   WHEN "6"
                       PERFORM 700-ADD-HOLDER
                   WHEN "7"
                       PERFORM 750-REMOVE-HOLDER
                   WHEN "8"
                       PERFORM 650-SET-DAILY-CEILING
                   WHEN "9"
                       DISPLAY "Au revoir."
                   WHEN OTHER
                       DISPLAY "Choix invalide."

           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE ACCOUNT-HOLDER-FILE.
           GOBACK.

       100-DISPLAY-MENU.
           DISPLAY "3. Rattacher un compte à un client".
           DISPLAY "4. Réactiver un compte dormant".
           DISPLAY "5. Fixer le découvert autorisé d'un compte".
           DISPLAY "6. Ajouter un co-titulaire ou un mandataire".
           DISPLAY "7. Retirer un co-titulaire ou un mandataire".
           DISPLAY "8. Fixer le plafond quotidien d'un compte".
           DISPLAY "9. Quitter".
           DISPLAY "Votre choix :".

       200-CREATE-CUSTOMER.
                           DISPLAY "client : " WS-CUST-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Client " WS-CUST-NUMBER " créé."
                           MOVE SPACES TO MJ-BEFORE-IMAGE
                           MOVE "CREATION" TO MJ-ACTION
                           PERFORM 800-JOURNAL-CUSTOMER
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Ce client existe déjà : " CUST-NAME
                   DISPLAY "Nom actuel       : " CUST-NAME
                   DISPLAY "Adresse actuelle : " CUST-ADDRESS
                   DISPLAY "Téléphone actuel : " CUST-PHONE
                   MOVE CUSTOMER-RECORD TO MJ-BEFORE-IMAGE
                   PERFORM 210-ACCEPT-CUSTOMER-FIELDS
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "Client " WS-CUST-NUMBER
                               " mis à jour."
                           MOVE "MODIFICATION" TO MJ-ACTION
                           PERFORM 800-JOURNAL-CUSTOMER
                   END-REWRITE
           END-READ.

                   DISPLAY "Client " WS-CUST-NUMBER " inconnu :"
                       " rattachement abandonné."
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO MJ-BEFORE-IMAGE
                   IF ACCT-CUSTOMER-ID NUMERIC
                       MOVE ACCT-CUSTOMER-ID TO WS-OLD-PRIMARY
                   ELSE
                       MOVE 0 TO WS-OLD-PRIMARY
                   END-IF
                   MOVE WS-CUST-NUMBER TO ACCT-CUSTOMER-ID
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "Compte " WS-ACCOUNT-NUMBER
                               " rattaché au client " CUST-NAME
                           MOVE "RATTACHEMENT" TO MJ-ACTION
                           MOVE "N" TO MJ-SENSITIVE
                           PERFORM 810-JOURNAL-ACCOUNT
                           PERFORM 420-MIRROR-PRIMARY-HOLDER
                   END-REWRITE
           END-READ.

      *> Le titulaire principal est recopié dans ACCTHOLD avec le
      *> rôle P : l'ancien lien principal disparaît, et un client
      *> déjà co-titulaire ou mandataire voit son lien promu.
       420-MIRROR-PRIMARY-HOLDER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-OLD-PRIMARY NOT = 0
              AND WS-OLD-PRIMARY NOT = WS-CUST-NUMBER
               MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER
               MOVE WS-OLD-PRIMARY    TO AH-CUST-NUMBER
               READ ACCOUNT-HOLDER-FILE
                   KEY IS AH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AH-PRIMARY
                           DELETE ACCOUNT-HOLDER-FILE RECORD
                               INVALID KEY
                                   DISPLAY "Erreur sur l'ancien"
                                   DISPLAY "titulaire : "
                                       WS-HLDR-FILE-STATUS
                           END-DELETE
                       END-IF
               END-READ
           END-IF.
           MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER.
           MOVE WS-CUST-NUMBER    TO AH-CUST-NUMBER.
           READ ACCOUNT-HOLDER-FILE
               KEY IS AH-KEY
               INVALID KEY
                   MOVE SPACES            TO ACCOUNT-HOLDER-RECORD
                   MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER
                   MOVE WS-CUST-NUMBER    TO AH-CUST-NUMBER
                   SET AH-PRIMARY TO TRUE
                   MOVE WS-TODAY          TO AH-SINCE-DATE
                   WRITE ACCOUNT-HOLDER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur d'écriture du"
                           DISPLAY "titulaire : " WS-HLDR-FILE-STATUS
                   END-WRITE
               NOT INVALID KEY
                   SET AH-PRIMARY TO TRUE
                   MOVE WS-TODAY TO AH-SINCE-DATE
                   REWRITE ACCOUNT-HOLDER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour du"
                           DISPLAY "titulaire : " WS-HLDR-FILE-STATUS
                   END-REWRITE
           END-READ.

                   DISPLAY "Compte " WS-ACCOUNT-NUMBER " inconnu."
               NOT INVALID KEY
                   IF ACCT-DORMANT
                       MOVE ACCOUNT-RECORD TO MJ-BEFORE-IMAGE
                       MOVE "A" TO ACCT-STATUS
                       ACCEPT ACCT-LAST-ACTIVITY-DATE
                           FROM DATE YYYYMMDD
                           NOT INVALID KEY
                               DISPLAY "Compte " WS-ACCOUNT-NUMBER
                                   " réactivé."
                               MOVE "REACTIVATION" TO MJ-ACTION
                               MOVE "O" TO MJ-SENSITIVE
                               PERFORM 810-JOURNAL-ACCOUNT
                       END-REWRITE
                   ELSE
                       DISPLAY "Ce compte n'est pas dormant."
                   DISPLAY "Nouveau découvert autorisé"
                   DISPLAY "(ex: 1500.00, 0 pour supprimer) :"
                   ACCEPT WS-OVERDRAFT-LIMIT
                   MOVE ACCOUNT-RECORD TO MJ-BEFORE-IMAGE
                   MOVE WS-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "Découvert du compte "
                               WS-ACCOUNT-NUMBER " mis à jour."
                           MOVE "DECOUVERT" TO MJ-ACTION
                           MOVE "O" TO MJ-SENSITIVE
                           PERFORM 810-JOURNAL-ACCOUNT
                   END-REWRITE
               END-IF
           END-IF.

      *> Plafond quotidien propre au compte ; zéro rend le compte
      *> au plafond de son type (TXNLIMIT).
       650-SET-DAILY-CEILING.
           DISPLAY "Entrée le numéro de compte :".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Compte " WS-ACCOUNT-NUMBER " inconnu."
               NOT INVALID KEY
                   PERFORM 660-ACCEPT-DAILY-CEILING
           END-READ.

       660-ACCEPT-DAILY-CEILING.
           IF ACCT-CLOSED
               DISPLAY "Ce compte est clos : pas de plafond."
           ELSE
               IF ACCT-DAILY-CEILING NUMERIC
                  AND ACCT-DAILY-CEILING > 0
                   MOVE ACCT-DAILY-CEILING TO WS-EDIT-LIMIT
                   DISPLAY "Plafond actuel : " WS-EDIT-LIMIT
               ELSE
                   DISPLAY "Plafond actuel : celui du type de compte"
               END-IF
               DISPLAY "Nouveau plafond quotidien"
               DISPLAY "(ex: 8000.00, 0 pour le plafond du type) :"
               ACCEPT WS-DAILY-CEILING
               MOVE ACCOUNT-RECORD TO MJ-BEFORE-IMAGE
               MOVE WS-DAILY-CEILING TO ACCT-DAILY-CEILING
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Erreur de mise à jour du"
                       DISPLAY "compte : " WS-ACCT-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Plafond du compte "
                           WS-ACCOUNT-NUMBER " mis à jour."
                       MOVE "PLAFOND" TO MJ-ACTION
                       MOVE "O" TO MJ-SENSITIVE
                       PERFORM 810-JOURNAL-ACCOUNT
               END-REWRITE
           END-IF.

       700-ADD-HOLDER.
           DISPLAY "Entrée le numéro de compte :".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Compte " WS-ACCOUNT-NUMBER " inconnu."
               NOT INVALID KEY
                   PERFORM 710-ACCEPT-HOLDER
           END-READ.

      *> Le titulaire principal se change par le rattachement
      *> (choix 3) ; seuls les co-titulaires et les mandataires
      *> s'ajoutent ici.
       710-ACCEPT-HOLDER.
           IF ACCT-CLOSED
               DISPLAY "Ce compte est clos : pas de nouveau"
               DISPLAY "titulaire."
           ELSE
               PERFORM 780-LIST-HOLDERS
               DISPLAY "Entrée le numéro du client à ajouter :"
               ACCEPT WS-CUST-NUMBER
               DISPLAY "Rôle (J = co-titulaire, M = mandataire) :"
               ACCEPT WS-HOLDER-ROLE
               EVALUATE TRUE
                   WHEN NOT HOLDER-ROLE-VALID
                       DISPLAY "Rôle invalide."
                   WHEN ACCT-CUSTOMER-ID = WS-CUST-NUMBER
                       DISPLAY "Ce client est déjà le titulaire"
                       DISPLAY "principal du compte."
                   WHEN OTHER
                       PERFORM 720-WRITE-HOLDER
               END-EVALUATE
           END-IF.

       720-WRITE-HOLDER.
           MOVE WS-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY
                   DISPLAY "Client " WS-CUST-NUMBER " inconnu :"
                       " ajout abandonné."
               NOT INVALID KEY
                   MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER
                   MOVE WS-CUST-NUMBER    TO AH-CUST-NUMBER
                   READ ACCOUNT-HOLDER-FILE
                       KEY IS AH-KEY
                       INVALID KEY
                           PERFORM 730-CREATE-HOLDER-LINK
                       NOT INVALID KEY
                           PERFORM 790-SET-ROLE-LABEL
                           DISPLAY "Ce client est déjà lié au compte"
                               " : " WS-ROLE-LABEL
               END-READ
           END-READ.

      *> Un co-titulaire ou un mandataire a pouvoir sur les fonds :
      *> l'ajout est une modification sensible.
       730-CREATE-HOLDER-LINK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES            TO ACCOUNT-HOLDER-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER.
           MOVE WS-CUST-NUMBER    TO AH-CUST-NUMBER.
           MOVE WS-HOLDER-ROLE    TO AH-ROLE.
           MOVE WS-TODAY          TO AH-SINCE-DATE.
           WRITE ACCOUNT-HOLDER-RECORD
               INVALID KEY
                   DISPLAY "Erreur d'écriture du titulaire : "
                       WS-HLDR-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 790-SET-ROLE-LABEL
                   DISPLAY CUST-NAME " ajouté au compte "
                       WS-ACCOUNT-NUMBER " : " WS-ROLE-LABEL
                   MOVE SPACES TO MJ-BEFORE-IMAGE
                   MOVE "RATTACHEMENT" TO MJ-ACTION
                   MOVE "O" TO MJ-SENSITIVE
                   PERFORM 820-JOURNAL-HOLDER
           END-WRITE.

       750-REMOVE-HOLDER.
           DISPLAY "Entrée le numéro de compte :".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Compte " WS-ACCOUNT-NUMBER " inconnu."
               NOT INVALID KEY
                   PERFORM 780-LIST-HOLDERS
                   DISPLAY "Entrée le numéro du client à retirer :"
                   ACCEPT WS-CUST-NUMBER
                   PERFORM 760-DELETE-HOLDER-LINK
           END-READ.

       760-DELETE-HOLDER-LINK.
           MOVE WS-ACCOUNT-NUMBER TO AH-ACCT-NUMBER.
           MOVE WS-CUST-NUMBER    TO AH-CUST-NUMBER.
           READ ACCOUNT-HOLDER-FILE
               KEY IS AH-KEY
               INVALID KEY
                   DISPLAY "Ce client n'est pas lié au compte."
               NOT INVALID KEY
                   IF AH-PRIMARY
                       DISPLAY "Le titulaire principal se change"
                       DISPLAY "par le rattachement du compte."
                   ELSE
                       MOVE ACCOUNT-HOLDER-RECORD TO MJ-BEFORE-IMAGE
                       DELETE ACCOUNT-HOLDER-FILE RECORD
                           INVALID KEY
                               DISPLAY "Erreur de suppression du"
                               DISPLAY "titulaire : "
                                   WS-HLDR-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Client " WS-CUST-NUMBER
                                   " retiré du compte "
                                   WS-ACCOUNT-NUMBER "."
                               MOVE SPACES TO ACCOUNT-HOLDER-RECORD
                               MOVE "DETACHEMENT" TO MJ-ACTION
                               MOVE "N" TO MJ-SENSITIVE
                               PERFORM 820-JOURNAL-HOLDER
                       END-DELETE
                   END-IF
           END-READ.

      *> Liste des titulaires du compte lu : le principal d'après
      *> ACCT-CUSTOMER-ID, les autres d'après ACCTHOLD.
       780-LIST-HOLDERS.
           DISPLAY "Titulaires du compte " ACCT-NUMBER " :".
           IF ACCT-CUSTOMER-ID NUMERIC
              AND ACCT-CUSTOMER-ID NOT = 0
               DISPLAY "  " ACCT-CUSTOMER-ID "  titulaire principal"
           ELSE
               DISPLAY "  (aucun titulaire principal)"
           END-IF.
           MOVE ACCT-NUMBER TO AH-ACCT-NUMBER.
           MOVE 0 TO AH-CUST-NUMBER.
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-HLDR-EOF TO TRUE
           END-START.
           IF NOT WS-HLDR-EOF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HLDR-EOF
                      OR AH-ACCT-NUMBER NOT = ACCT-NUMBER
               IF NOT AH-PRIMARY
                   PERFORM 790-SET-ROLE-LABEL
                   DISPLAY "  " AH-CUST-NUMBER "  " WS-ROLE-LABEL
               END-IF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-PERFORM.

       790-SET-ROLE-LABEL.
           EVALUATE TRUE
               WHEN AH-PRIMARY
                   MOVE "titulaire"    TO WS-ROLE-LABEL
               WHEN AH-JOINT
                   MOVE "co-titulaire" TO WS-ROLE-LABEL
               WHEN OTHER
                   MOVE "mandataire"   TO WS-ROLE-LABEL
           END-EVALUATE.

      *> Journalisation d'une mise à jour client ; l'appelant a
      *> posé la nature et l'image avant.
       800-JOURNAL-CUSTOMER.
           MOVE "CUSTMAST"      TO MJ-FILE-ID.
           MOVE CUST-NUMBER     TO MJ-RECORD-KEY.
           MOVE "N"             TO MJ-SENSITIVE.
           MOVE CUSTOMER-RECORD TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

      *> Journalisation d'une mise à jour compte ; l'appelant a
      *> posé la nature, l'indicateur sensible et l'image avant.
       810-JOURNAL-ACCOUNT.
           MOVE "ACCTMAST"      TO MJ-FILE-ID.
           MOVE ACCT-NUMBER     TO MJ-RECORD-KEY.
           MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

      *> Journalisation d'un lien compte / titulaire ; l'appelant a
      *> posé la nature, l'indicateur sensible et l'image avant
      *> (image après à blanc pour un retrait).
       820-JOURNAL-HOLDER.
           MOVE "ACCTHOLD"            TO MJ-FILE-ID.
           MOVE WS-ACCOUNT-NUMBER     TO MJ-RECORD-KEY.
           MOVE ACCOUNT-HOLDER-RECORD TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.
