      *> ne pas écraser la zone du fichier en cas d'abandon.
       01  WS-SRC-ACCT         PIC 9(6).
       01  WS-DEST-ACCT        PIC 9(6).
      *> Ordre vers une autre banque : pas de compte destinataire
      *> chez nous, le bénéficiaire est saisi en clair.
       01  WS-EXTERNAL-REPLY   PIC X(1).
           88  WS-ORDER-EXTERNAL         VALUES "O" "o".
       01  WS-BENEF-BANK-ID    PIC X(11).
       01  WS-BENEF-ACCOUNT    PIC X(34).
       01  WS-BENEF-NAME       PIC X(35).
       01  WS-ORDER-AMOUNT     PIC 9(10)V99.
       01  WS-FREQUENCY        PIC X(1).
           88  WS-FREQ-VALID             VALUES "H" "M" "T".

       01  WS-EDIT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY OPERSIGN.

      *> Entrée du journal de maintenance : l'image avant est
      *> prise à la lecture, l'image après une fois la mise à
      *> jour faite.
           COPY MAINTJRN.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "    GESTION DES ORDRES PERMANENTS     ".
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

           OPEN I-O STANDING-ORDER-MASTER.
           IF NOT WS-SORD-OK
               DISPLAY "Impossible d'ouvrir le fichier des ordres"
                           NOT INVALID KEY
                               DISPLAY "Ordre " WS-ORDER-NUMBER
                                   " créé."
                               MOVE SPACES TO MJ-BEFORE-IMAGE
                               MOVE "CREATION" TO MJ-ACTION
                               MOVE "N" TO MJ-SENSITIVE
                               PERFORM 800-JOURNAL-ORDER
                       END-WRITE
                   END-IF
               NOT INVALID KEY
           MOVE "N" TO WS-FIELDS-VALID.
           DISPLAY "Compte émetteur (6 chiffres) :".
           ACCEPT WS-SRC-ACCT.
           DISPLAY "Virement vers une autre banque ? (O/N)".
           ACCEPT WS-EXTERNAL-REPLY.
           MOVE 0 TO WS-DEST-ACCT.
           MOVE SPACES TO WS-BENEF-BANK-ID.
           MOVE SPACES TO WS-BENEF-ACCOUNT.
           MOVE SPACES TO WS-BENEF-NAME.
           IF WS-ORDER-EXTERNAL
               PERFORM UNTIL WS-BENEF-BANK-ID NOT = SPACES
                   DISPLAY "Code de la banque du bénéficiaire (BIC) :"
                   ACCEPT WS-BENEF-BANK-ID
               END-PERFORM
               PERFORM UNTIL WS-BENEF-ACCOUNT NOT = SPACES
                   DISPLAY "Compte du bénéficiaire (IBAN) :"
                   ACCEPT WS-BENEF-ACCOUNT
               END-PERFORM
               PERFORM UNTIL WS-BENEF-NAME NOT = SPACES
                   DISPLAY "Nom du bénéficiaire :"
                   ACCEPT WS-BENEF-NAME
               END-PERFORM
           ELSE
               DISPLAY "Compte destinataire (6 chiffres) :"
               ACCEPT WS-DEST-ACCT
           END-IF.
           DISPLAY "Montant du virement (ex: 650.00) :".
           ACCEPT WS-ORDER-AMOUNT.
           MOVE SPACES TO WS-FREQUENCY.
       220-MOVE-ORDER-FIELDS.
           MOVE WS-SRC-ACCT     TO SO-SRC-ACCT-NUMBER.
           MOVE WS-DEST-ACCT    TO SO-DEST-ACCT-NUMBER.
           MOVE WS-BENEF-BANK-ID TO SO-BENEF-BANK-ID.
           MOVE WS-BENEF-ACCOUNT TO SO-BENEF-ACCOUNT.
           MOVE WS-BENEF-NAME   TO SO-BENEF-NAME.
           MOVE WS-ORDER-AMOUNT TO SO-AMOUNT.
           MOVE WS-FREQUENCY    TO SO-FREQUENCY.
           MOVE WS-NEXT-DUE     TO SO-NEXT-DUE-DATE.
               DISPLAY "abandon."
           END-IF.
           IF ORDER-FIELDS-VALID
              AND NOT WS-ORDER-EXTERNAL
              AND WS-DEST-ACCT = WS-SRC-ACCT
               MOVE "N" TO WS-FIELDS-VALID
               DISPLAY "Le compte destinataire doit être différent"
                   END-IF
           END-READ.
           IF ORDER-FIELDS-VALID
              AND NOT WS-ORDER-EXTERNAL
               MOVE WS-DEST-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   KEY IS ACCT-NUMBER
                   DISPLAY "Ordre " WS-ORDER-NUMBER " inconnu."
               NOT INVALID KEY
                   PERFORM 310-DISPLAY-ORDER
                   MOVE STANDING-ORDER-RECORD TO MJ-BEFORE-IMAGE
                   PERFORM 210-ACCEPT-ORDER-FIELDS
                   IF ORDER-FIELDS-VALID
                       PERFORM 220-MOVE-ORDER-FIELDS
                           NOT INVALID KEY
                               DISPLAY "Ordre " WS-ORDER-NUMBER
                                   " mis à jour."
                               MOVE "MODIFICATION" TO MJ-ACTION
                               MOVE "N" TO MJ-SENSITIVE
                               PERFORM 800-JOURNAL-ORDER
                       END-REWRITE
                   END-IF
           END-READ.
       310-DISPLAY-ORDER.
           MOVE SO-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY "Emetteur      : " SO-SRC-ACCT-NUMBER.
           IF SO-INTERNAL
               DISPLAY "Destinataire  : " SO-DEST-ACCT-NUMBER
           ELSE
               DISPLAY "Banque        : " SO-BENEF-BANK-ID
               DISPLAY "Compte        : " SO-BENEF-ACCOUNT
               DISPLAY "Bénéficiaire  : " SO-BENEF-NAME
           END-IF.
           DISPLAY "Montant       : " WS-EDIT-AMOUNT.
           DISPLAY "Périodicité   : " SO-FREQUENCY.
           DISPLAY "Echéance      : " SO-NEXT-DUE-DATE.
                   IF SO-SUSPENDED
                       DISPLAY "Cet ordre est déjà suspendu."
                   ELSE
                       MOVE STANDING-ORDER-RECORD TO MJ-BEFORE-IMAGE
                       SET SO-SUSPENDED TO TRUE
                       REWRITE STANDING-ORDER-RECORD
                           INVALID KEY
                           NOT INVALID KEY
                               DISPLAY "Ordre " WS-ORDER-NUMBER
                                   " suspendu."
                               MOVE "SUSPENSION" TO MJ-ACTION
                               MOVE "N" TO MJ-SENSITIVE
                               PERFORM 800-JOURNAL-ORDER
                       END-REWRITE
                   END-IF
           END-READ.
                       DISPLAY "Compte émetteur dormant :"
                       DISPLAY "réactivation refusée."
                   ELSE
                       MOVE STANDING-ORDER-RECORD TO MJ-BEFORE-IMAGE
                       MOVE "A" TO SO-STATUS
                       REWRITE STANDING-ORDER-RECORD
                           INVALID KEY
                           NOT INVALID KEY
                               DISPLAY "Ordre " WS-ORDER-NUMBER
                                   " réactivé."
                               MOVE "REACTIVATION" TO MJ-ACTION
                               MOVE "O" TO MJ-SENSITIVE
                               PERFORM 800-JOURNAL-ORDER
                       END-REWRITE
                   END-IF
           END-READ.

      *> Journalisation d'une mise à jour d'ordre ; l'appelant a
      *> posé la nature, l'indicateur sensible et l'image avant.
       800-JOURNAL-ORDER.
           MOVE "STORDERS"            TO MJ-FILE-ID.
           MOVE SO-ORDER-NUMBER       TO MJ-RECORD-KEY.
           MOVE STANDING-ORDER-RECORD TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.
