               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT OPTIONAL PENDING-TRAN-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  PENDING-TRAN-FILE.
           COPY PENDTXN.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS PIC X(2).
           88  WS-ACCT-OK                VALUE "00".
       01  TRANSACTION-AMOUNT  PIC 9(10)V99 VALUE 0.00.
       01  TRANSACTION-TYPE    PIC X(10).
           88  VALID-TRANSACTION-TYPE   VALUES "dépôt", "retrait",
                                               "virement", "vir. ext.".
      *> Virement : compte destinataire et données de la seconde
      *> écriture du journal.
       01  WS-DEST-ACCOUNT     PIC 9(6) VALUE 0.
           88  DEST-ACCOUNT-FOUND       VALUE "Y".
           88  DEST-ACCOUNT-MISSING     VALUE "N".

      *> Virement externe : bénéficiaire dans une autre banque. Le
      *> client est débité, le montant reste en suspens jusqu'à
      *> l'émission du fichier de compensation (ExtTransferSend).
       01  WS-BENEF-BANK-ID    PIC X(11).
       01  WS-BENEF-ACCOUNT    PIC X(34).
       01  WS-BENEF-NAME       PIC X(35).
      *> Virement débité que le registre VIREXT n'a pas inscrit :
      *> il ne partira pas en compensation sans l'exploitation.
       01  WS-EXT-REGISTERED   PIC X(1) VALUE "O".
           88  EXT-NOT-REGISTERED        VALUE "N".
           COPY VIREXT.

      *> Fonds disponibles : solde plus découvert autorisé sur un
      *> compte chèques, solde seul sur un compte épargne, moins
      *> les retenues sur dépôts non encore échues.
           88  TRANSACTION-IS-APPROVED  VALUE "Y".
           88  TRANSACTION-NOT-APPROVED VALUE "N".

      *> Plafond quotidien cumulé : un retrait ou un virement qui
      *> le dépasse part dans la file d'approbation superviseur,
      *> sauf si l'opérateur signé est lui-même superviseur et
      *> confirme le dépassement.
           COPY DAYCEIL.
       01  WS-CEILING-HOLD      PIC X(1) VALUE "N".
           88  HOLD-FOR-CEILING         VALUE "O".
       01  WS-EDIT-CEILING      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PEND-FILE-STATUS  PIC X(2).
      *> "05" = optional PENDTXN not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-PEND-OK                VALUES "00" "05".
       01  WS-TIME-NOW          PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS   PIC 9(6).
           05  WS-TIME-CC       PIC 9(2).

      *> Opérateur signé : exigé avant toute opération, porté sur
      *> chaque écriture du journal.
           COPY OPERSIGN.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE.
           PERFORM 300-POST-TRANSACTION.
           PERFORM 400-WRITE-AUDIT-RECORD.
           IF TRAN-ACCEPTED
              AND TRANSACTION-TYPE = "vir. ext."
               PERFORM 410-REGISTER-EXT-TRANSFER
           END-IF.

           IF TRAN-ACCEPTED
              AND NOT EXT-NOT-REGISTERED
               DISPLAY "Votre " TRANSACTION-TYPE " sur votre compte"
               DISPLAY "bancaire a bien été effectué."
           END-IF.
           IF TRAN-PENDING-APPROVAL
               DISPLAY "Votre " TRANSACTION-TYPE " est en attente"
               DISPLAY "d'approbation superviseur."
           END-IF.
           DISPLAY
            "Le solde après transaction est de : " ACCT-BALANCE.

                       CLOSE TRANSACTION-LOG
                       GOBACK
                   END-IF
      *>           Un compte de prêt ne se mouvemente que par le
      *>           déblocage (LoanOpen) et le prélèvement des
      *>           échéances (LoanInstalment).
                   IF ACCT-TYPE-LOAN
                       DISPLAY "Compte de prêt : aucune opération"
                       DISPLAY "n'est possible au guichet."
                       CLOSE ACCOUNT-MASTER
                       CLOSE TRANSACTION-LOG
                       GOBACK
                   END-IF
           END-READ.

       200-GET-TRANSACTION.
           MOVE SPACES TO TRANSACTION-TYPE.
           PERFORM UNTIL VALID-TRANSACTION-TYPE
               DISPLAY "Souhaitez-vous effectuer un dépôt, un"
               DISPLAY "retrait, un virement ou un virement vers"
               DISPLAY "une autre banque ?"
               DISPLAY "(dépôt, retrait, virement ou vir. ext.)"
               ACCEPT TRANSACTION-TYPE
               IF NOT VALID-TRANSACTION-TYPE
                   DISPLAY "Entrée invalide. Valeurs acceptées :"
                   DISPLAY "dépôt, retrait, virement ou vir. ext."
               END-IF
           END-PERFORM.

               ACCEPT WS-DEST-ACCOUNT
           END-IF.
           MOVE WS-DEST-ACCOUNT TO WS-LINK-ACCT.
           MOVE SPACES TO WS-BENEF-BANK-ID.
           MOVE SPACES TO WS-BENEF-ACCOUNT.
           MOVE SPACES TO WS-BENEF-NAME.
           IF TRANSACTION-TYPE = "vir. ext."
               PERFORM 210-GET-BENEFICIARY
           END-IF.

           MOVE 0 TO TRANSACTION-AMOUNT.
           PERFORM UNTIL TRANSACTION-AMOUNT > 0
           END-PERFORM.

           SET TRANSACTION-IS-APPROVED TO TRUE.
           MOVE "N" TO WS-CEILING-HOLD.
           IF TRANSACTION-TYPE = "retrait"
              OR TRANSACTION-TYPE = "virement"
              OR TRANSACTION-TYPE = "vir. ext."
               PERFORM 250-CHECK-DAILY-CEILING
           END-IF.
           IF TRANSACTION-AMOUNT > WS-LARGE-TXN-THRESHOLD
              AND NOT HOLD-FOR-CEILING
               DISPLAY "Montant supérieur au seuil autorisé de "
                   WS-LARGE-TXN-THRESHOLD
               DISPLAY "Confirmer cette transaction ? (O/N)"
               END-IF
           END-IF.

      *> Les trois zones du bénéficiaire sont obligatoires : elles
      *> partent telles quelles dans le fichier de compensation.
       210-GET-BENEFICIARY.
           PERFORM UNTIL WS-BENEF-BANK-ID NOT = SPACES
               DISPLAY "Code de la banque du bénéficiaire (BIC) :"
               ACCEPT WS-BENEF-BANK-ID
           END-PERFORM.
           PERFORM UNTIL WS-BENEF-ACCOUNT NOT = SPACES
               DISPLAY "Compte du bénéficiaire (IBAN) :"
               ACCEPT WS-BENEF-ACCOUNT
           END-PERFORM.
           PERFORM UNTIL WS-BENEF-NAME NOT = SPACES
               DISPLAY "Nom du bénéficiaire :"
               ACCEPT WS-BENEF-NAME
           END-PERFORM.

       250-CHECK-DAILY-CEILING.
           MOVE ACCT-NUMBER TO DC-ACCT-NUMBER.
           MOVE ACCT-TYPE   TO DC-ACCT-TYPE.
           IF ACCT-DAILY-CEILING NUMERIC
               MOVE ACCT-DAILY-CEILING TO DC-ACCT-CEILING
           ELSE
               MOVE 0 TO DC-ACCT-CEILING
           END-IF.
           ACCEPT DC-DATE FROM DATE YYYYMMDD.
           MOVE TRANSACTION-AMOUNT TO DC-AMOUNT.
           CALL "DailyCeilingCheck" USING DAILY-CEILING-AREA.
           IF DC-CEILING-BREACHED
               MOVE DC-CEILING TO WS-EDIT-CEILING
               DISPLAY "Plafond quotidien du compte dépassé : "
                   WS-EDIT-CEILING
               MOVE DC-DEBITED-TODAY TO WS-EDIT-CEILING
               DISPLAY "Déjà débité aujourd'hui : " WS-EDIT-CEILING
               IF SIGNON-IS-SUPERVISOR
                   DISPLAY "Confirmer le dépassement du plafond ?"
                       " (O/N)"
                   ACCEPT WS-APPROVAL-REPLY
                   IF WS-APPROVAL-REPLY NOT = "O" AND
                      WS-APPROVAL-REPLY NOT = "o"
                       SET TRANSACTION-NOT-APPROVED TO TRUE
                   END-IF
               ELSE
                   SET HOLD-FOR-CEILING TO TRUE
               END-IF
           END-IF.

       300-POST-TRANSACTION.
           MOVE SPACES TO TRAN-REASON.
           IF ACCT-DORMANT
               DISPLAY "montant important non obtenue."
               SET TRAN-REJECTED TO TRUE
               MOVE "Approbation non obtenue" TO TRAN-REASON
           ELSE IF HOLD-FOR-CEILING
               PERFORM 390-HOLD-FOR-APPROVAL
           ELSE IF TRANSACTION-TYPE = "dépôt"
               ADD TRANSACTION-AMOUNT TO ACCT-BALANCE
               SET TRAN-ACCEPTED TO TRUE
               PERFORM 310-UPDATE-MASTER
           ELSE IF TRANSACTION-TYPE = "virement"
               PERFORM 320-POST-TRANSFER
           ELSE IF TRANSACTION-TYPE = "vir. ext."
               PERFORM 325-POST-EXT-TRANSFER
           ELSE
               PERFORM 380-COMPUTE-AVAILABLE-FUNDS
               IF TRANSACTION-AMOUNT > WS-AVAILABLE-FUNDS
               END-IF
           END-IF.

      *> Virement externe : seul le compte du client est mouvementé
      *> ici ; la contrepartie est le suspens des virements émis,
      *> soldé par la compensation.
       325-POST-EXT-TRANSFER.
           PERFORM 380-COMPUTE-AVAILABLE-FUNDS.
           IF TRANSACTION-AMOUNT > WS-AVAILABLE-FUNDS
               DISPLAY "Fonds insuffisants : le virement est"
               DISPLAY "refusé."
               SET TRAN-REJECTED TO TRUE
               MOVE "Solde insuffisant" TO TRAN-REASON
           ELSE
               SUBTRACT TRANSACTION-AMOUNT FROM ACCT-BALANCE
               SET TRAN-ACCEPTED TO TRUE
               PERFORM 310-UPDATE-MASTER
           END-IF.

       330-READ-DEST-ACCOUNT.
           SET DEST-ACCOUNT-FOUND TO TRUE.
           MOVE WS-DEST-ACCOUNT TO ACCT-NUMBER.
                           SET TRAN-REJECTED TO TRUE
                           MOVE "Compte destinataire dormant"
                               TO TRAN-REASON
                       ELSE IF ACCT-TYPE-LOAN
                           SET DEST-ACCOUNT-MISSING TO TRUE
                           DISPLAY "Compte destinataire de prêt : le"
                           DISPLAY "virement est refusé."
                           SET TRAN-REJECTED TO TRUE
                           MOVE "Compte destinataire de prêt"
                               TO TRAN-REASON
                       END-IF
                   END-IF
           END-READ.

       350-WRITE-CREDIT-AUDIT.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE WS-DEST-ACCOUNT        TO TRAN-ACCT-NUMBER.
           MOVE "virement"             TO TRAN-TYPE.
           MOVE TRANSACTION-AMOUNT     TO TRAN-AMOUNT.
           MOVE SPACES                 TO TRAN-REASON.
           MOVE WS-ACCOUNT-NUMBER      TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID         TO TRAN-OPERATOR-ID.
           MOVE SPACES                 TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

               CLOSE HOLD-FILE
           END-IF.

      *> Mise en file d'approbation, comme le lot de fin de
      *> journée pour un montant important : rien n'est posté, le
      *> journal porte l'écriture en attente. L'heure de saisie
      *> tient lieu de numéro de transaction, pour que le
      *> superviseur distingue les attentes du guichet.
       390-HOLD-FOR-APPROVAL.
           SET TRAN-PENDING-APPROVAL TO TRUE.
           MOVE "Plafond quotidien dépassé" TO TRAN-REASON.
           OPEN EXTEND PENDING-TRAN-FILE.
           IF NOT WS-PEND-OK
               DISPLAY "Impossible d'ouvrir la file des"
               DISPLAY "transactions en attente : "
                   WS-PEND-FILE-STATUS
               SET TRAN-REJECTED TO TRUE
               MOVE "File d'attente indisponible"
                   TO TRAN-REASON
           ELSE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-HHMMSS     TO PT-SEQUENCE-NUMBER
               MOVE ACCT-NUMBER        TO PT-ACCT-NUMBER
               MOVE TRANSACTION-TYPE   TO PT-TRAN-TYPE
               MOVE TRANSACTION-AMOUNT TO PT-TRAN-AMOUNT
               ACCEPT PT-DATE-HELD FROM DATE YYYYMMDD
               MOVE WS-TIME-HHMMSS     TO PT-TIME-HELD
               MOVE WS-DEST-ACCOUNT    TO PT-DEST-ACCT-NUMBER
               MOVE WS-BENEF-BANK-ID   TO PT-BENEF-BANK-ID
               MOVE WS-BENEF-ACCOUNT   TO PT-BENEF-ACCOUNT
               MOVE WS-BENEF-NAME      TO PT-BENEF-NAME
               WRITE PENDING-TRAN-RECORD
               CLOSE PENDING-TRAN-FILE
           END-IF.

       400-WRITE-AUDIT-RECORD.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE TRANSACTION-TYPE     TO TRAN-TYPE.
           MOVE TRANSACTION-AMOUNT   TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE         TO TRAN-BALANCE-AFTER.
           MOVE WS-LINK-ACCT         TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> Inscription au registre des virements externes, avec
      *> l'horodatage de l'écriture de débit qui vient d'être
      *> journalisée.
       410-REGISTER-EXT-TRANSFER.
           MOVE TRAN-DATE            TO VX-DATE.
           MOVE TRAN-TIME            TO VX-TIME.
           MOVE ACCT-NUMBER          TO VX-ACCT-NUMBER.
           MOVE TRANSACTION-AMOUNT   TO VX-AMOUNT.
           MOVE WS-BENEF-BANK-ID     TO VX-BENEF-BANK-ID.
           MOVE WS-BENEF-ACCOUNT     TO VX-BENEF-ACCOUNT.
           MOVE WS-BENEF-NAME        TO VX-BENEF-NAME.
           SET VX-FROM-COUNTER       TO TRUE.
           MOVE SIGNON-OPER-ID       TO VX-OPERATOR-ID.
           CALL "ExtTransferWrite" USING EXT-TRANSFER-RECORD.
           IF RETURN-CODE NOT = 0
               SET EXT-NOT-REGISTERED TO TRUE
               DISPLAY "*** VIREMENT DEBITE MAIS NON INSCRIT AU"
               DISPLAY "REGISTRE DES VIREMENTS EXTERNES ***"
               DISPLAY "Le montant reste au suspens 471100 : faire"
               DISPLAY "inscrire le virement par l'exploitation."
           ELSE
               DISPLAY "Référence du virement : " VX-REFERENCE
           END-IF.
