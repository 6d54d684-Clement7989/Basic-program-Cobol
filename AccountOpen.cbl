      *> l'écriture du dépôt d'ouverture au journal.
           COPY OPERSIGN.

      *> Création du compte portée au journal de maintenance,
      *> d'où la reprise du fichier comptes la rejoue.
           COPY MAINTJRN.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

      *> Ouverture guidée : un compte naît rattaché à une fiche
           MOVE "A" TO ACCT-STATUS.
           MOVE 0 TO ACCT-CLOSURE-DATE.
           MOVE WS-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT.
           MOVE 0 TO ACCT-DAILY-CEILING.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur lors de la création du compte : "
                   DISPLAY "Compte " WS-ACCOUNT-NUMBER " ouvert"
                       " pour le client " WS-CUST-NUMBER "."
                   SET ACCOUNT-CREATED TO TRUE
                   PERFORM 220-JOURNAL-CREATION
           END-WRITE.

       220-JOURNAL-CREATION.
           MOVE SPACES          TO MJ-BEFORE-IMAGE.
           MOVE "CREATION"      TO MJ-ACTION.
           MOVE "N"             TO MJ-SENSITIVE.
           MOVE "ACCTMAST"      TO MJ-FILE-ID.
           MOVE ACCT-NUMBER     TO MJ-RECORD-KEY.
           MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

       300-POST-INITIAL-DEPOSIT.
           DISPLAY "Montant du dépôt d'ouverture"
           DISPLAY "(ex: 1000.00, 0 si aucun) :".

       310-WRITE-AUDIT-RECORD.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE "dépôt"              TO TRAN-TYPE.
           MOVE WS-DEPOSIT-AMOUNT    TO TRAN-AMOUNT.
           MOVE "Dépôt d'ouverture"  TO TRAN-REASON.
           MOVE 0                    TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

