           COPY PENDTXN.

       FD  PENDING-KEPT-FILE.
       01  PENDING-KEPT-RECORD      PIC X(134).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.
           88  WS-DECISION-VALID         VALUES "A" "a" "R" "r"
                                                "S" "s".

      *> Plafond quotidien cumulé des retraits et virements émis,
      *> contrôlé au moment de la libération : approuver au-delà
      *> demande une confirmation expresse du superviseur.
           COPY DAYCEIL.
       01  WS-CEILING-REPLY      PIC X(1).
       01  WS-EDIT-CEILING       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNTS.
           05  WS-COUNT-APPROVED      PIC 9(6) VALUE 0.
           05  WS-COUNT-REFUSED       PIC 9(6) VALUE 0.
           05  WS-COUNT-KEPT          PIC 9(6) VALUE 0.
           05  WS-COUNT-UNREGISTERED  PIC 9(6) VALUE 0.

      *> Virement externe approuvé : inscrit au registre VIREXT
      *> une fois la disposition journalisée.
           COPY VIREXT.

       01  WS-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *> sur chaque écriture de disposition du journal.
           COPY OPERSIGN.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Approuvées : " WS-COUNT-APPROVED.
           DISPLAY "Refusées   : " WS-COUNT-REFUSED.
           DISPLAY "Conservées : " WS-COUNT-KEPT.
           IF WS-COUNT-UNREGISTERED > 0
               DISPLAY "*** " WS-COUNT-UNREGISTERED " virement(s)"
                   " externe(s) débité(s) mais non inscrit(s)"
               DISPLAY "au registre VIREXT : montants au suspens"
               DISPLAY "471100, à faire inscrire par l'exploitation."
           END-IF.
           IF WS-COUNT-KEPT > 0
               DISPLAY "Les transactions conservées ont été"
               DISPLAY "réécrites dans PENDKEEP : remplacer"
           IF PT-TRAN-TYPE = "virement"
               DISPLAY "  Vers    : " PT-DEST-ACCT-NUMBER
           END-IF.
           IF PT-TRAN-TYPE = "vir. ext."
               DISPLAY "  Banque  : " PT-BENEF-BANK-ID
               DISPLAY "  Compte  : " PT-BENEF-ACCOUNT
               DISPLAY "  Bénéf.  : " PT-BENEF-NAME
           END-IF.

           MOVE PT-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
       110-ASK-DECISION.
           MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
           DISPLAY "  Solde   : " WS-EDIT-BALANCE.
           PERFORM 120-CHECK-DAILY-CEILING.
           MOVE SPACES TO WS-DECISION.
           PERFORM UNTIL WS-DECISION-VALID
               DISPLAY "(A)pprouver, (R)efuser ou (S)uivant ?"
               END-IF
           END-PERFORM.

           IF WS-DECISION-APPROVE
              AND DC-CEILING-BREACHED
               DISPLAY "Confirmer le dépassement du plafond ? (O/N)"
               ACCEPT WS-CEILING-REPLY
               IF WS-CEILING-REPLY NOT = "O" AND
                  WS-CEILING-REPLY NOT = "o"
                   DISPLAY "Dépassement non confirmé : la"
                   DISPLAY "transaction reste en attente."
                   MOVE "S" TO WS-DECISION
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM 200-POST-APPROVED
                   PERFORM 400-KEEP-TRANSACTION
           END-EVALUATE.

      *> Cumul déjà débité ce jour sur le compte et plafond
      *> applicable, affichés avant la décision.
       120-CHECK-DAILY-CEILING.
           SET DC-WITHIN-CEILING TO TRUE.
           IF PT-TRAN-TYPE = "retrait"
              OR PT-TRAN-TYPE = "virement"
              OR PT-TRAN-TYPE = "vir. ext."
               MOVE ACCT-NUMBER    TO DC-ACCT-NUMBER
               MOVE ACCT-TYPE      TO DC-ACCT-TYPE
               IF ACCT-DAILY-CEILING NUMERIC
                   MOVE ACCT-DAILY-CEILING TO DC-ACCT-CEILING
               ELSE
                   MOVE 0 TO DC-ACCT-CEILING
               END-IF
               ACCEPT DC-DATE FROM DATE YYYYMMDD
               MOVE PT-TRAN-AMOUNT TO DC-AMOUNT
               CALL "DailyCeilingCheck" USING DAILY-CEILING-AREA
               MOVE DC-DEBITED-TODAY TO WS-EDIT-CEILING
               DISPLAY "  Débité ce jour : " WS-EDIT-CEILING
               MOVE DC-CEILING TO WS-EDIT-CEILING
               DISPLAY "  Plafond        : " WS-EDIT-CEILING
               IF DC-CEILING-BREACHED
                   DISPLAY "  *** PLAFOND QUOTIDIEN DEPASSE ***"
               END-IF
           END-IF.

       150-REFUSE-UNKNOWN-ACCOUNT.
           ADD 1 TO WS-COUNT-REFUSED.
           DISPLAY "Compte " PT-ACCT-NUMBER " inconnu :"
               DISPLAY "Transaction postée."
           ELSE IF PT-TRAN-TYPE = "virement"
               PERFORM 220-POST-APPROVED-TRANSFER
           ELSE IF PT-TRAN-TYPE = "vir. ext."
               PERFORM 227-POST-APPROVED-EXT-TRANSFER
           ELSE IF PT-TRAN-TYPE = "retrait"
               PERFORM 260-COMPUTE-AVAILABLE-FUNDS
               IF PT-TRAN-AMOUNT > WS-AVAILABLE-FUNDS
               DISPLAY "Type invalide : transaction refusée."
           END-IF.
           PERFORM 500-WRITE-DISPOSITION.
           IF TRAN-ACCEPTED
              AND PT-TRAN-TYPE = "vir. ext."
               PERFORM 510-REGISTER-EXT-TRANSFER
           END-IF.

       210-REWRITE-MASTER.
           ACCEPT ACCT-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD.
                           DISPLAY "Compte destinataire dormant :"
                               " le virement est refusé."
                           PERFORM 230-RELOAD-SOURCE
                       ELSE IF ACCT-TYPE-LOAN
                           ADD 1 TO WS-COUNT-REFUSED
                           SET TRAN-REJECTED TO TRUE
                           MOVE "Compte destinataire de prêt"
                               TO TRAN-REASON
                           DISPLAY "Compte destinataire de prêt :"
                               " le virement est refusé."
                           PERFORM 230-RELOAD-SOURCE
                       ELSE
                           PERFORM 225-POST-TRANSFER-LEGS
                       END-IF
           PERFORM 230-RELOAD-SOURCE.
           DISPLAY "Virement posté.".

      *> Virement vers une autre banque : seul le compte émetteur
      *> est débité, la contrepartie est le suspens des virements
      *> émis jusqu'à la compensation.
       227-POST-APPROVED-EXT-TRANSFER.
           PERFORM 260-COMPUTE-AVAILABLE-FUNDS.
           IF PT-TRAN-AMOUNT > WS-AVAILABLE-FUNDS
               ADD 1 TO WS-COUNT-REFUSED
               SET TRAN-REJECTED TO TRUE
               MOVE "Solde insuffisant" TO TRAN-REASON
               DISPLAY "Solde insuffisant : le virement est"
               DISPLAY "refusé malgré l'approbation."
           ELSE
               SUBTRACT PT-TRAN-AMOUNT FROM ACCT-BALANCE
               SET TRAN-ACCEPTED TO TRUE
               MOVE "Approuvé par superviseur" TO TRAN-REASON
               ADD 1 TO WS-COUNT-APPROVED
               PERFORM 210-REWRITE-MASTER
               DISPLAY "Virement externe posté."
           END-IF.

       230-RELOAD-SOURCE.
           MOVE PT-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER

       250-WRITE-CREDIT-AUDIT.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE PT-DEST-ACCT-NUMBER    TO TRAN-ACCT-NUMBER.
           MOVE "virement"             TO TRAN-TYPE.
           MOVE PT-TRAN-AMOUNT         TO TRAN-AMOUNT.
           MOVE "Approuvé par superviseur" TO TRAN-REASON.
           MOVE PT-ACCT-NUMBER         TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID         TO TRAN-OPERATOR-ID.
           MOVE SPACES                 TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.


       500-WRITE-DISPOSITION.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE PT-ACCT-NUMBER       TO TRAN-ACCT-NUMBER.
           MOVE PT-TRAN-TYPE         TO TRAN-TYPE.
           MOVE PT-TRAN-AMOUNT       TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE         TO TRAN-BALANCE-AFTER.
           MOVE WS-LINK-ACCT         TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> Inscription au registre des virements externes, avec
      *> l'horodatage de l'écriture de disposition du journal.
       510-REGISTER-EXT-TRANSFER.
           MOVE TRAN-DATE            TO VX-DATE.
           MOVE TRAN-TIME            TO VX-TIME.
           MOVE PT-ACCT-NUMBER       TO VX-ACCT-NUMBER.
           MOVE PT-TRAN-AMOUNT       TO VX-AMOUNT.
           MOVE PT-BENEF-BANK-ID     TO VX-BENEF-BANK-ID.
           MOVE PT-BENEF-ACCOUNT     TO VX-BENEF-ACCOUNT.
           MOVE PT-BENEF-NAME        TO VX-BENEF-NAME.
           SET VX-FROM-QUEUE         TO TRUE.
           MOVE SIGNON-OPER-ID       TO VX-OPERATOR-ID.
           CALL "ExtTransferWrite" USING EXT-TRANSFER-RECORD.
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-COUNT-UNREGISTERED
               DISPLAY "*** VIREMENT DEBITE MAIS NON INSCRIT AU"
               DISPLAY "REGISTRE DES VIREMENTS EXTERNES ***"
               DISPLAY "Le montant reste au suspens 471100 : faire"
               DISPLAY "inscrire le virement par l'exploitation."
           ELSE
               DISPLAY "Référence du virement : " VX-REFERENCE
           END-IF.
