           05  WS-TOTAL-DEPOSITS      PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-WITHDRAWALS   PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-TRANSFERS     PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-EXT-TRANSFERS PIC S9(12)V99 VALUE 0.
           05  WS-COUNT-POSTED        PIC 9(6) VALUE 0.
           05  WS-COUNT-REJECTED      PIC 9(6) VALUE 0.
           05  WS-COUNT-PENDING       PIC 9(6) VALUE 0.
      *>   Virements externes débités que VIREXT n'a pas inscrits.
           05  WS-COUNT-EXT-UNREGISTERED PIC 9(6) VALUE 0.

      *> Virement : solde du compte destinataire avant crédit et
      *> compte lié porté sur les écritures du journal.
      *> are held out of auto-posting, same as the interactive path.
           COPY TXNLIMIT.

      *> Plafond quotidien cumulé des retraits et virements émis :
      *> le cumul du jour vient de l'historique, qui reçoit aussi
      *> les postings du présent passage au fil de l'eau.
           COPY DAYCEIL.
       01  WS-HOLD-REASON             PIC X(30).
       01  WS-COUNT-CEILING-HOLDS     PIC 9(6) VALUE 0.

      *> Virement externe : inscrit au registre VIREXT une fois
      *> le débit journalisé, pour émission vers la compensation.
           COPY VIREXT.

       01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   TRAITEMENT DE FIN DE JOURNEE       ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "BANKACCOUNTBATCH" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           PERFORM 005-READ-CHECKPOINT.
           PERFORM 003-SCAN-INPUT-TOTALS.
           PERFORM 905-REGISTER-COMPLETION.
           PERFORM 230-RESET-CHECKPOINT.
           PERFORM 910-CLOSE-FILES.
           PERFORM 920-LOG-STEP-END.
           GOBACK.

      *> Relève l'empreinte du fichier d'entrée avant tout
               DISPLAY "nouveau lot, vérifier le fichier BATCHIN"
               DISPLAY "monté par l'exploitation."
               MOVE 8 TO RETURN-CODE
               PERFORM 920-LOG-STEP-END
               STOP RUN
           END-IF.
           PERFORM 006-REGISTER-START.
                           PERFORM 183-REJECT-CLOSED-ACCOUNT
                       ELSE IF ACCT-DORMANT
                           PERFORM 185-REJECT-DORMANT-ACCOUNT
                       ELSE IF ACCT-TYPE-LOAN
                           PERFORM 187-REJECT-LOAN-ACCOUNT
                       ELSE IF BT-TRAN-AMOUNT > WS-LARGE-TXN-THRESHOLD
                           PERFORM 195-HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM 197-CHECK-DAILY-CEILING
                           IF DC-CEILING-BREACHED
                               PERFORM 198-HOLD-FOR-CEILING
                           ELSE
                               PERFORM 200-POST-BATCH-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-IF.
           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " rejetée : montant nul ou invalide."
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE "Montant nul ou invalide" TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " rejetée : compte " BT-ACCT-NUMBER " clos."
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE "Compte clos"       TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " rejetée : compte " BT-ACCT-NUMBER " dormant."
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE "Compte dormant"    TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> Un compte de prêt ne se mouvemente que par le déblocage
      *> (LoanOpen) et le prélèvement des échéances
      *> (LoanInstalment).
       187-REJECT-LOAN-ACCOUNT.
           ADD 1 TO WS-COUNT-REJECTED.
           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " rejetée : compte " BT-ACCT-NUMBER " de prêt."
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE        TO TRAN-BALANCE-BEFORE.
           MOVE ACCT-BALANCE        TO TRAN-BALANCE-AFTER.
           SET TRAN-REJECTED        TO TRUE.
           MOVE "Compte de prêt"    TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

       195-HOLD-FOR-APPROVAL.
           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " mise en attente : montant supérieur au seuil."
           MOVE "En attente d'approbation" TO WS-HOLD-REASON.
           PERFORM 196-WRITE-HOLD.

       196-WRITE-HOLD.
           ADD 1 TO WS-COUNT-PENDING.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE        TO TRAN-BALANCE-BEFORE.
           MOVE ACCT-BALANCE        TO TRAN-BALANCE-AFTER.
           SET TRAN-PENDING-APPROVAL TO TRUE.
           MOVE WS-HOLD-REASON      TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.
           MOVE BT-SEQUENCE-NUMBER  TO PT-SEQUENCE-NUMBER.
           MOVE TRAN-DATE           TO PT-DATE-HELD.
           MOVE TRAN-TIME           TO PT-TIME-HELD.
           MOVE BT-DEST-ACCT-NUMBER TO PT-DEST-ACCT-NUMBER.
           MOVE BT-BENEF-BANK-ID    TO PT-BENEF-BANK-ID.
           MOVE BT-BENEF-ACCOUNT    TO PT-BENEF-ACCOUNT.
           MOVE BT-BENEF-NAME       TO PT-BENEF-NAME.
           WRITE PENDING-TRAN-RECORD.

      *> Seuls les retraits et les virements émis entrent dans le
      *> plafond ; un dépôt passe toujours.
       197-CHECK-DAILY-CEILING.
           SET DC-WITHIN-CEILING TO TRUE.
           IF BT-TRAN-TYPE = "retrait"
              OR BT-TRAN-TYPE = "virement"
              OR BT-TRAN-TYPE = "vir. ext."
               MOVE ACCT-NUMBER    TO DC-ACCT-NUMBER
               MOVE ACCT-TYPE      TO DC-ACCT-TYPE
               IF ACCT-DAILY-CEILING NUMERIC
                   MOVE ACCT-DAILY-CEILING TO DC-ACCT-CEILING
               ELSE
                   MOVE 0 TO DC-ACCT-CEILING
               END-IF
               ACCEPT DC-DATE FROM DATE YYYYMMDD
               MOVE BT-TRAN-AMOUNT TO DC-AMOUNT
               CALL "DailyCeilingCheck" USING DAILY-CEILING-AREA
           END-IF.

       198-HOLD-FOR-CEILING.
           ADD 1 TO WS-COUNT-CEILING-HOLDS.
           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " mise en attente : plafond quotidien dépassé."
           MOVE "Plafond quotidien dépassé" TO WS-HOLD-REASON.
           PERFORM 196-WRITE-HOLD.

       190-REJECT-UNKNOWN-ACCOUNT.
           ADD 1 TO WS-COUNT-REJECTED.
           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
               " rejetée : compte " BT-ACCT-NUMBER " inconnu."
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER      TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE        TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT      TO TRAN-AMOUNT.
           MOVE "Compte inconnu"    TO TRAN-REASON.
           MOVE BT-DEST-ACCT-NUMBER TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

               END-IF
           ELSE IF BT-TRAN-TYPE = "virement"
               PERFORM 250-POST-BATCH-TRANSFER
           ELSE IF BT-TRAN-TYPE = "vir. ext."
               PERFORM 257-POST-EXT-TRANSFER
           ELSE
               ADD 1 TO WS-COUNT-REJECTED
               SET TRAN-REJECTED TO TRUE
           END-IF.

           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-ACCT-NUMBER       TO TRAN-ACCT-NUMBER.
           MOVE BT-TRAN-TYPE         TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT       TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE         TO TRAN-BALANCE-AFTER.
           MOVE WS-LINK-ACCT         TO TRAN-LINK-ACCT.
           MOVE SPACES               TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.
           IF TRAN-ACCEPTED
              AND BT-TRAN-TYPE = "vir. ext."
               PERFORM 285-REGISTER-EXT-TRANSFER
           END-IF.

      *> Poste un virement : débite le compte émetteur (déjà lu),
      *> crédite le destinataire, et laisse la zone d'enregistrement
                               " rejetée : compte destinataire "
                               BT-DEST-ACCT-NUMBER " dormant."
                           PERFORM 260-RELOAD-SOURCE
                       ELSE IF ACCT-TYPE-LOAN
                           ADD 1 TO WS-COUNT-REJECTED
                           SET TRAN-REJECTED TO TRUE
                           MOVE "Compte destinataire de prêt"
                               TO TRAN-REASON
                           DISPLAY "Transaction " BT-SEQUENCE-NUMBER
                               " rejetée : compte destinataire "
                               BT-DEST-ACCT-NUMBER " de prêt."
                           PERFORM 260-RELOAD-SOURCE
                       ELSE
                           PERFORM 255-POST-TRANSFER-LEGS
                       END-IF
           PERFORM 270-CREDIT-DEST-ACCOUNT.
           PERFORM 260-RELOAD-SOURCE.

      *> Virement vers une autre banque : seul le compte émetteur
      *> est débité, la contrepartie est le suspens des virements
      *> émis jusqu'à la compensation.
       257-POST-EXT-TRANSFER.
           PERFORM 290-COMPUTE-AVAILABLE-FUNDS.
           IF BT-TRAN-AMOUNT > WS-AVAILABLE-FUNDS
               ADD 1 TO WS-COUNT-REJECTED
               SET TRAN-REJECTED TO TRUE
               MOVE "Solde insuffisant" TO TRAN-REASON
               DISPLAY "Transaction " BT-SEQUENCE-NUMBER
                   " rejetée : solde insuffisant."
           ELSE
               SUBTRACT BT-TRAN-AMOUNT FROM ACCT-BALANCE
               SET TRAN-ACCEPTED TO TRUE
               ADD BT-TRAN-AMOUNT TO WS-TOTAL-EXT-TRANSFERS
               ADD 1 TO WS-COUNT-POSTED
               PERFORM 210-REWRITE-MASTER
           END-IF.

       260-RELOAD-SOURCE.
           MOVE BT-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER

       280-WRITE-CREDIT-AUDIT.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE BT-DEST-ACCT-NUMBER    TO TRAN-ACCT-NUMBER.
           MOVE "virement"             TO TRAN-TYPE.
           MOVE BT-TRAN-AMOUNT         TO TRAN-AMOUNT.
           MOVE SPACES                 TO TRAN-REASON.
           MOVE BT-ACCT-NUMBER         TO TRAN-LINK-ACCT.
           MOVE SPACES                 TO TRAN-OPERATOR-ID.
           MOVE SPACES                 TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

      *> Inscription au registre des virements externes, avec
      *> l'horodatage de l'écriture de débit du journal.
       285-REGISTER-EXT-TRANSFER.
           MOVE TRAN-DATE            TO VX-DATE.
           MOVE TRAN-TIME            TO VX-TIME.
           MOVE BT-ACCT-NUMBER       TO VX-ACCT-NUMBER.
           MOVE BT-TRAN-AMOUNT       TO VX-AMOUNT.
           MOVE BT-BENEF-BANK-ID     TO VX-BENEF-BANK-ID.
           MOVE BT-BENEF-ACCOUNT     TO VX-BENEF-ACCOUNT.
           MOVE BT-BENEF-NAME        TO VX-BENEF-NAME.
           SET VX-FROM-BATCH         TO TRUE.
           MOVE SPACES               TO VX-OPERATOR-ID.
           CALL "ExtTransferWrite" USING EXT-TRANSFER-RECORD.
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-COUNT-EXT-UNREGISTERED
               DISPLAY "Transaction " BT-SEQUENCE-NUMBER
                   " : virement externe débité mais non inscrit"
               DISPLAY "au registre VIREXT, montant au suspens 471100."
           END-IF.

       290-COMPUTE-AVAILABLE-FUNDS.
           PERFORM 295-SUM-ACTIVE-HOLDS.
           IF ACCT-TYPE-CHECKING
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-TOTAL-EXT-TRANSFERS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TOTAL VIR. EXTERNES   : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-COUNT-POSTED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TRANSACTIONS ACCEPTEES: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-COUNT-CEILING-HOLDS > 0
               MOVE WS-COUNT-CEILING-HOLDS TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "  DONT PLAFOND QUOTIDIEN : " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

           IF WS-COUNT-PENDING > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "  (file PENDTXN - a traiter via"
               WRITE SUMMARY-LINE
           END-IF.

           IF WS-COUNT-EXT-UNREGISTERED > 0
               MOVE WS-COUNT-EXT-UNREGISTERED TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "*** VIR. EXTERNES NON INSCRITS A VIREXT : "
                   WS-EDIT-COUNT " (SUSPENS 471100) ***"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

           DISPLAY "--------------------------------------".
           DISPLAY "Total dépôts    : " WS-TOTAL-DEPOSITS.
           DISPLAY "Total retraits  : " WS-TOTAL-WITHDRAWALS.
           DISPLAY "Total virements : " WS-TOTAL-TRANSFERS.
           DISPLAY "Total vir. ext. : " WS-TOTAL-EXT-TRANSFERS.
           DISPLAY "Acceptées       : " WS-COUNT-POSTED.
           DISPLAY "Rejetées        : " WS-COUNT-REJECTED.
           DISPLAY "En attente      : " WS-COUNT-PENDING.
           DISPLAY "  dont plafond  : " WS-COUNT-CEILING-HOLDS.
           IF WS-COUNT-EXT-UNREGISTERED > 0
               DISPLAY "Vir. ext. non inscrits à VIREXT : "
                   WS-COUNT-EXT-UNREGISTERED
           END-IF.
           DISPLAY "--------------------------------------".

      *> Enregistre la fin de passage : c'est cette écriture "C"
           CLOSE TRANSACTION-LOG.
           CLOSE SUMMARY-REPORT.
           CLOSE PENDING-TRAN-FILE.

      *> Entrée : tout le fichier BATCHOK ; sortie : les
      *> transactions postées, rejetées ou mises en attente dans
      *> PENDTXN par ce passage (après le point de reprise).
       920-LOG-STEP-END.
           IF WS-COUNT-EXT-UNREGISTERED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE       TO OL-RETURN-CODE.
           MOVE WS-SCAN-COUNT     TO OL-COUNT-IN.
           MOVE WS-SCAN-AMOUNT    TO OL-AMOUNT-IN.
           MOVE WS-COUNT-POSTED   TO OL-COUNT-OUT.
           MOVE WS-COUNT-REJECTED TO OL-COUNT-REJECTED.
           MOVE WS-COUNT-PENDING  TO OL-COUNT-HELD.
           COMPUTE OL-AMOUNT-OUT = WS-TOTAL-DEPOSITS
               + WS-TOTAL-WITHDRAWALS + WS-TOTAL-TRANSFERS
               + WS-TOTAL-EXT-TRANSFERS.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
