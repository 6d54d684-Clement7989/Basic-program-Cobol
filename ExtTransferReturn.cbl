       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtTransferReturn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO "VIRRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT OPTIONAL EXT-TRANSFER-FILE ASSIGN TO "VIREXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-REFERENCE
               FILE STATUS IS WS-VIR-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT RETURN-REPORT ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
           COPY VIRRET.

       FD  EXT-TRANSFER-FILE.
           COPY VIREXT.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  RETURN-REPORT.
       01  RETURN-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RET-FILE-STATUS    PIC X(2).
      *> "05" = optional VIRRET not found at OPEN INPUT : la
      *> chambre n'a renvoyé aucun rejet ce jour.
           88  WS-RET-OK                 VALUES "00" "05".
           88  WS-RET-EOF                VALUE "10".

       01  WS-VIR-FILE-STATUS    PIC X(2).
      *> "05" = optional VIREXT not found at OPEN I-O : aucun
      *> virement externe émis, tout rejet sera une anomalie.
           88  WS-VIR-OK                 VALUES "00" "05".

       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".

       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-LOG-OK                 VALUES "00" "05".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-RETURN-DATE        PIC 9(8).

      *> Contrôle du fichier reçu avant tout posting : nombre et
      *> total des rejets comparés à l'enregistrement de fin.
       01  WS-SCAN-COUNT         PIC 9(6) VALUE 0.
       01  WS-SCAN-AMOUNT        PIC 9(12)V99 VALUE 0.
       01  WS-TRAILER-COUNT      PIC 9(6) VALUE 0.
       01  WS-TRAILER-AMOUNT     PIC 9(12)V99 VALUE 0.
       01  WS-TRAILER-SEEN       PIC X(1) VALUE "N".
           88  RETURN-TRAILER-SEEN       VALUE "O".
       01  WS-FILE-PRESENT       PIC X(1) VALUE "N".
           88  RETURN-FILE-PRESENT       VALUE "O".

       01  WS-RETURN-VALID       PIC X(1).
           88  RETURN-IS-VALID           VALUE "O".
       01  WS-ANOMALY-TEXT       PIC X(40).

       01  WS-COUNT-CREDITED     PIC 9(6) VALUE 0.
       01  WS-AMOUNT-CREDITED    PIC 9(12)V99 VALUE 0.
       01  WS-COUNT-ANOMALIES    PIC 9(6) VALUE 0.
       01  WS-AMOUNT-ANOMALIES   PIC 9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

      *> Rejets renvoyés par la chambre de compensation : chaque
      *> virement externe rejeté est recrédité au compte débiteur
      *> par une écriture « retour ext » portant le motif du
      *> rejet, et passe à l'état rejeté au registre VIREXT. Le
      *> fichier n'est pris en compte que si ses totaux de
      *> contrôle concordent ; un rejet inexploitable (référence
      *> inconnue, montant différent, compte clos) est listé pour
      *> traitement manuel et reste au suspens.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   REJETS DES VIREMENTS EXTERNES      ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "EXTTRANSFERRETURN" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date de traitement (AAAAMMJJ) :".
           ACCEPT WS-RETURN-DATE.

           PERFORM 005-SCAN-CONTROL-TOTALS.
           IF NOT RETURN-FILE-PRESENT
               DISPLAY "Aucun fichier de rejets ce jour."
               PERFORM 920-LOG-STEP-END
               GOBACK
           END-IF.
           IF NOT RETURN-TRAILER-SEEN
               DISPLAY "FICHIER DE REJETS SANS ENREGISTREMENT DE FIN"
               DISPLAY "Fichier incomplet : aucun rejet recrédité."
               MOVE 8 TO RETURN-CODE
               PERFORM 920-LOG-STEP-END
               STOP RUN
           END-IF.
           IF WS-SCAN-COUNT NOT = WS-TRAILER-COUNT
              OR WS-SCAN-AMOUNT NOT = WS-TRAILER-AMOUNT
               DISPLAY "TOTAUX DE CONTROLE DISCORDANTS :"
               DISPLAY "  annoncés : " WS-TRAILER-COUNT
                   " rejets, total " WS-TRAILER-AMOUNT
               DISPLAY "  lus      : " WS-SCAN-COUNT
                   " rejets, total " WS-SCAN-AMOUNT
               DISPLAY "Fichier refusé : aucun rejet recrédité."
               MOVE 8 TO RETURN-CODE
               PERFORM 920-LOG-STEP-END
               STOP RUN
           END-IF.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-HEADERS.

           READ RETURN-FILE
               AT END SET WS-RET-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RET-EOF
               IF RR-IS-RETURN
                   PERFORM 100-PROCESS-RETURN
               END-IF
               READ RETURN-FILE
                   AT END SET WS-RET-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-SUMMARY.
           PERFORM 910-CLOSE-FILES.
           PERFORM 920-LOG-STEP-END.
           GOBACK.

       005-SCAN-CONTROL-TOTALS.
           OPEN INPUT RETURN-FILE.
           IF NOT WS-RET-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "rejets : " WS-RET-FILE-STATUS
               STOP RUN
           END-IF.
           IF WS-RET-FILE-STATUS = "00"
               SET RETURN-FILE-PRESENT TO TRUE
           END-IF.
           READ RETURN-FILE
               AT END SET WS-RET-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RET-EOF
               EVALUATE TRUE
                   WHEN RR-IS-RETURN
                       ADD 1 TO WS-SCAN-COUNT
                       IF RR-AMOUNT IS NUMERIC
                           ADD RR-AMOUNT TO WS-SCAN-AMOUNT
                       END-IF
                   WHEN RT-IS-TRAILER
                       SET RETURN-TRAILER-SEEN TO TRUE
                       MOVE RT-RETURN-COUNT TO WS-TRAILER-COUNT
                       MOVE RT-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ RETURN-FILE
                   AT END SET WS-RET-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
           MOVE "00" TO WS-RET-FILE-STATUS.

       010-OPEN-FILES.
           OPEN INPUT RETURN-FILE.
           IF NOT WS-RET-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "rejets : " WS-RET-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O EXT-TRANSFER-FILE.
           IF NOT WS-VIR-OK
               DISPLAY "Impossible d'ouvrir le registre des"
               DISPLAY "virements externes : " WS-VIR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal : "
                   WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURN-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport des"
               DISPLAY "rejets : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-HEADERS.
           MOVE SPACES TO RETURN-LINE.
           STRING "REJETS DE VIREMENTS EXTERNES TRAITES LE "
               WS-RETURN-DATE
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           STRING "REFERENCE          COMPTE          MONTANT"
               "  MOTIF"
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.

       100-PROCESS-RETURN.
           MOVE "O" TO WS-RETURN-VALID.
           MOVE SPACES TO WS-ANOMALY-TEXT.
           MOVE RR-REFERENCE TO VX-REFERENCE.
           READ EXT-TRANSFER-FILE
               INVALID KEY
                   MOVE "N" TO WS-RETURN-VALID
                   MOVE "REFERENCE INCONNUE" TO WS-ANOMALY-TEXT
           END-READ.

           IF RETURN-IS-VALID
               IF VX-RETURNED
                   MOVE "N" TO WS-RETURN-VALID
                   MOVE "REJET DEJA TRAITE" TO WS-ANOMALY-TEXT
               ELSE IF VX-TO-SEND
                   MOVE "N" TO WS-RETURN-VALID
                   MOVE "VIREMENT NON ENCORE EMIS" TO WS-ANOMALY-TEXT
               ELSE IF RR-AMOUNT NOT = VX-AMOUNT
                   MOVE "N" TO WS-RETURN-VALID
                   MOVE "MONTANT DIFFERENT DU VIREMENT"
                       TO WS-ANOMALY-TEXT
               END-IF
           END-IF.

           IF RETURN-IS-VALID
               MOVE VX-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-RETURN-VALID
                       MOVE "COMPTE DEBITEUR INCONNU"
                           TO WS-ANOMALY-TEXT
               END-READ
           END-IF.

      *>   Un compte dormant est recrédité comme un compte actif :
      *>   le retour de fonds n'est pas une activité du client.
           IF RETURN-IS-VALID
               IF ACCT-CLOSED
                   MOVE "N" TO WS-RETURN-VALID
                   MOVE "COMPTE DEBITEUR CLOS" TO WS-ANOMALY-TEXT
               END-IF
           END-IF.

           IF RETURN-IS-VALID
               PERFORM 200-CREDIT-RETURN
           ELSE
               PERFORM 300-LIST-ANOMALY
           END-IF.

      *> Recrédite le compte débiteur sans toucher à la date de
      *> dernière activité, comme les autres écritures générées
      *> par la banque, et journalise le motif du rejet.
       200-CREDIT-RETURN.
           MOVE ACCT-BALANCE TO TRAN-BALANCE-BEFORE.
           ADD RR-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du compte "
                       ACCT-NUMBER " : " WS-ACCT-FILE-STATUS
           END-REWRITE.

           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER         TO TRAN-ACCT-NUMBER.
           MOVE "retour ext"        TO TRAN-TYPE.
           MOVE RR-AMOUNT           TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE        TO TRAN-BALANCE-AFTER.
           SET TRAN-ACCEPTED        TO TRUE.
           MOVE SPACES              TO TRAN-REASON.
           STRING RR-REASON-CODE " " RR-REASON-TEXT
               DELIMITED BY SIZE INTO TRAN-REASON.
           MOVE 0                   TO TRAN-LINK-ACCT.
           MOVE SPACES              TO TRAN-OPERATOR-ID.
           MOVE SPACES              TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

           SET VX-RETURNED TO TRUE.
           MOVE WS-RETURN-DATE   TO VX-RETURN-DATE.
           MOVE RR-REASON-CODE   TO VX-RETURN-CODE.
           MOVE RR-REASON-TEXT   TO VX-RETURN-REASON.
           REWRITE EXT-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du registre : "
                       WS-VIR-FILE-STATUS
           END-REWRITE.

           ADD 1 TO WS-COUNT-CREDITED.
           ADD RR-AMOUNT TO WS-AMOUNT-CREDITED.

           MOVE RR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RETURN-LINE.
           STRING RR-REFERENCE "  " ACCT-NUMBER
               "  " WS-EDIT-AMOUNT
               "  " RR-REASON-CODE " " RR-REASON-TEXT
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.

       300-LIST-ANOMALY.
           ADD 1 TO WS-COUNT-ANOMALIES.
           IF RR-AMOUNT IS NUMERIC
               ADD RR-AMOUNT TO WS-AMOUNT-ANOMALIES
               MOVE RR-AMOUNT TO WS-EDIT-AMOUNT
           ELSE
               MOVE 0 TO WS-EDIT-AMOUNT
           END-IF.
           MOVE SPACES TO RETURN-LINE.
           STRING RR-REFERENCE "  ******  " WS-EDIT-AMOUNT
               "  A TRAITER : " WS-ANOMALY-TEXT
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.
           DISPLAY "Rejet " RR-REFERENCE " non recrédité : "
               WS-ANOMALY-TEXT.

       900-WRITE-SUMMARY.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-COUNT-CREDITED  TO WS-EDIT-COUNT.
           MOVE WS-AMOUNT-CREDITED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RETURN-LINE.
           STRING "REJETS RECREDITES     : " WS-EDIT-COUNT
               "  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-COUNT-ANOMALIES  TO WS-EDIT-COUNT.
           MOVE WS-AMOUNT-ANOMALIES TO WS-EDIT-TOTAL.
           MOVE SPACES TO RETURN-LINE.
           STRING "REJETS A TRAITER      : " WS-EDIT-COUNT
               "  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TRAILER-COUNT  TO WS-EDIT-COUNT.
           MOVE WS-TRAILER-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RETURN-LINE.
           STRING "TOTAUX DE CONTROLE    : " WS-EDIT-COUNT
               "  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RETURN-LINE.
           WRITE RETURN-LINE.

           DISPLAY "--------------------------------------".
           DISPLAY "Rejets recrédités : " WS-COUNT-CREDITED.
           DISPLAY "Montant recrédité : " WS-AMOUNT-CREDITED.
           DISPLAY "Rejets à traiter  : " WS-COUNT-ANOMALIES.
           DISPLAY "--------------------------------------".
           IF WS-COUNT-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-CLOSE-FILES.
           CLOSE RETURN-FILE.
           CLOSE EXT-TRANSFER-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANSACTION-LOG.
           CLOSE RETURN-REPORT.

       920-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-SCAN-COUNT       TO OL-COUNT-IN.
           MOVE WS-SCAN-AMOUNT      TO OL-AMOUNT-IN.
           MOVE WS-COUNT-CREDITED   TO OL-COUNT-OUT.
           MOVE WS-AMOUNT-CREDITED  TO OL-AMOUNT-OUT.
           MOVE WS-COUNT-ANOMALIES  TO OL-COUNT-REJECTED.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
