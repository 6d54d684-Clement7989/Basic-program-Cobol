       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtTransferSend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXT-TRANSFER-FILE ASSIGN TO "VIREXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-REFERENCE
               FILE STATUS IS WS-VIR-FILE-STATUS.

           SELECT CLEARING-FILE ASSIGN TO "VIRCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT SEND-REPORT ASSIGN TO "VIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-TRANSFER-FILE.
           COPY VIREXT.

       FD  CLEARING-FILE.
           COPY VIRCLR.

       FD  SEND-REPORT.
       01  SEND-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VIR-FILE-STATUS    PIC X(2).
      *> "05" = optional VIREXT not found at OPEN I-O : aucun
      *> virement externe n'a encore été saisi, le fichier part
      *> avec son en-tête et un enregistrement de fin à zéro.
           88  WS-VIR-OK                 VALUES "00" "05".
           88  WS-VIR-EOF                VALUE "10".

       01  WS-CLR-FILE-STATUS    PIC X(2).
           88  WS-CLR-OK                 VALUE "00".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

      *> Identifiant de la banque émettrice auprès de la chambre
      *> de compensation, porté sur l'en-tête du fichier.
       01  WS-OUR-BANK-ID        PIC X(11) VALUE "BQCPFRPPXXX".

       01  WS-SEND-DATE          PIC 9(8).
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

      *> Totaux de contrôle du lot : repris sur l'enregistrement
      *> de fin du fichier et sur le rapport.
       01  WS-PAYMENT-COUNT      PIC 9(6) VALUE 0.
       01  WS-PAYMENT-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-COUNT-RETURNED     PIC 9(6) VALUE 0.
       01  WS-COUNT-ALREADY-SENT PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> Emission quotidienne des virements externes vers la
      *> chambre de compensation : chaque virement du registre
      *> VIREXT encore à l'état saisi, débité au plus tard à la
      *> date d'émission, part dans le fichier VIRCLR et passe à
      *> l'état émis. Le fichier porte en fin de lot le nombre
      *> de paiements et le total des montants.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   EMISSION DES VIREMENTS EXTERNES    ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "EXTTRANSFERSEND" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date d'émission (AAAAMMJJ) :".
           ACCEPT WS-SEND-DATE.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-HEADERS.

           MOVE LOW-VALUES TO VX-REFERENCE.
           START EXT-TRANSFER-FILE
               KEY IS NOT LESS THAN VX-REFERENCE
               INVALID KEY SET WS-VIR-EOF TO TRUE
           END-START.
           IF NOT WS-VIR-EOF
               READ EXT-TRANSFER-FILE NEXT RECORD
                   AT END SET WS-VIR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-VIR-EOF
               EVALUATE TRUE
                   WHEN VX-TO-SEND
                    AND VX-DATE NOT > WS-SEND-DATE
                       PERFORM 100-SEND-PAYMENT
                   WHEN VX-SENT
                       ADD 1 TO WS-COUNT-ALREADY-SENT
                   WHEN VX-RETURNED
                       ADD 1 TO WS-COUNT-RETURNED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ EXT-TRANSFER-FILE NEXT RECORD
                   AT END SET WS-VIR-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 200-WRITE-TRAILER.
           PERFORM 900-WRITE-SUMMARY.

           CLOSE EXT-TRANSFER-FILE.
           CLOSE CLEARING-FILE.
           CLOSE SEND-REPORT.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE      TO OL-RETURN-CODE.
           MOVE WS-PAYMENT-COUNT TO OL-COUNT-OUT.
           MOVE WS-PAYMENT-TOTAL TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O EXT-TRANSFER-FILE.
           IF NOT WS-VIR-OK
               DISPLAY "Impossible d'ouvrir le registre des"
               DISPLAY "virements externes : " WS-VIR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CLEARING-FILE.
           IF NOT WS-CLR-OK
               DISPLAY "Impossible d'ouvrir le fichier de"
               DISPLAY "compensation : " WS-CLR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SEND-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport"
               DISPLAY "d'émission : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-HEADERS.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES          TO CLEARING-HEADER-RECORD.
           MOVE "01"            TO CH-RECORD-TYPE.
           MOVE WS-OUR-BANK-ID  TO CH-SENDER-BANK-ID.
           MOVE WS-SEND-DATE    TO CH-CREATION-DATE.
           MOVE WS-TIME-HHMMSS  TO CH-CREATION-TIME.
           WRITE CLEARING-HEADER-RECORD.

           MOVE SPACES TO SEND-LINE.
           STRING "VIREMENTS EXTERNES EMIS EN COMPENSATION LE "
               WS-SEND-DATE
               DELIMITED BY SIZE INTO SEND-LINE.
           WRITE SEND-LINE.
           MOVE SPACES TO SEND-LINE.
           WRITE SEND-LINE.
           MOVE SPACES TO SEND-LINE.
           STRING "REFERENCE          COMPTE          MONTANT"
               "  BANQUE       BENEFICIAIRE"
               DELIMITED BY SIZE INTO SEND-LINE.
           WRITE SEND-LINE.

       100-SEND-PAYMENT.
           MOVE SPACES            TO CLEARING-PAYMENT-RECORD.
           MOVE "02"              TO CP-RECORD-TYPE.
           MOVE VX-REFERENCE      TO CP-REFERENCE.
           MOVE VX-ACCT-NUMBER    TO CP-DEBTOR-ACCT.
           MOVE VX-AMOUNT         TO CP-AMOUNT.
           MOVE VX-BENEF-BANK-ID  TO CP-BENEF-BANK-ID.
           MOVE VX-BENEF-ACCOUNT  TO CP-BENEF-ACCOUNT.
           MOVE VX-BENEF-NAME     TO CP-BENEF-NAME.
           WRITE CLEARING-PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD VX-AMOUNT TO WS-PAYMENT-TOTAL.

           SET VX-SENT TO TRUE.
           MOVE WS-SEND-DATE TO VX-SENT-DATE.
           REWRITE EXT-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du registre : "
                       WS-VIR-FILE-STATUS
           END-REWRITE.

           MOVE VX-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SEND-LINE.
           STRING VX-REFERENCE "  " VX-ACCT-NUMBER
               "  " WS-EDIT-AMOUNT
               "  " VX-BENEF-BANK-ID
               "  " VX-BENEF-NAME
               DELIMITED BY SIZE INTO SEND-LINE.
           WRITE SEND-LINE.

       200-WRITE-TRAILER.
           MOVE SPACES            TO CLEARING-TRAILER-RECORD.
           MOVE "09"              TO CT-RECORD-TYPE.
           MOVE WS-PAYMENT-COUNT  TO CT-PAYMENT-COUNT.
           MOVE WS-PAYMENT-TOTAL  TO CT-AMOUNT-TOTAL.
           WRITE CLEARING-TRAILER-RECORD.

       900-WRITE-SUMMARY.
           MOVE SPACES TO SEND-LINE.
           WRITE SEND-LINE.
           MOVE WS-PAYMENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-PAYMENT-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO SEND-LINE.
           STRING "TOTAUX DE CONTROLE DU LOT : " WS-EDIT-COUNT
               " PAIEMENT(S)  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO SEND-LINE.
           WRITE SEND-LINE.
           MOVE SPACES TO SEND-LINE.
           STRING "A RAPPROCHER DU SUSPENS DES VIREMENTS EXTERNES"
               " ET DE L'ACCUSE DE LA CHAMBRE"
               DELIMITED BY SIZE INTO SEND-LINE.
           WRITE SEND-LINE.

           DISPLAY "--------------------------------------".
           DISPLAY "Paiements émis       : " WS-PAYMENT-COUNT.
           DISPLAY "Montant total        : " WS-PAYMENT-TOTAL.
           DISPLAY "Déjà émis auparavant : " WS-COUNT-ALREADY-SENT.
           DISPLAY "Rejetés par la chambre : " WS-COUNT-RETURNED.
           DISPLAY "--------------------------------------".
