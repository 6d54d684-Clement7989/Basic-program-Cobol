           COPY ACCTREC.

       FD  CLEAN-TRAN-FILE.
       01  CLEAN-TRAN-RECORD           PIC X(120).

       FD  ERROR-TRAN-FILE.
       01  ERROR-TRAN-RECORD.
           05  ERR-TRAN-IMAGE          PIC X(120).
           05  FILLER                  PIC X(2).
           05  ERR-REASON              PIC X(30).

       01  WS-CONTROLS-BALANCE   PIC X(1) VALUE "O".
           88  CONTROLS-IN-BALANCE       VALUE "O".

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   CONTROLE PREALABLE DU LOT BATCHIN  ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "BATCHEDIT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           PERFORM 010-OPEN-FILES.

           IF NOT CONTROLS-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>   Le flux épuré BATCHOK est celui que BankAccountBatch
      *>   doit relire en entier.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE    TO OL-RETURN-CODE.
           MOVE WS-COUNT-READ  TO OL-COUNT-IN.
           MOVE WS-COUNT-CLEAN TO OL-COUNT-OUT.
           MOVE WS-COUNT-ERROR TO OL-COUNT-REJECTED.
           MOVE WS-AMOUNT-READ TO OL-AMOUNT-IN.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
               WHEN BT-TRAN-TYPE NOT = "dépôt"
                AND BT-TRAN-TYPE NOT = "retrait"
                AND BT-TRAN-TYPE NOT = "virement"
                AND BT-TRAN-TYPE NOT = "vir. ext."
                   MOVE "N" TO WS-RECORD-VALID
                   MOVE "Type de transaction invalide"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-RECORD-VALID
                   MOVE "Compte dest. non numérique"
                       TO WS-REJECT-REASON
      *>       Le bénéficiaire d'un virement externe part tel quel
      *>       dans le fichier de compensation : rien ne doit y
      *>       manquer.
               WHEN BT-TRAN-TYPE = "vir. ext."
                AND (BT-BENEF-BANK-ID = SPACES
                  OR BT-BENEF-ACCOUNT = SPACES
                  OR BT-BENEF-NAME = SPACES)
                   MOVE "N" TO WS-RECORD-VALID
                   MOVE "Bénéficiaire incomplet"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       130-CHECK-ACCOUNTS.
