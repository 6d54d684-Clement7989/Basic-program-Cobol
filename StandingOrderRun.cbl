           COPY BATCHTXN.

       FD  MERGED-TRAN-FILE.
       01  MERGED-TRAN-RECORD          PIC X(120).

       FD  STANDING-ORDER-MASTER.
           COPY STORDREC.
           05  WS-OUT-TRAN-TYPE         PIC X(10).
           05  WS-OUT-TRAN-AMOUNT       PIC 9(10)V99.
           05  WS-OUT-DEST-ACCT         PIC 9(6).
           05  WS-OUT-BENEF-BANK-ID     PIC X(11).
           05  WS-OUT-BENEF-ACCOUNT     PIC X(34).
           05  WS-OUT-BENEF-NAME        PIC X(35).

       01  WS-OUT-TRAILER.
           05  WS-OUT-TRAILER-MARK      PIC 9(6).
           05  WS-OUT-RECORD-COUNT      PIC 9(6).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  WS-OUT-AMOUNT-TOTAL      PIC 9(10)V99.
           05  FILLER                   PIC X(86) VALUE SPACES.

      *> Totaux du flux fusionné : enregistrements du système
      *> émetteur plus ordres générés, repris sur le nouvel
           05  WS-COUNT-GENERATED     PIC 9(6) VALUE 0.
           05  WS-COUNT-SUSPENDED     PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

      *> Avancement d'échéance : arithmétique de mois pour M et T
      *> (le jour est garanti entre 01 et 28 par la maintenance),
      *> arithmétique de jours pour H.
           DISPLAY "--------------------------------------".
           DISPLAY "   GENERATION DES ORDRES PERMANENTS   ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "STANDINGORDERRUN" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-FILES.

           PERFORM 900-WRITE-SUMMARY.
           PERFORM 910-CLOSE-FILES.
           PERFORM 920-LOG-STEP-END.
           GOBACK.

       010-OPEN-FILES.
                   END-IF
           END-READ.

      *> Un ordre vers une autre banque part en virement externe,
      *> avec son bénéficiaire ; les autres en virement interne.
       220-EMIT-ORDER.
           ADD 1 TO WS-LAST-SEQUENCE.
           MOVE WS-LAST-SEQUENCE     TO WS-OUT-SEQUENCE.
           MOVE SO-SRC-ACCT-NUMBER   TO WS-OUT-ACCT-NUMBER.
           IF SO-INTERNAL
               MOVE "virement"       TO WS-OUT-TRAN-TYPE
           ELSE
               MOVE "vir. ext."      TO WS-OUT-TRAN-TYPE
           END-IF.
           MOVE SO-AMOUNT            TO WS-OUT-TRAN-AMOUNT.
           MOVE SO-DEST-ACCT-NUMBER  TO WS-OUT-DEST-ACCT.
           MOVE SO-BENEF-BANK-ID     TO WS-OUT-BENEF-BANK-ID.
           MOVE SO-BENEF-ACCOUNT     TO WS-OUT-BENEF-ACCOUNT.
           MOVE SO-BENEF-NAME        TO WS-OUT-BENEF-NAME.
           MOVE WS-OUT-RECORD        TO MERGED-TRAN-RECORD.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-MERGED-COUNT.

           MOVE SO-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ORDER-REPORT-LINE.
           IF SO-INTERNAL
               STRING "ORDRE " SO-ORDER-NUMBER
                   "  EMIS  " SO-SRC-ACCT-NUMBER
                   " -> " SO-DEST-ACCT-NUMBER
                   "  " WS-EDIT-AMOUNT
                   "  ECHEANCE " SO-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO ORDER-REPORT-LINE
           ELSE
               STRING "ORDRE " SO-ORDER-NUMBER
                   "  EMIS  " SO-SRC-ACCT-NUMBER
                   " -> " SO-BENEF-BANK-ID
                   "  " WS-EDIT-AMOUNT
                   "  ECHEANCE " SO-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO ORDER-REPORT-LINE
           END-IF.
           WRITE ORDER-REPORT-LINE.

           PERFORM 230-ADVANCE-DUE-DATE.
           CLOSE STANDING-ORDER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE ORDER-REPORT.

      *> Le flux fusionné est celui que BatchEdit doit relire.
       920-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-COUNT-COPIED    TO OL-COUNT-IN.
           MOVE WS-MERGED-COUNT    TO OL-COUNT-OUT.
           MOVE WS-COUNT-SUSPENDED TO OL-COUNT-REJECTED.
           MOVE WS-MERGED-AMOUNT   TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
