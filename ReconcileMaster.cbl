           05  SRT-REASON               PIC X(30).
           05  SRT-LINK-ACCT            PIC 9(6).
           05  SRT-OPERATOR-ID          PIC X(4).
           05  SRT-REVERSAL-INFO        PIC X(18).

       FD  SORTED-TRAN-FILE.
       01  SORTED-TRAN-RECORD.
           05  ST-REASON                PIC X(30).
           05  ST-LINK-ACCT             PIC 9(6).
           05  ST-OPERATOR-ID           PIC X(4).
           05  ST-REVERSAL-INFO.
               10  ST-REVERSAL-FLAG     PIC X(1).
                   88  ST-IS-REVERSAL       VALUE "C".
               10  ST-REVERSED-DATE     PIC 9(8).
               10  ST-REVERSED-TIME     PIC 9(6).
               10  ST-REVERSED-SEQ      PIC 9(3).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.
           05  WS-ACCOUNTS-CHECKED    PIC 9(6) VALUE 0.
           05  WS-CHAIN-BREAKS        PIC 9(6) VALUE 0.
           05  WS-BALANCE-ECARTS      PIC 9(6) VALUE 0.
           05  WS-REVERSALS           PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-EXPECTED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-ACTUAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

           DISPLAY "--------------------------------------".
           DISPLAY "   RAPPROCHEMENT COMPTES / JOURNAL    ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "RECONCILEMASTER" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

      *> DUPLICATES IN ORDER : plusieurs transactions d'un même
      *> compte peuvent porter la même seconde ; l'ordre d'arrivée
           CLOSE SORTED-TRAN-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE RECON-REPORT.

      *>   Rejetés : ruptures de chaîne et écarts de solde.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-CHECKED TO OL-COUNT-IN.
           COMPUTE OL-COUNT-REJECTED =
               WS-CHAIN-BREAKS + WS-BALANCE-ECARTS.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
               END-IF
           END-IF.
           MOVE ST-BALANCE-AFTER TO WS-RUNNING-BALANCE.
           IF ST-IS-REVERSAL
               PERFORM 250-REPORT-REVERSAL
           END-IF.

       200-REPORT-CHAIN-BREAK.
           ADD 1 TO WS-CHAIN-BREAKS.
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

      *> Une contre-passation est un mouvement comme un autre pour
      *> le chaînage des soldes ; elle est seulement listée avec
      *> la référence de l'écriture d'origine, pour que l'écart
      *> qu'elle corrige s'explique à la lecture de l'état.
       250-REPORT-REVERSAL.
           ADD 1 TO WS-REVERSALS.
           MOVE ST-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "COMPTE " ST-ACCT-NUMBER
               "  CONTRE-PASSATION " ST-DATE
               "  ORIGINE " ST-REVERSED-DATE
               " " ST-REVERSED-TIME
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

       300-CHECK-AGAINST-MASTER.
           MOVE WS-PREVIOUS-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
           STRING "ECARTS DE SOLDE       : " WS-BALANCE-ECARTS
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           STRING "CONTRE-PASSATIONS     : " WS-REVERSALS
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           IF WS-CHAIN-BREAKS = 0 AND WS-BALANCE-ECARTS = 0
               MOVE SPACES TO RECON-LINE
               STRING "AUCUN ECART : LE FICHIER COMPTES EST CONFORME"
           DISPLAY "Comptes vérifiés   : " WS-ACCOUNTS-CHECKED.
           DISPLAY "Ruptures de chaîne : " WS-CHAIN-BREAKS.
           DISPLAY "Écarts de solde    : " WS-BALANCE-ECARTS.
           DISPLAY "Contre-passations  : " WS-REVERSALS.
