       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerSummary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO "TELLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
           COPY SETTLREC.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  SUMMARY-REPORT.
       01  SUMMARY-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SET-FILE-STATUS    PIC X(2).
      *> "05" = optional SETTLE not found at OPEN INPUT : aucun
      *> arrêté de caisse enregistré.
           88  WS-SET-OK                 VALUES "00" "05".
           88  WS-SET-EOF                VALUE "10".

       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN INPUT : aucun
      *> mouvement.
           88  WS-LOG-OK                 VALUES "00" "05".
           88  WS-LOG-EOF                VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-SUMMARY-DATE       PIC 9(8).

      *> Un poste par guichetier de la journée : son dernier
      *> arrêté s'il en a fait, et ses mouvements espèces relevés
      *> au journal pour repérer les caisses non arrêtées.
       01  WS-TELLER-MAX         PIC 9(3) VALUE 100.
       01  WS-TELLER-COUNT       PIC 9(3) VALUE 0.
       01  WS-TELLER-TABLE.
           05  WS-TELLER-ENTRY OCCURS 100 TIMES.
               10  WS-TLR-ID          PIC X(4).
               10  WS-TLR-SETTLED     PIC X(1).
                   88  WS-TLR-IS-SETTLED      VALUE "O".
               10  WS-TLR-ENTRIES     PIC 9(5).
               10  WS-TLR-CASH-IN     PIC 9(10)V99.
               10  WS-TLR-CASH-OUT    PIC 9(10)V99.
               10  WS-TLR-EXPECTED    PIC S9(10)V99.
               10  WS-TLR-DECLARED    PIC 9(10)V99.
               10  WS-TLR-OVER-SHORT  PIC S9(10)V99.
               10  WS-TLR-LOG-ENTRIES PIC 9(5).
       01  WS-TLR-IDX            PIC 9(3).

      *> Contre-passations de la journée, comme dans
      *> TellerSettlement : le mouvement d'origine qu'elles annulent
      *> n'est plus compté dans la caisse du guichetier.
       01  WS-REV-MAX            PIC 9(3) VALUE 500.
       01  WS-REV-COUNT          PIC 9(3) VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 500 TIMES.
               10  WS-REV-ACCT        PIC 9(6).
               10  WS-REV-TIME        PIC 9(6).
               10  WS-REV-SEQ         PIC 9(3).
               10  WS-REV-USED        PIC X(1).
                   88  REV-ENTRY-USED        VALUE "O".
       01  WS-REV-IDX            PIC 9(3).

      *> Le journal ne porte pas la séquence de TRANHIST : elle est
      *> reconstituée au fil de la lecture, TranHistWrite donnant
      *> 0, 1, 2... aux écritures d'un même compte tombant dans la
      *> même seconde, dans l'ordre du journal.
       01  WS-SEC-DATE           PIC 9(8) VALUE 0.
       01  WS-SEC-TIME           PIC 9(6) VALUE 0.
       01  WS-SEC-MAX            PIC 9(2) VALUE 50.
       01  WS-SEC-COUNT          PIC 9(2) VALUE 0.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 50 TIMES.
               10  WS-SEC-ACCT        PIC 9(6).
               10  WS-SEC-NEXT        PIC 9(3).
       01  WS-SEC-IDX            PIC 9(2).
       01  WS-SEC-FOUND          PIC X(1).
           88  SEC-ACCT-FOUND            VALUE "O".
       01  WS-LOG-SEQ            PIC 9(3).
       01  WS-REVERSED           PIC X(1).
           88  ENTRY-REVERSED            VALUE "O".
       01  WS-SEARCH-ID          PIC X(4).
       01  WS-FOUND              PIC X(1).
           88  TELLER-FOUND              VALUE "O".

       01  WS-TOTALS.
           05  WS-COUNT-SETTLED      PIC 9(5) VALUE 0.
           05  WS-COUNT-UNSETTLED    PIC 9(5) VALUE 0.
           05  WS-COUNT-REPLACED     PIC 9(5) VALUE 0.
           05  WS-TOT-CASH-IN        PIC 9(12)V99 VALUE 0.
           05  WS-TOT-CASH-OUT       PIC 9(12)V99 VALUE 0.
           05  WS-TOT-OVER           PIC S9(12)V99 VALUE 0.
           05  WS-TOT-SHORT          PIC S9(12)V99 VALUE 0.
           05  WS-TOT-NET-DIFF       PIC S9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-IN            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-EXPECTED      PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DECLARED      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DIFF          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> Récapitulation d'agence des arrêtés de caisse de la
      *> journée : un poste par guichetier avec ses entrées et
      *> sorties d'espèces, les espèces attendues et déclarées et
      *> l'excédent ou le manquant ; les guichetiers ayant passé
      *> des mouvements espèces sans arrêter leur caisse sont
      *> signalés.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "  RECAPITULATION DES ARRETES DE CAISSE".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "TELLERSUMMARY" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Journée à récapituler (AAAAMMJJ) :".
           ACCEPT WS-SUMMARY-DATE.

           PERFORM 100-LOAD-SETTLEMENTS.
           PERFORM 150-LOAD-REVERSALS.
           PERFORM 200-SCAN-CASH-ACTIVITY.

           OPEN OUTPUT SUMMARY-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir la récapitulation : "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 300-WRITE-HEADER.
           MOVE 0 TO WS-TLR-IDX.
           PERFORM 310-WRITE-TELLER-LINE
               UNTIL WS-TLR-IDX = WS-TELLER-COUNT.
           PERFORM 900-WRITE-SUMMARY.

           CLOSE SUMMARY-REPORT.
           DISPLAY "Caisses arrêtées     : " WS-COUNT-SETTLED.
           DISPLAY "Caisses non arrêtées : " WS-COUNT-UNSETTLED.

      *>   Caisses non arrêtées comptées en attente.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-COUNT-SETTLED   TO OL-COUNT-OUT.
           MOVE WS-COUNT-UNSETTLED TO OL-COUNT-HELD.
           MOVE WS-TOT-CASH-IN     TO OL-AMOUNT-IN.
           MOVE WS-TOT-CASH-OUT    TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

      *> Un guichetier arrêté deux fois dans la journée : le
      *> dernier arrêté remplace le précédent.
       100-LOAD-SETTLEMENTS.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT WS-SET-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "arrêtés : " WS-SET-FILE-STATUS
               STOP RUN
           END-IF.
           READ SETTLEMENT-FILE
               AT END SET WS-SET-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SET-EOF
               IF TS-DATE = WS-SUMMARY-DATE
                   MOVE TS-OPERATOR-ID TO WS-SEARCH-ID
                   PERFORM 400-FIND-TELLER
                   IF TELLER-FOUND
                       IF WS-TLR-IS-SETTLED (WS-TLR-IDX)
                           ADD 1 TO WS-COUNT-REPLACED
                       END-IF
                       PERFORM 110-STORE-SETTLEMENT
                   END-IF
               END-IF
               READ SETTLEMENT-FILE
                   AT END SET WS-SET-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.

       110-STORE-SETTLEMENT.
           SET WS-TLR-IS-SETTLED (WS-TLR-IDX) TO TRUE.
           MOVE TS-ENTRY-COUNT   TO WS-TLR-ENTRIES (WS-TLR-IDX).
           MOVE TS-CASH-IN       TO WS-TLR-CASH-IN (WS-TLR-IDX).
           MOVE TS-CASH-OUT      TO WS-TLR-CASH-OUT (WS-TLR-IDX).
           MOVE TS-EXPECTED-CASH TO WS-TLR-EXPECTED (WS-TLR-IDX).
           MOVE TS-DECLARED-CASH TO WS-TLR-DECLARED (WS-TLR-IDX).
           MOVE TS-OVER-SHORT    TO WS-TLR-OVER-SHORT (WS-TLR-IDX).

       150-LOAD-REVERSALS.
           MOVE 0 TO WS-REV-COUNT.
           OPEN INPUT TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           READ TRANSACTION-LOG
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               IF TRAN-IS-REVERSAL
                  AND TRAN-REVERSED-DATE = WS-SUMMARY-DATE
                   IF WS-REV-COUNT < WS-REV-MAX
                       ADD 1 TO WS-REV-COUNT
                       MOVE TRAN-ACCT-NUMBER
                           TO WS-REV-ACCT (WS-REV-COUNT)
                       MOVE TRAN-REVERSED-TIME
                           TO WS-REV-TIME (WS-REV-COUNT)
                       MOVE TRAN-REVERSED-SEQ
                           TO WS-REV-SEQ (WS-REV-COUNT)
                       MOVE "N" TO WS-REV-USED (WS-REV-COUNT)
                   ELSE
                       DISPLAY "Attention : contre-passations"
                       DISPLAY "au-delà de " WS-REV-MAX
                           " non prises en compte."
                   END-IF
               END-IF
               READ TRANSACTION-LOG
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG.

      *> Même sélection que la main courante de TellerSettlement :
      *> dépôts et retraits acceptés saisis au guichet, hors
      *> contre-passations et dispositions de ApprovalQueue.
       200-SCAN-CASH-ACTIVITY.
           OPEN INPUT TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           READ TRANSACTION-LOG
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               PERFORM 240-DERIVE-SEQUENCE
               IF TRAN-DATE = WS-SUMMARY-DATE
                  AND TRAN-OPERATOR-ID NOT = SPACES
                  AND TRAN-ACCEPTED
                  AND NOT TRAN-IS-REVERSAL
                  AND (TRAN-TYPE = "dépôt" OR TRAN-TYPE = "retrait")
                  AND TRAN-REASON NOT = "Approuvé par superviseur"
                   MOVE TRAN-OPERATOR-ID TO WS-SEARCH-ID
                   PERFORM 400-FIND-TELLER
                   IF TELLER-FOUND
                       IF NOT WS-TLR-IS-SETTLED (WS-TLR-IDX)
                           PERFORM 210-ADD-UNSETTLED-CASH
                       END-IF
                   END-IF
               END-IF
               READ TRANSACTION-LOG
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG.

      *> Un mouvement contre-passé dans la journée est exclu,
      *> comme TellerSettlement l'exclut de l'arrêté.
       210-ADD-UNSETTLED-CASH.
           PERFORM 220-CHECK-REVERSED.
           IF NOT ENTRY-REVERSED
               ADD 1 TO WS-TLR-LOG-ENTRIES (WS-TLR-IDX)
               IF TRAN-TYPE = "dépôt"
                   ADD TRAN-AMOUNT TO WS-TLR-CASH-IN (WS-TLR-IDX)
               ELSE
                   ADD TRAN-AMOUNT TO WS-TLR-CASH-OUT (WS-TLR-IDX)
               END-IF
           END-IF.

       220-CHECK-REVERSED.
           MOVE "N" TO WS-REVERSED.
           MOVE 0 TO WS-REV-IDX.
           PERFORM 230-MATCH-REVERSAL
               UNTIL WS-REV-IDX = WS-REV-COUNT
                  OR ENTRY-REVERSED.

      *> Une contre-passation n'annule qu'une seule écriture.
       230-MATCH-REVERSAL.
           ADD 1 TO WS-REV-IDX.
           IF WS-REV-ACCT (WS-REV-IDX) = TRAN-ACCT-NUMBER
              AND WS-REV-TIME (WS-REV-IDX) = TRAN-TIME
              AND WS-REV-SEQ (WS-REV-IDX) = WS-LOG-SEQ
              AND NOT REV-ENTRY-USED (WS-REV-IDX)
               SET REV-ENTRY-USED (WS-REV-IDX) TO TRUE
               SET ENTRY-REVERSED TO TRUE
           END-IF.

      *> Séquence TRANHIST de l'écriture lue, à appeler pour chaque
      *> écriture du journal, qu'elle soit retenue ou non.
       240-DERIVE-SEQUENCE.
           IF TRAN-DATE NOT = WS-SEC-DATE
              OR TRAN-TIME NOT = WS-SEC-TIME
               MOVE TRAN-DATE TO WS-SEC-DATE
               MOVE TRAN-TIME TO WS-SEC-TIME
               MOVE 0 TO WS-SEC-COUNT
           END-IF.
           MOVE "N" TO WS-SEC-FOUND.
           MOVE 0 TO WS-SEC-IDX.
           PERFORM 250-MATCH-SEQ-ACCT
               UNTIL WS-SEC-IDX = WS-SEC-COUNT
                  OR SEC-ACCT-FOUND.
           IF SEC-ACCT-FOUND
               MOVE WS-SEC-NEXT (WS-SEC-IDX) TO WS-LOG-SEQ
               ADD 1 TO WS-SEC-NEXT (WS-SEC-IDX)
           ELSE
               MOVE 0 TO WS-LOG-SEQ
               IF WS-SEC-COUNT < WS-SEC-MAX
                   ADD 1 TO WS-SEC-COUNT
                   MOVE TRAN-ACCT-NUMBER
                       TO WS-SEC-ACCT (WS-SEC-COUNT)
                   MOVE 1 TO WS-SEC-NEXT (WS-SEC-COUNT)
               END-IF
           END-IF.

       250-MATCH-SEQ-ACCT.
           ADD 1 TO WS-SEC-IDX.
           IF WS-SEC-ACCT (WS-SEC-IDX) = TRAN-ACCT-NUMBER
               SET SEC-ACCT-FOUND TO TRUE
           END-IF.

       300-WRITE-HEADER.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RECAPITULATION DES ARRETES DE CAISSE - JOURNEE DU "
               WS-SUMMARY-DATE
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "OPER  MVTS        ENTREES        SORTIES"
               "        ATTENDU        DECLARE          ECART"
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       310-WRITE-TELLER-LINE.
           ADD 1 TO WS-TLR-IDX.
           MOVE WS-TLR-CASH-IN (WS-TLR-IDX)  TO WS-EDIT-IN.
           MOVE WS-TLR-CASH-OUT (WS-TLR-IDX) TO WS-EDIT-OUT.
           ADD WS-TLR-CASH-IN (WS-TLR-IDX)  TO WS-TOT-CASH-IN.
           ADD WS-TLR-CASH-OUT (WS-TLR-IDX) TO WS-TOT-CASH-OUT.
           MOVE SPACES TO SUMMARY-LINE.
           IF WS-TLR-IS-SETTLED (WS-TLR-IDX)
               ADD 1 TO WS-COUNT-SETTLED
               MOVE WS-TLR-ENTRIES (WS-TLR-IDX) TO WS-EDIT-COUNT
               MOVE WS-TLR-EXPECTED (WS-TLR-IDX) TO WS-EDIT-EXPECTED
               MOVE WS-TLR-DECLARED (WS-TLR-IDX) TO WS-EDIT-DECLARED
               MOVE WS-TLR-OVER-SHORT (WS-TLR-IDX) TO WS-EDIT-DIFF
               ADD WS-TLR-OVER-SHORT (WS-TLR-IDX) TO WS-TOT-NET-DIFF
               IF WS-TLR-OVER-SHORT (WS-TLR-IDX) > 0
                   ADD WS-TLR-OVER-SHORT (WS-TLR-IDX) TO WS-TOT-OVER
               ELSE
                   ADD WS-TLR-OVER-SHORT (WS-TLR-IDX) TO WS-TOT-SHORT
               END-IF
               STRING WS-TLR-ID (WS-TLR-IDX) WS-EDIT-COUNT
                   " " WS-EDIT-IN " " WS-EDIT-OUT
                   WS-EDIT-EXPECTED WS-EDIT-DECLARED " "
                   WS-EDIT-DIFF
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               ADD 1 TO WS-COUNT-UNSETTLED
               MOVE WS-TLR-LOG-ENTRIES (WS-TLR-IDX) TO WS-EDIT-COUNT
               STRING WS-TLR-ID (WS-TLR-IDX) WS-EDIT-COUNT
                   " " WS-EDIT-IN " " WS-EDIT-OUT
                   "   *** CAISSE NON ARRETEE ***"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF.
           WRITE SUMMARY-LINE.

      *> Recherche le guichetier WS-SEARCH-ID dans la table et
      *> l'y ajoute s'il n'y est pas encore.
       400-FIND-TELLER.
           MOVE "N" TO WS-FOUND.
           MOVE 0 TO WS-TLR-IDX.
           PERFORM 410-MATCH-TELLER
               UNTIL WS-TLR-IDX = WS-TELLER-COUNT
                  OR TELLER-FOUND.
           IF NOT TELLER-FOUND
               IF WS-TELLER-COUNT < WS-TELLER-MAX
                   ADD 1 TO WS-TELLER-COUNT
                   MOVE WS-TELLER-COUNT TO WS-TLR-IDX
                   INITIALIZE WS-TELLER-ENTRY (WS-TLR-IDX)
                   MOVE WS-SEARCH-ID TO WS-TLR-ID (WS-TLR-IDX)
                   MOVE "N" TO WS-TLR-SETTLED (WS-TLR-IDX)
                   SET TELLER-FOUND TO TRUE
               ELSE
                   DISPLAY "Attention : guichetiers au-delà de "
                       WS-TELLER-MAX " non récapitulés."
               END-IF
           END-IF.

       410-MATCH-TELLER.
           ADD 1 TO WS-TLR-IDX.
           IF WS-TLR-ID (WS-TLR-IDX) = WS-SEARCH-ID
               SET TELLER-FOUND TO TRUE
           END-IF.

       900-WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-COUNT-SETTLED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CAISSES ARRETEES       : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-COUNT-UNSETTLED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CAISSES NON ARRETEES   : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-COUNT-REPLACED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "ARRETES REMPLACES      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-TOT-CASH-IN TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TOTAL ENTREES ESPECES  : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-TOT-CASH-OUT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TOTAL SORTIES ESPECES  : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-TOT-OVER TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TOTAL EXCEDENTS        : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-TOT-SHORT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "TOTAL MANQUANTS        : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-TOT-NET-DIFF TO WS-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "ECART NET DE L'AGENCE  : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
