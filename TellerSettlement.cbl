       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerSettlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-FILE-STATUS.

           SELECT BLOTTER-REPORT ASSIGN TO "TELLBLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  SETTLEMENT-FILE.
           COPY SETTLREC.

       FD  BLOTTER-REPORT.
       01  BLOTTER-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN INPUT : aucun
      *> mouvement, la main courante est vide.
           88  WS-LOG-OK                 VALUES "00" "05".
           88  WS-LOG-EOF                VALUE "10".

       01  WS-SET-FILE-STATUS    PIC X(2).
      *> "05" = optional SETTLE not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-SET-OK                 VALUES "00" "05".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-TELLER-ID          PIC X(4).
       01  WS-SETTLE-DATE        PIC 9(8).
       01  WS-TODAY              PIC 9(8).

       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

      *> Ecritures du jour contre-passées par un superviseur : la
      *> référence (compte, heure et séquence de l'écriture
      *> d'origine) est relevée au journal avant l'édition de la
      *> main courante, et ces écritures sont écartées des espèces
      *> attendues.
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

       01  WS-TOTALS.
           05  WS-COUNT-ENTRIES      PIC 9(5) VALUE 0.
           05  WS-COUNT-EXCLUDED     PIC 9(5) VALUE 0.
           05  WS-CASH-IN            PIC 9(10)V99 VALUE 0.
           05  WS-CASH-OUT           PIC 9(10)V99 VALUE 0.
           05  WS-NET-CASH           PIC S9(10)V99 VALUE 0.

       01  WS-OPENING-FLOAT      PIC 9(10)V99.
       01  WS-DECLARED-CASH      PIC 9(10)V99.
       01  WS-EXPECTED-CASH      PIC S9(10)V99.
       01  WS-OVER-SHORT         PIC S9(10)V99.

       01  WS-ENTRY-LABEL        PIC X(16).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

      *> Opérateur signé : un guichetier n'arrête que sa propre
      *> caisse, un superviseur peut arrêter celle de tout
      *> guichetier.
           COPY OPERSIGN.

       PROCEDURE DIVISION.

      *> Arrêté de caisse de fin de poste : main courante des
      *> dépôts, retraits et retraits de clôture saisis par un
      *> guichetier dans la journée, espèces attendues comparées
      *> aux espèces déclarées, excédent ou manquant enregistré
      *> sur SETTLE pour la récapitulation d'agence.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "     ARRETE DE CAISSE GUICHETIER      ".
           DISPLAY "--------------------------------------".

      *> Déjà signé quand on arrive par le menu ; en lancement
      *> direct l'identification est demandée ici.
           IF NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.

           PERFORM 100-ASK-PARAMETERS.
           PERFORM 200-LOAD-REVERSALS.

           OPEN OUTPUT BLOTTER-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir la main courante : "
                   WS-RPT-FILE-STATUS
               GOBACK
           END-IF.

           PERFORM 300-LIST-CASH-ENTRIES.
           PERFORM 400-DECLARE-CASH.
           PERFORM 500-WRITE-SETTLEMENT.
           PERFORM 900-WRITE-SUMMARY.

           CLOSE BLOTTER-REPORT.
           GOBACK.

       100-ASK-PARAMETERS.
           MOVE SIGNON-OPER-ID TO WS-TELLER-ID.
           IF SIGNON-IS-SUPERVISOR
               DISPLAY "Guichetier à arrêter (4 caractères,"
               DISPLAY "vide pour vous-même) :"
               ACCEPT WS-TELLER-ID
               MOVE FUNCTION UPPER-CASE(WS-TELLER-ID)
                   TO WS-TELLER-ID
               IF WS-TELLER-ID = SPACES
                   MOVE SIGNON-OPER-ID TO WS-TELLER-ID
               END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Journée à arrêter (AAAAMMJJ, 0 pour"
           DISPLAY "aujourd'hui) :".
           ACCEPT WS-SETTLE-DATE.
           IF WS-SETTLE-DATE = 0
               MOVE WS-TODAY TO WS-SETTLE-DATE
           END-IF.

       200-LOAD-REVERSALS.
           MOVE 0 TO WS-REV-COUNT.
           OPEN INPUT TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               GOBACK
           END-IF.
           READ TRANSACTION-LOG
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               IF TRAN-IS-REVERSAL
                  AND TRAN-REVERSED-DATE = WS-SETTLE-DATE
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

      *> Les dispositions de ApprovalQueue portent l'identifiant
      *> du superviseur mais libèrent des mouvements du flux de
      *> fin de journée : aucun espèce n'est passé au guichet.
       300-LIST-CASH-ENTRIES.
           PERFORM 310-WRITE-HEADER.
           OPEN INPUT TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               GOBACK
           END-IF.
           READ TRANSACTION-LOG
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               PERFORM 350-DERIVE-SEQUENCE
               IF TRAN-DATE = WS-SETTLE-DATE
                  AND TRAN-OPERATOR-ID = WS-TELLER-ID
                  AND TRAN-ACCEPTED
                  AND NOT TRAN-IS-REVERSAL
                  AND (TRAN-TYPE = "dépôt" OR TRAN-TYPE = "retrait")
                  AND TRAN-REASON NOT = "Approuvé par superviseur"
                   PERFORM 320-BLOTTER-ENTRY
               END-IF
               READ TRANSACTION-LOG
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG.

       310-WRITE-HEADER.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "MAIN COURANTE DU GUICHETIER " WS-TELLER-ID
               " - JOURNEE DU " WS-SETTLE-DATE
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE SPACES TO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "HEURE   COMPTE  NATURE            "
               "          MONTANT  OBSERVATION"
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.

       320-BLOTTER-ENTRY.
           IF TRAN-TYPE = "dépôt"
               MOVE "DEPOT" TO WS-ENTRY-LABEL
           ELSE
               IF TRAN-REASON = "Retrait de clôture"
                   MOVE "RETRAIT CLOTURE" TO WS-ENTRY-LABEL
               ELSE
                   MOVE "RETRAIT" TO WS-ENTRY-LABEL
               END-IF
           END-IF.
           PERFORM 330-CHECK-REVERSED.
           MOVE TRAN-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           IF ENTRY-REVERSED
               ADD 1 TO WS-COUNT-EXCLUDED
               STRING TRAN-TIME "  " TRAN-ACCT-NUMBER "  "
                   WS-ENTRY-LABEL "  " WS-EDIT-AMOUNT
                   "  CONTRE-PASSE, EXCLU"
                   DELIMITED BY SIZE INTO BLOTTER-LINE
           ELSE
               ADD 1 TO WS-COUNT-ENTRIES
               IF TRAN-TYPE = "dépôt"
                   ADD TRAN-AMOUNT TO WS-CASH-IN
               ELSE
                   ADD TRAN-AMOUNT TO WS-CASH-OUT
               END-IF
               STRING TRAN-TIME "  " TRAN-ACCT-NUMBER "  "
                   WS-ENTRY-LABEL "  " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO BLOTTER-LINE
           END-IF.
           WRITE BLOTTER-LINE.

       330-CHECK-REVERSED.
           MOVE "N" TO WS-REVERSED.
           MOVE 0 TO WS-REV-IDX.
           PERFORM 340-MATCH-REVERSAL
               UNTIL WS-REV-IDX = WS-REV-COUNT
                  OR ENTRY-REVERSED.

      *> Une contre-passation n'annule qu'une seule écriture.
       340-MATCH-REVERSAL.
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
       350-DERIVE-SEQUENCE.
           IF TRAN-DATE NOT = WS-SEC-DATE
              OR TRAN-TIME NOT = WS-SEC-TIME
               MOVE TRAN-DATE TO WS-SEC-DATE
               MOVE TRAN-TIME TO WS-SEC-TIME
               MOVE 0 TO WS-SEC-COUNT
           END-IF.
           MOVE "N" TO WS-SEC-FOUND.
           MOVE 0 TO WS-SEC-IDX.
           PERFORM 360-MATCH-SEQ-ACCT
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

       360-MATCH-SEQ-ACCT.
           ADD 1 TO WS-SEC-IDX.
           IF WS-SEC-ACCT (WS-SEC-IDX) = TRAN-ACCT-NUMBER
               SET SEC-ACCT-FOUND TO TRUE
           END-IF.

       400-DECLARE-CASH.
           COMPUTE WS-NET-CASH = WS-CASH-IN - WS-CASH-OUT.
           MOVE WS-CASH-IN TO WS-EDIT-AMOUNT.
           DISPLAY "Entrées espèces      : " WS-EDIT-AMOUNT.
           MOVE WS-CASH-OUT TO WS-EDIT-AMOUNT.
           DISPLAY "Sorties espèces      : " WS-EDIT-AMOUNT.
           MOVE WS-NET-CASH TO WS-EDIT-AMOUNT.
           DISPLAY "Solde net            : " WS-EDIT-AMOUNT.
           DISPLAY "Fonds de caisse à la prise de poste".
           DISPLAY "(ex: 2000.00) :".
           ACCEPT WS-OPENING-FLOAT.
           COMPUTE WS-EXPECTED-CASH = WS-OPENING-FLOAT + WS-NET-CASH.
           DISPLAY "Espèces comptées à la clôture :".
           ACCEPT WS-DECLARED-CASH.
           COMPUTE WS-OVER-SHORT = WS-DECLARED-CASH - WS-EXPECTED-CASH.
           MOVE WS-OVER-SHORT TO WS-EDIT-AMOUNT.
           EVALUATE TRUE
               WHEN WS-OVER-SHORT = 0
                   DISPLAY "Caisse juste."
               WHEN WS-OVER-SHORT > 0
                   DISPLAY "Excédent de caisse : " WS-EDIT-AMOUNT
               WHEN OTHER
                   DISPLAY "Manquant de caisse : " WS-EDIT-AMOUNT
           END-EVALUATE.

       500-WRITE-SETTLEMENT.
           OPEN EXTEND SETTLEMENT-FILE.
           IF NOT WS-SET-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "arrêtés : " WS-SET-FILE-STATUS
               DISPLAY "Arrêté non enregistré."
           ELSE
               MOVE SPACES TO TELLER-SETTLEMENT-RECORD
               MOVE WS-SETTLE-DATE   TO TS-DATE
               MOVE WS-TELLER-ID     TO TS-OPERATOR-ID
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-HHMMSS   TO TS-SETTLED-TIME
               MOVE SIGNON-OPER-ID   TO TS-SETTLED-BY
               MOVE WS-COUNT-ENTRIES TO TS-ENTRY-COUNT
               MOVE WS-CASH-IN       TO TS-CASH-IN
               MOVE WS-CASH-OUT      TO TS-CASH-OUT
               MOVE WS-OPENING-FLOAT TO TS-OPENING-FLOAT
               MOVE WS-EXPECTED-CASH TO TS-EXPECTED-CASH
               MOVE WS-DECLARED-CASH TO TS-DECLARED-CASH
               MOVE WS-OVER-SHORT    TO TS-OVER-SHORT
               WRITE TELLER-SETTLEMENT-RECORD
               CLOSE SETTLEMENT-FILE
               DISPLAY "Arrêté enregistré."
           END-IF.

       900-WRITE-SUMMARY.
           MOVE SPACES TO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-COUNT-ENTRIES TO WS-EDIT-COUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "MOUVEMENTS RETENUS     : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-COUNT-EXCLUDED TO WS-EDIT-COUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "CONTRE-PASSES EXCLUS   : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-CASH-IN TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "ENTREES ESPECES        : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-CASH-OUT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "SORTIES ESPECES        : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-NET-CASH TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "SOLDE NET              : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-OPENING-FLOAT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "FONDS DE CAISSE        : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-EXPECTED-CASH TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "ESPECES ATTENDUES      : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-DECLARED-CASH TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "ESPECES DECLAREES      : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE WS-OVER-SHORT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "EXCEDENT / MANQUANT    : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE SPACES TO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
           MOVE SPACES TO BLOTTER-LINE.
           STRING "SIGNATURE DU GUICHETIER :           VISA "
               "DU SUPERVISEUR :"
               DELIMITED BY SIZE INTO BLOTTER-LINE.
           WRITE BLOTTER-LINE.
