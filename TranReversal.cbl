       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranReversal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       FD  TRAN-HISTORY.
           COPY TRANHIST.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".

       01  WS-LOG-FILE-STATUS    PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-LOG-OK                 VALUES "00" "05".

       01  WS-HIST-FILE-STATUS   PIC X(2).
      *> "05" = optional TRANHIST not found at OPEN INPUT : aucun
      *> mouvement historisé, donc rien à contre-passer.
           88  WS-HIST-OK                VALUES "00" "05".
           88  WS-HIST-EOF               VALUE "10".

      *> Clé de recherche saisie par le superviseur : compte, date
      *> et heure de l'écriture d'origine, comme sur les états.
       01  WS-REQ-ACCT           PIC 9(6).
       01  WS-REQ-DATE           PIC 9(8).
       01  WS-REQ-TIME           PIC 9(6).

      *> Ecriture d'origine retenue, recopiée de TRANHIST. Le
      *> mouvement est le solde après moins le solde avant : la
      *> contre-passation en passe l'opposé.
       01  WS-ORIGINAL.
           05  WS-ORIG-ACCT          PIC 9(6).
           05  WS-ORIG-DATE          PIC 9(8).
           05  WS-ORIG-TIME          PIC 9(6).
           05  WS-ORIG-SEQ           PIC 9(3).
           05  WS-ORIG-TYPE          PIC X(10).
           05  WS-ORIG-AMOUNT        PIC S9(10)V99.
           05  WS-ORIG-MOVEMENT      PIC S9(10)V99.
           05  WS-ORIG-STATUS        PIC X(1).
           05  WS-ORIG-LINK          PIC 9(6).
           05  WS-ORIG-REVERSAL      PIC X(1).
       01  WS-ORIGINAL-FOUND     PIC X(1).
           88  ORIGINAL-FOUND            VALUE "O".

      *> Jambe opposée d'un virement : l'écriture du compte lié,
      *> même montant, même date, sens inverse.
       01  WS-COUNTER-LEG.
           05  WS-CTR-ACCT           PIC 9(6).
           05  WS-CTR-DATE           PIC 9(8).
           05  WS-CTR-TIME           PIC 9(6).
           05  WS-CTR-SEQ            PIC 9(3).
           05  WS-CTR-MOVEMENT       PIC S9(10)V99.
       01  WS-COUNTER-FOUND      PIC X(1).
           88  COUNTER-LEG-FOUND         VALUE "O".
       01  WS-TH-MOVEMENT        PIC S9(10)V99.

       01  WS-REFUSAL-REASON     PIC X(40).

      *> Jambe en cours de passation : compte, mouvement d'origine
      *> à inverser, référence de l'écriture d'origine et compte
      *> lié porté au journal.
       01  WS-LEG-ACCT           PIC 9(6).
       01  WS-LEG-MOVEMENT       PIC S9(10)V99.
       01  WS-LEG-DATE           PIC 9(8).
       01  WS-LEG-TIME           PIC 9(6).
       01  WS-LEG-SEQ            PIC 9(3).
       01  WS-LEG-LINK           PIC 9(6).
       01  WS-BALANCE-BEFORE     PIC S9(10)V99.
       01  WS-NEW-BALANCE        PIC S9(10)V99.
       01  WS-BALANCE-FLOOR      PIC S9(10)V99.

       01  WS-ANSWER             PIC X(1).
           88  WS-ANSWER-YES             VALUES "O" "o".
           88  WS-ANSWER-VALID           VALUES "O" "o" "N" "n".

       01  WS-COUNTS.
           05  WS-COUNT-REVERSED      PIC 9(6) VALUE 0.
           05  WS-COUNT-REFUSED       PIC 9(6) VALUE 0.

       01  WS-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-STATUS-LABEL       PIC X(10).

      *> Opérateur signé : seul un superviseur peut contre-passer
      *> une écriture, et son identifiant est porté sur chaque
      *> écriture de contre-passation du journal.
           COPY OPERSIGN.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

      *> Contre-passation superviseur : l'écriture d'origine est
      *> retrouvée par compte, date et heure dans TRANHIST, puis
      *> annulée par un mouvement égal et opposé (les deux jambes
      *> pour un virement). L'écriture d'origine n'est jamais
      *> modifiée : la contre-passation en porte la référence au
      *> journal, ce qui interdit d'en passer une seconde.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   CONTRE-PASSATION D'ECRITURES       ".
           DISPLAY "--------------------------------------".

           IF NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.
           IF NOT SIGNON-IS-SUPERVISOR
               DISPLAY "L'opérateur " SIGNON-OPER-ID " n'a pas"
               DISPLAY "l'habilitation superviseur : la"
               DISPLAY "contre-passation lui est fermée."
               GOBACK
           END-IF.

           PERFORM 010-OPEN-FILES.

           PERFORM 100-ASK-ORIGINAL-KEY.
           PERFORM UNTIL WS-REQ-ACCT = 0
               PERFORM 200-REVERSE-ENTRY
               PERFORM 100-ASK-ORIGINAL-KEY
           END-PERFORM.

           DISPLAY "--------------------------------------".
           DISPLAY "Contre-passées : " WS-COUNT-REVERSED.
           DISPLAY "Refusées       : " WS-COUNT-REFUSED.

           CLOSE ACCOUNT-MASTER.
           CLOSE TRANSACTION-LOG.
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.

       100-ASK-ORIGINAL-KEY.
           DISPLAY " ".
           DISPLAY "Compte de l'écriture à contre-passer"
               " (0 pour terminer) :".
           ACCEPT WS-REQ-ACCT.
           IF WS-REQ-ACCT NOT = 0
               DISPLAY "Date de l'écriture (AAAAMMJJ) :"
               ACCEPT WS-REQ-DATE
               DISPLAY "Heure de l'écriture (HHMMSS) :"
               ACCEPT WS-REQ-TIME
           END-IF.

      *> Toutes les recherches se font pendant que TRANHIST est
      *> ouvert en lecture ; il est refermé avant toute écriture,
      *> TranHistWrite l'ouvrant lui-même en mise à jour.
       200-REVERSE-ENTRY.
           MOVE SPACES TO WS-REFUSAL-REASON.
           MOVE "N" TO WS-ORIGINAL-FOUND.
           MOVE "N" TO WS-COUNTER-FOUND.

           OPEN INPUT TRAN-HISTORY.
           IF NOT WS-HIST-OK
               DISPLAY "Historique des transactions"
               DISPLAY "indisponible : " WS-HIST-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 210-FIND-ORIGINAL.
           IF NOT ORIGINAL-FOUND
               MOVE "Aucune écriture retenue" TO WS-REFUSAL-REASON
           ELSE
               PERFORM 230-CHECK-REVERSIBLE
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 240-CHECK-NOT-REVERSED
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
              AND WS-ORIG-TYPE = "virement"
               PERFORM 250-FIND-COUNTER-LEG
               IF NOT COUNTER-LEG-FOUND
                   MOVE "Jambe opposée du virement absente"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.

           CLOSE TRAN-HISTORY.

           IF WS-REFUSAL-REASON = SPACES
               PERFORM 300-CHECK-ACCOUNTS
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 400-POST-REVERSAL
           ELSE
               ADD 1 TO WS-COUNT-REFUSED
               DISPLAY "Contre-passation refusée : "
                   WS-REFUSAL-REASON
           END-IF.

      *> Plusieurs écritures d'un compte peuvent tomber dans la
      *> même seconde (séquence TRANHIST) : chacune est proposée
      *> jusqu'à ce que le superviseur en retienne une.
       210-FIND-ORIGINAL.
           MOVE WS-REQ-ACCT TO TH-ACCT-NUMBER.
           MOVE WS-REQ-DATE TO TH-DATE.
           MOVE WS-REQ-TIME TO TH-TIME.
           MOVE 0 TO TH-SEQUENCE.
           START TRAN-HISTORY
               KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
                      OR ORIGINAL-FOUND
                      OR TH-ACCT-NUMBER NOT = WS-REQ-ACCT
                      OR TH-DATE NOT = WS-REQ-DATE
                      OR TH-TIME NOT = WS-REQ-TIME
               PERFORM 220-OFFER-CANDIDATE
               IF NOT ORIGINAL-FOUND
                   READ TRAN-HISTORY NEXT RECORD
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       220-OFFER-CANDIDATE.
           MOVE TH-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE TH-BALANCE-AFTER TO WS-EDIT-BALANCE.
           EVALUATE TRUE
               WHEN TH-ACCEPTED MOVE "acceptée"   TO WS-STATUS-LABEL
               WHEN TH-REJECTED MOVE "rejetée"    TO WS-STATUS-LABEL
               WHEN TH-PENDING-APPROVAL
                                MOVE "en attente" TO WS-STATUS-LABEL
               WHEN OTHER       MOVE SPACES       TO WS-STATUS-LABEL
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "Ecriture du " TH-DATE " à " TH-TIME
               " (séquence " TH-SEQUENCE ")".
           DISPLAY "  Type    : " TH-TYPE "  " WS-STATUS-LABEL.
           DISPLAY "  Montant : " WS-EDIT-AMOUNT.
           DISPLAY "  Solde   : " WS-EDIT-BALANCE.
           DISPLAY "  Motif   : " TH-REASON.
           IF TH-LINK-ACCT NOT = 0
               DISPLAY "  Lié à   : " TH-LINK-ACCT
           END-IF.
           MOVE SPACES TO WS-ANSWER.
           PERFORM UNTIL WS-ANSWER-VALID
               DISPLAY "Contre-passer cette écriture ? (O/N)"
               ACCEPT WS-ANSWER
           END-PERFORM.
           IF WS-ANSWER-YES
               SET ORIGINAL-FOUND TO TRUE
               MOVE TH-ACCT-NUMBER   TO WS-ORIG-ACCT
               MOVE TH-DATE          TO WS-ORIG-DATE
               MOVE TH-TIME          TO WS-ORIG-TIME
               MOVE TH-SEQUENCE      TO WS-ORIG-SEQ
               MOVE TH-TYPE          TO WS-ORIG-TYPE
               MOVE TH-AMOUNT        TO WS-ORIG-AMOUNT
               COMPUTE WS-ORIG-MOVEMENT =
                   TH-BALANCE-AFTER - TH-BALANCE-BEFORE
               MOVE TH-STATUS        TO WS-ORIG-STATUS
               MOVE TH-LINK-ACCT     TO WS-ORIG-LINK
               MOVE TH-REVERSAL-FLAG TO WS-ORIG-REVERSAL
           END-IF.

      *> Seuls les mouvements d'argent acceptés se contre-passent :
      *> une écriture rejetée ou en attente n'a rien posté, une
      *> clôture se défait par réactivation du compte.
       230-CHECK-REVERSIBLE.
           EVALUATE TRUE
               WHEN WS-ORIG-STATUS NOT = "A"
                   MOVE "Ecriture non acceptée" TO WS-REFUSAL-REASON
               WHEN WS-ORIG-REVERSAL = "C"
                   MOVE "Ecriture déjà de contre-passation"
                       TO WS-REFUSAL-REASON
               WHEN WS-ORIG-TYPE NOT = "dépôt"
                AND WS-ORIG-TYPE NOT = "retrait"
                AND WS-ORIG-TYPE NOT = "virement"
                AND WS-ORIG-TYPE NOT = "intérêt"
                AND WS-ORIG-TYPE NOT = "agios"
                AND WS-ORIG-TYPE NOT = "frais"
                   MOVE "Type non contre-passable" TO WS-REFUSAL-REASON
               WHEN WS-ORIG-MOVEMENT = 0
                   MOVE "Ecriture sans mouvement" TO WS-REFUSAL-REASON
           END-EVALUATE.

      *> Une contre-passation est toujours postérieure à son
      *> origine : il suffit de lire la suite de l'historique du
      *> compte à partir de l'écriture d'origine.
       240-CHECK-NOT-REVERSED.
           MOVE WS-ORIG-ACCT TO TH-ACCT-NUMBER.
           MOVE WS-ORIG-DATE TO TH-DATE.
           MOVE WS-ORIG-TIME TO TH-TIME.
           MOVE WS-ORIG-SEQ  TO TH-SEQUENCE.
           MOVE "00" TO WS-HIST-FILE-STATUS.
           START TRAN-HISTORY
               KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
                      OR TH-ACCT-NUMBER NOT = WS-ORIG-ACCT
                      OR WS-REFUSAL-REASON NOT = SPACES
               IF TH-IS-REVERSAL
                  AND TH-REVERSED-DATE = WS-ORIG-DATE
                  AND TH-REVERSED-TIME = WS-ORIG-TIME
                  AND TH-REVERSED-SEQ  = WS-ORIG-SEQ
                   MOVE "Ecriture déjà contre-passée"
                       TO WS-REFUSAL-REASON
                   DISPLAY "Contre-passée le " TH-DATE
                       " à " TH-TIME " par " TH-OPERATOR-ID
               END-IF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM.

      *> Les deux jambes d'un virement ne portent pas forcément la
      *> même heure : la jambe créditrice est écrite après la
      *> jambe débitrice. On retient, sur le compte lié et le même
      *> jour, la première jambe opposée qui suit un débit, ou la
      *> dernière qui précède un crédit.
       250-FIND-COUNTER-LEG.
           MOVE WS-ORIG-LINK TO TH-ACCT-NUMBER.
           MOVE WS-ORIG-DATE TO TH-DATE.
           MOVE 0 TO TH-TIME.
           MOVE 0 TO TH-SEQUENCE.
           MOVE "00" TO WS-HIST-FILE-STATUS.
           START TRAN-HISTORY
               KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
                      OR TH-ACCT-NUMBER NOT = WS-ORIG-LINK
                      OR TH-DATE NOT = WS-ORIG-DATE
                      OR (WS-ORIG-MOVEMENT < 0
                          AND COUNTER-LEG-FOUND)
               PERFORM 255-CONSIDER-COUNTER-LEG
               READ TRAN-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM.

       255-CONSIDER-COUNTER-LEG.
           COMPUTE WS-TH-MOVEMENT =
               TH-BALANCE-AFTER - TH-BALANCE-BEFORE.
           IF TH-TYPE = "virement"
              AND TH-ACCEPTED
              AND NOT TH-IS-REVERSAL
              AND TH-LINK-ACCT = WS-ORIG-ACCT
              AND TH-AMOUNT = WS-ORIG-AMOUNT
              AND WS-TH-MOVEMENT = 0 - WS-ORIG-MOVEMENT
               IF (WS-ORIG-MOVEMENT < 0
                   AND TH-TIME NOT < WS-ORIG-TIME)
                  OR (WS-ORIG-MOVEMENT > 0
                   AND TH-TIME NOT > WS-ORIG-TIME)
                   SET COUNTER-LEG-FOUND TO TRUE
                   MOVE TH-ACCT-NUMBER TO WS-CTR-ACCT
                   MOVE TH-DATE        TO WS-CTR-DATE
                   MOVE TH-TIME        TO WS-CTR-TIME
                   MOVE TH-SEQUENCE    TO WS-CTR-SEQ
                   MOVE WS-TH-MOVEMENT TO WS-CTR-MOVEMENT
               END-IF
           END-IF.

      *> Contrôle des comptes avant toute écriture : pour un
      *> virement, les deux jambes sont vérifiées avant de poster
      *> la première.
       300-CHECK-ACCOUNTS.
           MOVE WS-ORIG-ACCT     TO WS-LEG-ACCT.
           MOVE WS-ORIG-MOVEMENT TO WS-LEG-MOVEMENT.
           PERFORM 310-CHECK-LEG-ACCOUNT.
           IF WS-REFUSAL-REASON = SPACES
              AND COUNTER-LEG-FOUND
               MOVE WS-CTR-ACCT     TO WS-LEG-ACCT
               MOVE WS-CTR-MOVEMENT TO WS-LEG-MOVEMENT
               PERFORM 310-CHECK-LEG-ACCOUNT
           END-IF.

       310-CHECK-LEG-ACCOUNT.
           MOVE WS-LEG-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   MOVE "Compte inconnu" TO WS-REFUSAL-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           MOVE "Compte clos" TO WS-REFUSAL-REASON
                       WHEN ACCT-DORMANT
                           MOVE "Compte dormant : le réactiver d'abord"
                               TO WS-REFUSAL-REASON
                       WHEN WS-LEG-MOVEMENT > 0
                           PERFORM 320-CHECK-FUNDS
                   END-EVALUATE
           END-READ.

      *> Contre-passer un crédit débite le compte : si le solde
      *> passe sous le découvert autorisé, le superviseur doit
      *> confirmer explicitement.
       320-CHECK-FUNDS.
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - WS-LEG-MOVEMENT.
           IF ACCT-TYPE-CHECKING
               COMPUTE WS-BALANCE-FLOOR = 0 - ACCT-OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO WS-BALANCE-FLOOR
           END-IF.
           IF WS-NEW-BALANCE < WS-BALANCE-FLOOR
               MOVE WS-NEW-BALANCE TO WS-EDIT-BALANCE
               DISPLAY "Le compte " ACCT-NUMBER " passerait à "
                   WS-EDIT-BALANCE
               DISPLAY "au-delà du découvert autorisé."
               MOVE SPACES TO WS-ANSWER
               PERFORM UNTIL WS-ANSWER-VALID
                   DISPLAY "Forcer la contre-passation ? (O/N)"
                   ACCEPT WS-ANSWER
               END-PERFORM
               IF NOT WS-ANSWER-YES
                   MOVE "Solde insuffisant" TO WS-REFUSAL-REASON
               END-IF
           END-IF.

      *> Pour un virement, la jambe qui débite passe d'abord,
      *> comme au posting d'origine.
       400-POST-REVERSAL.
           IF COUNTER-LEG-FOUND AND WS-CTR-MOVEMENT > 0
               PERFORM 420-POST-COUNTER-LEG
               PERFORM 410-POST-ORIGINAL-LEG
           ELSE
               PERFORM 410-POST-ORIGINAL-LEG
               IF COUNTER-LEG-FOUND
                   PERFORM 420-POST-COUNTER-LEG
               END-IF
           END-IF.
           ADD 1 TO WS-COUNT-REVERSED.
           DISPLAY "Contre-passation postée.".

       410-POST-ORIGINAL-LEG.
           MOVE WS-ORIG-ACCT     TO WS-LEG-ACCT.
           MOVE WS-ORIG-MOVEMENT TO WS-LEG-MOVEMENT.
           MOVE WS-ORIG-DATE     TO WS-LEG-DATE.
           MOVE WS-ORIG-TIME     TO WS-LEG-TIME.
           MOVE WS-ORIG-SEQ      TO WS-LEG-SEQ.
           MOVE WS-ORIG-LINK     TO WS-LEG-LINK.
           PERFORM 450-POST-ONE-LEG.

       420-POST-COUNTER-LEG.
           MOVE WS-CTR-ACCT      TO WS-LEG-ACCT.
           MOVE WS-CTR-MOVEMENT  TO WS-LEG-MOVEMENT.
           MOVE WS-CTR-DATE      TO WS-LEG-DATE.
           MOVE WS-CTR-TIME      TO WS-LEG-TIME.
           MOVE WS-CTR-SEQ       TO WS-LEG-SEQ.
           MOVE WS-ORIG-ACCT     TO WS-LEG-LINK.
           PERFORM 450-POST-ONE-LEG.

       450-POST-ONE-LEG.
           MOVE WS-LEG-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Erreur de relecture du compte : "
                       WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                   SUBTRACT WS-LEG-MOVEMENT FROM ACCT-BALANCE
                   ACCEPT ACCT-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour du compte : "
                               WS-ACCT-FILE-STATUS
                   END-REWRITE
                   PERFORM 460-WRITE-REVERSAL-AUDIT
           END-READ.

       460-WRITE-REVERSAL-AUDIT.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE WS-LEG-ACCT          TO TRAN-ACCT-NUMBER.
           MOVE WS-ORIG-TYPE         TO TRAN-TYPE.
           MOVE WS-ORIG-AMOUNT       TO TRAN-AMOUNT.
           MOVE WS-BALANCE-BEFORE    TO TRAN-BALANCE-BEFORE.
           MOVE ACCT-BALANCE         TO TRAN-BALANCE-AFTER.
           SET TRAN-ACCEPTED         TO TRUE.
           MOVE "Contre-passation superviseur" TO TRAN-REASON.
           MOVE WS-LEG-LINK          TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           SET TRAN-IS-REVERSAL      TO TRUE.
           MOVE WS-LEG-DATE          TO TRAN-REVERSED-DATE.
           MOVE WS-LEG-TIME          TO TRAN-REVERSED-TIME.
           MOVE WS-LEG-SEQ           TO TRAN-REVERSED-SEQ.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.
