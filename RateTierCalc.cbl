       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateTierCalc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "TAUX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           COPY RATEREC.

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS PIC X(2).
      *> "05" = optional TAUX not found at OPEN INPUT : aucun taux
      *> configuré, rien n'est calculé.
           88  WS-RATE-OK                VALUES "00" "05".
           88  WS-RATE-EOF               VALUE "10".

      *> Barème chargé au premier appel et conservé pour la suite
      *> du traitement.
       01  WS-LOADED           PIC X(1) VALUE "N".
           88  RATES-LOADED              VALUE "O".
       01  WS-RATE-MAX         PIC 9(3) VALUE 100.
       01  WS-RATE-COUNT       PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-TYPE       PIC X(1).
               10  WS-RATE-KIND       PIC X(1).
               10  WS-RATE-EFFECTIVE  PIC 9(8).
               10  WS-RATE-FLOOR      PIC 9(10)V99.
               10  WS-RATE-PERCENT    PIC 9(2)V9(4).
       01  WS-RATE-IDX         PIC 9(3).
       01  WS-OTHER-IDX        PIC 9(3).

       01  WS-NEXT-FLOOR       PIC 9(10)V99.
       01  WS-NEXT-FOUND       PIC X(1).
           88  NEXT-TIER-FOUND           VALUE "O".
       01  WS-SLICE            PIC 9(10)V99.
       01  WS-RAW-AMOUNT       PIC 9(10)V9(6).

       LINKAGE SECTION.
           COPY RATECALC.

       PROCEDURE DIVISION USING RATE-CALC-AREA.

      *> Montant du mois au barème par tranches : chaque part du
      *> solde moyen est rémunérée (ou facturée) au taux de sa
      *> tranche, au douzième du taux annuel. Une seule copie de
      *> cette règle pour les intérêts et pour les agios.
       000-MAIN.
           IF NOT RATES-LOADED
               PERFORM 100-LOAD-RATES
           END-IF.
           MOVE 0 TO RC-AMOUNT.
           MOVE 0 TO RC-EFFECTIVE-DATE.
           PERFORM 200-FIND-SCHEDULE.
           IF RC-EFFECTIVE-DATE = 0
               SET RC-NO-RATE TO TRUE
           ELSE
               SET RC-RATE-FOUND TO TRUE
               PERFORM 300-APPLY-TIERS
           END-IF.
           GOBACK.

       100-LOAD-RATES.
           SET RATES-LOADED TO TRUE.
           OPEN INPUT RATE-FILE.
           IF NOT WS-RATE-OK
               DISPLAY "Fichier des taux indisponible : "
                   WS-RATE-FILE-STATUS
           ELSE
               READ RATE-FILE
                   AT END SET WS-RATE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-RATE-EOF
                          OR WS-RATE-COUNT = WS-RATE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RATE-ACCT-TYPE
                       TO WS-RATE-TYPE (WS-RATE-COUNT)
                   MOVE RATE-KIND TO WS-RATE-KIND (WS-RATE-COUNT)
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
                   MOVE RATE-TIER-FLOOR
                       TO WS-RATE-FLOOR (WS-RATE-COUNT)
                   MOVE RATE-ANNUAL-PERCENT
                       TO WS-RATE-PERCENT (WS-RATE-COUNT)
                   READ RATE-FILE
                       AT END SET WS-RATE-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-RATE-EOF
                   DISPLAY "Barème des taux tronqué à "
                       WS-RATE-MAX " lignes."
               END-IF
               CLOSE RATE-FILE
           END-IF.
           IF WS-RATE-COUNT = 0
               DISPLAY "Aucun taux configuré : ni intérêts ni"
               DISPLAY "agios ne seront calculés."
           END-IF.

      *> Barème en vigueur : la date d'effet la plus récente, au
      *> plus tard le dernier jour de la période.
       200-FIND-SCHEDULE.
           MOVE 0 TO WS-RATE-IDX.
           PERFORM 210-CHECK-EFFECTIVE-DATE
               UNTIL WS-RATE-IDX = WS-RATE-COUNT.

       210-CHECK-EFFECTIVE-DATE.
           ADD 1 TO WS-RATE-IDX.
           IF WS-RATE-TYPE (WS-RATE-IDX) = RC-ACCT-TYPE
              AND WS-RATE-KIND (WS-RATE-IDX) = RC-RATE-KIND
              AND WS-RATE-EFFECTIVE (WS-RATE-IDX)
                  NOT > RC-AS-OF-DATE
              AND WS-RATE-EFFECTIVE (WS-RATE-IDX)
                  > RC-EFFECTIVE-DATE
               MOVE WS-RATE-EFFECTIVE (WS-RATE-IDX)
                   TO RC-EFFECTIVE-DATE
           END-IF.

       300-APPLY-TIERS.
           MOVE 0 TO WS-RAW-AMOUNT.
           MOVE 0 TO WS-RATE-IDX.
           PERFORM 310-APPLY-ONE-TIER
               UNTIL WS-RATE-IDX = WS-RATE-COUNT.
           COMPUTE RC-AMOUNT ROUNDED = WS-RAW-AMOUNT.

      *> Une ligne du barème retenu : la tranche va de sa borne à
      *> la borne immédiatement supérieure du même barème (sans
      *> limite pour la dernière).
       310-APPLY-ONE-TIER.
           ADD 1 TO WS-RATE-IDX.
           IF WS-RATE-TYPE (WS-RATE-IDX) = RC-ACCT-TYPE
              AND WS-RATE-KIND (WS-RATE-IDX) = RC-RATE-KIND
              AND WS-RATE-EFFECTIVE (WS-RATE-IDX)
                  = RC-EFFECTIVE-DATE
              AND RC-BASE-AMOUNT > WS-RATE-FLOOR (WS-RATE-IDX)
               MOVE "N" TO WS-NEXT-FOUND
               MOVE 0 TO WS-OTHER-IDX
               PERFORM 320-FIND-NEXT-FLOOR
                   UNTIL WS-OTHER-IDX = WS-RATE-COUNT
               IF NEXT-TIER-FOUND
                  AND RC-BASE-AMOUNT > WS-NEXT-FLOOR
                   COMPUTE WS-SLICE =
                       WS-NEXT-FLOOR - WS-RATE-FLOOR (WS-RATE-IDX)
               ELSE
                   COMPUTE WS-SLICE =
                       RC-BASE-AMOUNT - WS-RATE-FLOOR (WS-RATE-IDX)
               END-IF
               COMPUTE WS-RAW-AMOUNT = WS-RAW-AMOUNT
                   + WS-SLICE * WS-RATE-PERCENT (WS-RATE-IDX)
                     / 1200
           END-IF.

       320-FIND-NEXT-FLOOR.
           ADD 1 TO WS-OTHER-IDX.
           IF WS-RATE-TYPE (WS-OTHER-IDX) = RC-ACCT-TYPE
              AND WS-RATE-KIND (WS-OTHER-IDX) = RC-RATE-KIND
              AND WS-RATE-EFFECTIVE (WS-OTHER-IDX)
                  = RC-EFFECTIVE-DATE
              AND WS-RATE-FLOOR (WS-OTHER-IDX)
                  > WS-RATE-FLOOR (WS-RATE-IDX)
               IF NOT NEXT-TIER-FOUND
                  OR WS-RATE-FLOOR (WS-OTHER-IDX) < WS-NEXT-FLOOR
                   SET NEXT-TIER-FOUND TO TRUE
                   MOVE WS-RATE-FLOOR (WS-OTHER-IDX)
                       TO WS-NEXT-FLOOR
               END-IF
           END-IF.
