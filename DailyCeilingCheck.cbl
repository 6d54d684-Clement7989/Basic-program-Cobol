       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyCeilingCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-HISTORY.
           COPY TRANHIST.

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS PIC X(2).
      *> "05" = optional TRANHIST not found at OPEN INPUT : rien
      *> n'a encore été débité.
           88  WS-HIST-OK                VALUES "00" "05".
           88  WS-HIST-EOF               VALUE "10".

      *> Plafonds par type de compte.
           COPY TXNLIMIT.

       01  WS-DAY-TOTAL        PIC S9(10)V99.

       LINKAGE SECTION.
           COPY DAYCEIL.

       PROCEDURE DIVISION USING DAILY-CEILING-AREA.

      *> Cumul des débits du jour d'un compte, pris dans
      *> l'historique indexé qui reçoit chaque écriture du
      *> journal au fil de l'eau : le guichet, le lot de fin de
      *> journée et la file d'approbation voient donc le même
      *> cumul. Une seule copie de cette règle pour les trois.
       000-MAIN.
           PERFORM 100-SET-CEILING.
           PERFORM 200-SUM-DAY-DEBITS.
           MOVE WS-DAY-TOTAL TO DC-DEBITED-TODAY.
           IF WS-DAY-TOTAL + DC-AMOUNT > DC-CEILING
               SET DC-CEILING-BREACHED TO TRUE
           ELSE
               SET DC-WITHIN-CEILING TO TRUE
           END-IF.
           GOBACK.

      *> Le plafond propre au compte l'emporte sur celui du type.
       100-SET-CEILING.
           IF DC-ACCT-TYPE = "S"
               MOVE WS-DAILY-CEILING-SAVINGS TO DC-CEILING
           ELSE
               MOVE WS-DAILY-CEILING-CHECKING TO DC-CEILING
           END-IF.
           IF DC-ACCT-CEILING > 0
               MOVE DC-ACCT-CEILING TO DC-CEILING
           END-IF.

      *> Seuls comptent les retraits, les jambes débitrices des
      *> virements et les virements externes acceptés ; une
      *> contre-passation qui recrédite le compte vient en
      *> déduction.
       200-SUM-DAY-DEBITS.
           MOVE 0 TO WS-DAY-TOTAL.
           OPEN INPUT TRAN-HISTORY.
           IF NOT WS-HIST-OK
               DISPLAY "Historique des transactions indisponible : "
                   WS-HIST-FILE-STATUS
           ELSE
               MOVE DC-ACCT-NUMBER TO TH-ACCT-NUMBER
               MOVE DC-DATE        TO TH-DATE
               MOVE 0              TO TH-TIME
               MOVE 0              TO TH-SEQUENCE
               START TRAN-HISTORY
                   KEY IS NOT LESS THAN TH-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               END-START
               IF NOT WS-HIST-EOF
                   READ TRAN-HISTORY NEXT RECORD
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-HIST-EOF
                          OR TH-ACCT-NUMBER NOT = DC-ACCT-NUMBER
                          OR TH-DATE NOT = DC-DATE
                   PERFORM 210-ADD-DEBIT
                   READ TRAN-HISTORY NEXT RECORD
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY
           END-IF.
           IF WS-DAY-TOTAL < 0
               MOVE 0 TO WS-DAY-TOTAL
           END-IF.

       210-ADD-DEBIT.
           IF TH-ACCEPTED
              AND (TH-TYPE = "retrait" OR TH-TYPE = "virement"
                   OR TH-TYPE = "vir. ext.")
               EVALUATE TRUE
                   WHEN TH-IS-REVERSAL
                        AND TH-BALANCE-AFTER > TH-BALANCE-BEFORE
                       SUBTRACT TH-AMOUNT FROM WS-DAY-TOTAL
                   WHEN NOT TH-IS-REVERSAL
                        AND TH-BALANCE-AFTER < TH-BALANCE-BEFORE
                       ADD TH-AMOUNT TO WS-DAY-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
