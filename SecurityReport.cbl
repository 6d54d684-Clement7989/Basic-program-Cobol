       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT SECURITY-REPORT ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
           COPY SECLOG.

       FD  SECURITY-REPORT.
       01  SECURITY-LINE               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-SEC-FILE-STATUS    PIC X(2).
      *> "05" = optional SECLOG not found at OPEN INPUT : nobody
      *> signed on yet, the report comes out empty.
           88  WS-SEC-OK                 VALUES "00" "05".
           88  WS-SEC-EOF                VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-REPORT-DATE        PIC 9(8).

      *> Heures ouvrables de l'agence (HHMMSS) ; toute signature
      *> en dehors, ou un samedi ou un dimanche, est relevée.
       01  WS-BUSINESS-START     PIC 9(6) VALUE 080000.
       01  WS-BUSINESS-END       PIC 9(6) VALUE 190000.

       01  WS-DAY-NUMBER         PIC 9(8).
       01  WS-WEEK-NUMBER        PIC 9(8).
      *> Rang du jour dans la semaine : le 1er janvier 1601, jour 1
      *> de INTEGER-OF-DATE, était un lundi.
       01  WS-WEEKDAY            PIC 9(1).
           88  WS-WEEKEND                VALUES 0 6.

      *> Section en cours d'impression.
       01  WS-SECTION            PIC X(1).
           88  SECTION-FAILURES          VALUE "E".
           88  SECTION-LOCKOUTS          VALUE "V".
           88  SECTION-OFF-HOURS         VALUE "H".

       01  WS-SELECTED           PIC X(1).
           88  ENTRY-SELECTED            VALUE "O".

       01  WS-SECTION-COUNT      PIC 9(6) VALUE 0.
       01  WS-COUNT-FAILURES     PIC 9(6) VALUE 0.
       01  WS-COUNT-LOCKOUTS     PIC 9(6) VALUE 0.
       01  WS-COUNT-OFF-HOURS    PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> Rapport quotidien de sécurité pour le contrôle interne :
      *> tentatives de signature échouées ou refusées,
      *> verrouillages d'opérateurs, signatures réussies hors des
      *> heures ouvrables.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   RAPPORT QUOTIDIEN DE SECURITE      ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "SECURITYREPORT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date du rapport (AAAAMMJJ) :".
           ACCEPT WS-REPORT-DATE.

           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY.

           OPEN OUTPUT SECURITY-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport de"
               DISPLAY "sécurité : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO SECURITY-LINE.
           STRING "SECURITE DES SIGNATURES OPERATEURS DU "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.
           IF WS-WEEKEND
               MOVE SPACES TO SECURITY-LINE
               STRING "JOUR NON OUVRABLE : TOUTE SIGNATURE EST"
                   " HORS HEURES"
                   DELIMITED BY SIZE INTO SECURITY-LINE
               WRITE SECURITY-LINE
           END-IF.

           SET SECTION-FAILURES TO TRUE.
           PERFORM 100-PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-COUNT-FAILURES.

           SET SECTION-LOCKOUTS TO TRUE.
           PERFORM 100-PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-COUNT-LOCKOUTS.

           SET SECTION-OFF-HOURS TO TRUE.
           PERFORM 100-PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-COUNT-OFF-HOURS.

           PERFORM 900-WRITE-SUMMARY.

           CLOSE SECURITY-REPORT.
           DISPLAY "Echecs et refus      : " WS-COUNT-FAILURES.
           DISPLAY "Verrouillages        : " WS-COUNT-LOCKOUTS.
           DISPLAY "Signatures hors heures : " WS-COUNT-OFF-HOURS.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE TO OL-RETURN-CODE.
           COMPUTE OL-COUNT-OUT = WS-COUNT-FAILURES
               + WS-COUNT-LOCKOUTS + WS-COUNT-OFF-HOURS.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

      *> Une lecture complète du journal par section.
       100-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM 110-WRITE-SECTION-HEADER.

           OPEN INPUT SECURITY-LOG.
           IF NOT WS-SEC-OK
               DISPLAY "Impossible d'ouvrir le journal de"
               DISPLAY "sécurité : " WS-SEC-FILE-STATUS
               STOP RUN
           END-IF.

           READ SECURITY-LOG
               AT END SET WS-SEC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SEC-EOF
               IF SL-DATE = WS-REPORT-DATE
                   PERFORM 200-SELECT-ENTRY
                   IF ENTRY-SELECTED
                       PERFORM 300-PRINT-ENTRY
                   END-IF
               END-IF
               READ SECURITY-LOG
                   AT END SET WS-SEC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG.

           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO SECURITY-LINE
               STRING "  NEANT"
                   DELIMITED BY SIZE INTO SECURITY-LINE
               WRITE SECURITY-LINE
           END-IF.

       110-WRITE-SECTION-HEADER.
           MOVE SPACES TO SECURITY-LINE.
           WRITE SECURITY-LINE.
           MOVE SPACES TO SECURITY-LINE.
           EVALUATE TRUE
               WHEN SECTION-FAILURES
                   STRING "TENTATIVES ECHOUEES OU REFUSEES"
                       DELIMITED BY SIZE INTO SECURITY-LINE
               WHEN SECTION-LOCKOUTS
                   STRING "VERROUILLAGES D'OPERATEURS"
                       DELIMITED BY SIZE INTO SECURITY-LINE
               WHEN OTHER
                   STRING "SIGNATURES HORS HEURES OUVRABLES"
                       DELIMITED BY SIZE INTO SECURITY-LINE
           END-EVALUATE.
           WRITE SECURITY-LINE.
           MOVE SPACES TO SECURITY-LINE.
           STRING "HEURE   OPER  HAB  MOTIF"
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.

       200-SELECT-ENTRY.
           MOVE "N" TO WS-SELECTED.
           EVALUATE TRUE
               WHEN SECTION-FAILURES
                   IF SL-SIGNON-FAILED OR SL-SIGNON-REFUSED
                       SET ENTRY-SELECTED TO TRUE
                   END-IF
               WHEN SECTION-LOCKOUTS
                   IF SL-LOCKOUT
                       SET ENTRY-SELECTED TO TRUE
                   END-IF
               WHEN OTHER
                   IF SL-SIGNON-OK
                      AND (WS-WEEKEND
                           OR SL-TIME < WS-BUSINESS-START
                           OR SL-TIME NOT < WS-BUSINESS-END)
                       SET ENTRY-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

       300-PRINT-ENTRY.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO SECURITY-LINE.
           STRING SL-TIME "  " SL-OPER-ID "  " SL-OPER-AUTHORITY
               "    " SL-REASON
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO SECURITY-LINE.
           WRITE SECURITY-LINE.
           MOVE WS-COUNT-FAILURES TO WS-EDIT-COUNT.
           MOVE SPACES TO SECURITY-LINE.
           STRING "TENTATIVES ECHOUEES OU REFUSEES : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.
           MOVE WS-COUNT-LOCKOUTS TO WS-EDIT-COUNT.
           MOVE SPACES TO SECURITY-LINE.
           STRING "VERROUILLAGES                   : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.
           MOVE WS-COUNT-OFF-HOURS TO WS-EDIT-COUNT.
           MOVE SPACES TO SECURITY-LINE.
           STRING "SIGNATURES HORS HEURES          : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SECURITY-LINE.
           WRITE SECURITY-LINE.
