       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintActivityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "MAINTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
           COPY MAINTJRN.

       FD  MAINT-REPORT.
       01  MAINT-LINE                  PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-MJ-FILE-STATUS     PIC X(2).
      *> "05" = optional MAINTJRN not found at OPEN INPUT : no
      *> maintenance yet, the report comes out empty.
           88  WS-MJ-OK                  VALUES "00" "05".
           88  WS-MJ-EOF                 VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-REPORT-DATE        PIC 9(8).

      *> Section en cours d'impression : les modifications
      *> ordinaires d'abord, les sensibles ensuite.
       01  WS-SECTION            PIC X(1).
           88  SECTION-ORDINARY          VALUE "N".
           88  SECTION-SENSITIVE         VALUE "O".

       01  WS-SECTION-COUNT      PIC 9(6) VALUE 0.
       01  WS-COUNT-ORDINARY     PIC 9(6) VALUE 0.
       01  WS-COUNT-SENSITIVE    PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> Rapport quotidien des maintenances pour visa du directeur
      *> d'agence : chaque entrée du journal de la date demandée
      *> avec ses images avant et après, les modifications
      *> sensibles (découverts, habilitations, réactivations)
      *> regroupées dans une section à part.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   RAPPORT DES MAINTENANCES DU JOUR   ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "MAINTACTIVITYREPORT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date du rapport (AAAAMMJJ) :".
           ACCEPT WS-REPORT-DATE.

           OPEN OUTPUT MAINT-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport des"
               DISPLAY "maintenances : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO MAINT-LINE.
           STRING "MAINTENANCES DES FICHIERS MAITRES DU "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.

           SET SECTION-ORDINARY TO TRUE.
           PERFORM 100-PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-COUNT-ORDINARY.

           SET SECTION-SENSITIVE TO TRUE.
           PERFORM 100-PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-COUNT-SENSITIVE.

           PERFORM 900-WRITE-SUMMARY.

           CLOSE MAINT-REPORT.
           DISPLAY "Maintenances ordinaires : " WS-COUNT-ORDINARY.
           DISPLAY "Maintenances sensibles  : " WS-COUNT-SENSITIVE.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE TO OL-RETURN-CODE.
           COMPUTE OL-COUNT-OUT =
               WS-COUNT-ORDINARY + WS-COUNT-SENSITIVE.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

      *> Une lecture complète du journal par section.
       100-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM 110-WRITE-SECTION-HEADER.

           OPEN INPUT MAINT-JOURNAL.
           IF NOT WS-MJ-OK
               DISPLAY "Impossible d'ouvrir le journal de"
               DISPLAY "maintenance : " WS-MJ-FILE-STATUS
               STOP RUN
           END-IF.

           READ MAINT-JOURNAL
               AT END SET WS-MJ-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-MJ-EOF
               IF MJ-DATE = WS-REPORT-DATE
                  AND MJ-SENSITIVE = WS-SECTION
                   PERFORM 200-PRINT-ENTRY
               END-IF
               READ MAINT-JOURNAL
                   AT END SET WS-MJ-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MAINT-JOURNAL.

           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO MAINT-LINE
               STRING "  AUCUNE MAINTENANCE"
                   DELIMITED BY SIZE INTO MAINT-LINE
               WRITE MAINT-LINE
           END-IF.

       110-WRITE-SECTION-HEADER.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           IF SECTION-SENSITIVE
               STRING "MODIFICATIONS SENSIBLES (DECOUVERTS,"
                   " HABILITATIONS, REACTIVATIONS)"
                   DELIMITED BY SIZE INTO MAINT-LINE
           ELSE
               STRING "MODIFICATIONS ORDINAIRES"
                   DELIMITED BY SIZE INTO MAINT-LINE
           END-IF.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "HEURE   OPER  FICHIER   NATURE        CLE"
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.

       200-PRINT-ENTRY.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO MAINT-LINE.
           STRING MJ-TIME "  " MJ-OPERATOR-ID "  " MJ-FILE-ID
               "  " MJ-ACTION "  " MJ-RECORD-KEY
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "  AVANT : " MJ-BEFORE-IMAGE
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "  APRES : " MJ-AFTER-IMAGE
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE WS-COUNT-ORDINARY TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-LINE.
           STRING "MAINTENANCES ORDINAIRES : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE WS-COUNT-SENSITIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-LINE.
           STRING "MAINTENANCES SENSIBLES  : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "VISA DU DIRECTEUR D'AGENCE :"
               DELIMITED BY SIZE INTO MAINT-LINE.
           WRITE MAINT-LINE.
