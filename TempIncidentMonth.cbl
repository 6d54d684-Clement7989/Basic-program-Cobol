       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempIncidentMonth.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEMP-INCIDENT-FILE ASSIGN TO "TEMPINC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT MONTHLY-REPORT ASSIGN TO "TEMPINCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-INCIDENT-FILE.
           COPY TEMPINC.

       FD  MONTHLY-REPORT.
       01  MONTHLY-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INC-FILE-STATUS      PIC X(2).
      *> "05" = optional TEMPINC not found at OPEN INPUT : aucun
      *> incident sur la période.
           88  WS-INC-OK                  VALUES "00" "05".
           88  WS-INC-EOF                 VALUE "10".

       01  WS-RPT-FILE-STATUS      PIC X(2).
           88  WS-RPT-OK                  VALUE "00".

      *> Mois rapporté : les incidents ouverts dans ce mois.
       01  WS-PERIOD               PIC 9(6).
       01  WS-OPEN-PERIOD          PIC 9(6).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM        PIC 9(4).
           05  WS-TIME-SSCC        PIC 9(4).

      *> Durée d'un incident : de l'ouverture à la clôture, ou à
      *> l'heure du lancement s'il est encore en cours.
       01  WS-END-DATE             PIC 9(8).
       01  WS-FROM-TIME            PIC 9(4).
       01  WS-FROM-SPLIT REDEFINES WS-FROM-TIME.
           05  WS-FROM-HOUR        PIC 9(2).
           05  WS-FROM-MINUTE      PIC 9(2).
       01  WS-TO-TIME              PIC 9(4).
       01  WS-TO-SPLIT REDEFINES WS-TO-TIME.
           05  WS-TO-HOUR          PIC 9(2).
           05  WS-TO-MINUTE        PIC 9(2).
       01  WS-DURATION-MINUTES     PIC S9(9).

      *> Cumuls du site en cours de rupture, puis du mois.
       01  WS-CURRENT-SITE         PIC X(8) VALUE SPACES.
       01  WS-SITE-STATS.
           05  WS-SITE-COUNT          PIC 9(5) VALUE 0.
           05  WS-SITE-TOLERANCE      PIC 9(5) VALUE 0.
           05  WS-SITE-EMISSION       PIC 9(5) VALUE 0.
           05  WS-SITE-STILL-OPEN     PIC 9(5) VALUE 0.
           05  WS-SITE-ACKNOWLEDGED   PIC 9(5) VALUE 0.
           05  WS-SITE-MINUTES        PIC 9(9) VALUE 0.
           05  WS-SITE-LONGEST        PIC 9(9) VALUE 0.
       01  WS-TOTAL-SITES          PIC 9(5) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(6) VALUE 0.
       01  WS-TOTAL-STILL-OPEN     PIC 9(6) VALUE 0.
       01  WS-TOTAL-MINUTES        PIC 9(9) VALUE 0.

      *> Durées imprimées en heures et minutes.
       01  WS-EDIT-MINUTES         PIC 9(9).
       01  WS-EDIT-HOURS-PART      PIC 9(6).
       01  WS-EDIT-MINUTES-PART    PIC 9(2).
       01  WS-DURATION-TEXT.
           05  WS-DT-HOURS         PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE "H".
           05  WS-DT-MINUTES       PIC 99.
       01  WS-TOTAL-TEXT           PIC X(9).
       01  WS-AVERAGE-TEXT         PIC X(9).
       01  WS-LONGEST-TEXT         PIC X(9).

       01  DISPLAY-COUNT           PIC ZZZZ9.
       01  DISPLAY-TOLERANCE       PIC ZZZZ9.
       01  DISPLAY-EMISSION        PIC ZZZZ9.
       01  DISPLAY-STILL-OPEN      PIC ZZZZ9.
       01  DISPLAY-ACKNOWLEDGED    PIC ZZZZ9.

       PROCEDURE DIVISION.

      *> Bilan mensuel des incidents température par site :
      *> nombre d'incidents ouverts dans le mois, par nature,
      *> combien sont encore en cours et combien ont été pris en
      *> compte, durée cumulée, moyenne et plus longue.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   BILAN MENSUEL DES INCIDENTS TEMP.  ".
           DISPLAY "--------------------------------------".
           DISPLAY "Mois à rapporter (AAAAMM) :".
           ACCEPT WS-PERIOD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.

           PERFORM 010-OPEN-FILES.
           PERFORM 020-WRITE-REPORT-HEADER.

           MOVE LOW-VALUES TO INC-KEY.
           START TEMP-INCIDENT-FILE KEY IS NOT LESS THAN INC-KEY
               INVALID KEY SET WS-INC-EOF TO TRUE
           END-START.
           IF NOT WS-INC-EOF
               READ TEMP-INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-INC-EOF
               DIVIDE INC-OPEN-DATE BY 100 GIVING WS-OPEN-PERIOD
               IF WS-OPEN-PERIOD = WS-PERIOD
                   PERFORM 100-ACCUMULATE-INCIDENT
               END-IF
               READ TEMP-INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 200-WRITE-SITE-LINE
           END-IF.

           PERFORM 300-WRITE-TOTALS.

           CLOSE TEMP-INCIDENT-FILE.
           CLOSE MONTHLY-REPORT.

           DISPLAY "Sites touchés : " WS-TOTAL-SITES.
           DISPLAY "Incidents     : " WS-TOTAL-COUNT.
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT TEMP-INCIDENT-FILE.
           IF NOT WS-INC-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "incidents : " WS-INC-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT MONTHLY-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le bilan mensuel : "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

       020-WRITE-REPORT-HEADER.
           MOVE SPACES TO MONTHLY-LINE.
           STRING "BILAN DES INCIDENTS TEMPERATURE PAR SITE - PERIODE "
               WS-PERIOD
               DELIMITED BY SIZE INTO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           STRING "SITE      INCIDENTS  SEUIL  EMISS  EN COURS  ACQUIT"
               "  DUREE TOTALE    MOYENNE  PLUS LONG"
               DELIMITED BY SIZE INTO MONTHLY-LINE.
           WRITE MONTHLY-LINE.

      *> Rupture sur le site : le fichier est lu dans l'ordre de
      *> sa clé, qui commence par le site.
       100-ACCUMULATE-INCIDENT.
           IF INC-SITE-ID NOT = WS-CURRENT-SITE
               IF WS-CURRENT-SITE NOT = SPACES
                   PERFORM 200-WRITE-SITE-LINE
               END-IF
               MOVE INC-SITE-ID TO WS-CURRENT-SITE
               INITIALIZE WS-SITE-STATS
           END-IF.
           ADD 1 TO WS-SITE-COUNT.
           IF INC-IS-TOLERANCE
               ADD 1 TO WS-SITE-TOLERANCE
           ELSE
               ADD 1 TO WS-SITE-EMISSION
           END-IF.
           IF NOT INC-NOT-ACKNOWLEDGED
               ADD 1 TO WS-SITE-ACKNOWLEDGED
           END-IF.
           MOVE INC-OPEN-TIME TO WS-FROM-TIME.
           IF INC-IS-OPEN
               ADD 1 TO WS-SITE-STILL-OPEN
               MOVE WS-RUN-DATE  TO WS-END-DATE
               MOVE WS-TIME-HHMM TO WS-TO-TIME
           ELSE
               MOVE INC-CLOSE-DATE TO WS-END-DATE
               MOVE INC-CLOSE-TIME TO WS-TO-TIME
           END-IF.
           COMPUTE WS-DURATION-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                - FUNCTION INTEGER-OF-DATE(INC-OPEN-DATE)) * 1440
               + WS-TO-HOUR * 60 + WS-TO-MINUTE
               - WS-FROM-HOUR * 60 - WS-FROM-MINUTE.
           IF WS-DURATION-MINUTES < 0
               MOVE 0 TO WS-DURATION-MINUTES
           END-IF.
           ADD WS-DURATION-MINUTES TO WS-SITE-MINUTES.
           IF WS-DURATION-MINUTES > WS-SITE-LONGEST
               MOVE WS-DURATION-MINUTES TO WS-SITE-LONGEST
           END-IF.

       200-WRITE-SITE-LINE.
           ADD 1 TO WS-TOTAL-SITES.
           ADD WS-SITE-COUNT      TO WS-TOTAL-COUNT.
           ADD WS-SITE-STILL-OPEN TO WS-TOTAL-STILL-OPEN.
           ADD WS-SITE-MINUTES    TO WS-TOTAL-MINUTES.
           MOVE WS-SITE-MINUTES TO WS-EDIT-MINUTES.
           PERFORM 250-EDIT-DURATION.
           MOVE WS-DURATION-TEXT TO WS-TOTAL-TEXT.
           DIVIDE WS-SITE-MINUTES BY WS-SITE-COUNT
               GIVING WS-EDIT-MINUTES.
           PERFORM 250-EDIT-DURATION.
           MOVE WS-DURATION-TEXT TO WS-AVERAGE-TEXT.
           MOVE WS-SITE-LONGEST TO WS-EDIT-MINUTES.
           PERFORM 250-EDIT-DURATION.
           MOVE WS-DURATION-TEXT TO WS-LONGEST-TEXT.
           MOVE WS-SITE-COUNT        TO DISPLAY-COUNT.
           MOVE WS-SITE-TOLERANCE    TO DISPLAY-TOLERANCE.
           MOVE WS-SITE-EMISSION     TO DISPLAY-EMISSION.
           MOVE WS-SITE-STILL-OPEN   TO DISPLAY-STILL-OPEN.
           MOVE WS-SITE-ACKNOWLEDGED TO DISPLAY-ACKNOWLEDGED.
           MOVE SPACES TO MONTHLY-LINE.
           STRING WS-CURRENT-SITE
               "      " DISPLAY-COUNT
               "  " DISPLAY-TOLERANCE
               "  " DISPLAY-EMISSION
               "     " DISPLAY-STILL-OPEN
               "   " DISPLAY-ACKNOWLEDGED
               "     " WS-TOTAL-TEXT
               "  " WS-AVERAGE-TEXT
               "  " WS-LONGEST-TEXT
               DELIMITED BY SIZE INTO MONTHLY-LINE.
           WRITE MONTHLY-LINE.

       250-EDIT-DURATION.
           DIVIDE WS-EDIT-MINUTES BY 60
               GIVING WS-EDIT-HOURS-PART
               REMAINDER WS-EDIT-MINUTES-PART.
           MOVE WS-EDIT-HOURS-PART   TO WS-DT-HOURS.
           MOVE WS-EDIT-MINUTES-PART TO WS-DT-MINUTES.

       300-WRITE-TOTALS.
           IF WS-TOTAL-SITES = 0
               MOVE SPACES TO MONTHLY-LINE
               MOVE "  AUCUN INCIDENT SUR LA PERIODE" TO MONTHLY-LINE
               WRITE MONTHLY-LINE
           END-IF.
           MOVE WS-TOTAL-MINUTES TO WS-EDIT-MINUTES.
           PERFORM 250-EDIT-DURATION.
           MOVE WS-DURATION-TEXT TO WS-TOTAL-TEXT.
           MOVE SPACES TO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           STRING "SITES " WS-TOTAL-SITES
               "  INCIDENTS " WS-TOTAL-COUNT
               "  ENCORE EN COURS " WS-TOTAL-STILL-OPEN
               "  DUREE TOTALE " WS-TOTAL-TEXT
               DELIMITED BY SIZE INTO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
