       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatientDupReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PAT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT NAME-SORTED-FILE ASSIGN TO "PATDSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSRT-FILE-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "PATDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER.
           COPY PATREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
      *    Nom mis en majuscules : "Dupont" et "DUPONT" saisis à
      *    deux guichets se retrouvent dans le même groupe.
           05  SRT-NAME                 PIC X(30).
           05  SRT-BIRTH-DATE           PIC 9(8).
           05  SRT-PATIENT-ID           PIC X(8).
           05  SRT-SEX                  PIC X(1).

       FD  NAME-SORTED-FILE.
       01  NAME-SORTED-RECORD.
           05  NS-NAME                  PIC X(30).
           05  NS-BIRTH-DATE            PIC 9(8).
           05  NS-PATIENT-ID            PIC X(8).
           05  NS-SEX                   PIC X(1).

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-LINE               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PAT-FILE-STATUS      PIC X(2).
           88  WS-PAT-OK                 VALUE "00".
           88  WS-PAT-EOF                VALUE "10".

       01  WS-NSRT-FILE-STATUS     PIC X(2).
           88  WS-NSRT-OK                VALUE "00".
           88  WS-NSRT-EOF               VALUE "10".

       01  WS-RPT-FILE-STATUS      PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-RUN-DATE             PIC 9(8).

      *> Patients du nom en cours de rupture, comparés deux à
      *> deux quand le groupe est complet.
       01  WS-CURRENT-NAME         PIC X(30) VALUE SPACES.
       01  WS-GROUP-MAX            PIC 9(3) VALUE 50.
       01  WS-GROUP-COUNT          PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-PATIENT-ID   PIC X(8).
               10  WS-GRP-BIRTH-DATE   PIC 9(8).
               10  WS-GRP-SEX          PIC X(1).
       01  WS-GROUP-OVERFLOW       PIC X(1) VALUE "N".
           88  GROUP-OVERFLOW            VALUE "O".
       01  WS-IDX-A                PIC 9(3).
       01  WS-IDX-B                PIC 9(3).

      *> Les deux dates comparées, vues chiffre par chiffre et
      *> par année / mois / jour.
       01  WS-DATE-A               PIC 9(8).
       01  WS-DATE-A-DIGITS REDEFINES WS-DATE-A.
           05  WS-DIGIT-A          PIC 9(1) OCCURS 8 TIMES.
       01  WS-DATE-A-PARTS REDEFINES WS-DATE-A.
           05  WS-YEAR-A           PIC 9(4).
           05  WS-MONTH-A          PIC 9(2).
           05  WS-DAY-A            PIC 9(2).
       01  WS-DATE-B               PIC 9(8).
       01  WS-DATE-B-DIGITS REDEFINES WS-DATE-B.
           05  WS-DIGIT-B          PIC 9(1) OCCURS 8 TIMES.
       01  WS-DATE-B-PARTS REDEFINES WS-DATE-B.
           05  WS-YEAR-B           PIC 9(4).
           05  WS-MONTH-B          PIC 9(2).
           05  WS-DAY-B            PIC 9(2).
       01  WS-DIGIT-IDX            PIC 9(1).
       01  WS-DIFF-COUNT           PIC 9(1).
       01  WS-FIRST-DIFF           PIC 9(1).
       01  WS-NEXT-DIFF            PIC 9(1).
       01  WS-MATCH-REASON         PIC X(22).

       01  WS-PATIENTS-READ        PIC 9(6) VALUE 0.
       01  WS-PATIENTS-RETIRED     PIC 9(6) VALUE 0.
       01  WS-PAIR-COUNT           PIC 9(6) VALUE 0.
       01  WS-SAME-DATE-COUNT      PIC 9(6) VALUE 0.
       01  WS-NEAR-DATE-COUNT      PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *> Liste des doublons probables du fichier patients : même
      *> nom et même date de naissance, ou même nom et date
      *> voisine (jour et mois inversés, un chiffre différent,
      *> deux chiffres voisins inversés). Les fiches déjà
      *> retirées par fusion ne sont pas reprises. La liste sert
      *> au superviseur pour lancer la fusion dans PatientMaint.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   PATIENTS - DOUBLONS PROBABLES       ".
           DISPLAY "--------------------------------------".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-REPORT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-NAME SRT-BIRTH-DATE
                                SRT-PATIENT-ID
               INPUT PROCEDURE IS 050-RELEASE-PATIENTS
               GIVING NAME-SORTED-FILE.

           PERFORM 100-SCAN-NAME-GROUPS.
           PERFORM 400-WRITE-SUMMARY.

           CLOSE DUPLICATE-REPORT-FILE.
           DISPLAY "Patients lus : " WS-PATIENTS-READ.
           DISPLAY "Doublons probables : " WS-PAIR-COUNT.
           GOBACK.

       010-OPEN-REPORT.
           OPEN OUTPUT DUPLICATE-REPORT-FILE.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir la liste des"
               DISPLAY "doublons : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "PATIENTS EN DOUBLE PROBABLE AU " WS-RUN-DATE
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "  PATIENT   NE(E) LE  SEXE PATIENT   NE(E) LE  SEXE"
               " NOM                             MOTIF"
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.

       050-RELEASE-PATIENTS.
           OPEN INPUT PATIENT-MASTER.
           IF NOT WS-PAT-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "patients : " WS-PAT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO PAT-ID.
           START PATIENT-MASTER KEY IS NOT LESS THAN PAT-ID
               INVALID KEY SET WS-PAT-EOF TO TRUE
           END-START.
           IF NOT WS-PAT-EOF
               READ PATIENT-MASTER NEXT RECORD
                   AT END SET WS-PAT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-PAT-EOF
               PERFORM 060-RELEASE-ONE-PATIENT
               READ PATIENT-MASTER NEXT RECORD
                   AT END SET WS-PAT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER.

       060-RELEASE-ONE-PATIENT.
           ADD 1 TO WS-PATIENTS-READ.
           IF PAT-MERGED
               ADD 1 TO WS-PATIENTS-RETIRED
           ELSE
               MOVE FUNCTION UPPER-CASE (PAT-NAME) TO SRT-NAME
               MOVE PAT-BIRTH-DATE TO SRT-BIRTH-DATE
               MOVE PAT-ID         TO SRT-PATIENT-ID
               MOVE PAT-SEX        TO SRT-SEX
               RELEASE SORT-RECORD
           END-IF.

       100-SCAN-NAME-GROUPS.
           OPEN INPUT NAME-SORTED-FILE.
           IF NOT WS-NSRT-OK
               DISPLAY "Impossible d'ouvrir le tri par nom : "
                   WS-NSRT-FILE-STATUS
               STOP RUN
           END-IF.
           READ NAME-SORTED-FILE
               AT END SET WS-NSRT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-NSRT-EOF
               PERFORM 110-COLLECT-PATIENT
               READ NAME-SORTED-FILE
                   AT END SET WS-NSRT-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF WS-GROUP-COUNT > 1
               PERFORM 200-COMPARE-GROUP
           END-IF.
           CLOSE NAME-SORTED-FILE.

      *> Rupture sur le nom. Au-delà de la taille de la table, les
      *> patients du groupe ne sont pas comparés mais comptés, et
      *> le nom est signalé pour un examen manuel.
       110-COLLECT-PATIENT.
           IF NS-NAME NOT = WS-CURRENT-NAME
               IF WS-GROUP-COUNT > 1
                   PERFORM 200-COMPARE-GROUP
               END-IF
               MOVE NS-NAME TO WS-CURRENT-NAME
               MOVE 0 TO WS-GROUP-COUNT
               MOVE "N" TO WS-GROUP-OVERFLOW
           END-IF.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE NS-PATIENT-ID TO WS-GRP-PATIENT-ID (WS-GROUP-COUNT)
               MOVE NS-BIRTH-DATE TO WS-GRP-BIRTH-DATE (WS-GROUP-COUNT)
               MOVE NS-SEX        TO WS-GRP-SEX (WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               IF NOT GROUP-OVERFLOW
                   SET GROUP-OVERFLOW TO TRUE
                   MOVE SPACES TO DUPLICATE-LINE
                   STRING "  ** NOM " WS-CURRENT-NAME
                       " : PLUS DE " WS-GROUP-MAX
                       " PATIENTS, A EXAMINER A PART"
                       DELIMITED BY SIZE INTO DUPLICATE-LINE
                   WRITE DUPLICATE-LINE
               END-IF
           END-IF.

      *> Chaque patient du groupe est comparé à ceux qui le
      *> suivent ; le tri par date met les dates égales côte à
      *> côte mais une date voisine peut être n'importe où.
       200-COMPARE-GROUP.
           MOVE 0 TO WS-IDX-A.
           PERFORM 210-COMPARE-FROM-ONE
               UNTIL WS-IDX-A = WS-GROUP-COUNT - 1.

       210-COMPARE-FROM-ONE.
           ADD 1 TO WS-IDX-A.
           MOVE WS-IDX-A TO WS-IDX-B.
           PERFORM 220-COMPARE-PAIR
               UNTIL WS-IDX-B = WS-GROUP-COUNT.

       220-COMPARE-PAIR.
           ADD 1 TO WS-IDX-B.
           MOVE WS-GRP-BIRTH-DATE (WS-IDX-A) TO WS-DATE-A.
           MOVE WS-GRP-BIRTH-DATE (WS-IDX-B) TO WS-DATE-B.
           MOVE SPACES TO WS-MATCH-REASON.
           IF WS-DATE-A = WS-DATE-B
               MOVE "MEME DATE DE NAISSANCE" TO WS-MATCH-REASON
               ADD 1 TO WS-SAME-DATE-COUNT
           ELSE
               PERFORM 230-CHECK-NEAR-DATE
               IF WS-MATCH-REASON NOT = SPACES
                   ADD 1 TO WS-NEAR-DATE-COUNT
               END-IF
           END-IF.
           IF WS-MATCH-REASON NOT = SPACES
               ADD 1 TO WS-PAIR-COUNT
               PERFORM 300-WRITE-PAIR-LINE
           END-IF.

      *> Fautes de frappe courantes sur une date : jour et mois
      *> inversés (saisie JJMM au lieu de MMJJ), un seul chiffre
      *> différent, ou deux chiffres voisins inversés.
       230-CHECK-NEAR-DATE.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE 0 TO WS-FIRST-DIFF.
           MOVE 0 TO WS-NEXT-DIFF.
           MOVE 0 TO WS-DIGIT-IDX.
           PERFORM 235-CHECK-ONE-DIGIT
               UNTIL WS-DIGIT-IDX = 8.
           IF WS-YEAR-A = WS-YEAR-B
              AND WS-MONTH-A = WS-DAY-B
              AND WS-DAY-A = WS-MONTH-B
               MOVE "JOUR ET MOIS INVERSES" TO WS-MATCH-REASON
           ELSE IF WS-DIFF-COUNT = 1
               MOVE "UN CHIFFRE DIFFERENT" TO WS-MATCH-REASON
           ELSE IF WS-DIFF-COUNT = 2
                   AND WS-NEXT-DIFF = WS-FIRST-DIFF + 1
                   AND WS-DIGIT-A (WS-FIRST-DIFF) =
                       WS-DIGIT-B (WS-NEXT-DIFF)
                   AND WS-DIGIT-A (WS-NEXT-DIFF) =
                       WS-DIGIT-B (WS-FIRST-DIFF)
               MOVE "CHIFFRES INVERSES" TO WS-MATCH-REASON
           END-IF.

       235-CHECK-ONE-DIGIT.
           ADD 1 TO WS-DIGIT-IDX.
           IF WS-DIGIT-A (WS-DIGIT-IDX) NOT = WS-DIGIT-B (WS-DIGIT-IDX)
               ADD 1 TO WS-DIFF-COUNT
               IF WS-FIRST-DIFF = 0
                   MOVE WS-DIGIT-IDX TO WS-FIRST-DIFF
               ELSE
                   MOVE WS-DIGIT-IDX TO WS-NEXT-DIFF
               END-IF
           END-IF.

       300-WRITE-PAIR-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "  " WS-GRP-PATIENT-ID (WS-IDX-A)
               "  " WS-GRP-BIRTH-DATE (WS-IDX-A)
               "  " WS-GRP-SEX (WS-IDX-A)
               "    " WS-GRP-PATIENT-ID (WS-IDX-B)
               "  " WS-GRP-BIRTH-DATE (WS-IDX-B)
               "  " WS-GRP-SEX (WS-IDX-B)
               "    " WS-CURRENT-NAME
               "  " WS-MATCH-REASON
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.

       400-WRITE-SUMMARY.
           IF WS-PAIR-COUNT = 0
               MOVE SPACES TO DUPLICATE-LINE
               MOVE "  AUCUN" TO DUPLICATE-LINE
               WRITE DUPLICATE-LINE
           END-IF.
           MOVE SPACES TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "PATIENTS LUS " WS-PATIENTS-READ
               "  DEJA FUSIONNES " WS-PATIENTS-RETIRED
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "COUPLES MEME DATE " WS-SAME-DATE-COUNT
               "  DATE VOISINE " WS-NEAR-DATE-COUNT
               "  TOTAL " WS-PAIR-COUNT
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO DUPLICATE-LINE
               STRING "PATIENTS NON COMPARES (NOM TROP FREQUENT) "
                   WS-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO DUPLICATE-LINE
               WRITE DUPLICATE-LINE
           END-IF.
