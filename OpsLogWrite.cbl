       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsLogWrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPS-LOG ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-FILE-STATUS.

           SELECT OPTIONAL STEP-CARD ASSIGN TO "OPSSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-LOG.
       01  OPS-LOG-LINE            PIC X(150).

      *> Carte d'identification de l'étape, posée par le JCL :
      *> travail, étape et date d'exploitation.
       FD  STEP-CARD.
       01  STEP-CARD-RECORD.
           05  SC-JOB-NAME         PIC X(8).
           05  SC-STEP-NAME        PIC X(8).
           05  SC-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-OPS-FILE-STATUS  PIC X(2).
      *> "05" = optional OPSLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-OPS-OK                 VALUES "00" "05".

       01  WS-CARD-FILE-STATUS PIC X(2).
      *> "05" = optional OPSSTEP not found at OPEN INPUT : étape
      *> lancée hors chaîne, travail et étape restent à blanc.
           88  WS-CARD-OK                VALUES "00" "05".

       01  WS-CARD-READ        PIC X(1).
           88  CARD-READ                 VALUE "O".

       01  WS-SAVE-PROGRAM     PIC X(20).

       01  WS-TIME-NOW         PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS  PIC 9(6).
           05  WS-TIME-CC      PIC 9(2).

       LINKAGE SECTION.
           COPY OPSLOG.

       PROCEDURE DIVISION USING OPS-LOG-RECORD.

      *> Ajoute une entrée au journal d'exploitation. Appelé par
      *> chaque programme batch une fois au début ("D"), avec
      *> son nom de module, puis une fois à la fin ("F"), avec
      *> son code retour et ses comptages : travail, étape, date
      *> d'exploitation et horodatages sont posés ici. Le code
      *> retour de l'appelant lui est rendu inchangé.
       000-MAIN.
           IF OL-STEP-STARTED
               PERFORM 100-STAMP-START
           ELSE
               ACCEPT OL-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-HHMMSS TO OL-END-TIME
           END-IF.

           OPEN EXTEND OPS-LOG.
           IF NOT WS-OPS-OK
               DISPLAY "Impossible d'ouvrir le journal"
               DISPLAY "d'exploitation : " WS-OPS-FILE-STATUS
           ELSE
               WRITE OPS-LOG-LINE FROM OPS-LOG-RECORD
               CLOSE OPS-LOG
           END-IF.

           MOVE OL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> L'entrée de début repart d'un enregistrement à blanc :
      *> seul le nom du module vient de l'appelant.
       100-STAMP-START.
           MOVE OL-PROGRAM TO WS-SAVE-PROGRAM.
           MOVE SPACES TO OPS-LOG-RECORD.
           SET OL-STEP-STARTED TO TRUE.
           MOVE WS-SAVE-PROGRAM TO OL-PROGRAM.
           MOVE 0 TO OL-BUSINESS-DATE.
           MOVE "N" TO WS-CARD-READ.
           OPEN INPUT STEP-CARD.
           IF WS-CARD-OK
               READ STEP-CARD
                   NOT AT END SET CARD-READ TO TRUE
               END-READ
               CLOSE STEP-CARD
           END-IF.
           IF CARD-READ
               MOVE SC-JOB-NAME  TO OL-JOB-NAME
               MOVE SC-STEP-NAME TO OL-STEP-NAME
               IF SC-BUSINESS-DATE IS NUMERIC
                   MOVE SC-BUSINESS-DATE TO OL-BUSINESS-DATE
               END-IF
           END-IF.

           ACCEPT OL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO OL-START-TIME.
           IF OL-BUSINESS-DATE = 0
               MOVE OL-START-DATE TO OL-BUSINESS-DATE
           END-IF.
           MOVE 0 TO OL-END-DATE.
           MOVE 0 TO OL-END-TIME.
           MOVE 0 TO OL-RETURN-CODE.
           MOVE 0 TO OL-COUNT-IN.
           MOVE 0 TO OL-COUNT-OUT.
           MOVE 0 TO OL-COUNT-REJECTED.
           MOVE 0 TO OL-COUNT-HELD.
           MOVE 0 TO OL-AMOUNT-IN.
           MOVE 0 TO OL-AMOUNT-OUT.
