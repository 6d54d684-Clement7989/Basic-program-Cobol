       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctImageCopy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT IMAGE-FILE ASSIGN TO "ACCTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  IMAGE-FILE.
           COPY ACCTIMG.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK                VALUE "00".
           88  WS-ACCT-EOF               VALUE "10".

       01  WS-IMG-FILE-STATUS    PIC X(2).
           88  WS-IMG-OK                 VALUE "00".

       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       01  WS-ACCOUNTS-COPIED    PIC 9(6) VALUE 0.
       01  WS-BALANCE-TOTAL      PIC S9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

      *> Copie image du fichier comptes prise en tête de la
      *> chaîne de fin de journée, avant tout posting : c'est le
      *> point de départ de la reprise AcctRecovery, qui rejoue
      *> ensuite sur cette image les écritures du journal
      *> postérieures à l'heure portée sur l'en-tête.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   COPIE IMAGE DU FICHIER COMPTES     ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "ACCTIMAGECOPY" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           OPEN INPUT ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT IMAGE-FILE.
           IF NOT WS-IMG-OK
               CLOSE ACCOUNT-MASTER
               DISPLAY "Impossible d'ouvrir la copie image : "
                   WS-IMG-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO IMAGE-HEADER-RECORD.
           MOVE "01" TO IH-RECORD-TYPE.
           ACCEPT IH-COPY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO IH-COPY-TIME.
           WRITE IMAGE-HEADER-RECORD.
           DISPLAY "Copie du " IH-COPY-DATE " à " IH-COPY-TIME.

           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.

           IF NOT WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-ACCT-EOF
               PERFORM 100-COPY-ACCOUNT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO IMAGE-TRAILER-RECORD.
           MOVE "09" TO IT-RECORD-TYPE.
           MOVE WS-ACCOUNTS-COPIED TO IT-ACCOUNT-COUNT.
           MOVE WS-BALANCE-TOTAL   TO IT-BALANCE-TOTAL.
           WRITE IMAGE-TRAILER-RECORD.

           CLOSE ACCOUNT-MASTER.
           CLOSE IMAGE-FILE.

           DISPLAY "Comptes copiés : " WS-ACCOUNTS-COPIED.
           DISPLAY "Total des soldes : " WS-BALANCE-TOTAL.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-COPIED TO OL-COUNT-IN.
           MOVE WS-ACCOUNTS-COPIED TO OL-COUNT-OUT.
           MOVE WS-BALANCE-TOTAL   TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       100-COPY-ACCOUNT.
           MOVE SPACES TO IMAGE-ACCOUNT-RECORD.
           MOVE "02" TO IA-RECORD-TYPE.
           MOVE ACCOUNT-RECORD TO IA-ACCOUNT-IMAGE.
           WRITE IMAGE-ACCOUNT-RECORD.
           ADD 1 TO WS-ACCOUNTS-COPIED.
           ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.
