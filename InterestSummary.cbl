               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HLDR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-INTEREST-FILE ASSIGN TO "FISCSRT"
           COPY TRANLOG.

       FD  TRAN-ARCHIVE.
       01  ARCHIVE-RECORD              PIC X(125).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDR.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-ID          PIC 9(6).
      *> sort quand même, sans identité des clients.
           88  WS-CUST-OK                VALUES "00" "05".

       01  WS-HLDR-FILE-STATUS   PIC X(2).
      *> "05" = optional ACCTHOLD not found at OPEN INPUT : aucun
      *> compte joint, pas de co-titulaire à lister.
           88  WS-HLDR-OK                VALUES "00" "05".
           88  WS-HLDR-EOF               VALUE "10".

       01  WS-SORTED-FILE-STATUS PIC X(2).
           88  WS-SORTED-OK              VALUE "00".
           88  WS-SORTED-EOF             VALUE "10".
           05  WS-LINES-READ          PIC 9(6) VALUE 0.

       01  WS-HEADER-LINE        PIC X(90).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

      *> Etat fiscal annuel des intérêts : les lignes "intérêt"
      *> écrites par InterestPosting sur l'exercice, prises dans
      *> le journal vivant ET l'archive, cumulées par compte puis
      *> par client via ACCT-CUSTOMER-ID : l'état d'un compte
      *> joint va au titulaire principal, ses co-titulaires
      *> listés sous le compte. La page de totaux se
      *> rapproche du compte de charges d'intérêts du grand
      *> livre.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   ETAT FISCAL ANNUEL DES INTERETS    ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "INTERESTSUMMARY" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Exercice à éditer (AAAA) :".
           ACCEPT WS-FISCAL-YEAR.


           CLOSE SORTED-INTEREST-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-HOLDER-FILE.
           CLOSE FISCAL-REPORT.

           DISPLAY "Clients édités   : " WS-CUSTOMERS-PRINTED.
           DISPLAY "Lignes d'intérêt : " WS-LINES-READ.
           DISPLAY "Total général    : " WS-GRAND-TOTAL.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE          TO OL-RETURN-CODE.
           MOVE WS-LINES-READ        TO OL-COUNT-IN.
           MOVE WS-CUSTOMERS-PRINTED TO OL-COUNT-OUT.
           MOVE WS-GRAND-TOTAL       TO OL-AMOUNT-IN.
           MOVE WS-GRAND-TOTAL       TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-REPORT.
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-HOLDER-FILE.
           IF NOT WS-HLDR-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "titulaires : " WS-HLDR-FILE-STATUS
               STOP RUN
           END-IF.

       100-RELEASE-INTEREST-LINES.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK

      *> Le rattachement au client est résolu au moment du
      *> lancement vers le tri : un compte sans client part sous
      *> le client 000000 et reste visible sur l'état. Une
      *> contre-passation garde le type "intérêt" et un montant
      *> positif : elle part en négatif pour annuler l'écriture
      *> d'origine, comme sur le compte 600100.
       130-RELEASE-IF-INTEREST.
           DIVIDE TRAN-DATE BY 10000 GIVING WS-TRAN-YEAR.
           IF TRAN-ACCEPTED
               END-READ
               MOVE TRAN-ACCT-NUMBER TO SRT-ACCT-NUMBER
               MOVE TRAN-DATE        TO SRT-DATE
               IF TRAN-IS-REVERSAL
                   COMPUTE SRT-AMOUNT = 0 - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT  TO SRT-AMOUNT
               END-IF
               RELEASE SORT-RECORD
           END-IF.

               DELIMITED BY SIZE INTO FISCAL-LINE.
           WRITE FISCAL-LINE.
           MOVE 0 TO WS-ACCOUNT-TOTAL.
           PERFORM 510-LIST-CO-HOLDERS.

      *> Co-titulaires du compte, pour information : les intérêts
      *> restent déclarés au seul titulaire principal. Les
      *> mandataires, sans propriété, n'y figurent pas.
       510-LIST-CO-HOLDERS.
           MOVE WS-CURRENT-ACCOUNT TO AH-ACCT-NUMBER.
           MOVE 0 TO AH-CUST-NUMBER.
           START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-HLDR-EOF TO TRUE
           END-START.
           IF NOT WS-HLDR-EOF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HLDR-EOF
                      OR AH-ACCT-NUMBER NOT = WS-CURRENT-ACCOUNT
               IF AH-JOINT
                  AND AH-CUST-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM 520-WRITE-CO-HOLDER-LINE
               END-IF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-PERFORM.

       520-WRITE-CO-HOLDER-LINE.
           MOVE AH-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "(fiche client absente)" TO CUST-NAME
           END-READ.
           MOVE SPACES TO FISCAL-LINE.
           STRING "      CO-TITULAIRE " AH-CUST-NUMBER
               "  " CUST-NAME
               DELIMITED BY SIZE INTO FISCAL-LINE.
           WRITE FISCAL-LINE.

       600-CLOSE-CUSTOMER-BREAK.
           ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL.
