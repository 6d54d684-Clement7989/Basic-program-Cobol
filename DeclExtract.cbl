               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HLDR-FILE-STATUS.

           SELECT DECLARATION-FILE ASSIGN TO "DECLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-FILE-STATUS.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDR.

       FD  DECLARATION-FILE.
           COPY DECLREC.

      *> déclaration sort quand même, sans identité du client.
           88  WS-CUST-OK                VALUES "00" "05".

       01  WS-HLDR-FILE-STATUS   PIC X(2).
      *> "05" = optional ACCTHOLD not found at OPEN INPUT : aucun
      *> co-titulaire à déclarer.
           88  WS-HLDR-OK                VALUES "00" "05".
           88  WS-HLDR-EOF               VALUE "10".

       01  WS-DECL-FILE-STATUS   PIC X(2).
           88  WS-DECL-OK                VALUE "00".

       01  WS-COUNTS.
           05  WS-COUNT-DECLARED      PIC 9(6) VALUE 0.
           05  WS-COUNT-NO-CUSTOMER   PIC 9(6) VALUE 0.
           05  WS-COUNT-HOLDER-OVERFLOW PIC 9(6) VALUE 0.

      *> Table des co-titulaires de la déclaration en cours.
       01  WS-CO-HOLDER-MAX      PIC 9(1) VALUE 4.
       01  WS-CO-HOLDER-IDX      PIC 9(1).
       01  WS-HOLDER-OVERFLOW    PIC X(1).
           88  HOLDER-OVERFLOW           VALUE "O".
       01  WS-ROLE-LABEL         PIC X(12).
       01  WS-TOTAL-DECLARED     PIC S9(13)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

           DISPLAY "   DECLARATION DES MOUVEMENTS         ".
           DISPLAY "   DECLARABLES AU REGULATEUR          ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "DECLEXTRACT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date à déclarer (AAAAMMJJ) :".
           ACCEPT WS-EXTRACT-DATE.

           CLOSE TRANSACTION-LOG.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-HOLDER-FILE.
           CLOSE DECLARATION-FILE.
           CLOSE DECLARATION-REPORT.

           DISPLAY "Mouvements déclarés : " WS-COUNT-DECLARED.
           DISPLAY "Total déclaré       : " WS-TOTAL-DECLARED.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE       TO OL-RETURN-CODE.
           MOVE WS-COUNT-DECLARED TO OL-COUNT-OUT.
           MOVE WS-TOTAL-DECLARED TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-HOLDER-FILE.
           IF NOT WS-HLDR-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "titulaires : " WS-HLDR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT DECLARATION-FILE.
           IF NOT WS-DECL-OK
               DISPLAY "Impossible d'ouvrir le fichier de"

      *> Les deux écritures d'un virement portent le même montant :
      *> seule la jambe débitrice est déclarée, le compte
      *> contrepartie restant porté par TRAN-LINK-ACCT. Il en va de
      *> même du déblocage d'un prêt, et d'une échéance de prêt,
      *> déclarée sur sa seule jambe chèques (le capital et les
      *> intérêts n'en sont que la ventilation). Tout autre type
      *> de mouvement est déclaré tel quel.
       100-CONSIDER-RECORD.
           IF (TRAN-TYPE = "virement" OR TRAN-TYPE = "prêt")
              AND TRAN-BALANCE-AFTER NOT < TRAN-BALANCE-BEFORE
               CONTINUE
           ELSE IF TRAN-TYPE = "capital" OR TRAN-TYPE = "int. prêt"
               CONTINUE
           ELSE
               PERFORM 200-DECLARE-RECORD
           END-IF.
           MOVE 0 TO DECL-CUST-NUMBER.
           MOVE SPACES TO DECL-CUST-NAME.
           MOVE SPACES TO DECL-CUST-ADDRESS.
           MOVE 0 TO DECL-CO-HOLDER-COUNT.
           MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
                       MOVE "(compte sans client)"
                           TO DECL-CUST-NAME
                   END-IF
                   PERFORM 215-LOOKUP-CO-HOLDERS
           END-READ.

      *> Chaque co-titulaire et mandataire est nommé ; au-delà de
      *> la table, la déclaration est signalée pour complément
      *> manuel.
       215-LOOKUP-CO-HOLDERS.
           MOVE "N" TO WS-HOLDER-OVERFLOW.
           MOVE ACCT-NUMBER TO AH-ACCT-NUMBER.
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
                      OR AH-ACCT-NUMBER NOT = ACCT-NUMBER
               IF NOT AH-PRIMARY
                  AND AH-CUST-NUMBER NOT = ACCT-CUSTOMER-ID
                   PERFORM 216-ADD-CO-HOLDER
               END-IF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF HOLDER-OVERFLOW
               ADD 1 TO WS-COUNT-HOLDER-OVERFLOW
           END-IF.

       216-ADD-CO-HOLDER.
           IF DECL-CO-HOLDER-COUNT = WS-CO-HOLDER-MAX
               SET HOLDER-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO DECL-CO-HOLDER-COUNT
               MOVE DECL-CO-HOLDER-COUNT TO WS-CO-HOLDER-IDX
               MOVE AH-ROLE TO DECL-CO-ROLE (WS-CO-HOLDER-IDX)
               MOVE AH-CUST-NUMBER
                   TO DECL-CO-CUST-NUMBER (WS-CO-HOLDER-IDX)
               MOVE AH-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "(fiche client absente)"
                           TO DECL-CO-CUST-NAME (WS-CO-HOLDER-IDX)
                   NOT INVALID KEY
                       MOVE CUST-NAME
                           TO DECL-CO-CUST-NAME (WS-CO-HOLDER-IDX)
               END-READ
           END-IF.

       220-WRITE-CONTROL-LINE.
           MOVE TRAN-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO DECLARATION-LINE.
               "  " DECL-CUST-NAME
               DELIMITED BY SIZE INTO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           MOVE 0 TO WS-CO-HOLDER-IDX.
           PERFORM 230-WRITE-CO-HOLDER-LINE
               UNTIL WS-CO-HOLDER-IDX = DECL-CO-HOLDER-COUNT.

       230-WRITE-CO-HOLDER-LINE.
           ADD 1 TO WS-CO-HOLDER-IDX.
           IF DECL-CO-ROLE (WS-CO-HOLDER-IDX) = "J"
               MOVE "CO-TITULAIRE" TO WS-ROLE-LABEL
           ELSE
               MOVE "MANDATAIRE  " TO WS-ROLE-LABEL
           END-IF.
           MOVE SPACES TO DECLARATION-LINE.
           STRING "        " WS-ROLE-LABEL
               "  " DECL-CO-CUST-NUMBER (WS-CO-HOLDER-IDX)
               "  " DECL-CO-CUST-NAME (WS-CO-HOLDER-IDX)
               DELIMITED BY SIZE INTO DECLARATION-LINE.
           WRITE DECLARATION-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO DECLARATION-LINE.
                   DELIMITED BY SIZE INTO DECLARATION-LINE
               WRITE DECLARATION-LINE
           END-IF.
           IF WS-COUNT-HOLDER-OVERFLOW > 0
               MOVE SPACES TO DECLARATION-LINE
               STRING "DECLARATIONS A PLUS DE 4 CO-TITULAIRES : "
                   WS-COUNT-HOLDER-OVERFLOW
                   " (a completer avant envoi)"
                   DELIMITED BY SIZE INTO DECLARATION-LINE
               WRITE DECLARATION-LINE
           END-IF.
           IF WS-COUNT-DECLARED = 0
               MOVE SPACES TO DECLARATION-LINE
               MOVE "  AUCUN MOUVEMENT DECLARABLE CE JOUR"
