               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HLDR-FILE-STATUS.

           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-ACCT-FILE ASSIGN TO "CPOSSRT"
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-HOLDER-FILE.
           COPY ACCTHLDR.

       FD  LOAN-MASTER.
           COPY LOANREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-ID          PIC 9(6).
           05  SRT-ACCT-STATUS          PIC X(1).
           05  SRT-OVERDRAFT-LIMIT      PIC 9(8)V99.
           05  SRT-BALANCE              PIC S9(10)V99.
           05  SRT-HOLDER-ROLE          PIC X(1).
           05  SRT-INSTALMENT           PIC 9(8)V99.

       FD  SORTED-ACCT-FILE.
       01  SORTED-ACCT-RECORD.
           05  SA-ACCT-TYPE             PIC X(1).
               88  SA-TYPE-CHECKING         VALUE "C".
               88  SA-TYPE-SAVINGS          VALUE "S".
               88  SA-TYPE-LOAN             VALUE "L".
           05  SA-ACCT-STATUS           PIC X(1).
               88  SA-DORMANT               VALUE "D".
               88  SA-CLOSED                VALUE "F".
           05  SA-OVERDRAFT-LIMIT       PIC 9(8)V99.
           05  SA-BALANCE               PIC S9(10)V99.
           05  SA-HOLDER-ROLE           PIC X(1).
               88  SA-ROLE-PRIMARY          VALUE "P".
               88  SA-ROLE-JOINT            VALUE "J".
               88  SA-ROLE-PROXY            VALUE "M".
      *    Echéance mensuelle, pour les comptes de prêt.
           05  SA-INSTALMENT            PIC 9(8)V99.

       FD  POSITION-REPORT.
       01  POSITION-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
      *> reste possible, simplement sans nom de client.
           88  WS-CUST-OK                VALUES "00" "05".

       01  WS-HLDR-FILE-STATUS   PIC X(2).
      *> "05" = optional ACCTHOLD not found at OPEN INPUT : aucun
      *> compte joint, chaque compte sort sous son seul titulaire.
           88  WS-HLDR-OK                VALUES "00" "05".
           88  WS-HLDR-EOF               VALUE "10".

       01  WS-LOAN-FILE-STATUS   PIC X(2).
      *> "05" = optional LOANMAST not found at OPEN INPUT : aucun
      *> prêt accordé, aucune échéance à afficher.
           88  WS-LOAN-OK                VALUES "00" "05".

       01  WS-SORTED-FILE-STATUS PIC X(2).
           88  WS-SORTED-OK              VALUE "00".
           88  WS-SORTED-EOF             VALUE "10".
       01  WS-CURRENT-CUSTOMER   PIC 9(6) VALUE 0.
       01  WS-CUSTOMER-TOTAL     PIC S9(12)V99 VALUE 0.
       01  WS-CUSTOMER-ACCOUNTS  PIC 9(6) VALUE 0.
      *> Part des prêts dans la position (capital restant dû,
      *> en négatif), rappelée à part sur la ligne de total.
       01  WS-CUSTOMER-LOANS     PIC S9(12)V99 VALUE 0.

       01  WS-COUNTS.
           05  WS-CUSTOMERS-PRINTED   PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-PRINTED    PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-UNATTACHED PIC 9(6) VALUE 0.
           05  WS-JOINT-LINES         PIC 9(6) VALUE 0.
           05  WS-PROXY-LINES         PIC 9(6) VALUE 0.
       01  WS-GRAND-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-LOANS        PIC S9(13)V99 VALUE 0.

       01  WS-TYPE-LABEL         PIC X(8).
       01  WS-STATUS-LABEL       PIC X(8).
       01  WS-ROLE-LABEL         PIC X(10).
       01  WS-LIMIT-LABEL        PIC X(11).
       01  WS-INSTALMENT         PIC 9(8)V99.
       01  WS-HEADER-LINE        PIC X(100).

       01  WS-EDIT-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-LIMIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-LOANS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.


           DISPLAY "Clients édités : " WS-CUSTOMERS-PRINTED.
           DISPLAY "Comptes édités : " WS-ACCOUNTS-PRINTED.
           DISPLAY "Lignes co-titulaire : " WS-JOINT-LINES.
           DISPLAY "Lignes mandataire   : " WS-PROXY-LINES.
           IF WS-ACCOUNTS-UNATTACHED > 0
               DISPLAY "Comptes sans client rattaché : "
                   WS-ACCOUNTS-UNATTACHED
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-HOLDER-FILE.
           IF NOT WS-HLDR-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
               DISPLAY "titulaires : " WS-HLDR-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-MASTER.
           IF NOT WS-LOAN-OK
               DISPLAY "Impossible d'ouvrir le fichier des prêts : "
                   WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF
               PERFORM 055-FIND-INSTALMENT
      *>       Le test NUMERIC protège les enregistrements
      *>       antérieurs à la conversion, où le champ peut encore
      *>       contenir des blancs.
                   MOVE ACCT-STATUS          TO SRT-ACCT-STATUS
                   MOVE ACCT-OVERDRAFT-LIMIT TO SRT-OVERDRAFT-LIMIT
                   MOVE ACCT-BALANCE         TO SRT-BALANCE
                   MOVE "P"                  TO SRT-HOLDER-ROLE
                   MOVE WS-INSTALMENT        TO SRT-INSTALMENT
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-ACCOUNTS-UNATTACHED
               END-IF
               PERFORM 060-RELEASE-CO-HOLDERS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.
           CLOSE ACCOUNT-HOLDER-FILE.
           CLOSE LOAN-MASTER.

       055-FIND-INSTALMENT.
           MOVE 0 TO WS-INSTALMENT.
           IF ACCT-TYPE-LOAN
               MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
               READ LOAN-MASTER
                   KEY IS LN-ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LN-INSTALMENT TO WS-INSTALMENT
               END-READ
           END-IF.

      *> Un compte joint ou sous procuration sort aussi sous
      *> chacun de ses co-titulaires et mandataires. Le lien P de
      *> ACCTHOLD ne fait que doubler ACCT-CUSTOMER-ID : il est
      *> ignoré ici.
       060-RELEASE-CO-HOLDERS.
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
                   MOVE AH-CUST-NUMBER       TO SRT-CUSTOMER-ID
                   MOVE ACCT-NUMBER          TO SRT-ACCT-NUMBER
                   MOVE ACCT-TYPE            TO SRT-ACCT-TYPE
                   MOVE ACCT-STATUS          TO SRT-ACCT-STATUS
                   MOVE ACCT-OVERDRAFT-LIMIT TO SRT-OVERDRAFT-LIMIT
                   MOVE ACCT-BALANCE         TO SRT-BALANCE
                   MOVE AH-ROLE              TO SRT-HOLDER-ROLE
                   MOVE WS-INSTALMENT        TO SRT-INSTALMENT
                   RELEASE SORT-RECORD
               END-IF
               READ ACCOUNT-HOLDER-FILE NEXT RECORD
                   AT END SET WS-HLDR-EOF TO TRUE
               END-READ
           END-PERFORM.

       100-ACCUMULATE-ACCOUNT.
           IF SA-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               MOVE SA-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
               MOVE 0 TO WS-CUSTOMER-TOTAL
               MOVE 0 TO WS-CUSTOMER-ACCOUNTS
               MOVE 0 TO WS-CUSTOMER-LOANS
               PERFORM 200-WRITE-CUSTOMER-HEADER
           END-IF.
           PERFORM 250-WRITE-ACCOUNT-LINE.
      *> Le compte joint entre dans la position de chaque
      *> titulaire, le compte sous procuration seulement dans celle
      *> de son titulaire. Le total général ne prend chaque compte
      *> qu'une fois, sur sa ligne de titulaire principal.
           EVALUATE TRUE
               WHEN SA-ROLE-PROXY
                   ADD 1 TO WS-PROXY-LINES
               WHEN SA-ROLE-JOINT
                   ADD SA-BALANCE TO WS-CUSTOMER-TOTAL
                   ADD 1 TO WS-CUSTOMER-ACCOUNTS
                   ADD 1 TO WS-JOINT-LINES
                   IF SA-TYPE-LOAN
                       ADD SA-BALANCE TO WS-CUSTOMER-LOANS
                   END-IF
               WHEN OTHER
                   ADD SA-BALANCE TO WS-CUSTOMER-TOTAL
                   ADD SA-BALANCE TO WS-GRAND-TOTAL
                   ADD 1 TO WS-CUSTOMER-ACCOUNTS
                   ADD 1 TO WS-ACCOUNTS-PRINTED
                   IF SA-TYPE-LOAN
                       ADD SA-BALANCE TO WS-CUSTOMER-LOANS
                       ADD SA-BALANCE TO WS-GRAND-LOANS
                   END-IF
           END-EVALUATE.

       200-WRITE-CUSTOMER-HEADER.
           ADD 1 TO WS-CUSTOMERS-PRINTED.
                   MOVE "CHEQUES " TO WS-TYPE-LABEL
               WHEN SA-TYPE-SAVINGS
                   MOVE "EPARGNE " TO WS-TYPE-LABEL
               WHEN SA-TYPE-LOAN
                   MOVE "PRET    " TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE SA-ACCT-TYPE TO WS-TYPE-LABEL
           END-EVALUATE.
               WHEN OTHER
                   MOVE "ACTIF   " TO WS-STATUS-LABEL
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SA-ROLE-JOINT
                   MOVE "CO-TITUL. " TO WS-ROLE-LABEL
               WHEN SA-ROLE-PROXY
                   MOVE "MANDATAIRE" TO WS-ROLE-LABEL
               WHEN OTHER
                   MOVE "TITULAIRE " TO WS-ROLE-LABEL
           END-EVALUATE.
      *> Un prêt n'a pas de découvert : la colonne porte son
      *> échéance mensuelle, le solde son capital restant dû.
           IF SA-TYPE-LOAN
               MOVE "  ECHEANCE " TO WS-LIMIT-LABEL
               MOVE SA-INSTALMENT TO WS-EDIT-LIMIT
           ELSE
               MOVE "  DECOUVERT" TO WS-LIMIT-LABEL
               MOVE SA-OVERDRAFT-LIMIT TO WS-EDIT-LIMIT
           END-IF.
           MOVE SA-BALANCE         TO WS-EDIT-BALANCE.
           MOVE SPACES TO POSITION-LINE.
           STRING "  COMPTE " SA-ACCT-NUMBER
               "  " WS-TYPE-LABEL
               "  " WS-STATUS-LABEL
               WS-LIMIT-LABEL " " WS-EDIT-LIMIT
               "  SOLDE " WS-EDIT-BALANCE
               "  " WS-ROLE-LABEL
               DELIMITED BY SIZE INTO POSITION-LINE.
           WRITE POSITION-LINE.

       300-WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUSTOMER-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-CUSTOMER-LOANS TO WS-EDIT-LOANS.
           MOVE SPACES TO POSITION-LINE.
           IF WS-CUSTOMER-LOANS = 0
               STRING "  POSITION GLOBALE (" WS-CUSTOMER-ACCOUNTS
                   " compte(s)) : " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO POSITION-LINE
           ELSE
               STRING "  POSITION GLOBALE (" WS-CUSTOMER-ACCOUNTS
                   " compte(s)) : " WS-EDIT-TOTAL
                   "  DONT PRETS " WS-EDIT-LOANS
                   DELIMITED BY SIZE INTO POSITION-LINE
           END-IF.
           WRITE POSITION-LINE.

       900-WRITE-SUMMARY.
               "  POSITION " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO POSITION-LINE.
           WRITE POSITION-LINE.
           IF WS-GRAND-LOANS NOT = 0
               MOVE WS-GRAND-LOANS TO WS-EDIT-TOTAL
               MOVE SPACES TO POSITION-LINE
               STRING "DONT ENCOURS DE PRETS " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO POSITION-LINE
               WRITE POSITION-LINE
           END-IF.
           IF WS-JOINT-LINES > 0
              OR WS-PROXY-LINES > 0
               MOVE SPACES TO POSITION-LINE
               STRING "LIGNES CO-TITULAIRE " WS-JOINT-LINES
                   "  MANDATAIRE " WS-PROXY-LINES
                   " (hors total general)"
                   DELIMITED BY SIZE INTO POSITION-LINE
               WRITE POSITION-LINE
           END-IF.
           IF WS-ACCOUNTS-UNATTACHED > 0
               MOVE SPACES TO POSITION-LINE
               STRING "COMPTES SANS CLIENT RATTACHE : "
