       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanOpen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT OPTIONAL LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  LOAN-MASTER.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
           COPY LOANSCHD.

       FD  TRANSACTION-LOG.
           COPY TRANLOG.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS PIC X(2).
           88  WS-ACCT-OK                VALUE "00".

       01  WS-CUST-FILE-STATUS PIC X(2).
      *> "05" = optional CUSTMAST not found at OPEN INPUT : aucun
      *> client connu, aucun prêt ne peut être accordé.
           88  WS-CUST-OK                VALUES "00" "05".

       01  WS-LOAN-FILE-STATUS PIC X(2).
      *> "05" = optional LOANMAST not found at OPEN I-O ; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-LOAN-OK                VALUES "00" "05".

       01  WS-SCHD-FILE-STATUS PIC X(2).
      *> "05" = optional LOANSCHD not found at OPEN I-O ; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-SCHD-OK                VALUES "00" "05".

       01  WS-LOG-FILE-STATUS  PIC X(2).
      *> "05" = optional TRANLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-LOG-OK                 VALUES "00" "05".

       01  WS-CUST-NUMBER      PIC 9(6).
       01  WS-DEBIT-ACCT       PIC 9(6).
       01  WS-LOAN-ACCT        PIC 9(6).
       01  WS-PRINCIPAL        PIC 9(8)V99.
       01  WS-ANNUAL-PERCENT   PIC 9(2)V9(4).
       01  WS-TERM-MONTHS      PIC 9(3).
       01  WS-REPLY            PIC X(1).
       01  WS-TODAY            PIC 9(8).

       01  WS-STEP             PIC X(1).
           88  STEP-OK                   VALUE "O".

      *> Calcul du plan : échéance constante au taux mensuel
      *> (douzième du taux annuel), intérêts du mois sur le
      *> capital restant dû, la dernière échéance soldant le
      *> capital et l'arrondi.
       01  WS-MONTHLY-RATE     PIC 9V9(8).
       01  WS-GROWTH-FACTOR    PIC 9(6)V9(10).
       01  WS-INSTALMENT       PIC 9(8)V99.
       01  WS-REMAINING        PIC 9(8)V99.
       01  WS-LINE-INTEREST    PIC 9(8)V99.
       01  WS-LINE-PRINCIPAL   PIC 9(8)V99.
       01  WS-LINE-INSTALMENT  PIC 9(8)V99.
       01  WS-TOTAL-INTEREST   PIC 9(10)V99.
       01  WS-LINE-NUMBER      PIC 9(3).
       01  WS-WRITE-MODE       PIC X(1).
           88  WRITING-SCHEDULE          VALUE "O".

      *> Echéancier : même arithmétique de mois que les ordres
      *> permanents, jour ramené à 28 au plus.
       01  WS-DUE-DATE         PIC 9(8).
       01  WS-DUE-SPLIT REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR     PIC 9(4).
           05  WS-DUE-MONTH    PIC 9(2).
           05  WS-DUE-DAY      PIC 9(2).

       01  WS-DEBIT-BEFORE     PIC S9(10)V99.

       01  WS-EDIT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *> Opérateur signé : l'octroi d'un prêt est réservé aux
      *> superviseurs et porté sur les écritures de déblocage.
           COPY OPERSIGN.

      *> Création du compte de prêt portée au journal de
      *> maintenance, d'où la reprise du fichier comptes la
      *> rejoue.
           COPY MAINTJRN.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

      *> Octroi d'un prêt personnel : le compte de prêt (type L)
      *> naît au capital emprunté, porté en négatif, le plan
      *> d'amortissement complet est écrit dans LOANSCHD et le
      *> capital est versé sur le compte chèques du client, d'où
      *> les échéances seront prélevées. Le déblocage est
      *> journalisé sur les deux comptes, comme un virement.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "        OUVERTURE D'UN PRET           ".
           DISPLAY "--------------------------------------".

           IF NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.
           IF NOT SIGNON-IS-SUPERVISOR
               DISPLAY "L'octroi d'un prêt est réservé aux"
               DISPLAY "superviseurs."
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-FILES.
           MOVE "N" TO WS-STEP.
           PERFORM 100-IDENTIFY-CUSTOMER.
           IF STEP-OK
               PERFORM 200-IDENTIFY-DEBIT-ACCOUNT
           END-IF.
           IF STEP-OK
               PERFORM 300-ACCEPT-LOAN-TERMS
           END-IF.
           IF STEP-OK
               PERFORM 400-PRESENT-SCHEDULE
           END-IF.
           IF STEP-OK
               PERFORM 500-CREATE-LOAN
               PERFORM 600-DISBURSE-PRINCIPAL
           END-IF.
           PERFORM 910-CLOSE-FILES.
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF NOT WS-CUST-OK
               CLOSE ACCOUNT-MASTER
               DISPLAY "Impossible d'ouvrir le fichier clients : "
                   WS-CUST-FILE-STATUS
               GOBACK
           END-IF.

           OPEN I-O LOAN-MASTER.
           IF NOT WS-LOAN-OK
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               DISPLAY "Impossible d'ouvrir le fichier des prêts : "
                   WS-LOAN-FILE-STATUS
               GOBACK
           END-IF.

           OPEN I-O LOAN-SCHEDULE.
           IF NOT WS-SCHD-OK
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE LOAN-MASTER
               DISPLAY "Impossible d'ouvrir l'échéancier des"
               DISPLAY "prêts : " WS-SCHD-FILE-STATUS
               GOBACK
           END-IF.

           OPEN EXTEND TRANSACTION-LOG.
           IF NOT WS-LOG-OK
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE LOAN-MASTER
               CLOSE LOAN-SCHEDULE
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "transactions : " WS-LOG-FILE-STATUS
               GOBACK
           END-IF.

      *> Contrairement à l'ouverture d'un compte de dépôt, le
      *> client doit déjà exister : il a au moins le compte
      *> chèques sur lequel le prêt sera versé.
       100-IDENTIFY-CUSTOMER.
           DISPLAY "Entrée le numéro du client emprunteur"
           DISPLAY "(6 chiffres) :".
           ACCEPT WS-CUST-NUMBER.
           MOVE WS-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY
                   DISPLAY "Client inconnu : l'ouverture est"
                   DISPLAY "abandonnée."
               NOT INVALID KEY
                   DISPLAY "Emprunteur : " CUST-NAME
                   SET STEP-OK TO TRUE
           END-READ.

       200-IDENTIFY-DEBIT-ACCOUNT.
           MOVE "N" TO WS-STEP.
           DISPLAY "Compte chèques de versement et de"
           DISPLAY "prélèvement des échéances (6 chiffres) :".
           ACCEPT WS-DEBIT-ACCT.
           MOVE WS-DEBIT-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Compte inconnu : l'ouverture est"
                   DISPLAY "abandonnée."
               NOT INVALID KEY
                   PERFORM 210-CHECK-DEBIT-ACCOUNT
           END-READ.

       210-CHECK-DEBIT-ACCOUNT.
           IF NOT ACCT-TYPE-CHECKING
               DISPLAY "Les échéances ne se prélèvent que sur un"
               DISPLAY "compte chèques : l'ouverture est abandonnée."
           ELSE IF ACCT-CLOSED OR ACCT-DORMANT
               DISPLAY "Compte clos ou dormant : l'ouverture est"
               DISPLAY "abandonnée."
           ELSE IF ACCT-CUSTOMER-ID NOT = WS-CUST-NUMBER
               DISPLAY "Ce compte n'est pas au nom de"
               DISPLAY "l'emprunteur : l'ouverture est abandonnée."
           ELSE
               SET STEP-OK TO TRUE
           END-IF.

       300-ACCEPT-LOAN-TERMS.
           MOVE "N" TO WS-STEP.
           DISPLAY "Entrée le numéro du nouveau compte de prêt"
           DISPLAY "(6 chiffres) :".
           ACCEPT WS-LOAN-ACCT.
           MOVE WS-LOAN-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   PERFORM 310-ACCEPT-AMOUNTS
               NOT INVALID KEY
                   DISPLAY "Ce compte existe déjà : l'ouverture"
                   DISPLAY "est abandonnée."
           END-READ.

       310-ACCEPT-AMOUNTS.
           MOVE 0 TO WS-PRINCIPAL.
           PERFORM UNTIL WS-PRINCIPAL > 0
               DISPLAY "Capital emprunté (ex: 15000.00) :"
               ACCEPT WS-PRINCIPAL
               IF WS-PRINCIPAL = 0
                   DISPLAY "Le capital doit être positif."
               END-IF
           END-PERFORM.
           DISPLAY "Taux annuel en pourcentage (ex: 4.5000) :".
           ACCEPT WS-ANNUAL-PERCENT.
           MOVE 0 TO WS-TERM-MONTHS.
           PERFORM UNTIL WS-TERM-MONTHS > 0
                     AND WS-TERM-MONTHS NOT > 360
               DISPLAY "Durée en mois (1 à 360) :"
               ACCEPT WS-TERM-MONTHS
               IF WS-TERM-MONTHS = 0 OR WS-TERM-MONTHS > 360
                   DISPLAY "Durée invalide."
               END-IF
           END-PERFORM.
           SET STEP-OK TO TRUE.

      *> Première passe sur le plan, sans écriture, pour annoncer
      *> l'échéance et le coût total avant accord.
       400-PRESENT-SCHEDULE.
           MOVE "N" TO WS-STEP.
           PERFORM 410-COMPUTE-INSTALMENT.
           MOVE "N" TO WS-WRITE-MODE.
           PERFORM 420-RUN-SCHEDULE.
           MOVE WS-INSTALMENT TO WS-EDIT-AMOUNT.
           DISPLAY "Echéance mensuelle : " WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT.
           DISPLAY "Coût total des intérêts : " WS-EDIT-AMOUNT.
           DISPLAY "Confirmer l'octroi du prêt ? (O/N)".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "O" OR WS-REPLY = "o"
               SET STEP-OK TO TRUE
           ELSE
               DISPLAY "Octroi abandonné : aucun compte créé."
           END-IF.

       410-COMPUTE-INSTALMENT.
           COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-PERCENT / 1200.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1)
           END-IF.

       420-RUN-SCHEDULE.
           MOVE WS-PRINCIPAL TO WS-REMAINING.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE WS-TODAY TO WS-DUE-DATE.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           MOVE 0 TO WS-LINE-NUMBER.
           PERFORM 430-BUILD-SCHEDULE-LINE
               UNTIL WS-LINE-NUMBER = WS-TERM-MONTHS.

       430-BUILD-SCHEDULE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           ADD 1 TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.
           COMPUTE WS-LINE-INTEREST ROUNDED =
               WS-REMAINING * WS-MONTHLY-RATE.
           IF WS-LINE-NUMBER = WS-TERM-MONTHS
              OR WS-INSTALMENT - WS-LINE-INTEREST > WS-REMAINING
               MOVE WS-REMAINING TO WS-LINE-PRINCIPAL
           ELSE
               COMPUTE WS-LINE-PRINCIPAL =
                   WS-INSTALMENT - WS-LINE-INTEREST
           END-IF.
           COMPUTE WS-LINE-INSTALMENT =
               WS-LINE-PRINCIPAL + WS-LINE-INTEREST.
           SUBTRACT WS-LINE-PRINCIPAL FROM WS-REMAINING.
           ADD WS-LINE-INTEREST TO WS-TOTAL-INTEREST.
           IF WRITING-SCHEDULE
               PERFORM 440-WRITE-SCHEDULE-LINE
           END-IF.

       440-WRITE-SCHEDULE-LINE.
           MOVE SPACES             TO LOAN-SCHEDULE-RECORD.
           MOVE WS-LOAN-ACCT       TO LS-ACCT-NUMBER.
           MOVE WS-LINE-NUMBER     TO LS-INSTALMENT-NO.
           MOVE WS-DUE-DATE        TO LS-DUE-DATE.
           MOVE WS-LINE-INSTALMENT TO LS-INSTALMENT.
           MOVE WS-LINE-INTEREST   TO LS-INTEREST.
           MOVE WS-LINE-PRINCIPAL  TO LS-PRINCIPAL.
           MOVE WS-REMAINING       TO LS-REMAINING.
           SET LS-DUE              TO TRUE.
           MOVE 0                  TO LS-PAID-DATE.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Erreur d'écriture de l'échéancier : "
                       WS-SCHD-FILE-STATUS
           END-WRITE.

       500-CREATE-LOAN.
           MOVE WS-LOAN-ACCT       TO ACCT-NUMBER.
           MOVE "L"                TO ACCT-TYPE.
      *>   Le compte de prêt naît au capital emprunté, dû par le
      *>   client : le déblocage ci-après le journalise depuis un
      *>   solde nul.
           COMPUTE ACCT-BALANCE = 0 - WS-PRINCIPAL.
           MOVE WS-TODAY           TO ACCT-LAST-ACTIVITY-DATE.
           MOVE WS-CUST-NUMBER     TO ACCT-CUSTOMER-ID.
           MOVE "A"                TO ACCT-STATUS.
           MOVE 0                  TO ACCT-CLOSURE-DATE.
           MOVE 0                  TO ACCT-OVERDRAFT-LIMIT.
           MOVE 0                  TO ACCT-DAILY-CEILING.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur lors de la création du compte : "
                       WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 510-JOURNAL-CREATION
           END-WRITE.

           MOVE SPACES             TO LOAN-RECORD.
           MOVE WS-LOAN-ACCT       TO LN-ACCT-NUMBER.
           MOVE WS-DEBIT-ACCT      TO LN-DEBIT-ACCT.
           MOVE WS-PRINCIPAL       TO LN-PRINCIPAL.
           MOVE WS-ANNUAL-PERCENT  TO LN-ANNUAL-PERCENT.
           MOVE WS-TERM-MONTHS     TO LN-TERM-MONTHS.
           MOVE WS-TODAY           TO LN-OPEN-DATE.
           MOVE WS-INSTALMENT      TO LN-INSTALMENT.
           MOVE WS-PRINCIPAL       TO LN-OUTSTANDING.
           MOVE 0                  TO LN-PAID-COUNT.
           SET LN-ACTIVE           TO TRUE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Erreur lors de la création du prêt : "
                       WS-LOAN-FILE-STATUS
           END-WRITE.

           SET WRITING-SCHEDULE TO TRUE.
           PERFORM 420-RUN-SCHEDULE.
           DISPLAY "Prêt " WS-LOAN-ACCT " ouvert, "
               WS-TERM-MONTHS " échéances au plan.".

       510-JOURNAL-CREATION.
           MOVE SPACES          TO MJ-BEFORE-IMAGE.
           MOVE "CREATION"      TO MJ-ACTION.
           MOVE "N"             TO MJ-SENSITIVE.
           MOVE "ACCTMAST"      TO MJ-FILE-ID.
           MOVE ACCT-NUMBER     TO MJ-RECORD-KEY.
           MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

      *> Jambe prêt puis jambe chèques, chacune avec ses soldes
      *> avant et après, pour que le rapprochement enchaîne les
      *> deux comptes comme pour un virement.
       600-DISBURSE-PRINCIPAL.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE WS-LOAN-ACCT          TO TRAN-ACCT-NUMBER.
           MOVE "prêt"                TO TRAN-TYPE.
           MOVE WS-PRINCIPAL          TO TRAN-AMOUNT.
           MOVE 0                     TO TRAN-BALANCE-BEFORE.
           COMPUTE TRAN-BALANCE-AFTER = 0 - WS-PRINCIPAL.
           SET TRAN-ACCEPTED          TO TRUE.
           MOVE "Déblocage du prêt"   TO TRAN-REASON.
           MOVE WS-DEBIT-ACCT         TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID        TO TRAN-OPERATOR-ID.
           MOVE SPACES                TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

           MOVE WS-DEBIT-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   DISPLAY "Erreur de relecture du compte chèques : "
                       WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-DEBIT-BEFORE
                   ADD WS-PRINCIPAL TO ACCT-BALANCE
                   MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour du compte : "
                               WS-ACCT-FILE-STATUS
                   END-REWRITE
                   PERFORM 610-WRITE-CREDIT-AUDIT
                   MOVE ACCT-BALANCE TO WS-EDIT-BALANCE
                   DISPLAY "Capital versé sur le compte "
                       WS-DEBIT-ACCT ". Solde : " WS-EDIT-BALANCE
           END-READ.

       610-WRITE-CREDIT-AUDIT.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE WS-DEBIT-ACCT         TO TRAN-ACCT-NUMBER.
           MOVE "prêt"                TO TRAN-TYPE.
           MOVE WS-PRINCIPAL          TO TRAN-AMOUNT.
           MOVE WS-DEBIT-BEFORE       TO TRAN-BALANCE-BEFORE.
           MOVE ACCT-BALANCE          TO TRAN-BALANCE-AFTER.
           SET TRAN-ACCEPTED          TO TRUE.
           MOVE "Versement du prêt"   TO TRAN-REASON.
           MOVE WS-LOAN-ACCT          TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID        TO TRAN-OPERATOR-ID.
           MOVE SPACES                TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

       910-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE LOAN-MASTER.
           CLOSE LOAN-SCHEDULE.
           CLOSE TRANSACTION-LOG.
