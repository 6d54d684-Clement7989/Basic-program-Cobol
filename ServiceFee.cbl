       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCT-NUMBER          PIC 9(6).
           05  SRT-SIGN                 PIC S9(1).

       FD  SORTED-FEE-FILE.
       01  SORTED-FEE-RECORD.
           05  SF-ACCT-NUMBER           PIC 9(6).
           05  SF-SIGN                  PIC S9(1).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.
       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

      *> Plan de comptes de l'interface, pour les totaux de l'état
      *> en simulation.
           COPY GLACCTS.

      *> Mode du traitement : en simulation, les frais de chaque
      *> compte sont calculés et portés sur FEERPT, sans toucher
      *> ni au fichier comptes ni au journal, pour visa de la
      *> comptabilité avant le passage réel. Une carte à blanc
      *> vaut passage réel.
       01  WS-RUN-MODE           PIC X(1).
           88  RUN-TRIAL                 VALUES "S" "s".
           88  RUN-LIVE                  VALUES "R" "r" " ".

      *> Période facturée (AAAAMM) : seuls les retraits acceptés
      *> de cette période comptent pour les frais unitaires.
       01  WS-FEE-PERIOD         PIC 9(6).
       01  WS-TARIF-FOUND        PIC 9(2).

       01  WS-WITHDRAWAL-COUNT   PIC 9(6).
       01  WS-WITHDRAWAL-NET     PIC S9(6).
       01  WS-FEE-AMOUNT         PIC S9(10)V99.
       01  WS-BALANCE-BEFORE     PIC S9(10)V99.

           05  WS-ACCOUNTS-SKIPPED    PIC 9(6) VALUE 0.
       01  WS-TOTAL-FEES         PIC S9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   FRAIS DE TENUE DE COMPTE MENSUELS  ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "SERVICEFEE" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Période facturée (AAAAMM) :".
           ACCEPT WS-FEE-PERIOD.
           DISPLAY "Mode (S = simulation, R = réel) :".
           ACCEPT WS-RUN-MODE.
           IF NOT RUN-TRIAL AND NOT RUN-LIVE
               DISPLAY "Mode inconnu : " WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM 950-LOG-STEP-END
               STOP RUN
           END-IF.
           IF RUN-TRIAL
               DISPLAY "SIMULATION : aucune écriture ne sera passée."
           END-IF.

      *> Une seule passe triée sur le journal donne le nombre de
      *> retraits de la période par compte, comme pour les
      *> relevés de cycle. Chaque retrait compte pour +1 et chaque
      *> contre-passation d'un retrait de la période pour -1.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCT-NUMBER
               WITH DUPLICATES IN ORDER

           CLOSE SORTED-FEE-FILE.
           CLOSE ACCOUNT-MASTER.
           IF RUN-LIVE
               CLOSE TRANSACTION-LOG
           END-IF.
           CLOSE FEE-REPORT.
           PERFORM 950-LOG-STEP-END.
           GOBACK.

       010-OPEN-FILES.
               STOP RUN
           END-IF.

      *> En simulation, fichier comptes en lecture seule et
      *> journal non ouvert.
           IF RUN-TRIAL
               OPEN INPUT ACCOUNT-MASTER
           ELSE
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           IF NOT WS-ACCT-OK
               DISPLAY "Impossible d'ouvrir le fichier comptes : "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           IF RUN-LIVE
               OPEN EXTEND TRANSACTION-LOG
               IF NOT WS-LOG-OK
                   DISPLAY "Impossible d'ouvrir le journal des"
                   DISPLAY "transactions : " WS-LOG-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT FEE-REPORT.

       020-WRITE-REPORT-HEADER.
           MOVE SPACES TO FEE-REPORT-LINE.
           IF RUN-TRIAL
               STRING "SIMULATION DES FRAIS DE TENUE DE COMPTE -"
                   " PERIODE " WS-FEE-PERIOD
                   " - AUCUNE ECRITURE PASSEE"
                   DELIMITED BY SIZE INTO FEE-REPORT-LINE
           ELSE
               STRING "FRAIS DE TENUE DE COMPTE - PERIODE "
                   WS-FEE-PERIOD
                   DELIMITED BY SIZE INTO FEE-REPORT-LINE
           END-IF.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               DIVIDE TRAN-DATE BY 100 GIVING WS-TRAN-PERIOD
      *> Une contre-passation annule le retrait d'origine dans la
      *> période de ce retrait, quelle que soit sa propre date.
               IF TRAN-IS-REVERSAL
                   DIVIDE TRAN-REVERSED-DATE BY 100
                       GIVING WS-TRAN-PERIOD
                   MOVE -1 TO SRT-SIGN
               ELSE
                   MOVE 1 TO SRT-SIGN
               END-IF
               IF TRAN-ACCEPTED
                  AND TRAN-TYPE = "retrait"
                  AND WS-TRAN-PERIOD = WS-FEE-PERIOD
      *> comptes qui n'ont pas (ou plus) de fiche.
       110-COUNT-WITHDRAWALS.
           MOVE 0 TO WS-WITHDRAWAL-COUNT.
           MOVE 0 TO WS-WITHDRAWAL-NET.
           PERFORM UNTIL WS-SORTED-EOF
                      OR SF-ACCT-NUMBER NOT < ACCT-NUMBER
               READ SORTED-FEE-FILE
           END-PERFORM.
           PERFORM UNTIL WS-SORTED-EOF
                      OR SF-ACCT-NUMBER NOT = ACCT-NUMBER
               ADD SF-SIGN TO WS-WITHDRAWAL-NET
               READ SORTED-FEE-FILE
                   AT END SET WS-SORTED-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF WS-WITHDRAWAL-NET > 0
               MOVE WS-WITHDRAWAL-NET TO WS-WITHDRAWAL-COUNT
           END-IF.

       120-LOOKUP-TARIFF.
           MOVE 0 TO WS-TARIF-FOUND.
           IF WS-FEE-AMOUNT > 0
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE
               IF RUN-LIVE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur de mise à jour du compte : "
                               WS-ACCT-FILE-STATUS
                   END-REWRITE
                   PERFORM 140-WRITE-AUDIT-RECORD
               END-IF
               PERFORM 150-WRITE-REPORT-LINE
               ADD 1 TO WS-ACCOUNTS-CHARGED
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES

       140-WRITE-AUDIT-RECORD.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE "frais"              TO TRAN-TYPE.
           MOVE WS-FEE-AMOUNT        TO TRAN-AMOUNT.
           MOVE "Frais de tenue de compte" TO TRAN-REASON.
           MOVE 0                    TO TRAN-LINK-ACCT.
           MOVE SPACES               TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.

               "  TOTAL DES FRAIS : " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           IF RUN-TRIAL
               PERFORM 910-WRITE-GL-TOTALS
           END-IF.

           DISPLAY "Comptes facturés : " WS-ACCOUNTS-CHARGED.
           DISPLAY "Comptes ignorés  : " WS-ACCOUNTS-SKIPPED.
           DISPLAY "Total des frais  : " WS-TOTAL-FEES.

      *> Totaux par compte général, tels que GLExtract les
      *> passera le jour du traitement réel.
       910-WRITE-GL-TOTALS.
           MOVE WS-TOTAL-FEES TO WS-EDIT-AMOUNT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING "GL " WS-GL-DEPOTS
               "  DEPOTS CLIENTELE      DEBIT  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING "GL " WS-GL-PRODUITS-FRAIS
               "  PRODUITS DE FRAIS     CREDIT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

      *> En simulation, les montants sont ceux qui seraient
      *> passés.
       950-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-CHARGED TO OL-COUNT-OUT.
           MOVE WS-ACCOUNTS-SKIPPED TO OL-COUNT-REJECTED.
           MOVE WS-TOTAL-FEES       TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
