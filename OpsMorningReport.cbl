       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsMorningReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPS-LOG ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO "OPSPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT MORNING-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-LOG.
       01  OPS-LOG-LINE            PIC X(150).

       FD  PLAN-FILE.
           COPY OPSPLAN.

       FD  MORNING-REPORT.
       01  MORNING-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPS-FILE-STATUS    PIC X(2).
      *> "05" = optional OPSLOG not found at OPEN INPUT : aucune
      *> étape n'a tourné, toutes sont signalées manquantes.
           88  WS-OPS-OK                 VALUES "00" "05".
           88  WS-OPS-EOF                VALUE "10".

       01  WS-PLAN-FILE-STATUS   PIC X(2).
           88  WS-PLAN-OK                VALUE "00".
           88  WS-PLAN-EOF               VALUE "10".

       01  WS-RPT-FILE-STATUS    PIC X(2).
           88  WS-RPT-OK                 VALUE "00".

       01  WS-BUSINESS-DATE      PIC 9(8).

      *> Carte des travaux attendus pour la nuit : jusqu'à quatre
      *> noms de travail de huit caractères, par exemple
      *> "EODRUN  MONTHEND" en fin de mois.
       01  WS-JOB-CARD.
           05  WS-EXPECTED-JOB   PIC X(8) OCCURS 4 TIMES.
       01  WS-JOB-IDX            PIC 9(1).
       01  WS-SEARCH-JOB         PIC X(8).
       01  WS-JOB-FOUND          PIC X(1).
           88  JOB-EXPECTED              VALUE "O".

      *> Etapes attendues, chargées d'OPSPLAN pour les travaux de
      *> la carte, avec ce que le journal en dit : nombre
      *> d'entrées de début et de fin, heure du premier début,
      *> et code retour et comptages de la dernière fin.
       01  WS-PLAN-MAX           PIC 9(2) VALUE 60.
       01  WS-PLAN-COUNT         PIC 9(2) VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 60 TIMES.
               10  WS-PL-JOB          PIC X(8).
               10  WS-PL-STEP         PIC X(8).
               10  WS-PL-PROGRAM      PIC X(20).
               10  WS-PL-STARTS       PIC 9(3).
               10  WS-PL-ENDS         PIC 9(3).
               10  WS-PL-START-TIME   PIC 9(6).
               10  WS-PL-END-TIME     PIC 9(6).
               10  WS-PL-RC           PIC 9(4).
               10  WS-PL-COUNT-IN     PIC 9(7).
               10  WS-PL-COUNT-OUT    PIC 9(7).
               10  WS-PL-COUNT-REJ    PIC 9(7).
               10  WS-PL-COUNT-HELD   PIC 9(7).
       01  WS-PLAN-IDX           PIC 9(2).
       01  WS-PLAN-FOUND         PIC 9(2).
       01  WS-SEARCH-PROGRAM     PIC X(20).

      *> Rapprochement de deux comptages entre étapes.
       01  WS-XF-LEFT-IDX        PIC 9(2).
       01  WS-XF-RIGHT-IDX       PIC 9(2).
       01  WS-XF-LABEL           PIC X(60).
       01  WS-XF-LEFT            PIC 9(7).
       01  WS-XF-RIGHT           PIC 9(7).

       01  WS-STATUS-TEXT        PIC X(24).

       01  WS-COUNTS.
           05  WS-ENTRIES-READ        PIC 9(6) VALUE 0.
           05  WS-STEPS-OK            PIC 9(4) VALUE 0.
           05  WS-STEPS-TO-CHECK      PIC 9(4) VALUE 0.
           05  WS-STEPS-MISSING       PIC 9(4) VALUE 0.
           05  WS-STEPS-ABENDED       PIC 9(4) VALUE 0.
           05  WS-STEPS-DOUBLE        PIC 9(4) VALUE 0.
           05  WS-STEPS-RESTARTED     PIC 9(4) VALUE 0.
           05  WS-STEPS-IN-ERROR      PIC 9(4) VALUE 0.
           05  WS-STEPS-OFF-PLAN      PIC 9(4) VALUE 0.
           05  WS-CROSSFOOT-ECARTS    PIC 9(4) VALUE 0.
       01  WS-ANOMALY-COUNT      PIC 9(4) VALUE 0.

       01  WS-EDIT-RC            PIC ZZZ9.
       01  WS-EDIT-IN            PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-OUT           PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-REJ           PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-HELD          PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-STEPS         PIC Z,ZZ9.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation. L'entrée de début du contrôle est
      *> gardée à part : la zone sert ensuite à lire le journal.
           COPY OPSLOG.
       01  WS-OWN-LOG-ENTRY      PIC X(150).

       PROCEDURE DIVISION.

      *> Contrôle du matin : chaque étape attendue des travaux de
      *> la nuit (plan OPSPLAN) est recherchée dans le journal
      *> d'exploitation OPSLOG pour la date d'exploitation
      *> demandée. Une étape sans entrée est manquante, une
      *> étape commencée sans fin s'est arrêtée anormalement,
      *> deux fins signalent une exécution en double. Les
      *> comptages sont ensuite rapprochés d'une étape à
      *> l'autre dans la chaîne de fin de journée. RC=4 dès
      *> qu'une anomalie est relevée.
       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   CONTROLE DE FIN DE NUIT            ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "OPSMORNINGREPORT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           MOVE OPS-LOG-RECORD TO WS-OWN-LOG-ENTRY.

           DISPLAY "Date d'exploitation à contrôler (AAAAMMJJ) :".
           ACCEPT WS-BUSINESS-DATE.
           DISPLAY "Travaux attendus (4 noms de 8 caractères"
           DISPLAY "au plus) :".
           ACCEPT WS-JOB-CARD.

           PERFORM 010-OPEN-REPORT.
           PERFORM 020-LOAD-PLAN.
           PERFORM 100-SCAN-LOG.
           PERFORM 200-WRITE-STEP-LINES.
           PERFORM 300-LIST-OFF-PLAN.
           PERFORM 400-CROSS-FOOT.
           PERFORM 900-WRITE-SUMMARY.

           CLOSE MORNING-REPORT.
           PERFORM 950-LOG-STEP-END.
           GOBACK.

       010-OPEN-REPORT.
           OPEN OUTPUT MORNING-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "Impossible d'ouvrir le rapport de"
               DISPLAY "contrôle : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO MORNING-LINE.
           STRING "CONTROLE DE FIN DE NUIT - DATE D'EXPLOITATION "
               WS-BUSINESS-DATE " - TRAVAUX "
               WS-EXPECTED-JOB (1) " " WS-EXPECTED-JOB (2) " "
               WS-EXPECTED-JOB (3) " " WS-EXPECTED-JOB (4)
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE SPACES TO MORNING-LINE.
           WRITE MORNING-LINE.

      *> Seules les étapes des travaux portés sur la carte sont
      *> retenues : le plan décrit toutes les chaînes, la
      *> carte dit lesquelles devaient tourner cette nuit.
       020-LOAD-PLAN.
           OPEN INPUT PLAN-FILE.
           IF NOT WS-PLAN-OK
               DISPLAY "Impossible d'ouvrir le plan"
               DISPLAY "d'exploitation : " WS-PLAN-FILE-STATUS
               STOP RUN
           END-IF.
           READ PLAN-FILE
               AT END SET WS-PLAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PLAN-EOF
               MOVE OP-JOB-NAME TO WS-SEARCH-JOB
               PERFORM 025-CHECK-EXPECTED-JOB
               IF JOB-EXPECTED
                   IF WS-PLAN-COUNT = WS-PLAN-MAX
                       DISPLAY "Plan trop long, étape ignorée : "
                           OP-JOB-NAME " " OP-STEP-NAME
                   ELSE
                       PERFORM 030-ADD-PLAN-STEP
                   END-IF
               END-IF
               READ PLAN-FILE
                   AT END SET WS-PLAN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
           IF WS-PLAN-COUNT = 0
               DISPLAY "Aucune étape attendue pour les travaux"
               DISPLAY "de la carte."
           END-IF.

       025-CHECK-EXPECTED-JOB.
           MOVE "N" TO WS-JOB-FOUND.
           MOVE 0 TO WS-JOB-IDX.
           PERFORM 026-CHECK-ONE-JOB
               UNTIL WS-JOB-IDX = 4
                  OR JOB-EXPECTED.

       026-CHECK-ONE-JOB.
           ADD 1 TO WS-JOB-IDX.
           IF WS-EXPECTED-JOB (WS-JOB-IDX) NOT = SPACES
              AND WS-EXPECTED-JOB (WS-JOB-IDX) = WS-SEARCH-JOB
               SET JOB-EXPECTED TO TRUE
           END-IF.

       030-ADD-PLAN-STEP.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE OP-JOB-NAME  TO WS-PL-JOB (WS-PLAN-COUNT).
           MOVE OP-STEP-NAME TO WS-PL-STEP (WS-PLAN-COUNT).
           MOVE OP-PROGRAM   TO WS-PL-PROGRAM (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-STARTS (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-ENDS (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-START-TIME (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-END-TIME (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-RC (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-COUNT-IN (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-COUNT-OUT (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-COUNT-REJ (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-COUNT-HELD (WS-PLAN-COUNT).

       100-SCAN-LOG.
           OPEN INPUT OPS-LOG.
           IF NOT WS-OPS-OK
               DISPLAY "Impossible d'ouvrir le journal"
               DISPLAY "d'exploitation : " WS-OPS-FILE-STATUS
               STOP RUN
           END-IF.
           READ OPS-LOG
               AT END SET WS-OPS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-OPS-EOF
               MOVE OPS-LOG-LINE TO OPS-LOG-RECORD
               IF OL-BUSINESS-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 110-FIND-PLAN-STEP
                   IF WS-PLAN-FOUND NOT = 0
                       PERFORM 120-RECORD-ENTRY
                   END-IF
               END-IF
               READ OPS-LOG
                   AT END SET WS-OPS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OPS-LOG.
           MOVE "00" TO WS-OPS-FILE-STATUS.

      *> Une entrée appartient à une étape du plan quand travail,
      *> étape et module concordent tous trois.
       110-FIND-PLAN-STEP.
           MOVE 0 TO WS-PLAN-FOUND.
           MOVE 0 TO WS-PLAN-IDX.
           PERFORM 115-CHECK-ONE-STEP
               UNTIL WS-PLAN-IDX = WS-PLAN-COUNT
                  OR WS-PLAN-FOUND NOT = 0.

       115-CHECK-ONE-STEP.
           ADD 1 TO WS-PLAN-IDX.
           IF WS-PL-JOB (WS-PLAN-IDX) = OL-JOB-NAME
              AND WS-PL-STEP (WS-PLAN-IDX) = OL-STEP-NAME
              AND WS-PL-PROGRAM (WS-PLAN-IDX) = OL-PROGRAM
               MOVE WS-PLAN-IDX TO WS-PLAN-FOUND
           END-IF.

      *> Le premier début donne l'heure de lancement ; la
      *> dernière fin donne le code retour et les comptages.
       120-RECORD-ENTRY.
           IF OL-STEP-STARTED
               IF WS-PL-STARTS (WS-PLAN-FOUND) = 0
                   MOVE OL-START-TIME
                       TO WS-PL-START-TIME (WS-PLAN-FOUND)
               END-IF
               ADD 1 TO WS-PL-STARTS (WS-PLAN-FOUND)
           ELSE IF OL-STEP-ENDED
               ADD 1 TO WS-PL-ENDS (WS-PLAN-FOUND)
               MOVE OL-END-TIME TO WS-PL-END-TIME (WS-PLAN-FOUND)
               MOVE OL-RETURN-CODE TO WS-PL-RC (WS-PLAN-FOUND)
               MOVE OL-COUNT-IN TO WS-PL-COUNT-IN (WS-PLAN-FOUND)
               MOVE OL-COUNT-OUT
                   TO WS-PL-COUNT-OUT (WS-PLAN-FOUND)
               MOVE OL-COUNT-REJECTED
                   TO WS-PL-COUNT-REJ (WS-PLAN-FOUND)
               MOVE OL-COUNT-HELD
                   TO WS-PL-COUNT-HELD (WS-PLAN-FOUND)
           END-IF.

       200-WRITE-STEP-LINES.
           MOVE SPACES TO MORNING-LINE.
           STRING "TRAVAIL  ETAPE    PROGRAMME            DEBUT  FIN  "
               "    RC   ENTREES   SORTIES   REJETES   ATTENTE STATUT"
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE 0 TO WS-PLAN-IDX.
           PERFORM 210-WRITE-STEP-LINE
               UNTIL WS-PLAN-IDX = WS-PLAN-COUNT.

      *> Statut de l'étape, du plus grave au moins grave : une
      *> étape relancée après incident (plus de débuts que de
      *> fins) a fini par aboutir mais ses comptages ne
      *> couvrent que la dernière exécution.
       210-WRITE-STEP-LINE.
           ADD 1 TO WS-PLAN-IDX.
           IF WS-PL-STARTS (WS-PLAN-IDX) = 0
               MOVE "MANQUANTE" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-MISSING
           ELSE IF WS-PL-ENDS (WS-PLAN-IDX) = 0
               MOVE "ARRET ANORMAL" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-ABENDED
           ELSE IF WS-PL-ENDS (WS-PLAN-IDX) > 1
               MOVE "EXECUTEE EN DOUBLE" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-DOUBLE
           ELSE IF WS-PL-STARTS (WS-PLAN-IDX)
                   > WS-PL-ENDS (WS-PLAN-IDX)
               MOVE "REPRISE APRES INCIDENT" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-RESTARTED
           ELSE IF WS-PL-RC (WS-PLAN-IDX) NOT < 8
               MOVE "EN ERREUR" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-IN-ERROR
           ELSE IF WS-PL-RC (WS-PLAN-IDX) > 0
               MOVE "A VERIFIER" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-TO-CHECK
           ELSE
               MOVE "OK" TO WS-STATUS-TEXT
               ADD 1 TO WS-STEPS-OK
           END-IF.

           MOVE WS-PL-RC (WS-PLAN-IDX)         TO WS-EDIT-RC.
           MOVE WS-PL-COUNT-IN (WS-PLAN-IDX)   TO WS-EDIT-IN.
           MOVE WS-PL-COUNT-OUT (WS-PLAN-IDX)  TO WS-EDIT-OUT.
           MOVE WS-PL-COUNT-REJ (WS-PLAN-IDX)  TO WS-EDIT-REJ.
           MOVE WS-PL-COUNT-HELD (WS-PLAN-IDX) TO WS-EDIT-HELD.
           MOVE SPACES TO MORNING-LINE.
           STRING WS-PL-JOB (WS-PLAN-IDX) " "
               WS-PL-STEP (WS-PLAN-IDX) " "
               WS-PL-PROGRAM (WS-PLAN-IDX) " "
               WS-PL-START-TIME (WS-PLAN-IDX) " "
               WS-PL-END-TIME (WS-PLAN-IDX) " "
               WS-EDIT-RC " " WS-EDIT-IN " " WS-EDIT-OUT " "
               WS-EDIT-REJ " " WS-EDIT-HELD " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.

      *> Seconde lecture du journal : les lancements de la date
      *> qui ne répondent à aucune étape attendue (travail non
      *> prévu cette nuit, étape lancée hors chaîne) sont
      *> listés pour information.
       300-LIST-OFF-PLAN.
           MOVE SPACES TO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE "ETAPES HORS PLAN" TO MORNING-LINE.
           WRITE MORNING-LINE.
           OPEN INPUT OPS-LOG.
           IF NOT WS-OPS-OK
               DISPLAY "Impossible d'ouvrir le journal"
               DISPLAY "d'exploitation : " WS-OPS-FILE-STATUS
               STOP RUN
           END-IF.
           READ OPS-LOG
               AT END SET WS-OPS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-OPS-EOF
               MOVE OPS-LOG-LINE TO OPS-LOG-RECORD
               IF OL-BUSINESS-DATE = WS-BUSINESS-DATE
                  AND OL-STEP-STARTED
                  AND OL-PROGRAM NOT = "OPSMORNINGREPORT"
                   PERFORM 110-FIND-PLAN-STEP
                   IF WS-PLAN-FOUND = 0
                       PERFORM 310-WRITE-OFF-PLAN-LINE
                   END-IF
               END-IF
               READ OPS-LOG
                   AT END SET WS-OPS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OPS-LOG.
           MOVE "00" TO WS-OPS-FILE-STATUS.
           IF WS-STEPS-OFF-PLAN = 0
               MOVE "AUCUNE" TO MORNING-LINE
               WRITE MORNING-LINE
           END-IF.

       310-WRITE-OFF-PLAN-LINE.
           ADD 1 TO WS-STEPS-OFF-PLAN.
           MOVE SPACES TO MORNING-LINE.
           STRING OL-JOB-NAME " " OL-STEP-NAME " " OL-PROGRAM " "
               OL-START-TIME " LANCEE LE " OL-START-DATE
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.

      *> Rapprochements de la chaîne de fin de journée : les
      *> ordres fusionnés par StandingOrderRun sont ceux que lit
      *> BatchEdit, les enregistrements propres de BATCHOK sont
      *> ceux que lit BankAccountBatch, et chacun d'eux y est
      *> posté, rejeté ou mis en attente dans PENDTXN.
       400-CROSS-FOOT.
           MOVE SPACES TO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE "RAPPROCHEMENT DES COMPTAGES ENTRE ETAPES"
               TO MORNING-LINE.
           WRITE MORNING-LINE.

           MOVE "STANDINGORDERRUN" TO WS-SEARCH-PROGRAM.
           PERFORM 410-FIND-PROGRAM.
           MOVE WS-PLAN-FOUND TO WS-XF-LEFT-IDX.
           MOVE "BATCHEDIT" TO WS-SEARCH-PROGRAM.
           PERFORM 410-FIND-PROGRAM.
           MOVE WS-PLAN-FOUND TO WS-XF-RIGHT-IDX.
           MOVE "FUSIONNES STANDINGORDERRUN / LUS BATCHEDIT"
               TO WS-XF-LABEL.
           IF WS-XF-LEFT-IDX = 0 OR WS-XF-RIGHT-IDX = 0
               PERFORM 430-WRITE-NOT-CHECKED
           ELSE
               MOVE WS-PL-COUNT-OUT (WS-XF-LEFT-IDX) TO WS-XF-LEFT
               MOVE WS-PL-COUNT-IN (WS-XF-RIGHT-IDX) TO WS-XF-RIGHT
               PERFORM 420-WRITE-CROSS-FOOT
           END-IF.

           MOVE WS-XF-RIGHT-IDX TO WS-XF-LEFT-IDX.
           MOVE "BANKACCOUNTBATCH" TO WS-SEARCH-PROGRAM.
           PERFORM 410-FIND-PROGRAM.
           MOVE WS-PLAN-FOUND TO WS-XF-RIGHT-IDX.
           MOVE "ECRITS BATCHOK / LUS BANKACCOUNTBATCH"
               TO WS-XF-LABEL.
           IF WS-XF-LEFT-IDX = 0 OR WS-XF-RIGHT-IDX = 0
               PERFORM 430-WRITE-NOT-CHECKED
           ELSE
               MOVE WS-PL-COUNT-OUT (WS-XF-LEFT-IDX) TO WS-XF-LEFT
               MOVE WS-PL-COUNT-IN (WS-XF-RIGHT-IDX) TO WS-XF-RIGHT
               PERFORM 420-WRITE-CROSS-FOOT
           END-IF.

      *>   Après une reprise, les comptages de BankAccountBatch ne
      *>   couvrent que les transactions postérieures au point de
      *>   reprise : le rapprochement interne n'est pas fait.
           MOVE "LUS BANKACCOUNTBATCH / POSTES+REJETES+ATTENTE"
               TO WS-XF-LABEL.
           IF WS-XF-RIGHT-IDX = 0
               PERFORM 430-WRITE-NOT-CHECKED
           ELSE IF WS-PL-STARTS (WS-XF-RIGHT-IDX)
                   > WS-PL-ENDS (WS-XF-RIGHT-IDX)
               MOVE SPACES TO MORNING-LINE
               STRING WS-XF-LABEL " NON RAPPROCHE : REPRISE"
                   DELIMITED BY SIZE INTO MORNING-LINE
               WRITE MORNING-LINE
           ELSE
               MOVE WS-PL-COUNT-IN (WS-XF-RIGHT-IDX) TO WS-XF-LEFT
               COMPUTE WS-XF-RIGHT =
                   WS-PL-COUNT-OUT (WS-XF-RIGHT-IDX)
                   + WS-PL-COUNT-REJ (WS-XF-RIGHT-IDX)
                   + WS-PL-COUNT-HELD (WS-XF-RIGHT-IDX)
               PERFORM 420-WRITE-CROSS-FOOT
           END-IF.

      *> Etape du plan exécutant le module cherché et arrivée à
      *> son terme ; zéro sinon.
       410-FIND-PROGRAM.
           MOVE 0 TO WS-PLAN-FOUND.
           MOVE 0 TO WS-PLAN-IDX.
           PERFORM 415-CHECK-ONE-PROGRAM
               UNTIL WS-PLAN-IDX = WS-PLAN-COUNT
                  OR WS-PLAN-FOUND NOT = 0.

       415-CHECK-ONE-PROGRAM.
           ADD 1 TO WS-PLAN-IDX.
           IF WS-PL-PROGRAM (WS-PLAN-IDX) = WS-SEARCH-PROGRAM
              AND WS-PL-ENDS (WS-PLAN-IDX) > 0
               MOVE WS-PLAN-IDX TO WS-PLAN-FOUND
           END-IF.

       420-WRITE-CROSS-FOOT.
           MOVE WS-XF-LEFT  TO WS-EDIT-IN.
           MOVE WS-XF-RIGHT TO WS-EDIT-OUT.
           MOVE SPACES TO MORNING-LINE.
           IF WS-XF-LEFT = WS-XF-RIGHT
               STRING WS-XF-LABEL " " WS-EDIT-IN " " WS-EDIT-OUT
                   " CONCORDANT"
                   DELIMITED BY SIZE INTO MORNING-LINE
           ELSE
               ADD 1 TO WS-CROSSFOOT-ECARTS
               STRING WS-XF-LABEL " " WS-EDIT-IN " " WS-EDIT-OUT
                   " ECART"
                   DELIMITED BY SIZE INTO MORNING-LINE
           END-IF.
           WRITE MORNING-LINE.

       430-WRITE-NOT-CHECKED.
           MOVE SPACES TO MORNING-LINE.
           STRING WS-XF-LABEL " NON RAPPROCHE : ETAPE NON TERMINEE"
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.

       900-WRITE-SUMMARY.
           MOVE SPACES TO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-PLAN-COUNT TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "ETAPES ATTENDUES        : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-OK TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "TERMINEES SANS ANOMALIE : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-TO-CHECK TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "CODE RETOUR A VERIFIER  : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-MISSING TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "MANQUANTES              : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-ABENDED TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "ARRETS ANORMAUX         : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-DOUBLE TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "EXECUTEES EN DOUBLE     : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-RESTARTED TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "REPRISES APRES INCIDENT : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-IN-ERROR TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "EN ERREUR (RC 8 ET +)   : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-STEPS-OFF-PLAN TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "HORS PLAN               : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.
           MOVE WS-CROSSFOOT-ECARTS TO WS-EDIT-STEPS.
           MOVE SPACES TO MORNING-LINE.
           STRING "ECARTS DE RAPPROCHEMENT : " WS-EDIT-STEPS
               DELIMITED BY SIZE INTO MORNING-LINE.
           WRITE MORNING-LINE.

           COMPUTE WS-ANOMALY-COUNT = WS-STEPS-MISSING
               + WS-STEPS-ABENDED + WS-STEPS-DOUBLE
               + WS-STEPS-RESTARTED + WS-STEPS-IN-ERROR
               + WS-CROSSFOOT-ECARTS.
           MOVE SPACES TO MORNING-LINE.
           IF WS-ANOMALY-COUNT = 0
               STRING "NUIT CONFORME AU PLAN"
                   DELIMITED BY SIZE INTO MORNING-LINE
           ELSE
               STRING "ANOMALIES A TRAITER AVANT L'OUVERTURE"
                   DELIMITED BY SIZE INTO MORNING-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE MORNING-LINE.

           DISPLAY "Etapes attendues : " WS-PLAN-COUNT.
           DISPLAY "Sans anomalie    : " WS-STEPS-OK.
           DISPLAY "Anomalies        : " WS-ANOMALY-COUNT.

      *> Entrées du journal lues pour la date en entrée, étapes
      *> attendues en sortie, anomalies en rejet.
       950-LOG-STEP-END.
           MOVE WS-OWN-LOG-ENTRY TO OPS-LOG-RECORD.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE      TO OL-RETURN-CODE.
           MOVE WS-ENTRIES-READ  TO OL-COUNT-IN.
           MOVE WS-PLAN-COUNT    TO OL-COUNT-OUT.
           MOVE WS-ANOMALY-COUNT TO OL-COUNT-REJECTED.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
