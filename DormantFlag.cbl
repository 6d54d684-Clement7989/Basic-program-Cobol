       01  WS-ACCOUNTS-FLAGGED  PIC 9(6) VALUE 0.
       01  WS-EDIT-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *> Passage en dormance porté au journal de maintenance,
      *> sans opérateur, d'où la reprise du fichier comptes le
      *> rejoue.
           COPY MAINTJRN.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   DETECTION DES COMPTES DORMANTS     ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "DORMANTFLAG" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           PERFORM 010-COMPUTE-CUTOFF-DATE.
           DISPLAY "Sans activité depuis le : " WS-CUTOFF-DATE.
           END-IF.

           PERFORM UNTIL WS-ACCT-EOF
      *>       Un compte de prêt n'a pas d'activité du client à
      *>       surveiller : il n'entre jamais en dormance.
               IF ACCT-ACTIVE
                  AND NOT ACCT-TYPE-LOAN
                  AND ACCT-LAST-ACTIVITY-DATE NOT = 0
                  AND ACCT-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
                   PERFORM 100-FLAG-DORMANT

           CLOSE ACCOUNT-MASTER.
           CLOSE DORMANT-REPORT.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-FLAGGED TO OL-COUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

      *> Date charnière = date du jour reculée de WS-DORMANT-MONTHS
           WRITE DORMANT-LINE.

       100-FLAG-DORMANT.
           MOVE ACCOUNT-RECORD TO MJ-BEFORE-IMAGE.
           SET ACCT-DORMANT TO TRUE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du compte : "
                       WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 110-JOURNAL-DORMANCY
           END-REWRITE.
           ADD 1 TO WS-ACCOUNTS-FLAGGED.
           MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
               DELIMITED BY SIZE INTO DORMANT-LINE.
           WRITE DORMANT-LINE.

       110-JOURNAL-DORMANCY.
           MOVE "DORMANCE"      TO MJ-ACTION.
           MOVE "N"             TO MJ-SENSITIVE.
           MOVE "ACCTMAST"      TO MJ-FILE-ID.
           MOVE ACCT-NUMBER     TO MJ-RECORD-KEY.
           MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.

       900-WRITE-SUMMARY.
           MOVE SPACES TO DORMANT-LINE.
           WRITE DORMANT-LINE.
