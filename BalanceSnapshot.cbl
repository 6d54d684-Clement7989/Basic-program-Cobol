
       01  WS-SNAPSHOT-DATE      PIC 9(8).
       01  WS-ACCOUNTS-WRITTEN   PIC 9(6) VALUE 0.
       01  WS-BALANCE-TOTAL      PIC S9(12)V99 VALUE 0.

       01  WS-ALREADY-TAKEN      PIC X(1) VALUE "N".
           88  SNAPSHOT-ALREADY-TAKEN    VALUE "O".

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

      *> Photographie nocturne du fichier comptes : une fois
           DISPLAY "--------------------------------------".
           DISPLAY "   PHOTOGRAPHIE NOCTURNE DES SOLDES   ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "BALANCESNAPSHOT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           ACCEPT WS-SNAPSHOT-DATE FROM DATE YYYYMMDD.

           IF SNAPSHOT-ALREADY-TAKEN
               DISPLAY "Soldes déjà photographiés le "
                   WS-SNAPSHOT-DATE " : rien à refaire."
               PERFORM 200-LOG-STEP-END
               GOBACK
           END-IF.


           DISPLAY "Comptes photographiés le " WS-SNAPSHOT-DATE
               " : " WS-ACCOUNTS-WRITTEN.
           PERFORM 200-LOG-STEP-END.
           GOBACK.

       010-CHECK-ALREADY-TAKEN.
           MOVE ACCT-BALANCE     TO SNAP-BALANCE.
           WRITE BALANCE-SNAPSHOT-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.

       200-LOG-STEP-END.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE         TO OL-RETURN-CODE.
           MOVE WS-ACCOUNTS-WRITTEN TO OL-COUNT-OUT.
           MOVE WS-BALANCE-TOTAL    TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
