           COPY TRANLOG.

       FD  TRAN-ARCHIVE.
       01  ARCHIVE-RECORD              PIC X(125).

       FD  NEW-TRAN-LOG.
       01  NEW-TRAN-RECORD             PIC X(125).

       FD  ARCHIVE-CONTROL.
       01  ARCHIVE-CONTROL-LINE        PIC X(80).
           05  WS-COUNT-KEPT          PIC 9(6) VALUE 0.
       01  WS-COUNT-CHECK        PIC 9(6).

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "--------------------------------------".
           DISPLAY "   ARCHIVAGE MENSUEL DU JOURNAL       ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "TRANLOGARCHIVE" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Dernière période à archiver (AAAAMM) :".
           ACCEPT WS-ARCHIVE-PERIOD.

               DISPLAY "Comptages conformes : basculer TRANNEW en"
               DISPLAY "TRANLOG après vérification d'ARCHCTL."
           END-IF.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE       TO OL-RETURN-CODE.
           MOVE WS-COUNT-READ     TO OL-COUNT-IN.
           MOVE WS-COUNT-ARCHIVED TO OL-COUNT-OUT.
           MOVE WS-COUNT-KEPT     TO OL-COUNT-HELD.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
