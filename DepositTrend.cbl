       01  WS-EDIT-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT       PIC ZZZ,ZZ9.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       PROCEDURE DIVISION.

      *> Encours de dépôts jour par jour pour le dossier de
           DISPLAY "--------------------------------------".
           DISPLAY "   ENCOURS DE DEPOTS PAR TYPE         ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "DEPOSITTREND" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Période à rapporter (AAAAMM) :".
           ACCEPT WS-TREND-PERIOD.

           CLOSE TREND-REPORT.

           DISPLAY "Jours rapportés : " WS-DAYS-PRINTED.

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE     TO OL-RETURN-CODE.
           MOVE WS-DAYS-PRINTED TO OL-COUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
               IF WS-SNAP-PERIOD = WS-TREND-PERIOD
                  AND WS-SNAP-DAY > 0
                  AND NOT SNAP-CLOSED
                  AND NOT SNAP-TYPE-LOAN
                   PERFORM 110-ADD-SNAPSHOT
               END-IF
               READ BALANCE-HISTORY
