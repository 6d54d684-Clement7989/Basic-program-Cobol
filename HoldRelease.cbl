           05  WS-COUNT-KEPT          PIC 9(6) VALUE 0.
       01  WS-AMOUNT-RELEASED    PIC S9(12)V99 VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "--------------------------------------".
           DISPLAY "   LEVEE DES RETENUES SUR DEPOTS      ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "HOLDRELEASE" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-FILES.
           DISPLAY "Retenues gardées : " WS-COUNT-KEPT.
           DISPLAY "Basculer HOLDNEW en HOLDS après vérification"
               " de HOLDRPT.".

           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-COUNT-READ      TO OL-COUNT-IN.
           MOVE WS-COUNT-RELEASED  TO OL-COUNT-OUT.
           MOVE WS-COUNT-KEPT      TO OL-COUNT-HELD.
           MOVE WS-AMOUNT-RELEASED TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
