      *> chaque écriture du journal.
           COPY OPERSIGN.

      *> Heure des écritures du journal (HHMMSS) : ACCEPT FROM
      *> TIME rend HHMMSSCC.
       01  WS-TIME-NOW           PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS    PIC 9(6).
           05  WS-TIME-CC        PIC 9(2).

       PROCEDURE DIVISION.

       000-MAIN.
           MOVE ACCT-BALANCE TO WS-SWEEP-AMOUNT.
           MOVE 0 TO ACCT-BALANCE.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE "retrait"            TO TRAN-TYPE.
           MOVE WS-SWEEP-AMOUNT      TO TRAN-AMOUNT.
           MOVE "Retrait de clôture" TO TRAN-REASON.
           MOVE 0                    TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.
           MOVE WS-SWEEP-AMOUNT TO WS-EDIT-BALANCE.
                       WS-ACCT-FILE-STATUS
           END-REWRITE.
           ACCEPT TRAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO TRAN-TIME.
           MOVE ACCT-NUMBER          TO TRAN-ACCT-NUMBER.
           MOVE "clôture"            TO TRAN-TYPE.
           MOVE 0                    TO TRAN-AMOUNT.
           MOVE "Compte clos"        TO TRAN-REASON.
           MOVE 0                    TO TRAN-LINK-ACCT.
           MOVE SIGNON-OPER-ID       TO TRAN-OPERATOR-ID.
           MOVE SPACES               TO TRAN-REVERSAL-INFO.
           WRITE TRAN-LOG-RECORD.
           CALL "TranHistWrite" USING TRAN-LOG-RECORD.
           DISPLAY "Compte " WS-ACCOUNT-NUMBER " clos le "
