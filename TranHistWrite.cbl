           MOVE TRAN-REASON          TO TH-REASON.
           MOVE TRAN-LINK-ACCT       TO TH-LINK-ACCT.
           MOVE TRAN-OPERATOR-ID     TO TH-OPERATOR-ID.
           MOVE TRAN-REVERSAL-INFO   TO TH-REVERSAL-INFO.

           MOVE "N" TO WS-RECORD-WRITTEN.
           PERFORM 100-TRY-WRITE
