           COPY TRANLOG.

       FD  TRAN-ARCHIVE.
       01  ARCHIVE-RECORD              PIC X(125).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-REASON               PIC X(30).
           05  SRT-LINK-ACCT            PIC 9(6).
           05  SRT-OPERATOR-ID          PIC X(4).
           05  SRT-REVERSAL-INFO        PIC X(18).

       FD  SORTED-HIST-FILE.
       01  SORTED-HIST-RECORD.
           05  SH-REASON                PIC X(30).
           05  SH-LINK-ACCT             PIC 9(6).
           05  SH-OPERATOR-ID           PIC X(4).
           05  SH-REVERSAL-INFO.
               10  SH-REVERSAL-FLAG     PIC X(1).
                   88  SH-IS-REVERSAL       VALUE "C".
               10  SH-REVERSED-DATE     PIC 9(8).
               10  SH-REVERSED-TIME     PIC 9(6).
               10  SH-REVERSED-SEQ      PIC 9(3).

       FD  HISTORY-REPORT.
       01  HISTORY-LINE                 PIC X(90).
