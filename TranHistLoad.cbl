           COPY TRANLOG.

       FD  TRAN-ARCHIVE.
       01  ARCHIVE-RECORD              PIC X(125).

       FD  TRAN-HISTORY.
           COPY TRANHIST.
