           05  SNAP-ACCT-TYPE           PIC X(1).
               88  SNAP-TYPE-CHECKING       VALUE "C".
               88  SNAP-TYPE-SAVINGS        VALUE "S".
               88  SNAP-TYPE-LOAN           VALUE "L".
           05  SNAP-ACCT-STATUS         PIC X(1).
               88  SNAP-CLOSED              VALUE "F".
           05  SNAP-BALANCE             PIC S9(10)V99.
