               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  BRANCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD
