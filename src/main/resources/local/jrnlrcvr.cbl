               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE
           05  JRN-FILE-ID      PIC X(4).
               88  JRN-CUST-FILE    VALUE "CUST".
               88  JRN-ACCT-FILE    VALUE "ACCT".
               88  JRN-REL-FILE     VALUE "AREL".
           05  JRN-ACTION       PIC X(1).
               88  JRN-WRITE-ACTION   VALUE "W".
               88  JRN-REWRITE-ACTION VALUE "R".
           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
           05  JRN-POST-REF     PIC 9(10).

       FD  RECOVERY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
               88  RCV-CUST-ONLY    VALUE "CUST".
               88  RCV-ACCT-ONLY    VALUE "ACCT".
               88  RCV-BOTH-FILES   VALUE "BOTH".
               88  RCV-REL-ONLY     VALUE "AREL".
               88  RCV-ALL-FILES    VALUE "ALL ".
           05  RCV-STOP-DATE    PIC 9(8).
           05  RCV-STOP-TIME    PIC 9(8).
           05  FILLER           PIC X(60).
           05  REG-STAMP-TIME   PIC 9(8).
           05  FILLER           PIC X(43).

      *> One record per run of each batch step, read by the end-of-day
      *> sign-off.
       FD  CONTROL-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CONTROL-SUMMARY-RECORD.
           05  CSM-PROGRAM-ID   PIC X(12).
           05  CSM-PROCESS-DATE PIC 9(8).
           05  CSM-STAMP-DATE   PIC 9(8).
           05  CSM-STAMP-TIME   PIC 9(8).
           05  CSM-RECORDS-IN   PIC 9(9).
           05  CSM-RECORDS-OUT  PIC 9(9).
           05  CSM-RECORDS-REJECTED PIC 9(9).
           05  CSM-DEBIT-TOTAL  PIC S9(13)V99.
           05  CSM-CREDIT-TOTAL PIC S9(13)V99.
           05  CSM-COMPLETION-CODE PIC 9(4).
           05  CSM-RETURNED-ITEMS PIC 9(9).
           05  FILLER           PIC X(14).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  ACCOUNT-RELATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCOUNT-RELATION-RECORD.
           05  REL-KEY.
               10  REL-ACC-NUMBER   PIC 9(10).
               10  REL-CUST-ID      PIC X(10).
           05  REL-ROLE         PIC X(1).
           05  REL-ADDED-DATE   PIC 9(8).
           05  FILLER           PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS    PIC X(2).
       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.
       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-JOURNAL-EOF-FLAG  PIC X(1) VALUE 'N'.
           88  WS-JOURNAL-DONE     VALUE 'Y'.
           88  WS-JOURNAL-NOT-DONE VALUE 'N'.
       01  WS-RCV-ACCT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RCV-ACCT-FILE-OPEN  VALUE 'Y'.

       01  WS-RCV-REL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RCV-REL-FILE-OPEN   VALUE 'Y'.

       01  WS-RECOVERY-SCOPE.
           05  WS-RCV-FILE-ID   PIC X(4).
               88  WS-RECOVER-CUST  VALUE "CUST", "BOTH", "ALL ".
               88  WS-RECOVER-ACCT  VALUE "ACCT", "BOTH", "ALL ".
               88  WS-RECOVER-REL   VALUE "AREL", "ALL ".
           05  WS-RCV-STOP-STAMP.
               10  WS-RCV-STOP-DATE PIC 9(8).
               10  WS-RCV-STOP-TIME PIC 9(8).

      *> A run that hit a permanent error never stamps its end, so
      *> the registry still shows it unfinished and the operator must
      *> clean up and force the rerun deliberately. It still leaves
      *> its control summary, completion code and all, so the
      *> sign-off shows how far it got.
       STAMP-RUN-END.
           PERFORM WRITE-CONTROL-SUMMARY
           IF RETURN-CODE < 16
               MOVE "E" TO WS-REG-STAMP-STATUS
               PERFORM WRITE-RUN-REGISTRY
           END-IF.

      *> Every step leaves its counts, amount totals and completion
      *> code on the shared control file for the end-of-day sign-off.
      *> A summary that cannot be written is a warning only: the
      *> sign-off then shows the step missing and the night fails.
       WRITE-CONTROL-SUMMARY.
           OPEN EXTEND CONTROL-SUMMARY-FILE
           IF WS-CTL-SUM-STATUS = "35"
               OPEN OUTPUT CONTROL-SUMMARY-FILE
           END-IF
           IF NOT WS-CTL-SUM-SUCCESS
               DISPLAY "Unable to open CONTROL-SUMMARY-FILE, status "
                   WS-CTL-SUM-STATUS
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO CONTROL-SUMMARY-RECORD
               MOVE WS-REG-OWN-PROGRAM TO CSM-PROGRAM-ID
               MOVE WS-RUN-PROCESS-DATE TO CSM-PROCESS-DATE
               ACCEPT WS-REG-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-REG-STAMP-TIME FROM TIME
               MOVE WS-REG-STAMP-DATE TO CSM-STAMP-DATE
               MOVE WS-REG-STAMP-TIME TO CSM-STAMP-TIME
               MOVE WS-JRN-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-APPLIED-COUNT TO CSM-RECORDS-OUT
               MOVE WS-FAILED-COUNT TO CSM-RECORDS-REJECTED
               MOVE ZERO TO CSM-DEBIT-TOTAL
               MOVE ZERO TO CSM-CREDIT-TOTAL
               MOVE ZERO TO CSM-RETURNED-ITEMS
               MOVE RETURN-CODE TO CSM-COMPLETION-CODE
               WRITE CONTROL-SUMMARY-RECORD
               IF NOT WS-CTL-SUM-SUCCESS
                   DISPLAY "I/O error writing CONTROL-SUMMARY-FILE, "
                       "status " WS-CTL-SUM-STATUS
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CONTROL-SUMMARY-FILE
           END-IF.

       WRITE-RUN-REGISTRY.
           SET WS-REG-STAMP-FAILED TO TRUE
           OPEN EXTEND RUN-REGISTRY-FILE
           END-READ
           CLOSE RECOVERY-CONTROL-FILE
           IF NOT WS-RECOVER-CUST AND NOT WS-RECOVER-ACCT
                   AND NOT WS-RECOVER-REL
               DISPLAY "Control card file id must be CUST, ACCT, "
                   "BOTH, AREL or ALL: " WS-RCV-FILE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   MOVE 16 TO RETURN-CODE
                   SET WS-JOURNAL-DONE TO TRUE
               END-IF
           END-IF
           IF WS-JOURNAL-NOT-DONE AND WS-RECOVER-REL
               OPEN I-O ACCOUNT-RELATION-FILE
               IF WS-REL-FILE-SUCCESS
                   SET WS-RCV-REL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Unable to open restored ACCOUNT-RELATION-"
                       "FILE, status " WS-REL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JOURNAL-DONE TO TRUE
               END-IF
           END-IF.

       ROLL-ONE-JOURNAL-RECORD.
                   PERFORM ROLL-CUSTOMER-FORWARD
               WHEN JRN-ACCT-FILE AND WS-RECOVER-ACCT
                   PERFORM ROLL-ACCOUNT-FORWARD
               WHEN JRN-REL-FILE AND WS-RECOVER-REL
                   PERFORM ROLL-RELATION-FORWARD
               WHEN OTHER
                   ADD 1 TO WS-OUT-SCOPE-COUNT
           END-EVALUATE.
                   PERFORM COUNT-FAILED-REPLAY
           END-EVALUATE.

      *> The journal key of a holder record is the account alone, so
      *> a delete takes the full key from the before image.
       ROLL-RELATION-FORWARD.
           EVALUATE TRUE
               WHEN JRN-DELETE-ACTION
                   MOVE JRN-BEFORE-IMAGE TO ACCOUNT-RELATION-RECORD
                   DELETE ACCOUNT-RELATION-FILE
                       INVALID KEY
                           IF WS-REL-FILE-STATUS = "23"
                               ADD 1 TO WS-APPLIED-COUNT
                           ELSE
                               PERFORM COUNT-FAILED-REPLAY
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
               WHEN JRN-WRITE-ACTION OR JRN-REWRITE-ACTION
                   MOVE JRN-AFTER-IMAGE TO ACCOUNT-RELATION-RECORD
                   REWRITE ACCOUNT-RELATION-RECORD
                       INVALID KEY
                           MOVE JRN-AFTER-IMAGE
                               TO ACCOUNT-RELATION-RECORD
                           WRITE ACCOUNT-RELATION-RECORD
                               INVALID KEY
                                   PERFORM COUNT-FAILED-REPLAY
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-COUNT
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
               WHEN OTHER
                   PERFORM COUNT-FAILED-REPLAY
           END-EVALUATE.

       COUNT-FAILED-REPLAY.
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "Journal replay failed: " JRN-FILE-ID " "
           END-IF
           IF WS-RCV-ACCT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-RCV-REL-FILE-OPEN
               CLOSE ACCOUNT-RELATION-FILE
           END-IF.

       DISPLAY-RECOVERY-SUMMARY.
