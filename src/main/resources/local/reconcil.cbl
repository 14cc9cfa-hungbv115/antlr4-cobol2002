               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE
               88  TL-TRANS-DEBIT       VALUE 'D'.
               88  TL-TRANS-CREDIT      VALUE 'C'.
               88  TL-TRANS-NEW         VALUE 'N'.
               88  TL-TRANS-NSF-FEE     VALUE 'E'.
               88  TL-TRANS-XFER-OUT    VALUE 'O'.
               88  TL-TRANS-XFER-IN     VALUE 'I'.
               88  TL-TRANS-REV-CREDIT  VALUE 'R'.
               88  TL-TRANS-REV-DEBIT   VALUE 'V'.
           05  TL-AMOUNT            PIC S9(10)V99.
           05  TL-BALANCE-AFTER     PIC S9(10)V99.
           05  TL-RESULT-CODE       PIC 9(2).
               88  TL-RESULT-APPLIED    VALUE 0.
      *> The other account of a transfer leg; zero on other postings.
           05  TL-CONTRA-ACC-NUMBER PIC 9(10).
      *> The posting's own reference, and on a reversal the reference
      *> of the posting it backs out; zero otherwise.
           05  TL-POST-REF          PIC 9(10).
           05  TL-REVERSED-REF      PIC 9(10).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  OPENING-BALANCE-FILE
           LABEL RECORDS ARE STANDARD
           05  TH-AMOUNT            PIC S9(10)V99.
           05  TH-BALANCE-AFTER     PIC S9(10)V99.
           05  TH-RESULT-CODE       PIC 9(2).
           05  TH-CONTRA-ACC-NUMBER PIC 9(10).
           05  TH-POST-REF          PIC 9(10).
           05  TH-REVERSED-REF      PIC 9(10).

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
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

       WORKING-STORAGE SECTION.
       01  WS-TRANS-LOG-STATUS  PIC X(2).
           88  WS-TRANS-LOG-SUCCESS  VALUE '00'.
       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.

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
               MOVE WS-LOG-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-LOG-APPLIED-COUNT TO CSM-RECORDS-OUT
               MOVE WS-LOG-DECLINED-COUNT TO CSM-RECORDS-REJECTED
               MOVE WS-TOTAL-DEBITS TO CSM-DEBIT-TOTAL
               MOVE WS-TOTAL-CREDITS TO CSM-CREDIT-TOTAL
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
                   WHEN TL-TRANS-NEW
                       ADD TL-AMOUNT TO WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-CREDITS
      *> The fee charged on a returned debit moves money out.
                   WHEN TL-TRANS-NSF-FEE
                       SUBTRACT TL-AMOUNT
                           FROM WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-DEBITS
      *> Each transfer leg moves money on its own account; the two
      *> legs net to nothing across the master.
                   WHEN TL-TRANS-XFER-OUT
                       SUBTRACT TL-AMOUNT
                           FROM WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-DEBITS
                   WHEN TL-TRANS-XFER-IN
                       ADD TL-AMOUNT TO WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-CREDITS
      *> A reversal moves money back the other way: R credits back
      *> a debit, V debits back a credit.
                   WHEN TL-TRANS-REV-CREDIT
                       ADD TL-AMOUNT TO WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-CREDITS
                   WHEN TL-TRANS-REV-DEBIT
                       SUBTRACT TL-AMOUNT
                           FROM WS-MVT-NET-AMOUNT (MVT-IDX)
                       ADD TL-AMOUNT TO WS-TOTAL-DEBITS
                   WHEN OTHER
                       DISPLAY "Unknown transaction code "
                           TL-TRANS-CODE
                   MOVE TL-AMOUNT TO TH-AMOUNT
                   MOVE TL-BALANCE-AFTER TO TH-BALANCE-AFTER
                   MOVE TL-RESULT-CODE TO TH-RESULT-CODE
                   MOVE TL-CONTRA-ACC-NUMBER TO TH-CONTRA-ACC-NUMBER
                   MOVE TL-POST-REF TO TH-POST-REF
                   MOVE TL-REVERSED-REF TO TH-REVERSED-REF
                   WRITE TRANSACTION-HISTORY-RECORD
                   IF WS-TRANS-HIST-SUCCESS
                       ADD 1 TO WS-ARCHIVE-COUNT
