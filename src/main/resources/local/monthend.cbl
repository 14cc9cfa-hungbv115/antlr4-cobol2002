               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

           SELECT POSTING-REFERENCE-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POST-REF-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT RETURNED-ITEMS-FILE ASSIGN TO "RTNITEMS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTN-ITEMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
           05  JRN-POST-REF     PIC 9(10).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           05  RUN-PROCESS-DATE PIC 9(8).
           05  RUN-DORMANT-MONTHS PIC 9(2).
           05  RUN-FORCE-FLAG   PIC X(1).
      *> Fee charged on each returned debit; blank or zero charges
      *> no fee.
           05  RUN-NSF-FEE      PIC 9(5)V99.
           05  FILLER           PIC X(62).

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

       FD  POSTING-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  POSTING-REFERENCE-RECORD.
           05  PRF-LAST-REF     PIC 9(10).
           05  PRF-PROGRAM      PIC X(12).
           05  PRF-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(50).

      *> Read only, to carry the reference counter past anything
      *> already logged; the handler class writes the log itself.
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRANSACTION-LOG-RECORD.
           05  TL-ACC-NUMBER        PIC 9(10).
           05  TL-TRANS-CODE        PIC X(1).
           05  TL-AMOUNT            PIC S9(10)V99.
           05  TL-BALANCE-AFTER     PIC S9(10)V99.
           05  TL-RESULT-CODE       PIC 9(2).
           05  TL-CONTRA-ACC-NUMBER PIC 9(10).
           05  TL-POST-REF          PIC 9(10).
           05  TL-REVERSED-REF      PIC 9(10).

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRANSACTION-HISTORY-RECORD.
           05  TH-POST-DATE         PIC 9(8).
           05  TH-ACC-NUMBER        PIC 9(10).
           05  TH-TRANS-CODE        PIC X(1).
           05  TH-AMOUNT            PIC S9(10)V99.
           05  TH-BALANCE-AFTER     PIC S9(10)V99.
           05  TH-RESULT-CODE       PIC 9(2).
           05  TH-CONTRA-ACC-NUMBER PIC 9(10).
           05  TH-POST-REF          PIC 9(10).
           05  TH-REVERSED-REF      PIC 9(10).

      *> One record per debit returned unpaid for want of funds, for
      *> the branches to notify the customer from RTNRPT.
       FD  RETURNED-ITEMS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURNED-ITEM-RECORD.
           05  RTN-PROCESS-DATE PIC 9(8).
           05  RTN-BRANCH       PIC X(4).
           05  RTN-ACC-NUMBER   PIC 9(10).
           05  RTN-CUST-ID      PIC X(10).
           05  RTN-TRANS-CODE   PIC X(1).
           05  RTN-AMOUNT       PIC S9(10)V99.
           05  RTN-BALANCE      PIC S9(10)V99.
           05  RTN-OD-LIMIT     PIC S9(7)V99.
           05  RTN-RESULT-CODE  PIC 9(2).
           05  RTN-FEE-AMOUNT   PIC 9(5)V99.
           05  FILLER           PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.
       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-POST-REF-FILE-STATUS PIC X(2).
           88  WS-POST-REF-FILE-SUCCESS VALUE '00'.
           88  WS-POST-REF-NOT-FOUND    VALUE '35'.

       01  WS-TRANS-LOG-STATUS  PIC X(2).
           88  WS-TRANS-LOG-SUCCESS  VALUE '00'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-RTN-ITEMS-STATUS  PIC X(2).
           88  WS-RTN-ITEMS-SUCCESS  VALUE '00'.

       01  WS-RTN-ITEMS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-OPEN     VALUE 'Y'.

       01  WS-RTN-ITEMS-DATE-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-SAME-DATE VALUE 'Y'.

      *> A service charge the handler returns NSF is treated as the
      *> daily posting run treats a returned debit: an RTNITEMS
      *> record for the branch and, when the card sets one, the fee.
       01  WS-NSF-FEE           PIC 9(5)V99 VALUE ZERO.
       01  WS-NSF-FEE-CHARGED   PIC 9(5)V99 VALUE ZERO.
       01  WS-NSF-RETURN-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-NSF-FEE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NSF-FEE-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-NSF-RESULT        PIC 9(2) VALUE ZERO.
       01  WS-NSF-TRANS-CODE    PIC X(1).
       01  WS-NSF-AMOUNT        PIC 9(10)V99.

      *> The last posting reference issued by any run. Every posting
      *> this run hands the handler takes the next one.
       01  WS-LAST-POST-REF     PIC 9(10) VALUE ZERO.
       01  WS-SCAN-POST-REF     PIC 9(10) VALUE ZERO.
       01  WS-REF-SEED-FLAG     PIC X(1) VALUE 'N'.
           88  WS-REF-SEED-FROM-HISTORY VALUE 'Y'.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.
           05  WS-TRANS-CODE     PIC X(1).
               88  WS-TRANS-DEBIT    VALUE 'D'.
               88  WS-TRANS-CREDIT   VALUE 'C'.
               88  WS-TRANS-NSF-FEE  VALUE 'E'.
           05  WS-ACC-TYPE       PIC X(1).
           05  WS-ACC-STATUS     PIC X(1).
           05  WS-POST-AMOUNT    PIC 9(10)V99.
           05  WS-ACC-BALANCE    PIC S9(10)V99.
           05  WS-OD-LIMIT       PIC S9(7)V99.
           05  WS-POST-REF       PIC 9(10).
           05  WS-POST-RESULT    PIC 9(2).
               88  WS-POST-OK        VALUE 0.
               88  WS-POST-RETURNED-NSF VALUE 30, 31.

       01  WS-RATES-AND-LIMITS.
           05  WS-MONTHLY-INT-RATE  PIC 9V9(6) VALUE 0.002083.
           DISPLAY "Month-end accrual and service-charge run"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM LOAD-POSTING-REFERENCE
           PERFORM OPEN-MASTER-JOURNAL
           PERFORM OPEN-RETURNED-ITEMS
           INVOKE AccountClass "NEW"
               RETURNING WS-TRANSACTION-HANDLER
           PERFORM SWEEP-ACCOUNTS
      *> The handler keeps TRANSLOG open across the whole sweep; one
      *> close here replaces an open and close per posting.
           INVOKE WS-TRANSACTION-HANDLER "CLOSE-TRANSACTION-LOG"
           PERFORM SAVE-POSTING-REFERENCE
           PERFORM CLOSE-RETURNED-ITEMS
           PERFORM CLOSE-MASTER-JOURNAL
           PERFORM DISPLAY-MONTH-END-SUMMARY
           PERFORM STAMP-RUN-END
                       SET WS-RUN-FORCE-RERUN TO TRUE
                       DISPLAY "Operator override: rerun forced"
                   END-IF
                   IF RUN-NSF-FEE IS NUMERIC
                       MOVE RUN-NSF-FEE TO WS-NSF-FEE
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           DISPLAY "Processing date: " WS-RUN-PROCESS-DATE
           DISPLAY "Dormancy after months idle: " WS-DORMANT-MONTHS
           IF WS-NSF-FEE > ZERO
               DISPLAY "NSF fee per returned debit: " WS-NSF-FEE
           END-IF.

      *> Every batch step stamps the shared run registry when it
      *> starts and again when it ends cleanly, keyed on the card's

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
               COMPUTE CSM-RECORDS-IN = WS-SAVINGS-READ
                   + WS-CHECKING-READ + WS-NOT-OPEN-COUNT
               COMPUTE CSM-RECORDS-OUT = WS-INTEREST-COUNT
                   + WS-CHARGE-COUNT + WS-NSF-FEE-COUNT
               MOVE WS-DECLINED-COUNT TO CSM-RECORDS-REJECTED
               COMPUTE CSM-DEBIT-TOTAL =
                   WS-CHARGE-TOTAL + WS-NSF-FEE-TOTAL
               MOVE WS-INTEREST-TOTAL TO CSM-CREDIT-TOTAL
               MOVE WS-NSF-RETURN-COUNT TO CSM-RETURNED-ITEMS
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
               CLOSE RUN-REGISTRY-FILE
           END-IF.

      *> The month-end postings take their references from the same
      *> counter as the daily posting run. Anything already on
      *> TRANSLOG carries the counter past a run that died before it
      *> saved; with no counter on file the history is searched too.
       LOAD-POSTING-REFERENCE.
           MOVE ZERO TO WS-LAST-POST-REF
           OPEN INPUT POSTING-REFERENCE-FILE
           EVALUATE TRUE
               WHEN WS-POST-REF-FILE-SUCCESS
                   READ POSTING-REFERENCE-FILE
                       AT END
                           SET WS-REF-SEED-FROM-HISTORY TO TRUE
                       NOT AT END
                           IF PRF-LAST-REF IS NUMERIC
                               MOVE PRF-LAST-REF TO WS-LAST-POST-REF
                           ELSE
                               SET WS-REF-SEED-FROM-HISTORY TO TRUE
                           END-IF
                   END-READ
                   CLOSE POSTING-REFERENCE-FILE
               WHEN WS-POST-REF-NOT-FOUND
                   SET WS-REF-SEED-FROM-HISTORY TO TRUE
               WHEN OTHER
                   DISPLAY "Unable to open POSTING-REFERENCE-FILE, "
                       "status " WS-POST-REF-FILE-STATUS
                       " - run stopped, references must not repeat"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM SCAN-LOG-REFERENCES
           IF WS-REF-SEED-FROM-HISTORY
               PERFORM SCAN-HISTORY-REFERENCES
           END-IF
           DISPLAY "Posting references continue from: "
               WS-LAST-POST-REF.

      *> A log or history that cannot be read to its end leaves the
      *> counter unproven, so the run stops rather than risk issuing
      *> a reference that is already on file.
       SCAN-LOG-REFERENCES.
           OPEN INPUT TRANSACTION-LOG-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-LOG-SUCCESS
                   PERFORM SCAN-ONE-LOG-REFERENCE
                       WITH TEST BEFORE
                       UNTIL WS-TRANS-LOG-STATUS NOT = "00"
                   IF WS-TRANS-LOG-STATUS NOT = "10"
                       DISPLAY "Permanent I/O error reading "
                           "TRANSACTION-LOG-FILE, status "
                           WS-TRANS-LOG-STATUS
                           " - run stopped, references must not repeat"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE TRANSACTION-LOG-FILE
               WHEN WS-TRANS-LOG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open TRANSACTION-LOG-FILE, "
                       "status " WS-TRANS-LOG-STATUS
                       " - run stopped, references must not repeat"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCAN-HISTORY-REFERENCES.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-HIST-SUCCESS
                   PERFORM SCAN-ONE-HISTORY-REFERENCE
                       WITH TEST BEFORE
                       UNTIL WS-TRANS-HIST-STATUS NOT = "00"
                   IF WS-TRANS-HIST-STATUS NOT = "10"
                       DISPLAY "Permanent I/O error reading "
                           "TRANSACTION-HISTORY-FILE, status "
                           WS-TRANS-HIST-STATUS
                           " - run stopped, references must not repeat"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE TRANSACTION-HISTORY-FILE
               WHEN WS-TRANS-HIST-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open TRANSACTION-HISTORY-FILE, "
                       "status " WS-TRANS-HIST-STATUS
                       " - run stopped, references must not repeat"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCAN-ONE-LOG-REFERENCE.
           READ TRANSACTION-LOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TL-POST-REF TO WS-SCAN-POST-REF
                   PERFORM RAISE-POSTING-REFERENCE
           END-READ.

       SCAN-ONE-HISTORY-REFERENCE.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TH-POST-REF TO WS-SCAN-POST-REF
                   PERFORM RAISE-POSTING-REFERENCE
           END-READ.

       RAISE-POSTING-REFERENCE.
           IF WS-SCAN-POST-REF IS NUMERIC
               IF WS-SCAN-POST-REF > WS-LAST-POST-REF
                   MOVE WS-SCAN-POST-REF TO WS-LAST-POST-REF
               END-IF
           END-IF.

      *> Put back even after a permanent error: a reference that
      *> reached TRANSLOG must never be issued again.
       SAVE-POSTING-REFERENCE.
           OPEN OUTPUT POSTING-REFERENCE-FILE
           IF NOT WS-POST-REF-FILE-SUCCESS
               DISPLAY "Unable to rewrite POSTING-REFERENCE-FILE, "
                   "status " WS-POST-REF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO POSTING-REFERENCE-RECORD
               MOVE WS-LAST-POST-REF TO PRF-LAST-REF
               MOVE WS-REG-OWN-PROGRAM TO PRF-PROGRAM
               MOVE WS-RUN-PROCESS-DATE TO PRF-PROCESS-DATE
               WRITE POSTING-REFERENCE-RECORD
               IF NOT WS-POST-REF-FILE-SUCCESS
                   DISPLAY "Permanent I/O error writing POSTING-"
                       "REFERENCE-FILE, status "
                       WS-POST-REF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE POSTING-REFERENCE-FILE
           END-IF.

       OPEN-MASTER-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           EVALUATE TRUE
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

      *> Month-end's returned items join the daily posting run's on
      *> the same date's RTNITEMS; only a file still holding an
      *> earlier date is started afresh.
       OPEN-RETURNED-ITEMS.
           PERFORM CHECK-RETURNED-ITEMS-DATE
           IF WS-RTN-ITEMS-SAME-DATE
               OPEN EXTEND RETURNED-ITEMS-FILE
               IF WS-RTN-ITEMS-STATUS = "35"
                   OPEN OUTPUT RETURNED-ITEMS-FILE
               END-IF
           ELSE
               OPEN OUTPUT RETURNED-ITEMS-FILE
           END-IF
           IF WS-RTN-ITEMS-SUCCESS
               SET WS-RTN-ITEMS-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open RETURNED-ITEMS-FILE, status "
                   WS-RTN-ITEMS-STATUS
                   " - run stopped, returned debits must reach the "
                   "branches"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-RETURNED-ITEMS-DATE.
           MOVE "N" TO WS-RTN-ITEMS-DATE-FLAG
           OPEN INPUT RETURNED-ITEMS-FILE
           EVALUATE TRUE
               WHEN WS-RTN-ITEMS-SUCCESS
                   READ RETURNED-ITEMS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RTN-PROCESS-DATE = WS-RUN-PROCESS-DATE
                               SET WS-RTN-ITEMS-SAME-DATE TO TRUE
                           END-IF
                   END-READ
                   CLOSE RETURNED-ITEMS-FILE
               WHEN WS-RTN-ITEMS-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open RETURNED-ITEMS-FILE, status "
                       WS-RTN-ITEMS-STATUS
                       " - run stopped, returned debits must reach the "
                       "branches"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CLOSE-RETURNED-ITEMS.
           IF WS-RTN-ITEMS-OPEN
               CLOSE RETURNED-ITEMS-FILE
               MOVE "N" TO WS-RTN-ITEMS-OPEN-FLAG
           END-IF.

       WRITE-POSTING-JOURNAL.
           IF WS-JOURNAL-OPEN
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               MOVE ACC-NUMBER TO JRN-KEY
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE ACCOUNT-RECORD TO JRN-AFTER-IMAGE
               MOVE SPACES TO JRN-CONTRA-KEY
               MOVE WS-POST-REF TO JRN-POST-REF
               WRITE MASTER-JOURNAL-RECORD
               IF NOT WS-JOURNAL-SUCCESS
                   DISPLAY "Permanent I/O error writing MASTER-"
               NOT INVALID KEY
                   ADD 1 TO WS-DORMANT-SET-COUNT
                   MOVE "M" TO WS-TRANS-CODE
                   MOVE ZERO TO WS-POST-REF
                   PERFORM WRITE-POSTING-JOURNAL
           END-REWRITE.

           END-IF.

       POST-THROUGH-TRANSACTION.
           PERFORM CALL-TRANSACTION-HANDLER
           IF WS-POST-OK
               PERFORM REWRITE-POSTED-ACCOUNT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY "Posting declined for account " ACC-NUMBER
                   ", result " WS-POST-RESULT
               IF WS-POST-RETURNED-NSF
                   PERFORM RETURN-NSF-DEBIT
               END-IF
           END-IF.

       CALL-TRANSACTION-HANDLER.
           MOVE ACC-NUMBER TO WS-ACC-NUMBER
           MOVE ACC-TYPE TO WS-ACC-TYPE
           MOVE ACC-STATUS TO WS-ACC-STATUS
           MOVE ACC-BALANCE TO WS-ACC-BALANCE
           MOVE ACC-OD-LIMIT TO WS-OD-LIMIT
           ADD 1 TO WS-LAST-POST-REF
           MOVE WS-LAST-POST-REF TO WS-POST-REF
           INVOKE WS-TRANSACTION-HANDLER "PROCESS-TRANSACTION"
               USING WS-ACC-NUMBER WS-TRANS-CODE WS-ACC-TYPE
                   WS-ACC-STATUS WS-POST-AMOUNT WS-ACC-BALANCE
                   WS-OD-LIMIT WS-POST-REF
               RETURNING WS-POST-RESULT.

       REWRITE-POSTED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE
           MOVE WS-ACC-BALANCE TO ACC-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account rewrite failed: " ACC-NUMBER
                       ", status " WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-POSTING-JOURNAL
           END-REWRITE.

      *> The handler has already logged the return on TRANSLOG under
      *> the posting's own reference and left the balance alone. The
      *> item goes to RTNITEMS exactly as the daily run writes it, and
      *> the fee, when the card sets one, posts through the handler
      *> as an E under a reference of its own. The caller still sees
      *> the charge as declined.
       RETURN-NSF-DEBIT.
           ADD 1 TO WS-NSF-RETURN-COUNT
           MOVE WS-POST-RESULT TO WS-NSF-RESULT
           MOVE WS-TRANS-CODE TO WS-NSF-TRANS-CODE
           MOVE WS-POST-AMOUNT TO WS-NSF-AMOUNT
           MOVE ZERO TO WS-NSF-FEE-CHARGED
           IF WS-NSF-FEE > ZERO
               MOVE WS-NSF-FEE TO WS-NSF-FEE-CHARGED
           END-IF
           PERFORM WRITE-RETURNED-ITEM
           IF WS-NSF-FEE-CHARGED > ZERO
               PERFORM CHARGE-NSF-FEE
           END-IF
           MOVE WS-NSF-TRANS-CODE TO WS-TRANS-CODE
           MOVE WS-NSF-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-NSF-RESULT TO WS-POST-RESULT.

       CHARGE-NSF-FEE.
           SET WS-TRANS-NSF-FEE TO TRUE
           MOVE WS-NSF-FEE-CHARGED TO WS-POST-AMOUNT
           PERFORM CALL-TRANSACTION-HANDLER
           IF WS-POST-OK
               PERFORM REWRITE-POSTED-ACCOUNT
               ADD 1 TO WS-NSF-FEE-COUNT
               ADD WS-POST-AMOUNT TO WS-NSF-FEE-TOTAL
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY "NSF fee declined for account " ACC-NUMBER
                   ", result " WS-POST-RESULT
           END-IF.

       WRITE-RETURNED-ITEM.
           IF WS-RTN-ITEMS-OPEN
               MOVE SPACES TO RETURNED-ITEM-RECORD
               MOVE WS-RUN-PROCESS-DATE TO RTN-PROCESS-DATE
               MOVE ACC-BRANCH TO RTN-BRANCH
               MOVE ACC-NUMBER TO RTN-ACC-NUMBER
               MOVE ACC-CUST-ID TO RTN-CUST-ID
               MOVE WS-TRANS-CODE TO RTN-TRANS-CODE
               MOVE WS-POST-AMOUNT TO RTN-AMOUNT
               MOVE ACC-BALANCE TO RTN-BALANCE
               MOVE ACC-OD-LIMIT TO RTN-OD-LIMIT
               MOVE WS-POST-RESULT TO RTN-RESULT-CODE
               MOVE WS-NSF-FEE-CHARGED TO RTN-FEE-AMOUNT
               WRITE RETURNED-ITEM-RECORD
               IF NOT WS-RTN-ITEMS-SUCCESS
                   DISPLAY "Permanent I/O error writing "
                       "RETURNED-ITEMS-FILE, status "
                       WS-RTN-ITEMS-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       DISPLAY-MONTH-END-SUMMARY.
           DISPLAY "Savings accounts read:   " WS-SAVINGS-READ
           DISPLAY "Interest postings:       " WS-INTEREST-COUNT
           DISPLAY "Service-charge postings: " WS-CHARGE-COUNT
           DISPLAY "Total fees collected:    " WS-CHARGE-TOTAL
           DISPLAY "Postings declined:       " WS-DECLINED-COUNT
           DISPLAY "Debits returned NSF:     " WS-NSF-RETURN-COUNT
           DISPLAY "NSF fees charged:        " WS-NSF-FEE-COUNT
           DISPLAY "Total NSF fees:          " WS-NSF-FEE-TOTAL
           DISPLAY "Accounts not open:       " WS-NOT-OPEN-COUNT
           DISPLAY "Marked dormant:          "
               WS-DORMANT-SET-COUNT.
