       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSCHED.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT ORDER-MAINT-FILE ASSIGN TO "SOTRAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-MAINT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRAN-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-REG-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "SORDRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CTL-STATUS.

           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One record per standing order. SO-AWAIT-DATE is the process
      *> date of a card written to ACCTTRAN whose posting has not yet
      *> been seen on TRANHIST; the order is not due again until the
      *> outcome is known. A zero SO-PAYMENTS-LEFT on an active order
      *> means it runs until its end date or until cancelled.
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID      PIC X(8).
           05  SO-ORDER-TYPE    PIC X(1).
               88  SO-TRANSFER      VALUE "W".
               88  SO-PAYMENT       VALUE "D".
               88  SO-VALID-TYPE    VALUE "W", "D".
           05  SO-FROM-ACC      PIC 9(10).
           05  SO-TO-ACC        PIC 9(10).
           05  SO-AMOUNT        PIC S9(10)V99.
           05  SO-FREQUENCY     PIC X(1).
               88  SO-WEEKLY        VALUE "W".
               88  SO-MONTHLY       VALUE "M".
               88  SO-DAY-OF-MONTH-FREQ VALUE "D".
               88  SO-VALID-FREQUENCY VALUE "W", "M", "D".
           05  SO-DAY-OF-MONTH  PIC 9(2).
           05  SO-NEXT-DUE      PIC 9(8).
           05  SO-END-DATE      PIC 9(8).
           05  SO-PAYMENTS-LEFT PIC 9(4).
           05  SO-STATUS        PIC X(1).
               88  SO-ACTIVE        VALUE "A".
               88  SO-SUSPENDED     VALUE "S".
               88  SO-CANCELLED     VALUE "C".
               88  SO-ENDED         VALUE "E".
           05  SO-AWAIT-DATE    PIC 9(8).
           05  SO-RETRY-COUNT   PIC 9(2).
           05  SO-LAST-PAID-DATE PIC 9(8).
           05  SO-PAID-COUNT    PIC 9(5).
           05  SO-ADDED-DATE    PIC 9(8).
           05  FILLER           PIC X(14).

      *> Maintenance cards: A add, M amend, S suspend, R resume and
      *> C cancel. On an amend only the fields punched are changed.
       FD  ORDER-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ORDER-MAINT-RECORD.
           05  SOM-ACTION       PIC X(1).
               88  SOM-ADD-ORDER     VALUE "A".
               88  SOM-AMEND-ORDER   VALUE "M".
               88  SOM-SUSPEND-ORDER VALUE "S".
               88  SOM-RESUME-ORDER  VALUE "R".
               88  SOM-CANCEL-ORDER  VALUE "C".
           05  SOM-ORDER-ID     PIC X(8).
           05  SOM-ORDER-TYPE   PIC X(1).
           05  SOM-FROM-ACC     PIC 9(10).
           05  SOM-TO-ACC       PIC 9(10).
           05  SOM-AMOUNT       PIC S9(10)V99.
           05  SOM-FREQUENCY    PIC X(1).
           05  SOM-DAY-OF-MONTH PIC 9(2).
           05  SOM-FIRST-DUE    PIC 9(8).
           05  SOM-END-DATE     PIC 9(8).
           05  SOM-PAYMENT-COUNT PIC 9(4).
           05  FILLER           PIC X(15).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           05  ACC-NUMBER       PIC 9(10).
           05  ACC-CUST-ID      PIC X(10).
           05  ACC-BALANCE      PIC S9(10)V99 COMP-3.
           05  ACC-TYPE         PIC X(1).
               88  ACC-SAVINGS      VALUE "S".
               88  ACC-CHECKING     VALUE "C".
           05  ACC-STATUS       PIC X(1).
               88  ACC-OPEN         VALUE "O", " ".
               88  ACC-FROZEN       VALUE "F".
               88  ACC-DORMANT      VALUE "M".
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  ACCOUNT-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCOUNT-TRANS-RECORD.
           05  AT-TRANS-CODE    PIC X(1).
               88  AT-DEBIT         VALUE "D".
               88  AT-TRANSFER      VALUE "W".
               88  AT-BATCH-HEADER  VALUE "H".
               88  AT-BATCH-TRAILER VALUE "T".
           05  AT-ACC-NUMBER    PIC 9(10).
           05  AT-CUST-ID       PIC X(10).
      *> A W card moves AT-AMOUNT from AT-ACC-NUMBER to this account.
           05  AT-TO-ACC-NUMBER REDEFINES AT-CUST-ID PIC 9(10).
           05  AT-AMOUNT        PIC S9(10)V99.
           05  AT-ACC-TYPE      PIC X(1).
           05  AT-EFFECTIVE-DATE PIC 9(8).
           05  AT-BRANCH        PIC X(4).
       01  ACCOUNT-BATCH-HEADER.
           05  ABH-RECORD-CODE  PIC X(1).
           05  ABH-BATCH-NUMBER PIC 9(6).
           05  ABH-BRANCH       PIC X(4).
           05  ABH-BATCH-DATE   PIC 9(8).
           05  FILLER           PIC X(27).
       01  ACCOUNT-BATCH-TRAILER.
           05  ABT-RECORD-CODE  PIC X(1).
           05  ABT-RECORD-COUNT PIC 9(6).
           05  ABT-ACCT-HASH    PIC 9(12).
           05  ABT-AMOUNT-TOTAL PIC S9(12)V99.
           05  FILLER           PIC X(13).

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
               88  TH-RESULT-APPLIED    VALUE 0.
           05  TH-CONTRA-ACC-NUMBER PIC 9(10).
           05  TH-POST-REF          PIC 9(10).
           05  TH-REVERSED-REF      PIC 9(10).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BATCH-REGISTER-RECORD.
           05  BRG-FILE-ID      PIC X(4).
           05  BRG-BRANCH       PIC X(4).
           05  BRG-BATCH-DATE   PIC 9(8).
           05  BRG-BATCH-NUMBER PIC 9(6).
           05  BRG-ACCEPT-DATE  PIC 9(8).
           05  FILLER           PIC X(10).

       FD  SCHEDULE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SCHEDULE-REPORT-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RUN-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(2).
           05  RUN-FORCE-FLAG   PIC X(1).
           05  FILLER           PIC X(69).

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD.
           05  REG-PROGRAM-ID   PIC X(12).
           05  REG-PROCESS-DATE PIC 9(8).
           05  REG-STATUS       PIC X(1).
               88  REG-RUN-STARTED  VALUE "S".
               88  REG-RUN-ENDED    VALUE "E".
           05  REG-STAMP-DATE   PIC 9(8).
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
       01  WS-ORDER-FILE-STATUS PIC X(2).
           88  WS-ORDER-FILE-SUCCESS VALUE '00'.

       01  WS-ORDER-MAINT-STATUS PIC X(2).
           88  WS-ORDER-MAINT-SUCCESS VALUE '00'.

       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-ACCT-TRAN-STATUS  PIC X(2).
           88  WS-ACCT-TRAN-SUCCESS  VALUE '00'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-BATCH-REG-STATUS  PIC X(2).
           88  WS-BATCH-REG-SUCCESS  VALUE '00'.

       01  WS-SCHED-RPT-STATUS  PIC X(2).
           88  WS-SCHED-RPT-SUCCESS  VALUE '00'.

       01  WS-RUN-CTL-STATUS    PIC X(2).
           88  WS-RUN-CTL-SUCCESS    VALUE '00'.

       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

      *> The processing date comes from the run-control card, never
      *> the system clock, the same discipline as the posting run.
       01  WS-RUN-PROCESS-DATE  PIC 9(8) VALUE ZERO.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.

       01  WS-REG-CHECK-FLAGS.
           05  WS-REG-STEP-FLAG   PIC X(1) VALUE 'N'.
               88  WS-REG-STEP-DONE     VALUE 'Y'.
               88  WS-REG-STEP-NOT-DONE VALUE 'N'.
           05  WS-REG-PREREQ-FLAG PIC X(1) VALUE 'N'.
               88  WS-REG-PREREQ-MET     VALUE 'Y'.
               88  WS-REG-PREREQ-MISSING VALUE 'N'.
           05  WS-REG-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88  WS-REG-STEP-OPEN     VALUE 'Y'.
               88  WS-REG-STEP-CLOSED   VALUE 'N'.

       01  WS-RUN-REGISTRY-KEYS.
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "SOSCHED".
           05  WS-REG-PREREQ-PROGRAM PIC X(12) VALUE SPACES.
           05  WS-REG-RECON-PROGRAM  PIC X(12) VALUE "RECONCIL".

      *> The latest date the reconciliation has archived to TRANHIST;
      *> an outcome for a later date cannot be known yet.
       01  WS-REG-LAST-RECON-DATE PIC 9(8) VALUE ZERO.

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

       01  WS-RUN-FORCE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-RUN-FORCE-RERUN   VALUE 'Y'.

       01  WS-SOM-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-SOM-DONE         VALUE 'Y'.
           88  WS-SOM-NOT-DONE     VALUE 'N'.

       01  WS-ORDER-EOF-FLAG    PIC X(1) VALUE 'N'.
           88  WS-ORDER-DONE       VALUE 'Y'.
           88  WS-ORDER-NOT-DONE   VALUE 'N'.

       01  WS-HIST-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
           88  WS-HIST-NOT-DONE    VALUE 'N'.

       01  WS-SCAN-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  WS-SCAN-DONE        VALUE 'Y'.
           88  WS-SCAN-NOT-DONE    VALUE 'N'.

       01  WS-SCH-ORDER-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-SCH-ORDER-FILE-OPEN VALUE 'Y'.

       01  WS-SCH-ACCT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-SCH-ACCT-FILE-OPEN  VALUE 'Y'.

       01  WS-SCH-HIST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-SCH-HIST-FILE-OPEN  VALUE 'Y'.

       01  WS-SORD-BATCH-FLAG   PIC X(1) VALUE 'N'.
           88  WS-SORD-BATCH-OPEN   VALUE 'Y'.
           88  WS-SORD-BATCH-CLOSED VALUE 'N'.

       01  WS-MAINT-FLAG        PIC X(1) VALUE 'Y'.
           88  WS-MAINT-VALID       VALUE 'Y'.
           88  WS-MAINT-INVALID     VALUE 'N'.

       01  WS-ORDER-CHECK-FLAG  PIC X(1) VALUE 'Y'.
           88  WS-ORDER-POSTABLE    VALUE 'Y'.
           88  WS-ORDER-NOT-POSTABLE VALUE 'N'.

      *> A failed payment is tried again on each of the next three
      *> runs; after that the occurrence is reported as missed and
      *> the order moves on to its next due date.
       01  WS-SO-RETRY-LIMIT    PIC 9(2) VALUE 3.

      *> Every scheduler batch carries the same pseudo-branch on its
      *> header, so the batch register keeps its batches apart from
      *> the branches' own feeds.
       01  WS-SORD-BRANCH       PIC X(4) VALUE "SORD".
       01  WS-SORD-BATCH-NUMBER PIC 9(6) VALUE ZERO.

       01  WS-GEN-TOTALS.
           05  WS-GEN-CARD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-GEN-ACCT-HASH   PIC 9(12) VALUE ZERO.
           05  WS-GEN-AMOUNT-TOTAL PIC S9(12)V99 VALUE ZERO.

       01  WS-SCHEDULE-COUNTS.
           05  WS-MAINT-READ-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MAINT-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05  WS-ORDER-READ-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-CONFIRMED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-DECLINED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-NOT-POSTED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RETRY-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-MISSED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ENDED-COUNT        PIC 9(5) VALUE ZERO.

      *> Orders whose last card is still awaiting its outcome are
      *> held here while TRANHIST is read once from end to end.
       01  WS-AWAIT-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-AWAIT-MAX         PIC 9(3) COMP VALUE 500.
       01  WS-AWAIT-TABLE.
           05  WS-AWT-ENTRY OCCURS 500 TIMES
                   INDEXED BY AWT-IDX.
               10  WS-AWT-ORDER-ID    PIC X(8).
               10  WS-AWT-FROM-ACC    PIC 9(10).
               10  WS-AWT-TO-ACC      PIC 9(10).
               10  WS-AWT-AMOUNT      PIC S9(10)V99.
               10  WS-AWT-POST-CODE   PIC X(1).
               10  WS-AWT-DATE        PIC 9(8).
               10  WS-AWT-OUTCOME     PIC X(1).
                   88  WS-AWT-UNSEEN      VALUE "N".
                   88  WS-AWT-APPLIED     VALUE "A".
                   88  WS-AWT-DECLINED    VALUE "D".
               10  WS-AWT-RESULT-CODE PIC 9(2).

      *> Calendar work area for stepping a due date forward.
       01  WS-DATE-WORK         PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY       PIC 9(4).
           05  WS-DW-MM         PIC 9(2).
           05  WS-DW-DD         PIC 9(2).

       01  WS-MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.

       01  WS-MONTH-LENGTH      PIC 9(2).
       01  WS-DATE-CHECK-FLAG   PIC X(1) VALUE 'Y'.
           88  WS-DATE-VALID        VALUE 'Y'.
           88  WS-DATE-INVALID      VALUE 'N'.
       01  WS-LEAP-QUOTIENT     PIC 9(4).
       01  WS-LEAP-REM-4        PIC 9(4).
       01  WS-LEAP-REM-100      PIC 9(4).
       01  WS-LEAP-REM-400      PIC 9(4).

       01  WS-EVENT-TEXT        PIC X(12).
       01  WS-EVENT-NOTE        PIC X(40).

       01  WS-AMOUNT-EDIT       PIC -(12)9.99.

       01  WS-REPORT-LINE       PIC X(132).
       01  WS-SCHEDULE-DETAIL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ORDER-ID    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-EVENT       PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ORDER-TYPE  PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-FROM-ACC    PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-TO-ACC      PIC Z(9)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT      PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-FREQUENCY   PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-NEXT-DUE    PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE        PIC X(40).
           05  FILLER             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Standing-order scheduler"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM OPEN-SCHEDULER-FILES
           PERFORM WRITE-REPORT-HEADING
           IF WS-SCH-ORDER-FILE-OPEN AND WS-SCH-ACCT-FILE-OPEN
               PERFORM APPLY-ORDER-MAINTENANCE
               PERFORM CONFIRM-AWAITED-ORDERS
               PERFORM FIND-NEXT-BATCH-NUMBER
               PERFORM GENERATE-DUE-ORDERS
           END-IF
           PERFORM WRITE-SCHEDULE-TOTALS
           PERFORM CLOSE-SCHEDULER-FILES
           PERFORM STAMP-RUN-END
           STOP RUN.

      *> The processing date comes from the run-control card, never
      *> the system clock, the same discipline as the posting run.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUN-CTL-SUCCESS
               DISPLAY "Run-control card RUNCTL is required, status "
                   WS-RUN-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "Run-control card RUNCTL is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               NOT AT END
                   IF RUN-PROCESS-DATE IS NUMERIC
                           AND RUN-PROCESS-DATE > ZERO
                       MOVE RUN-PROCESS-DATE TO WS-RUN-PROCESS-DATE
                   ELSE
                       DISPLAY "Run-control processing date is not "
                           "valid: " RUN-PROCESS-DATE
                       MOVE 16 TO RETURN-CODE
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                   END-IF
                   IF RUN-FORCE-FLAG = "Y"
                       SET WS-RUN-FORCE-RERUN TO TRUE
                       DISPLAY "Operator override: rerun forced"
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           DISPLAY "Processing date: " WS-RUN-PROCESS-DATE.

      *> Every batch step stamps the shared run registry when it
      *> starts and again when it ends cleanly, keyed on the card's
      *> processing date. The scheduler runs first in the night, so
      *> it has no prerequisite; the same pass notes how far the
      *> reconciliation has archived postings to TRANHIST.
       CHECK-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           EVALUATE TRUE
               WHEN WS-RUN-REG-SUCCESS
                   PERFORM SCAN-ONE-REGISTRY-RECORD
                       UNTIL WS-REG-DONE
                   CLOSE RUN-REGISTRY-FILE
               WHEN WS-RUN-REG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open RUN-REGISTRY-FILE, status "
                       WS-RUN-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-REG-STEP-DONE AND NOT WS-RUN-FORCE-RERUN
               DISPLAY WS-REG-OWN-PROGRAM " already completed for "
                   WS-RUN-PROCESS-DATE " - rerun refused without "
                   "operator override"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> A start stamp with no matching end is a run that died after
      *> it may already have written cards: a plain resubmission is
      *> refused until the operator has cleaned up and forces it.
           IF WS-REG-STEP-OPEN AND NOT WS-REG-STEP-DONE
                   AND NOT WS-RUN-FORCE-RERUN
               DISPLAY WS-REG-OWN-PROGRAM " started but did not end "
                   "for " WS-RUN-PROCESS-DATE " - rerun refused "
                   "without operator override"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REG-PREREQ-PROGRAM NOT = SPACES
                   AND NOT WS-REG-PREREQ-MET
                   AND NOT WS-RUN-FORCE-RERUN
               DISPLAY WS-REG-PREREQ-PROGRAM " has not completed for "
                   WS-RUN-PROCESS-DATE " - run refused without "
                   "operator override"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM STAMP-RUN-START.

       SCAN-ONE-REGISTRY-RECORD.
           READ RUN-REGISTRY-FILE
               AT END
                   SET WS-REG-DONE TO TRUE
               NOT AT END
                   IF REG-PROGRAM-ID = WS-REG-OWN-PROGRAM
                           AND REG-PROCESS-DATE =
                               WS-RUN-PROCESS-DATE
                       IF REG-RUN-STARTED
                           SET WS-REG-STEP-OPEN TO TRUE
                       END-IF
                       IF REG-RUN-ENDED
                           SET WS-REG-STEP-DONE TO TRUE
                       END-IF
                   END-IF
                   IF REG-RUN-ENDED
                       IF REG-PROGRAM-ID = WS-REG-PREREQ-PROGRAM
                               AND REG-PROCESS-DATE =
                                   WS-RUN-PROCESS-DATE
                           SET WS-REG-PREREQ-MET TO TRUE
                       END-IF
                       IF REG-PROGRAM-ID = WS-REG-RECON-PROGRAM
                               AND REG-PROCESS-DATE >
                                   WS-REG-LAST-RECON-DATE
                           MOVE REG-PROCESS-DATE
                               TO WS-REG-LAST-RECON-DATE
                       END-IF
                   END-IF
           END-READ.

      *> A start that cannot be stamped does not run: an unstamped
      *> run is invisible to the rerun guard, the same way the
      *> masters never change while the journal is shut.
       STAMP-RUN-START.
           MOVE "S" TO WS-REG-STAMP-STATUS
           PERFORM WRITE-RUN-REGISTRY
           IF WS-REG-STAMP-FAILED
               DISPLAY "Run stopped: start not stamped on the run "
                   "registry"
               STOP RUN
           END-IF.

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
               MOVE WS-ORDER-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-GEN-CARD-COUNT TO CSM-RECORDS-OUT
               MOVE WS-MAINT-REJECT-COUNT TO CSM-RECORDS-REJECTED
               MOVE WS-GEN-AMOUNT-TOTAL TO CSM-DEBIT-TOTAL
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
           EVALUATE TRUE
               WHEN WS-RUN-REG-SUCCESS
                   CONTINUE
               WHEN WS-RUN-REG-STATUS = "35"
                   OPEN OUTPUT RUN-REGISTRY-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-RUN-REG-SUCCESS
               DISPLAY "Unable to stamp RUN-REGISTRY-FILE, status "
                   WS-RUN-REG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RUN-REGISTRY-RECORD
               MOVE WS-REG-OWN-PROGRAM TO REG-PROGRAM-ID
               MOVE WS-RUN-PROCESS-DATE TO REG-PROCESS-DATE
               MOVE WS-REG-STAMP-STATUS TO REG-STATUS
               ACCEPT WS-REG-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-REG-STAMP-TIME FROM TIME
               MOVE WS-REG-STAMP-DATE TO REG-STAMP-DATE
               MOVE WS-REG-STAMP-TIME TO REG-STAMP-TIME
               WRITE RUN-REGISTRY-RECORD
               IF WS-RUN-REG-SUCCESS
                   SET WS-REG-STAMP-WRITTEN TO TRUE
               ELSE
                   DISPLAY "Permanent I/O error writing RUN-"
                       "REGISTRY-FILE, status " WS-RUN-REG-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE RUN-REGISTRY-FILE
           END-IF.

      *> The order file is created empty on its first run. The account
      *> master is needed to check every order before a card is
      *> written, so without it nothing is scheduled.
       OPEN-SCHEDULER-FILES.
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           IF NOT WS-SCHED-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening SCHEDULE-REPORT-"
                   "FILE, status " WS-SCHED-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STANDING-ORDER-FILE
           EVALUATE TRUE
               WHEN WS-ORDER-FILE-SUCCESS
                   CONTINUE
               WHEN WS-ORDER-FILE-STATUS = "35"
                   OPEN OUTPUT STANDING-ORDER-FILE
                   CLOSE STANDING-ORDER-FILE
                   OPEN I-O STANDING-ORDER-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ORDER-FILE-SUCCESS
               SET WS-SCH-ORDER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Permanent I/O error opening STANDING-ORDER-"
                   "FILE, status " WS-ORDER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-SUCCESS
               SET WS-SCH-ACCT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open ACCOUNT-FILE, status "
                   WS-ACCT-FILE-STATUS " - no orders scheduled"
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STANDING-ORDER SCHEDULE - PROCESSING DATE "
               WS-RUN-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ORDER     EVENT         T  FROM ACCT   "
               "   TO ACCT          AMOUNT  F  NEXT DUE  NOTE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE.

      *> Maintenance is applied before anything is scheduled, so an
      *> order added, amended or cancelled today takes effect today.
       APPLY-ORDER-MAINTENANCE.
           OPEN INPUT ORDER-MAINT-FILE
           EVALUATE TRUE
               WHEN WS-ORDER-MAINT-SUCCESS
                   PERFORM APPLY-ONE-MAINT-CARD UNTIL WS-SOM-DONE
                   CLOSE ORDER-MAINT-FILE
               WHEN WS-ORDER-MAINT-STATUS = "35"
                   DISPLAY "ORDER-MAINT-FILE not present, no order "
                       "maintenance"
               WHEN OTHER
                   DISPLAY "Unable to open ORDER-MAINT-FILE, status "
                       WS-ORDER-MAINT-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       APPLY-ONE-MAINT-CARD.
           READ ORDER-MAINT-FILE
               AT END
                   SET WS-SOM-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAINT-READ-COUNT
                   MOVE SPACES TO WS-EVENT-NOTE
                   EVALUATE TRUE
                       WHEN SOM-ADD-ORDER
                           PERFORM ADD-STANDING-ORDER
                       WHEN SOM-AMEND-ORDER
                           PERFORM AMEND-STANDING-ORDER
                       WHEN SOM-SUSPEND-ORDER
                           PERFORM SUSPEND-STANDING-ORDER
                       WHEN SOM-RESUME-ORDER
                           PERFORM RESUME-STANDING-ORDER
                       WHEN SOM-CANCEL-ORDER
                           PERFORM CANCEL-STANDING-ORDER
                       WHEN OTHER
                           MOVE "INVALID MAINTENANCE ACTION"
                               TO WS-EVENT-NOTE
                           PERFORM REJECT-MAINT-CARD
                   END-EVALUATE
           END-READ.

       ADD-STANDING-ORDER.
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   PERFORM BUILD-NEW-ORDER
               NOT INVALID KEY
                   MOVE "ORDER ALREADY ON FILE" TO WS-EVENT-NOTE
                   PERFORM REJECT-MAINT-CARD
           END-READ.

      *> A monthly order falls on the day of its first due date; a
      *> day-of-month order names its day and, with no first date,
      *> starts on the next such day from today.
       BUILD-NEW-ORDER.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           MOVE SOM-ORDER-TYPE TO SO-ORDER-TYPE
           MOVE SOM-FROM-ACC TO SO-FROM-ACC
           MOVE SOM-AMOUNT TO SO-AMOUNT
           MOVE SOM-FREQUENCY TO SO-FREQUENCY
      *> The optional fields may be left blank on the card; blank
      *> means none, the same as zero.
           MOVE ZERO TO SO-TO-ACC
           IF SO-TRANSFER
               MOVE SOM-TO-ACC TO SO-TO-ACC
           END-IF
           MOVE ZERO TO SO-DAY-OF-MONTH
           IF SOM-DAY-OF-MONTH IS NUMERIC
               MOVE SOM-DAY-OF-MONTH TO SO-DAY-OF-MONTH
           END-IF
           MOVE ZERO TO SO-NEXT-DUE
           IF SOM-FIRST-DUE IS NUMERIC
               MOVE SOM-FIRST-DUE TO SO-NEXT-DUE
           END-IF
           MOVE ZERO TO SO-END-DATE
           IF SOM-END-DATE IS NUMERIC
               MOVE SOM-END-DATE TO SO-END-DATE
           END-IF
           MOVE ZERO TO SO-PAYMENTS-LEFT
           IF SOM-PAYMENT-COUNT IS NUMERIC
               MOVE SOM-PAYMENT-COUNT TO SO-PAYMENTS-LEFT
           END-IF
           MOVE "A" TO SO-STATUS
           MOVE ZERO TO SO-AWAIT-DATE
           MOVE ZERO TO SO-RETRY-COUNT
           MOVE ZERO TO SO-LAST-PAID-DATE
           MOVE ZERO TO SO-PAID-COUNT
           MOVE WS-RUN-PROCESS-DATE TO SO-ADDED-DATE
           PERFORM CHECK-ORDER-FIELDS
           IF WS-MAINT-VALID
               PERFORM SET-FIRST-DUE-DATE
               PERFORM SET-MONTHLY-PAYMENT-DAY
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Standing order write failed: "
                           SO-ORDER-ID ", status "
                           WS-ORDER-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "ADDED" TO WS-EVENT-TEXT
                       PERFORM ACCEPT-MAINT-CARD
               END-WRITE
           ELSE
               PERFORM REJECT-MAINT-CARD
           END-IF.

       SET-FIRST-DUE-DATE.
           IF SO-NEXT-DUE = ZERO
               MOVE WS-RUN-PROCESS-DATE TO SO-NEXT-DUE
               IF SO-DAY-OF-MONTH-FREQ
                   MOVE WS-RUN-PROCESS-DATE TO WS-DATE-WORK
                   PERFORM FIND-MONTH-LENGTH
                   MOVE SO-DAY-OF-MONTH TO WS-DW-DD
                   IF WS-DW-DD > WS-MONTH-LENGTH
                       MOVE WS-MONTH-LENGTH TO WS-DW-DD
                   END-IF
                   MOVE WS-DATE-WORK TO SO-NEXT-DUE
                   IF SO-NEXT-DUE < WS-RUN-PROCESS-DATE
                       PERFORM STEP-ONE-MONTH
                       MOVE WS-DATE-WORK TO SO-NEXT-DUE
                   END-IF
               END-IF
           END-IF.

      *> A monthly order pays on the day of its first due date. The
      *> day is taken only when that date is set, never from a due
      *> date already pulled back to the end of a short month, or an
      *> order for the 31st would stay on the 28th for good.
       SET-MONTHLY-PAYMENT-DAY.
           IF SO-MONTHLY
               MOVE SO-NEXT-DUE TO WS-DATE-WORK
               MOVE WS-DW-DD TO SO-DAY-OF-MONTH
           END-IF.

      *> The same edits guard an add and the order as it stands after
      *> an amend. The accounts must be on the master when the order
      *> is set up; whether they can pay is checked on every run.
       CHECK-ORDER-FIELDS.
           SET WS-MAINT-VALID TO TRUE
           SET WS-DATE-VALID TO TRUE
           IF SO-NEXT-DUE IS NUMERIC AND SO-END-DATE IS NUMERIC
               MOVE SO-NEXT-DUE TO WS-DATE-WORK
               PERFORM CHECK-CALENDAR-DATE
               MOVE SO-END-DATE TO WS-DATE-WORK
               PERFORM CHECK-CALENDAR-DATE
           END-IF
           EVALUATE TRUE
               WHEN SO-ORDER-ID = SPACES
                   MOVE "ORDER ID MISSING" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN NOT SO-VALID-TYPE
                   MOVE "ORDER TYPE MUST BE W OR D" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-FROM-ACC IS NOT NUMERIC OR SO-FROM-ACC = ZERO
                   MOVE "FROM ACCOUNT MISSING" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-TRANSFER AND (SO-TO-ACC IS NOT NUMERIC
                       OR SO-TO-ACC = ZERO
                       OR SO-TO-ACC = SO-FROM-ACC)
                   MOVE "TRANSFER NEEDS A DIFFERENT TO ACCOUNT"
                       TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-AMOUNT IS NOT NUMERIC OR SO-AMOUNT NOT > ZERO
                   MOVE "AMOUNT MUST BE GREATER THAN ZERO"
                       TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN NOT SO-VALID-FREQUENCY
                   MOVE "FREQUENCY MUST BE W, M OR D" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-DAY-OF-MONTH-FREQ
                       AND (SO-DAY-OF-MONTH IS NOT NUMERIC
                       OR SO-DAY-OF-MONTH < 1
                       OR SO-DAY-OF-MONTH > 31)
                   MOVE "DAY OF MONTH MUST BE 01 TO 31"
                       TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-NEXT-DUE IS NOT NUMERIC
                       OR SO-END-DATE IS NOT NUMERIC
                       OR SO-PAYMENTS-LEFT IS NOT NUMERIC
                   MOVE "DATE OR COUNT NOT NUMERIC" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN WS-DATE-INVALID
                   MOVE "FIRST DUE OR END DATE NOT A VALID DATE"
                       TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN SO-END-DATE NOT = ZERO
                       AND SO-END-DATE < WS-RUN-PROCESS-DATE
                   MOVE "END DATE ALREADY PASSED" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
               WHEN OTHER
                   PERFORM CHECK-ORDER-ACCOUNTS-ON-FILE
           END-EVALUATE.

      *> A zero date is left to its default. Any other must be a real
      *> calendar date, or the due-date stepping would run off the
      *> month table.
       CHECK-CALENDAR-DATE.
           IF WS-DATE-WORK NOT = ZERO
               IF WS-DW-MM < 1 OR WS-DW-MM > 12
                   SET WS-DATE-INVALID TO TRUE
               ELSE
                   PERFORM FIND-MONTH-LENGTH
                   IF WS-DW-DD < 1 OR WS-DW-DD > WS-MONTH-LENGTH
                       SET WS-DATE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-ORDER-ACCOUNTS-ON-FILE.
           MOVE SO-FROM-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON FILE" TO WS-EVENT-NOTE
                   SET WS-MAINT-INVALID TO TRUE
           END-READ
           IF WS-MAINT-VALID AND SO-TRANSFER
               MOVE SO-TO-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "TO ACCOUNT NOT ON FILE" TO WS-EVENT-NOTE
                       SET WS-MAINT-INVALID TO TRUE
               END-READ
           END-IF.

      *> An amend changes only the fields punched on the card. An
      *> order already finished cannot be brought back this way; a
      *> new order is added instead. While a payment is out awaiting
      *> its outcome, what was paid cannot change: the outcome is
      *> matched on TRANHIST by the order's type, accounts and
      *> amount, and an amended order would never match the card that
      *> went out, so the payment would be made again.
       AMEND-STANDING-ORDER.
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EVENT-NOTE
                   PERFORM REJECT-MAINT-CARD
               NOT INVALID KEY
                   IF SO-CANCELLED OR SO-ENDED
                       MOVE "ORDER IS CANCELLED OR ENDED"
                           TO WS-EVENT-NOTE
                       PERFORM REJECT-MAINT-CARD
                   ELSE
                       IF SO-AWAIT-DATE NOT = ZERO
                               AND (SOM-ORDER-TYPE NOT = SPACE
                               OR (SOM-FROM-ACC IS NUMERIC
                                   AND SOM-FROM-ACC > ZERO)
                               OR (SOM-TO-ACC IS NUMERIC
                                   AND SOM-TO-ACC > ZERO)
                               OR (SOM-AMOUNT IS NUMERIC
                                   AND SOM-AMOUNT NOT = ZERO))
                           MOVE "ORDER AWAITING POSTING OUTCOME"
                               TO WS-EVENT-NOTE
                           PERFORM REJECT-MAINT-CARD
                       ELSE
                           PERFORM APPLY-ORDER-AMENDMENT
                       END-IF
                   END-IF
           END-READ.

       APPLY-ORDER-AMENDMENT.
           IF SOM-ORDER-TYPE NOT = SPACE
               MOVE SOM-ORDER-TYPE TO SO-ORDER-TYPE
           END-IF
           IF SOM-FROM-ACC IS NUMERIC AND SOM-FROM-ACC > ZERO
               MOVE SOM-FROM-ACC TO SO-FROM-ACC
           END-IF
           IF SOM-TO-ACC IS NUMERIC AND SOM-TO-ACC > ZERO
               MOVE SOM-TO-ACC TO SO-TO-ACC
           END-IF
           IF SO-PAYMENT
               MOVE ZERO TO SO-TO-ACC
           END-IF
           IF SOM-AMOUNT IS NUMERIC AND SOM-AMOUNT NOT = ZERO
               MOVE SOM-AMOUNT TO SO-AMOUNT
           END-IF
           IF SOM-FREQUENCY NOT = SPACE
               MOVE SOM-FREQUENCY TO SO-FREQUENCY
           END-IF
           IF SOM-DAY-OF-MONTH IS NUMERIC AND SOM-DAY-OF-MONTH > ZERO
               MOVE SOM-DAY-OF-MONTH TO SO-DAY-OF-MONTH
           END-IF
           IF SOM-FIRST-DUE IS NUMERIC AND SOM-FIRST-DUE > ZERO
               MOVE SOM-FIRST-DUE TO SO-NEXT-DUE
           END-IF
           IF SOM-END-DATE IS NUMERIC AND SOM-END-DATE > ZERO
               MOVE SOM-END-DATE TO SO-END-DATE
           END-IF
           IF SOM-PAYMENT-COUNT IS NUMERIC
                   AND SOM-PAYMENT-COUNT > ZERO
               MOVE SOM-PAYMENT-COUNT TO SO-PAYMENTS-LEFT
           END-IF
           PERFORM CHECK-ORDER-FIELDS
           IF WS-MAINT-VALID
               PERFORM SET-FIRST-DUE-DATE
      *> A new first due date, or a change to monthly, sets the day
      *> afresh unless the card gives the day itself.
               IF (SOM-FIRST-DUE IS NUMERIC AND SOM-FIRST-DUE > ZERO)
                       OR SOM-FREQUENCY NOT = SPACE
                   IF SOM-DAY-OF-MONTH IS NOT NUMERIC
                           OR SOM-DAY-OF-MONTH = ZERO
                       PERFORM SET-MONTHLY-PAYMENT-DAY
                   END-IF
               END-IF
      *> The retries belong to the attempt still out, so they stand
      *> until its outcome is known.
               IF SO-AWAIT-DATE = ZERO
                   MOVE ZERO TO SO-RETRY-COUNT
               END-IF
               MOVE "AMENDED" TO WS-EVENT-TEXT
               PERFORM REWRITE-MAINT-ORDER
           ELSE
               PERFORM REJECT-MAINT-CARD
           END-IF.

       SUSPEND-STANDING-ORDER.
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EVENT-NOTE
                   PERFORM REJECT-MAINT-CARD
               NOT INVALID KEY
                   IF SO-ACTIVE
                       MOVE "S" TO SO-STATUS
                       MOVE "SUSPENDED" TO WS-EVENT-TEXT
                       PERFORM REWRITE-MAINT-ORDER
                   ELSE
                       MOVE "ORDER IS NOT ACTIVE" TO WS-EVENT-NOTE
                       PERFORM REJECT-MAINT-CARD
                   END-IF
           END-READ.

      *> Payments that fell due while the order was suspended are not
      *> made up: a resumed order picks up at its next date from today.
       RESUME-STANDING-ORDER.
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EVENT-NOTE
                   PERFORM REJECT-MAINT-CARD
               NOT INVALID KEY
                   IF SO-SUSPENDED
                       MOVE "A" TO SO-STATUS
                       MOVE ZERO TO SO-RETRY-COUNT
                       PERFORM ADVANCE-ORDER-SCHEDULE
                           UNTIL SO-NEXT-DUE NOT < WS-RUN-PROCESS-DATE
                               OR SO-ENDED
                       MOVE "RESUMED" TO WS-EVENT-TEXT
                       PERFORM REWRITE-MAINT-ORDER
                   ELSE
                       MOVE "ORDER IS NOT SUSPENDED" TO WS-EVENT-NOTE
                       PERFORM REJECT-MAINT-CARD
                   END-IF
           END-READ.

      *> A cancelled order stays on file as a record of what was paid.
       CANCEL-STANDING-ORDER.
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EVENT-NOTE
                   PERFORM REJECT-MAINT-CARD
               NOT INVALID KEY
                   IF SO-CANCELLED OR SO-ENDED
                       MOVE "ORDER IS ALREADY CANCELLED OR ENDED"
                           TO WS-EVENT-NOTE
                       PERFORM REJECT-MAINT-CARD
                   ELSE
                       MOVE "C" TO SO-STATUS
                       MOVE "CANCELLED" TO WS-EVENT-TEXT
                       PERFORM REWRITE-MAINT-ORDER
                   END-IF
           END-READ.

       REWRITE-MAINT-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Standing order rewrite failed: "
                       SO-ORDER-ID ", status " WS-ORDER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM ACCEPT-MAINT-CARD
           END-REWRITE.

       ACCEPT-MAINT-CARD.
           ADD 1 TO WS-MAINT-APPLIED-COUNT
           PERFORM WRITE-ORDER-EVENT.

       REJECT-MAINT-CARD.
           ADD 1 TO WS-MAINT-REJECT-COUNT
           MOVE "REJECTED" TO WS-EVENT-TEXT
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE SOM-ORDER-ID TO SO-ORDER-ID
           MOVE SOM-ORDER-TYPE TO SO-ORDER-TYPE
           MOVE SOM-FROM-ACC TO SO-FROM-ACC
           MOVE SOM-TO-ACC TO SO-TO-ACC
           MOVE SOM-AMOUNT TO SO-AMOUNT
           MOVE SOM-FREQUENCY TO SO-FREQUENCY
           MOVE SOM-FIRST-DUE TO SO-NEXT-DUE
           PERFORM WRITE-ORDER-EVENT
           IF RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Cards written on an earlier run are proved against TRANHIST
      *> before today's cards are built, so a payment the posting run
      *> declined is tried again today. The outcome is known only
      *> once the reconciliation has archived that day's postings.
       CONFIRM-AWAITED-ORDERS.
           PERFORM LOAD-AWAITED-ORDERS
           IF WS-AWAIT-COUNT > ZERO
               PERFORM OPEN-TRANSACTION-HISTORY
               IF WS-SCH-HIST-FILE-OPEN
                   PERFORM MATCH-ONE-HISTORY-RECORD
                       UNTIL WS-HIST-DONE
                   CLOSE TRANSACTION-HISTORY-FILE
               END-IF
               PERFORM SETTLE-ONE-AWAITED-ORDER
                   VARYING AWT-IDX FROM 1 BY 1
                   UNTIL AWT-IDX > WS-AWAIT-COUNT
           END-IF.

       LOAD-AWAITED-ORDERS.
           MOVE LOW-VALUES TO SO-ORDER-ID
           SET WS-SCAN-NOT-DONE TO TRUE
           START STANDING-ORDER-FILE KEY NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM LOAD-ONE-AWAITED-ORDER UNTIL WS-SCAN-DONE.

       LOAD-ONE-AWAITED-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SO-AWAIT-DATE > ZERO
                       PERFORM ADD-AWAITED-ORDER
                   END-IF
           END-READ.

      *> A transfer posts on TRANHIST as an O leg against the source
      *> whether it was applied or declined; a payment posts as a D.
       ADD-AWAITED-ORDER.
           IF WS-AWAIT-COUNT < WS-AWAIT-MAX
               ADD 1 TO WS-AWAIT-COUNT
               SET AWT-IDX TO WS-AWAIT-COUNT
               MOVE SO-ORDER-ID TO WS-AWT-ORDER-ID (AWT-IDX)
               MOVE SO-FROM-ACC TO WS-AWT-FROM-ACC (AWT-IDX)
               MOVE SO-TO-ACC TO WS-AWT-TO-ACC (AWT-IDX)
               MOVE SO-AMOUNT TO WS-AWT-AMOUNT (AWT-IDX)
               IF SO-TRANSFER
                   MOVE "O" TO WS-AWT-POST-CODE (AWT-IDX)
               ELSE
                   MOVE "D" TO WS-AWT-POST-CODE (AWT-IDX)
               END-IF
               MOVE SO-AWAIT-DATE TO WS-AWT-DATE (AWT-IDX)
               SET WS-AWT-UNSEEN (AWT-IDX) TO TRUE
               MOVE ZERO TO WS-AWT-RESULT-CODE (AWT-IDX)
           ELSE
               DISPLAY "Awaited-order table full, order "
                   SO-ORDER-ID " left awaiting its outcome"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-TRANSACTION-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-HIST-SUCCESS
                   SET WS-SCH-HIST-FILE-OPEN TO TRUE
               WHEN WS-TRANS-HIST-STATUS = "35"
                   DISPLAY "TRANSACTION-HISTORY-FILE not present, "
                       "awaited orders held"
               WHEN OTHER
                   DISPLAY "Unable to open TRANSACTION-HISTORY-FILE, "
                       "status " WS-TRANS-HIST-STATUS
                       " - awaited orders held"
           END-EVALUATE
           IF NOT WS-SCH-HIST-FILE-OPEN
               MOVE ZERO TO WS-REG-LAST-RECON-DATE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   PERFORM MATCH-AWAITED-ORDER
           END-READ.

      *> Each history line settles at most one awaited card, so two
      *> identical orders on the same account are matched one apiece.
       MATCH-AWAITED-ORDER.
           SET AWT-IDX TO 1
           SEARCH WS-AWT-ENTRY
               AT END
                   CONTINUE
               WHEN AWT-IDX > WS-AWAIT-COUNT
                   CONTINUE
               WHEN WS-AWT-UNSEEN (AWT-IDX)
                       AND WS-AWT-DATE (AWT-IDX) = TH-POST-DATE
                       AND WS-AWT-FROM-ACC (AWT-IDX) = TH-ACC-NUMBER
                       AND WS-AWT-POST-CODE (AWT-IDX) = TH-TRANS-CODE
                       AND WS-AWT-AMOUNT (AWT-IDX) = TH-AMOUNT
                       AND WS-AWT-TO-ACC (AWT-IDX) =
                           TH-CONTRA-ACC-NUMBER
                   MOVE TH-RESULT-CODE TO WS-AWT-RESULT-CODE (AWT-IDX)
                   IF TH-RESULT-APPLIED
                       SET WS-AWT-APPLIED (AWT-IDX) TO TRUE
                   ELSE
                       SET WS-AWT-DECLINED (AWT-IDX) TO TRUE
                   END-IF
           END-SEARCH.

      *> A card that never reached TRANHIST although its day has been
      *> archived was not posted at all (its batch was refused or the
      *> account was not on file) and is treated as a failure.
       SETTLE-ONE-AWAITED-ORDER.
           MOVE WS-AWT-ORDER-ID (AWT-IDX) TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "Awaited standing order vanished: "
                       WS-AWT-ORDER-ID (AWT-IDX)
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-AWT-APPLIED (AWT-IDX)
                           PERFORM CONFIRM-ORDER-PAYMENT
                       WHEN WS-AWT-DECLINED (AWT-IDX)
                           ADD 1 TO WS-DECLINED-COUNT
                           MOVE "DECLINED" TO WS-EVENT-TEXT
                           MOVE SPACES TO WS-EVENT-NOTE
                           STRING "POSTING RESULT "
                               WS-AWT-RESULT-CODE (AWT-IDX)
                               DELIMITED BY SIZE INTO WS-EVENT-NOTE
                           PERFORM WRITE-ORDER-EVENT
                           MOVE ZERO TO SO-AWAIT-DATE
                           PERFORM FAIL-ORDER-ATTEMPT
                           PERFORM REWRITE-SCHEDULED-ORDER
                       WHEN WS-AWT-DATE (AWT-IDX) NOT >
                               WS-REG-LAST-RECON-DATE
                           ADD 1 TO WS-NOT-POSTED-COUNT
                           MOVE "NOT POSTED" TO WS-EVENT-TEXT
                           MOVE "CARD NOT FOUND ON TRANHIST"
                               TO WS-EVENT-NOTE
                           PERFORM WRITE-ORDER-EVENT
                           MOVE ZERO TO SO-AWAIT-DATE
                           PERFORM FAIL-ORDER-ATTEMPT
                           PERFORM REWRITE-SCHEDULED-ORDER
                       WHEN OTHER
                           ADD 1 TO WS-HELD-COUNT
                           MOVE "AWAITING" TO WS-EVENT-TEXT
                           MOVE SPACES TO WS-EVENT-NOTE
                           STRING "OUTCOME OF " SO-AWAIT-DATE
                               " NOT YET ARCHIVED"
                               DELIMITED BY SIZE INTO WS-EVENT-NOTE
                           PERFORM WRITE-ORDER-EVENT
                   END-EVALUATE
           END-READ.

       CONFIRM-ORDER-PAYMENT.
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE SO-AWAIT-DATE TO SO-LAST-PAID-DATE
           ADD 1 TO SO-PAID-COUNT
           MOVE ZERO TO SO-AWAIT-DATE
           MOVE ZERO TO SO-RETRY-COUNT
           MOVE "PAID" TO WS-EVENT-TEXT
           MOVE SPACES TO WS-EVENT-NOTE
           IF SO-PAYMENTS-LEFT > ZERO
               SUBTRACT 1 FROM SO-PAYMENTS-LEFT
               IF SO-PAYMENTS-LEFT = ZERO
                   MOVE "E" TO SO-STATUS
                   MOVE "FINAL PAYMENT - ORDER ENDED" TO WS-EVENT-NOTE
                   ADD 1 TO WS-ENDED-COUNT
               END-IF
           END-IF
           IF NOT SO-ENDED
               PERFORM ADVANCE-ORDER-SCHEDULE
           END-IF
           PERFORM WRITE-ORDER-EVENT
           PERFORM REWRITE-SCHEDULED-ORDER.

      *> A failed attempt leaves the due date where it is, so the order
      *> is still due and is tried again; once the retries are used up
      *> the occurrence is reported as missed and the order moves on.
       FAIL-ORDER-ATTEMPT.
           ADD 1 TO SO-RETRY-COUNT
           IF SO-RETRY-COUNT > WS-SO-RETRY-LIMIT
               ADD 1 TO WS-MISSED-COUNT
               MOVE ZERO TO SO-RETRY-COUNT
               MOVE "MISSED" TO WS-EVENT-TEXT
               MOVE "RETRIES EXHAUSTED - PAYMENT NOT MADE"
                   TO WS-EVENT-NOTE
               PERFORM WRITE-ORDER-EVENT
               PERFORM ADVANCE-ORDER-SCHEDULE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RETRY-COUNT
           END-IF.

      *> The cards for every due order go out as one balanced batch.
      *> Its number is one past any scheduler batch already accepted
      *> or already waiting on ACCTTRAN for the date, so a forced
      *> rerun never collides with a batch the register holds.
       FIND-NEXT-BATCH-NUMBER.
           MOVE ZERO TO WS-SORD-BATCH-NUMBER
           OPEN INPUT BATCH-REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-BATCH-REG-SUCCESS
                   SET WS-SCAN-NOT-DONE TO TRUE
                   PERFORM SCAN-ONE-REGISTER-ENTRY UNTIL WS-SCAN-DONE
                   CLOSE BATCH-REGISTER-FILE
               WHEN WS-BATCH-REG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open BATCH-REGISTER-FILE, "
                       "status " WS-BATCH-REG-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           OPEN INPUT ACCOUNT-TRANS-FILE
           EVALUATE TRUE
               WHEN WS-ACCT-TRAN-SUCCESS
                   SET WS-SCAN-NOT-DONE TO TRUE
                   PERFORM SCAN-ONE-WAITING-CARD UNTIL WS-SCAN-DONE
                   CLOSE ACCOUNT-TRANS-FILE
               WHEN WS-ACCT-TRAN-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open ACCOUNT-TRANS-FILE, "
                       "status " WS-ACCT-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           ADD 1 TO WS-SORD-BATCH-NUMBER.

       SCAN-ONE-REGISTER-ENTRY.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF BRG-FILE-ID = "ACCT"
                           AND BRG-BRANCH = WS-SORD-BRANCH
                           AND BRG-BATCH-DATE = WS-RUN-PROCESS-DATE
                           AND BRG-BATCH-NUMBER > WS-SORD-BATCH-NUMBER
                       MOVE BRG-BATCH-NUMBER TO WS-SORD-BATCH-NUMBER
                   END-IF
           END-READ.

       SCAN-ONE-WAITING-CARD.
           READ ACCOUNT-TRANS-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF AT-BATCH-HEADER
                           AND ABH-BRANCH = WS-SORD-BRANCH
                           AND ABH-BATCH-DATE = WS-RUN-PROCESS-DATE
                           AND ABH-BATCH-NUMBER > WS-SORD-BATCH-NUMBER
                       MOVE ABH-BATCH-NUMBER TO WS-SORD-BATCH-NUMBER
                   END-IF
           END-READ.

       GENERATE-DUE-ORDERS.
           IF RETURN-CODE < 16
               MOVE LOW-VALUES TO SO-ORDER-ID
               SET WS-ORDER-NOT-DONE TO TRUE
               START STANDING-ORDER-FILE KEY NOT LESS THAN SO-ORDER-ID
                   INVALID KEY
                       SET WS-ORDER-DONE TO TRUE
               END-START
               PERFORM SCHEDULE-ONE-ORDER UNTIL WS-ORDER-DONE
               IF WS-SORD-BATCH-OPEN
                   PERFORM CLOSE-ORDER-BATCH
               END-IF
           ELSE
               DISPLAY "No orders scheduled after a permanent error"
           END-IF.

       SCHEDULE-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-ORDER-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDER-READ-COUNT
                   IF SO-ACTIVE AND SO-AWAIT-DATE = ZERO
                           AND SO-NEXT-DUE NOT > WS-RUN-PROCESS-DATE
                       PERFORM SCHEDULE-DUE-ORDER
                   END-IF
           END-READ.

       SCHEDULE-DUE-ORDER.
           IF SO-END-DATE > ZERO AND SO-NEXT-DUE > SO-END-DATE
               MOVE "E" TO SO-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE "ENDED" TO WS-EVENT-TEXT
               MOVE "END DATE REACHED" TO WS-EVENT-NOTE
               PERFORM WRITE-ORDER-EVENT
           ELSE
               PERFORM CHECK-ORDER-CAN-PAY
               IF WS-ORDER-POSTABLE
                   PERFORM WRITE-ORDER-CARD
                   MOVE WS-RUN-PROCESS-DATE TO SO-AWAIT-DATE
                   MOVE "SCHEDULED" TO WS-EVENT-TEXT
                   MOVE SPACES TO WS-EVENT-NOTE
                   IF SO-RETRY-COUNT > ZERO
                       STRING "RETRY " SO-RETRY-COUNT " OF "
                           WS-SO-RETRY-LIMIT
                           DELIMITED BY SIZE INTO WS-EVENT-NOTE
                   END-IF
                   PERFORM WRITE-ORDER-EVENT
               ELSE
                   MOVE "NOT SENT" TO WS-EVENT-TEXT
                   PERFORM WRITE-ORDER-EVENT
                   PERFORM FAIL-ORDER-ATTEMPT
               END-IF
           END-IF
           PERFORM REWRITE-SCHEDULED-ORDER.

      *> The same tests the posting run applies to a D or W card, made
      *> before the card is written so that an order which plainly
      *> cannot pay is reported rather than sent to be declined.
       CHECK-ORDER-CAN-PAY.
           SET WS-ORDER-POSTABLE TO TRUE
           MOVE SPACES TO WS-EVENT-NOTE
           MOVE SO-FROM-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON FILE" TO WS-EVENT-NOTE
                   SET WS-ORDER-NOT-POSTABLE TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-FROZEN
                           MOVE "FROM ACCOUNT FROZEN" TO WS-EVENT-NOTE
                           SET WS-ORDER-NOT-POSTABLE TO TRUE
                       WHEN ACC-CLOSED
                           MOVE "FROM ACCOUNT CLOSED" TO WS-EVENT-NOTE
                           SET WS-ORDER-NOT-POSTABLE TO TRUE
                       WHEN NOT ACC-OPEN
                           MOVE "FROM ACCOUNT NOT OPEN"
                               TO WS-EVENT-NOTE
                           SET WS-ORDER-NOT-POSTABLE TO TRUE
                       WHEN ACC-BALANCE - SO-AMOUNT <
                               ZERO - ACC-OD-LIMIT
                           MOVE "INSUFFICIENT FUNDS" TO WS-EVENT-NOTE
                           SET WS-ORDER-NOT-POSTABLE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-ORDER-POSTABLE AND SO-TRANSFER
               MOVE SO-TO-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "TO ACCOUNT NOT ON FILE" TO WS-EVENT-NOTE
                       SET WS-ORDER-NOT-POSTABLE TO TRUE
                   NOT INVALID KEY
                       IF NOT ACC-OPEN
                           MOVE "TO ACCOUNT NOT OPEN" TO WS-EVENT-NOTE
                           SET WS-ORDER-NOT-POSTABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-ORDER-CARD.
           IF WS-SORD-BATCH-CLOSED
               PERFORM OPEN-ORDER-BATCH
           END-IF
           MOVE SPACES TO ACCOUNT-TRANS-RECORD
           MOVE SO-ORDER-TYPE TO AT-TRANS-CODE
           MOVE SO-FROM-ACC TO AT-ACC-NUMBER
           IF SO-TRANSFER
               MOVE SO-TO-ACC TO AT-TO-ACC-NUMBER
           END-IF
           MOVE SO-AMOUNT TO AT-AMOUNT
           MOVE WS-RUN-PROCESS-DATE TO AT-EFFECTIVE-DATE
           WRITE ACCOUNT-TRANS-RECORD
           IF WS-ACCT-TRAN-SUCCESS
               ADD 1 TO WS-GEN-CARD-COUNT
               ADD AT-ACC-NUMBER TO WS-GEN-ACCT-HASH
               ADD AT-AMOUNT TO WS-GEN-AMOUNT-TOTAL
           ELSE
               DISPLAY "Permanent I/O error writing ACCOUNT-TRANS-"
                   "FILE, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> The scheduler's batch is appended behind whatever the branches
      *> have already queued for the posting run.
       OPEN-ORDER-BATCH.
           OPEN EXTEND ACCOUNT-TRANS-FILE
           IF WS-ACCT-TRAN-STATUS = "35"
               OPEN OUTPUT ACCOUNT-TRANS-FILE
           END-IF
           IF NOT WS-ACCT-TRAN-SUCCESS
               DISPLAY "Unable to open ACCOUNT-TRANS-FILE for the "
                   "scheduler batch, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SCHEDULE-REPORT-FILE
               CLOSE STANDING-ORDER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           SET WS-SORD-BATCH-OPEN TO TRUE
           MOVE SPACES TO ACCOUNT-BATCH-HEADER
           MOVE "H" TO ABH-RECORD-CODE
           MOVE WS-SORD-BATCH-NUMBER TO ABH-BATCH-NUMBER
           MOVE WS-SORD-BRANCH TO ABH-BRANCH
           MOVE WS-RUN-PROCESS-DATE TO ABH-BATCH-DATE
           WRITE ACCOUNT-BATCH-HEADER
           IF NOT WS-ACCT-TRAN-SUCCESS
               DISPLAY "Permanent I/O error writing ACCOUNT-TRANS-"
                   "FILE header, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-ORDER-BATCH.
           MOVE SPACES TO ACCOUNT-BATCH-TRAILER
           MOVE "T" TO ABT-RECORD-CODE
           MOVE WS-GEN-CARD-COUNT TO ABT-RECORD-COUNT
           MOVE WS-GEN-ACCT-HASH TO ABT-ACCT-HASH
           MOVE WS-GEN-AMOUNT-TOTAL TO ABT-AMOUNT-TOTAL
           WRITE ACCOUNT-BATCH-TRAILER
           IF NOT WS-ACCT-TRAN-SUCCESS
               DISPLAY "Permanent I/O error writing ACCOUNT-TRANS-"
                   "FILE trailer, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE ACCOUNT-TRANS-FILE
           SET WS-SORD-BATCH-CLOSED TO TRUE.

       REWRITE-SCHEDULED-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Standing order rewrite failed: "
                       SO-ORDER-ID ", status " WS-ORDER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

      *> Steps the due date one period on and ends the order once the
      *> new date passes its end date.
       ADVANCE-ORDER-SCHEDULE.
           MOVE SO-NEXT-DUE TO WS-DATE-WORK
           IF SO-WEEKLY
               PERFORM STEP-ONE-WEEK
           ELSE
               PERFORM STEP-ONE-MONTH
           END-IF
           MOVE WS-DATE-WORK TO SO-NEXT-DUE
           IF SO-END-DATE > ZERO AND SO-NEXT-DUE > SO-END-DATE
               MOVE "E" TO SO-STATUS
               ADD 1 TO WS-ENDED-COUNT
           END-IF.

       STEP-ONE-WEEK.
           PERFORM FIND-MONTH-LENGTH
           ADD 7 TO WS-DW-DD
           IF WS-DW-DD > WS-MONTH-LENGTH
               SUBTRACT WS-MONTH-LENGTH FROM WS-DW-DD
               PERFORM STEP-MONTH-NUMBER
           END-IF.

      *> The order's day is kept on the record, so a payment on the
      *> 31st falls on the last day of a short month and returns to
      *> the 31st when the month allows.
       STEP-ONE-MONTH.
           PERFORM STEP-MONTH-NUMBER
           PERFORM FIND-MONTH-LENGTH
           MOVE SO-DAY-OF-MONTH TO WS-DW-DD
           IF WS-DW-DD > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-DW-DD
           END-IF.

       STEP-MONTH-NUMBER.
           ADD 1 TO WS-DW-MM
           IF WS-DW-MM > 12
               MOVE 1 TO WS-DW-MM
               ADD 1 TO WS-DW-YYYY
           END-IF.

       FIND-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-MONTH-LENGTH
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                           OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

       WRITE-ORDER-EVENT.
           MOVE SO-ORDER-ID TO WS-DTL-ORDER-ID
           MOVE WS-EVENT-TEXT TO WS-DTL-EVENT
           MOVE SO-ORDER-TYPE TO WS-DTL-ORDER-TYPE
           MOVE ZERO TO WS-DTL-FROM-ACC
           IF SO-FROM-ACC IS NUMERIC
               MOVE SO-FROM-ACC TO WS-DTL-FROM-ACC
           END-IF
           MOVE ZERO TO WS-DTL-TO-ACC
           IF SO-TO-ACC IS NUMERIC
               MOVE SO-TO-ACC TO WS-DTL-TO-ACC
           END-IF
           MOVE ZERO TO WS-DTL-AMOUNT
           IF SO-AMOUNT IS NUMERIC
               MOVE SO-AMOUNT TO WS-DTL-AMOUNT
           END-IF
           MOVE SO-FREQUENCY TO WS-DTL-FREQUENCY
           MOVE ZERO TO WS-DTL-NEXT-DUE
           IF SO-NEXT-DUE IS NUMERIC
               MOVE SO-NEXT-DUE TO WS-DTL-NEXT-DUE
           END-IF
           MOVE WS-EVENT-NOTE TO WS-DTL-NOTE
           MOVE WS-SCHEDULE-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE.

       WRITE-SCHEDULE-TOTALS.
           MOVE WS-GEN-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GEN-CARD-COUNT > ZERO
               STRING "BATCH " WS-SORD-BRANCH " " WS-SORD-BATCH-NUMBER
                   "  CARDS: " WS-GEN-CARD-COUNT
                   "  HASH: " WS-GEN-ACCT-HASH
                   "  AMOUNT: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "NO ORDERS DUE - NO BATCH WRITTEN"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINTENANCE READ: " WS-MAINT-READ-COUNT
               "  APPLIED: " WS-MAINT-APPLIED-COUNT
               "  REJECTED: " WS-MAINT-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAID: " WS-CONFIRMED-COUNT
               "  DECLINED: " WS-DECLINED-COUNT
               "  NOT POSTED: " WS-NOT-POSTED-COUNT
               "  AWAITING: " WS-HELD-COUNT
               "  RETRIES: " WS-RETRY-COUNT
               "  MISSED: " WS-MISSED-COUNT
               "  ENDED: " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           DISPLAY "Maintenance cards read:  " WS-MAINT-READ-COUNT
           DISPLAY "Maintenance rejected:    " WS-MAINT-REJECT-COUNT
           DISPLAY "Orders read:             " WS-ORDER-READ-COUNT
           DISPLAY "Payments confirmed:      " WS-CONFIRMED-COUNT
           DISPLAY "Payments to retry:       " WS-RETRY-COUNT
           DISPLAY "Payments missed:         " WS-MISSED-COUNT
           DISPLAY "Cards scheduled:         " WS-GEN-CARD-COUNT
           DISPLAY "Scheduled amount:        " WS-AMOUNT-EDIT.

       WRITE-SCHEDULE-LINE.
           MOVE WS-REPORT-LINE TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           IF NOT WS-SCHED-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing SCHEDULE-REPORT-"
                   "FILE, status " WS-SCHED-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-SCHEDULER-FILES.
           IF WS-SCH-ORDER-FILE-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF WS-SCH-ACCT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           CLOSE SCHEDULE-REPORT-FILE.

       END PROGRAM SOSCHED.
