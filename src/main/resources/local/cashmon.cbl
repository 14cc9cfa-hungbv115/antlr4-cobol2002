       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONITOR-CONTROL-FILE ASSIGN TO "MONCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MON-CTL-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MONITOR-CASE-FILE ASSIGN TO "MONCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT CASE-CLEARANCE-FILE ASSIGN TO "MONCLR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASE-CLR-STATUS.

           SELECT MONITOR-REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MON-RPT-STATUS.

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
      *> Compliance sets the reportable amount, the band below it
      *> that counts as "just under" (as a percentage of the
      *> threshold), the length of the rolling window in days and how
      *> many just-under postings inside it make a pattern.
       FD  MONITOR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MONITOR-CONTROL-RECORD.
           05  MCT-REPORT-THRESHOLD PIC 9(9)V99.
           05  MCT-NEAR-PERCENT     PIC 9(3).
           05  MCT-WINDOW-DAYS      PIC 9(3).
           05  MCT-NEAR-COUNT       PIC 9(3).
           05  FILLER               PIC X(60).

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRANSACTION-HISTORY-RECORD.
           05  TH-POST-DATE         PIC 9(8).
           05  TH-ACC-NUMBER        PIC 9(10).
           05  TH-TRANS-CODE        PIC X(1).
               88  TH-CASH-MOVEMENT     VALUE 'D', 'C', 'N'.
           05  TH-AMOUNT            PIC S9(10)V99.
           05  TH-BALANCE-AFTER     PIC S9(10)V99.
           05  TH-RESULT-CODE       PIC 9(2).
               88  TH-RESULT-APPLIED    VALUE 0.
           05  TH-CONTRA-ACC-NUMBER PIC 9(10).
           05  TH-POST-REF          PIC 9(10).
           05  TH-REVERSED-REF      PIC 9(10).

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

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           05  CUST-ID          PIC X(10).
           05  CUST-NAME        PIC X(50).
           05  CUST-ADDRESS     PIC X(100).
           05  CUST-PHONE       PIC X(15).
           05  CUST-BRANCH      PIC X(4).

      *> One case per customer and date, opened the first time the
      *> customer is reported for that date. A reviewer clears it
      *> through MONCLR and it is not reported again.
       FD  MONITOR-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MONITOR-CASE-RECORD.
           05  CASE-KEY.
               10  CASE-CUST-ID     PIC X(10).
               10  CASE-DATE        PIC 9(8).
           05  CASE-STATUS      PIC X(1).
               88  CASE-OPEN        VALUE "O".
               88  CASE-CLEARED     VALUE "C".
           05  CASE-BRANCH      PIC X(4).
           05  CASE-SINGLE-FLAG PIC X(1).
           05  CASE-AGGREGATE-FLAG PIC X(1).
           05  CASE-PATTERN-FLAG PIC X(1).
           05  CASE-AMOUNT      PIC S9(12)V99.
           05  CASE-OPENED-DATE PIC 9(8).
           05  CASE-CLEARED-DATE PIC 9(8).
           05  CASE-REVIEWER    PIC X(8).
           05  FILLER           PIC X(16).

       FD  CASE-CLEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CASE-CLEARANCE-RECORD.
           05  CLR-CUST-ID      PIC X(10).
           05  CLR-DATE         PIC 9(8).
           05  CLR-REVIEWER     PIC X(8).
           05  FILLER           PIC X(54).

       FD  MONITOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MONITOR-REPORT-RECORD PIC X(132).

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
       01  WS-MON-CTL-STATUS    PIC X(2).
           88  WS-MON-CTL-SUCCESS    VALUE '00'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-CUST-FILE-STATUS  PIC X(2).
           88  WS-CUST-FILE-SUCCESS  VALUE '00'.

       01  WS-CASE-FILE-STATUS  PIC X(2).
           88  WS-CASE-FILE-SUCCESS  VALUE '00'.

       01  WS-CASE-CLR-STATUS   PIC X(2).
           88  WS-CASE-CLR-SUCCESS   VALUE '00'.

       01  WS-MON-RPT-STATUS    PIC X(2).
           88  WS-MON-RPT-SUCCESS    VALUE '00'.

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
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "CASHMON".
           05  WS-REG-PREREQ-PROGRAM PIC X(12) VALUE "RECONCIL".

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

       01  WS-RUN-FORCE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-RUN-FORCE-RERUN   VALUE 'Y'.

       01  WS-HIST-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  WS-HIST-DONE        VALUE 'Y'.
           88  WS-HIST-NOT-DONE    VALUE 'N'.

       01  WS-CLR-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CLR-DONE         VALUE 'Y'.
           88  WS-CLR-NOT-DONE     VALUE 'N'.

       01  WS-MON-CUST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-MON-CUST-FILE-OPEN  VALUE 'Y'.

       01  WS-MON-CASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-MON-CASE-FILE-OPEN  VALUE 'Y'.

      *> The control values as checked and in use for this run.
       01  WS-MONITOR-LIMITS.
           05  WS-MON-THRESHOLD     PIC 9(9)V99 VALUE ZERO.
           05  WS-MON-NEAR-FLOOR    PIC 9(9)V99 VALUE ZERO.
           05  WS-MON-NEAR-PERCENT  PIC 9(3) VALUE ZERO.
           05  WS-MON-WINDOW-DAYS   PIC 9(3) VALUE ZERO.
           05  WS-MON-NEAR-COUNT    PIC 9(3) VALUE ZERO.

      *> Dates are compared as day numbers so that the window can
      *> reach back across month and year ends.
       01  WS-DAY-NUMBER-DATE   PIC 9(8).
       01  WS-DAY-NUMBER-DATE-X REDEFINES WS-DAY-NUMBER-DATE.
           05  WS-DN-YYYY       PIC 9(4).
           05  WS-DN-MM         PIC 9(2).
           05  WS-DN-DD         PIC 9(2).
       01  WS-DAY-NUMBER        PIC 9(7).
       01  WS-DN-PRIOR-YEARS    PIC 9(4).
       01  WS-DN-QUOTIENT       PIC 9(4).
       01  WS-DN-REM-4          PIC 9(4).
       01  WS-DN-REM-100        PIC 9(4).
       01  WS-DN-REM-400        PIC 9(4).
       01  WS-PROCESS-DAY-NUMBER PIC 9(7).
       01  WS-WINDOW-START-DAY  PIC 9(7).

       01  WS-DAYS-BEFORE-VALUES PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
           05  WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

       01  WS-POST-CUST-ID      PIC X(10).

      *> Each customer's postings for each day in the window.
       01  WS-DAY-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-DAY-MAX           PIC 9(4) COMP VALUE 2000.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DAY-IDX.
               10  WS-DAY-CUST-ID     PIC X(10).
               10  WS-DAY-DATE        PIC 9(8).
               10  WS-DAY-POSTINGS    PIC 9(5).
               10  WS-DAY-AMOUNT      PIC S9(12)V99.

      *> Each customer's just-under postings across the window.
       01  WS-NEAR-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-NEAR-MAX          PIC 9(3) COMP VALUE 500.
       01  WS-NEAR-TABLE.
           05  WS-NEAR-ENTRY OCCURS 500 TIMES
                   INDEXED BY NER-IDX.
               10  WS-NER-CUST-ID     PIC X(10).
               10  WS-NER-POSTINGS    PIC 9(5).
               10  WS-NER-AMOUNT      PIC S9(12)V99.
               10  WS-NER-LAST-DATE   PIC 9(8).

      *> Everything that will be reported, held so that it can be
      *> listed branch by branch and customer by customer.
       01  WS-EXC-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-EXC-MAX           PIC 9(3) COMP VALUE 500.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500 TIMES
                   INDEXED BY EXC-IDX.
               10  WS-EXC-TYPE        PIC X(1).
                   88  WS-EXC-SINGLE      VALUE "S".
                   88  WS-EXC-AGGREGATE   VALUE "A".
                   88  WS-EXC-PATTERN     VALUE "P".
               10  WS-EXC-CUST-ID     PIC X(10).
               10  WS-EXC-DATE        PIC 9(8).
               10  WS-EXC-ACC-NUMBER  PIC 9(10).
               10  WS-EXC-POSTINGS    PIC 9(5).
               10  WS-EXC-AMOUNT      PIC S9(12)V99.
               10  WS-EXC-BRANCH      PIC X(4).
               10  WS-EXC-CUST-NAME   PIC X(24).
               10  WS-EXC-CASE-TAG    PIC X(4).
               10  WS-EXC-SORT-KEY    PIC X(23).
               10  WS-EXC-LISTED      PIC X(1).

       01  WS-NEW-EXC-TYPE      PIC X(1).
       01  WS-NEW-EXC-CUST-ID   PIC X(10).
       01  WS-NEW-EXC-DATE      PIC 9(8).
       01  WS-NEW-EXC-ACC       PIC 9(10).
       01  WS-NEW-EXC-POSTINGS  PIC 9(5).
       01  WS-NEW-EXC-AMOUNT    PIC S9(12)V99.

       01  WS-CASE-TAG          PIC X(4).
           88  WS-CASE-WAS-CLEARED   VALUE "CLRD".

       01  WS-PICK-SUB          PIC 9(3) COMP.
       01  WS-PICK-KEY          PIC X(23).
       01  WS-CURR-BRANCH       PIC X(4) VALUE HIGH-VALUES.

       01  WS-MONITOR-COUNTS.
           05  WS-HIST-READ-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-HIST-WINDOW-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-NO-ACCOUNT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-SINGLE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-AGGREGATE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PATTERN-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CLEARED-SKIP-COUNT PIC 9(5) VALUE ZERO.
           05  WS-NEW-CASE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CLR-READ-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CLR-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-CLR-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-BRANCH-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-BR-EXC-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-AMOUNT-EDIT       PIC -(12)9.99.
       01  WS-THRESHOLD-EDIT    PIC Z(8)9.99.

       01  WS-REPORT-LINE       PIC X(132).
       01  WS-MONITOR-DETAIL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-NAME   PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-DATE        PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-EXC-TEXT    PIC X(16).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ACC-NUMBER  PIC Z(9)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-POSTINGS    PIC Z(4)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT      PIC -(12)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CASE-TAG    PIC X(4).
           05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Large-cash and structuring monitor"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM READ-MONITOR-CONTROL
           PERFORM OPEN-MONITOR-FILES
           PERFORM APPLY-CASE-CLEARANCES
           PERFORM SCAN-TRANSACTION-HISTORY
           PERFORM FLAG-DAILY-AGGREGATES
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-COUNT
           PERFORM FLAG-STRUCTURING-PATTERN
               VARYING NER-IDX FROM 1 BY 1
               UNTIL NER-IDX > WS-NEAR-COUNT
           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-NEXT-EXCEPTION WS-EXC-COUNT TIMES
           IF WS-CURR-BRANCH NOT = HIGH-VALUES
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           PERFORM WRITE-MONITOR-TOTALS
           PERFORM CLOSE-MONITOR-FILES
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
      *> processing date. The monitor reads the day's postings from
      *> TRANHIST, so the reconciliation must have archived them.
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
      *> it may already have opened cases: a plain resubmission is
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
               MOVE WS-HIST-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-EXC-COUNT TO CSM-RECORDS-OUT
               MOVE WS-CLR-REJECT-COUNT TO CSM-RECORDS-REJECTED
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

      *> The monitor never guesses its limits: without a valid control
      *> record it reports nothing rather than report against the
      *> wrong threshold.
       READ-MONITOR-CONTROL.
           OPEN INPUT MONITOR-CONTROL-FILE
           IF NOT WS-MON-CTL-SUCCESS
               DISPLAY "Monitor control record MONCTL is required, "
                   "status " WS-MON-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ MONITOR-CONTROL-FILE
               AT END
                   DISPLAY "Monitor control record MONCTL is empty"
                   MOVE 16 TO RETURN-CODE
               NOT AT END
                   PERFORM CHECK-MONITOR-CONTROL
           END-READ
           CLOSE MONITOR-CONTROL-FILE
           IF RETURN-CODE = 16
               STOP RUN
           END-IF
           COMPUTE WS-MON-NEAR-FLOOR ROUNDED =
               WS-MON-THRESHOLD * WS-MON-NEAR-PERCENT / 100
           MOVE WS-RUN-PROCESS-DATE TO WS-DAY-NUMBER-DATE
           PERFORM FIND-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-PROCESS-DAY-NUMBER
           COMPUTE WS-WINDOW-START-DAY =
               WS-PROCESS-DAY-NUMBER - WS-MON-WINDOW-DAYS + 1
           MOVE WS-MON-THRESHOLD TO WS-THRESHOLD-EDIT
           DISPLAY "Reportable threshold: " WS-THRESHOLD-EDIT
           DISPLAY "Window days:          " WS-MON-WINDOW-DAYS.

       CHECK-MONITOR-CONTROL.
           EVALUATE TRUE
               WHEN MCT-REPORT-THRESHOLD IS NOT NUMERIC
                       OR MCT-REPORT-THRESHOLD = ZERO
                   DISPLAY "MONCTL reportable threshold is not valid"
                   MOVE 16 TO RETURN-CODE
               WHEN MCT-NEAR-PERCENT IS NOT NUMERIC
                       OR MCT-NEAR-PERCENT < 1
                       OR MCT-NEAR-PERCENT > 99
                   DISPLAY "MONCTL just-under percentage must be 1 "
                       "to 99"
                   MOVE 16 TO RETURN-CODE
               WHEN MCT-WINDOW-DAYS IS NOT NUMERIC
                       OR MCT-WINDOW-DAYS < 1
                       OR MCT-WINDOW-DAYS > 366
                   DISPLAY "MONCTL window must be 1 to 366 days"
                   MOVE 16 TO RETURN-CODE
               WHEN MCT-NEAR-COUNT IS NOT NUMERIC
                       OR MCT-NEAR-COUNT < 2
                   DISPLAY "MONCTL pattern count must be at least 2"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE MCT-REPORT-THRESHOLD TO WS-MON-THRESHOLD
                   MOVE MCT-NEAR-PERCENT TO WS-MON-NEAR-PERCENT
                   MOVE MCT-WINDOW-DAYS TO WS-MON-WINDOW-DAYS
                   MOVE MCT-NEAR-COUNT TO WS-MON-NEAR-COUNT
           END-EVALUATE.

      *> The account master links each posting to its customer; the
      *> customer master supplies the branch the report is grouped
      *> by. The case file is created empty on the first run.
       OPEN-MONITOR-FILES.
           OPEN OUTPUT MONITOR-REPORT-FILE
           IF NOT WS-MON-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening MONITOR-REPORT-"
                   "FILE, status " WS-MON-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-FILE-SUCCESS
               DISPLAY "Unable to open ACCOUNT-FILE, status "
                   WS-ACCT-FILE-STATUS " - postings cannot be tied "
                   "to customers"
               MOVE 16 TO RETURN-CODE
               CLOSE MONITOR-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-SUCCESS
               SET WS-MON-CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open CUSTOMER-FILE, status "
                   WS-CUST-FILE-STATUS " - branches not shown"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O MONITOR-CASE-FILE
           EVALUATE TRUE
               WHEN WS-CASE-FILE-SUCCESS
                   CONTINUE
               WHEN WS-CASE-FILE-STATUS = "35"
                   OPEN OUTPUT MONITOR-CASE-FILE
                   CLOSE MONITOR-CASE-FILE
                   OPEN I-O MONITOR-CASE-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CASE-FILE-SUCCESS
               SET WS-MON-CASE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Permanent I/O error opening MONITOR-CASE-"
                   "FILE, status " WS-CASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Clearances are applied first so that a case reviewed today
      *> is already off this run's report.
       APPLY-CASE-CLEARANCES.
           IF WS-MON-CASE-FILE-OPEN
               OPEN INPUT CASE-CLEARANCE-FILE
               EVALUATE TRUE
                   WHEN WS-CASE-CLR-SUCCESS
                       PERFORM APPLY-ONE-CLEARANCE UNTIL WS-CLR-DONE
                       CLOSE CASE-CLEARANCE-FILE
                   WHEN WS-CASE-CLR-STATUS = "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unable to open CASE-CLEARANCE-FILE, "
                           "status " WS-CASE-CLR-STATUS
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       APPLY-ONE-CLEARANCE.
           READ CASE-CLEARANCE-FILE
               AT END
                   SET WS-CLR-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLR-READ-COUNT
                   PERFORM CLEAR-ONE-CASE
           END-READ.

      *> Only a case the monitor has opened can be cleared, and the
      *> reviewer must be named so the clearance can be traced.
       CLEAR-ONE-CASE.
           MOVE CLR-CUST-ID TO CASE-CUST-ID
           MOVE CLR-DATE TO CASE-DATE
           READ MONITOR-CASE-FILE
               INVALID KEY
                   DISPLAY "Clearance rejected, no case for customer "
                       CLR-CUST-ID " on " CLR-DATE
                   PERFORM REJECT-CLEARANCE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLR-REVIEWER = SPACES
                           DISPLAY "Clearance rejected, no reviewer "
                               "for customer " CLR-CUST-ID " on "
                               CLR-DATE
                           PERFORM REJECT-CLEARANCE
                       WHEN CASE-CLEARED
                           DISPLAY "Case for customer " CLR-CUST-ID
                               " on " CLR-DATE " already cleared by "
                               CASE-REVIEWER
                       WHEN OTHER
                           MOVE "C" TO CASE-STATUS
                           MOVE WS-RUN-PROCESS-DATE
                               TO CASE-CLEARED-DATE
                           MOVE CLR-REVIEWER TO CASE-REVIEWER
                           REWRITE MONITOR-CASE-RECORD
                               INVALID KEY
                                   DISPLAY "Case rewrite failed for "
                                       "customer " CLR-CUST-ID
                                       ", status "
                                       WS-CASE-FILE-STATUS
                                   MOVE 16 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CLR-APPLIED-COUNT
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       REJECT-CLEARANCE.
           ADD 1 TO WS-CLR-REJECT-COUNT
           IF RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Only applied cash movements count: deposits, withdrawals and
      *> opening deposits. Transfers between the bank's own accounts,
      *> fees and declined postings moved no cash.
       SCAN-TRANSACTION-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-HIST-SUCCESS
                   PERFORM WEIGH-ONE-HISTORY-RECORD
                       UNTIL WS-HIST-DONE
                   CLOSE TRANSACTION-HISTORY-FILE
               WHEN WS-TRANS-HIST-STATUS = "35"
                   DISPLAY "TRANSACTION-HISTORY-FILE not present, "
                       "nothing to monitor"
               WHEN OTHER
                   DISPLAY "Unable to open TRANSACTION-HISTORY-FILE, "
                       "status " WS-TRANS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       WEIGH-ONE-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF TH-RESULT-APPLIED AND TH-CASH-MOVEMENT
                           AND TH-POST-DATE NOT > WS-RUN-PROCESS-DATE
                       MOVE TH-POST-DATE TO WS-DAY-NUMBER-DATE
                       PERFORM FIND-DAY-NUMBER
                       IF WS-DAY-NUMBER NOT < WS-WINDOW-START-DAY
                           PERFORM MONITOR-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.

       MONITOR-ONE-POSTING.
           ADD 1 TO WS-HIST-WINDOW-COUNT
           MOVE TH-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   MOVE "*UNKNOWN*" TO WS-POST-CUST-ID
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-POST-CUST-ID
           END-READ
      *> A posting to an account no longer on the master can still
      *> be reported on its own but cannot be tied to a customer.
           IF TH-AMOUNT > WS-MON-THRESHOLD
               ADD 1 TO WS-SINGLE-COUNT
               MOVE "S" TO WS-NEW-EXC-TYPE
               MOVE WS-POST-CUST-ID TO WS-NEW-EXC-CUST-ID
               MOVE TH-POST-DATE TO WS-NEW-EXC-DATE
               MOVE TH-ACC-NUMBER TO WS-NEW-EXC-ACC
               MOVE 1 TO WS-NEW-EXC-POSTINGS
               MOVE TH-AMOUNT TO WS-NEW-EXC-AMOUNT
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-POST-CUST-ID NOT = "*UNKNOWN*"
               PERFORM ADD-CUSTOMER-DAY
               IF TH-AMOUNT NOT < WS-MON-NEAR-FLOOR
                       AND TH-AMOUNT NOT > WS-MON-THRESHOLD
                   PERFORM ADD-NEAR-POSTING
               END-IF
           END-IF.

       ADD-CUSTOMER-DAY.
           SET DAY-IDX TO 1
           SEARCH WS-DAY-ENTRY
               AT END
                   PERFORM NEW-CUSTOMER-DAY
               WHEN DAY-IDX > WS-DAY-COUNT
                   PERFORM NEW-CUSTOMER-DAY
               WHEN WS-DAY-CUST-ID (DAY-IDX) = WS-POST-CUST-ID
                       AND WS-DAY-DATE (DAY-IDX) = TH-POST-DATE
                   ADD 1 TO WS-DAY-POSTINGS (DAY-IDX)
                   ADD TH-AMOUNT TO WS-DAY-AMOUNT (DAY-IDX)
           END-SEARCH.

       NEW-CUSTOMER-DAY.
           IF WS-DAY-COUNT < WS-DAY-MAX
               ADD 1 TO WS-DAY-COUNT
               SET DAY-IDX TO WS-DAY-COUNT
               MOVE WS-POST-CUST-ID TO WS-DAY-CUST-ID (DAY-IDX)
               MOVE TH-POST-DATE TO WS-DAY-DATE (DAY-IDX)
               MOVE 1 TO WS-DAY-POSTINGS (DAY-IDX)
               MOVE TH-AMOUNT TO WS-DAY-AMOUNT (DAY-IDX)
           ELSE
               DISPLAY "Customer-day table full, customer "
                   WS-POST-CUST-ID " on " TH-POST-DATE
                   " not aggregated"
               MOVE 16 TO RETURN-CODE
           END-IF.

       ADD-NEAR-POSTING.
           SET NER-IDX TO 1
           SEARCH WS-NEAR-ENTRY
               AT END
                   PERFORM NEW-NEAR-CUSTOMER
               WHEN NER-IDX > WS-NEAR-COUNT
                   PERFORM NEW-NEAR-CUSTOMER
               WHEN WS-NER-CUST-ID (NER-IDX) = WS-POST-CUST-ID
                   ADD 1 TO WS-NER-POSTINGS (NER-IDX)
                   ADD TH-AMOUNT TO WS-NER-AMOUNT (NER-IDX)
                   IF TH-POST-DATE > WS-NER-LAST-DATE (NER-IDX)
                       MOVE TH-POST-DATE TO WS-NER-LAST-DATE (NER-IDX)
                   END-IF
           END-SEARCH.

       NEW-NEAR-CUSTOMER.
           IF WS-NEAR-COUNT < WS-NEAR-MAX
               ADD 1 TO WS-NEAR-COUNT
               SET NER-IDX TO WS-NEAR-COUNT
               MOVE WS-POST-CUST-ID TO WS-NER-CUST-ID (NER-IDX)
               MOVE 1 TO WS-NER-POSTINGS (NER-IDX)
               MOVE TH-AMOUNT TO WS-NER-AMOUNT (NER-IDX)
               MOVE TH-POST-DATE TO WS-NER-LAST-DATE (NER-IDX)
           ELSE
               DISPLAY "Just-under table full, customer "
                   WS-POST-CUST-ID " not tracked"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> A single large posting is already reported on its own, so a
      *> day is reported as an aggregate only when it took more than
      *> one posting to cross the threshold.
       FLAG-DAILY-AGGREGATES.
           IF WS-DAY-POSTINGS (DAY-IDX) > 1
                   AND WS-DAY-AMOUNT (DAY-IDX) > WS-MON-THRESHOLD
               ADD 1 TO WS-AGGREGATE-COUNT
               MOVE "A" TO WS-NEW-EXC-TYPE
               MOVE WS-DAY-CUST-ID (DAY-IDX) TO WS-NEW-EXC-CUST-ID
               MOVE WS-DAY-DATE (DAY-IDX) TO WS-NEW-EXC-DATE
               MOVE ZERO TO WS-NEW-EXC-ACC
               MOVE WS-DAY-POSTINGS (DAY-IDX) TO WS-NEW-EXC-POSTINGS
               MOVE WS-DAY-AMOUNT (DAY-IDX) TO WS-NEW-EXC-AMOUNT
               PERFORM ADD-EXCEPTION
           END-IF.

      *> A pattern is dated by its latest just-under posting: once
      *> cleared it stays cleared until the customer adds another.
       FLAG-STRUCTURING-PATTERN.
           IF WS-NER-POSTINGS (NER-IDX) NOT < WS-MON-NEAR-COUNT
               ADD 1 TO WS-PATTERN-COUNT
               MOVE "P" TO WS-NEW-EXC-TYPE
               MOVE WS-NER-CUST-ID (NER-IDX) TO WS-NEW-EXC-CUST-ID
               MOVE WS-NER-LAST-DATE (NER-IDX) TO WS-NEW-EXC-DATE
               MOVE ZERO TO WS-NEW-EXC-ACC
               MOVE WS-NER-POSTINGS (NER-IDX) TO WS-NEW-EXC-POSTINGS
               MOVE WS-NER-AMOUNT (NER-IDX) TO WS-NEW-EXC-AMOUNT
               PERFORM ADD-EXCEPTION
           END-IF.

      *> Every exception is looked up on the case file first: a
      *> cleared customer/date is dropped, anything else is reported
      *> and its case opened or brought up to date.
       ADD-EXCEPTION.
           MOVE SPACES TO WS-CASE-TAG
           IF WS-MON-CASE-FILE-OPEN
               MOVE WS-NEW-EXC-CUST-ID TO CASE-CUST-ID
               MOVE WS-NEW-EXC-DATE TO CASE-DATE
               READ MONITOR-CASE-FILE
                   INVALID KEY
                       PERFORM OPEN-NEW-CASE
                   NOT INVALID KEY
                       IF CASE-CLEARED
                           ADD 1 TO WS-CLEARED-SKIP-COUNT
                           MOVE "CLRD" TO WS-CASE-TAG
                       ELSE
                           MOVE "OPEN" TO WS-CASE-TAG
                           PERFORM UPDATE-OPEN-CASE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-CASE-WAS-CLEARED
               PERFORM STORE-EXCEPTION
           END-IF.

       OPEN-NEW-CASE.
           MOVE SPACES TO MONITOR-CASE-RECORD
           MOVE WS-NEW-EXC-CUST-ID TO CASE-CUST-ID
           MOVE WS-NEW-EXC-DATE TO CASE-DATE
           MOVE "O" TO CASE-STATUS
           PERFORM FIND-CUSTOMER-BRANCH
           MOVE "N" TO CASE-SINGLE-FLAG
           MOVE "N" TO CASE-AGGREGATE-FLAG
           MOVE "N" TO CASE-PATTERN-FLAG
           PERFORM MARK-CASE-TYPE
           MOVE WS-NEW-EXC-AMOUNT TO CASE-AMOUNT
           MOVE WS-RUN-PROCESS-DATE TO CASE-OPENED-DATE
           MOVE ZERO TO CASE-CLEARED-DATE
           WRITE MONITOR-CASE-RECORD
               INVALID KEY
                   DISPLAY "Case write failed for customer "
                       WS-NEW-EXC-CUST-ID ", status "
                       WS-CASE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-CASE-COUNT
                   MOVE "NEW " TO WS-CASE-TAG
           END-WRITE.

       UPDATE-OPEN-CASE.
           PERFORM MARK-CASE-TYPE
           IF WS-NEW-EXC-AMOUNT > CASE-AMOUNT
               MOVE WS-NEW-EXC-AMOUNT TO CASE-AMOUNT
           END-IF
           REWRITE MONITOR-CASE-RECORD
               INVALID KEY
                   DISPLAY "Case rewrite failed for customer "
                       WS-NEW-EXC-CUST-ID ", status "
                       WS-CASE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       MARK-CASE-TYPE.
           EVALUATE WS-NEW-EXC-TYPE
               WHEN "S"
                   MOVE "Y" TO CASE-SINGLE-FLAG
               WHEN "A"
                   MOVE "Y" TO CASE-AGGREGATE-FLAG
               WHEN "P"
                   MOVE "Y" TO CASE-PATTERN-FLAG
           END-EVALUATE.

       FIND-CUSTOMER-BRANCH.
           MOVE "????" TO CASE-BRANCH
           IF WS-MON-CUST-FILE-OPEN
               MOVE WS-NEW-EXC-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-BRANCH TO CASE-BRANCH
               END-READ
           END-IF.

       STORE-EXCEPTION.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               SET EXC-IDX TO WS-EXC-COUNT
               MOVE WS-NEW-EXC-TYPE TO WS-EXC-TYPE (EXC-IDX)
               MOVE WS-NEW-EXC-CUST-ID TO WS-EXC-CUST-ID (EXC-IDX)
               MOVE WS-NEW-EXC-DATE TO WS-EXC-DATE (EXC-IDX)
               MOVE WS-NEW-EXC-ACC TO WS-EXC-ACC-NUMBER (EXC-IDX)
               MOVE WS-NEW-EXC-POSTINGS TO WS-EXC-POSTINGS (EXC-IDX)
               MOVE WS-NEW-EXC-AMOUNT TO WS-EXC-AMOUNT (EXC-IDX)
               MOVE WS-CASE-TAG TO WS-EXC-CASE-TAG (EXC-IDX)
               PERFORM FIND-EXCEPTION-CUSTOMER
               STRING WS-EXC-BRANCH (EXC-IDX)
                   WS-EXC-CUST-ID (EXC-IDX)
                   WS-EXC-DATE (EXC-IDX)
                   WS-EXC-TYPE (EXC-IDX)
                   DELIMITED BY SIZE INTO WS-EXC-SORT-KEY (EXC-IDX)
               MOVE "N" TO WS-EXC-LISTED (EXC-IDX)
           ELSE
               DISPLAY "Exception table full, customer "
                   WS-NEW-EXC-CUST-ID " on " WS-NEW-EXC-DATE
                   " not reported"
               MOVE 16 TO RETURN-CODE
           END-IF.

       FIND-EXCEPTION-CUSTOMER.
           MOVE "????" TO WS-EXC-BRANCH (EXC-IDX)
           MOVE SPACES TO WS-EXC-CUST-NAME (EXC-IDX)
           IF WS-MON-CUST-FILE-OPEN
               MOVE WS-NEW-EXC-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "*NOT ON CUSTOMER FILE*"
                           TO WS-EXC-CUST-NAME (EXC-IDX)
                   NOT INVALID KEY
                       MOVE CUST-BRANCH TO WS-EXC-BRANCH (EXC-IDX)
                       MOVE CUST-NAME TO WS-EXC-CUST-NAME (EXC-IDX)
               END-READ
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-MON-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LARGE-CASH AND STRUCTURING EXCEPTIONS - PROCESSING "
               "DATE " WS-RUN-PROCESS-DATE
               "  THRESHOLD " WS-THRESHOLD-EDIT
               "  WINDOW " WS-MON-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CUSTOMER    NAME                      DATE      "
               "EXCEPTION            ACCOUNT  POSTS            AMOUNT"
               "  CASE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE.

      *> Exceptions are listed by repeatedly picking the lowest
      *> unlisted branch, customer and date, so each branch's cases
      *> print together under one heading with a count.
       LIST-NEXT-EXCEPTION.
           MOVE ZERO TO WS-PICK-SUB
           MOVE HIGH-VALUES TO WS-PICK-KEY
           PERFORM WEIGH-ONE-EXCEPTION
               VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXC-COUNT
           IF WS-PICK-SUB > ZERO
               SET EXC-IDX TO WS-PICK-SUB
               MOVE "Y" TO WS-EXC-LISTED (EXC-IDX)
               IF WS-EXC-BRANCH (EXC-IDX) NOT = WS-CURR-BRANCH
                   IF WS-CURR-BRANCH NOT = HIGH-VALUES
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM START-BRANCH-GROUP
               END-IF
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.

       WEIGH-ONE-EXCEPTION.
           IF WS-EXC-LISTED (EXC-IDX) = "N"
               IF WS-EXC-SORT-KEY (EXC-IDX) < WS-PICK-KEY
                   MOVE WS-EXC-SORT-KEY (EXC-IDX) TO WS-PICK-KEY
                   SET WS-PICK-SUB TO EXC-IDX
               END-IF
           END-IF.

       START-BRANCH-GROUP.
           MOVE WS-EXC-BRANCH (EXC-IDX) TO WS-CURR-BRANCH
           ADD 1 TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-BR-EXC-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BRANCH " WS-CURR-BRANCH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE.

       WRITE-EXCEPTION-DETAIL.
           MOVE WS-EXC-CUST-ID (EXC-IDX) TO WS-DTL-CUST-ID
           MOVE WS-EXC-CUST-NAME (EXC-IDX) TO WS-DTL-CUST-NAME
           MOVE WS-EXC-DATE (EXC-IDX) TO WS-DTL-DATE
           EVALUATE TRUE
               WHEN WS-EXC-SINGLE (EXC-IDX)
                   MOVE "SINGLE POSTING" TO WS-DTL-EXC-TEXT
               WHEN WS-EXC-AGGREGATE (EXC-IDX)
                   MOVE "DAILY AGGREGATE" TO WS-DTL-EXC-TEXT
               WHEN OTHER
                   MOVE "STRUCTURING" TO WS-DTL-EXC-TEXT
           END-EVALUATE
           MOVE WS-EXC-ACC-NUMBER (EXC-IDX) TO WS-DTL-ACC-NUMBER
           MOVE WS-EXC-POSTINGS (EXC-IDX) TO WS-DTL-POSTINGS
           MOVE WS-EXC-AMOUNT (EXC-IDX) TO WS-DTL-AMOUNT
           MOVE WS-EXC-CASE-TAG (EXC-IDX) TO WS-DTL-CASE-TAG
           MOVE WS-MONITOR-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           ADD 1 TO WS-BR-EXC-COUNT.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BRANCH " WS-CURR-BRANCH " EXCEPTIONS: "
               WS-BR-EXC-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE.

       WRITE-MONITOR-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-EXC-COUNT = ZERO
               MOVE "NO EXCEPTIONS TO REPORT" TO WS-REPORT-LINE
               PERFORM WRITE-MONITOR-LINE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF
           STRING "POSTINGS IN WINDOW: " WS-HIST-WINDOW-COUNT
               "  SINGLE: " WS-SINGLE-COUNT
               "  AGGREGATE: " WS-AGGREGATE-COUNT
               "  STRUCTURING: " WS-PATTERN-COUNT
               "  ALREADY CLEARED: " WS-CLEARED-SKIP-COUNT
               "  NEW CASES: " WS-NEW-CASE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLEARANCES READ: " WS-CLR-READ-COUNT
               "  APPLIED: " WS-CLR-APPLIED-COUNT
               "  REJECTED: " WS-CLR-REJECT-COUNT
               "  POSTINGS WITH NO ACCOUNT: " WS-NO-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONITOR-LINE
           DISPLAY "History records read:  " WS-HIST-READ-COUNT
           DISPLAY "Postings in window:    " WS-HIST-WINDOW-COUNT
           DISPLAY "Exceptions reported:   " WS-EXC-COUNT
           DISPLAY "Already cleared:       " WS-CLEARED-SKIP-COUNT
           DISPLAY "New cases opened:      " WS-NEW-CASE-COUNT
           DISPLAY "Clearances applied:    " WS-CLR-APPLIED-COUNT.

      *> Day number counted from the start of year one; only the
      *> difference between two day numbers is ever used.
       FIND-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
               + WS-DN-QUOTIENT
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DAY-NUMBER
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
               MOVE 1 TO WS-DN-MM
           END-IF
           ADD WS-DAYS-BEFORE-MONTH (WS-DN-MM) WS-DN-DD
               TO WS-DAY-NUMBER
           IF WS-DN-MM > 2
               DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-4
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-100
               DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-400
               IF WS-DN-REM-4 = ZERO
                       AND (WS-DN-REM-100 NOT = ZERO
                           OR WS-DN-REM-400 = ZERO)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

       WRITE-MONITOR-LINE.
           MOVE WS-REPORT-LINE TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           IF NOT WS-MON-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing MONITOR-REPORT-"
                   "FILE, status " WS-MON-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-MONITOR-FILES.
           CLOSE ACCOUNT-FILE
           IF WS-MON-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-MON-CASE-FILE-OPEN
               CLOSE MONITOR-CASE-FILE
           END-IF
           CLOSE MONITOR-REPORT-FILE.

       END PROGRAM CASHMON.
