       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNOFF.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.

           SELECT RETURNED-ITEMS-FILE ASSIGN TO "RTNITEMS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTN-ITEMS-STATUS.

           SELECT SIGNOFF-REPORT-FILE ASSIGN TO "SIGNRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RUN-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(72).

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

      *> One record per run of each batch step, left by the step as
      *> it finishes.
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

      *> Only the control record the ledger extract writes last is
      *> read; the detail lines are finance's business.
       FD  GL-POSTING-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GL-RECORD-TYPE   PIC X(1).
               88  GL-CONTROL       VALUE "C".
           05  FILLER           PIC X(79).
       01  GL-CONTROL-RECORD.
           05  GLC-RECORD-TYPE  PIC X(1).
           05  GLC-POST-DATE    PIC 9(8).
           05  GLC-TOTAL-DEBITS PIC S9(13)V99.
           05  GLC-TOTAL-CREDITS PIC S9(13)V99.
           05  GLC-NET-MOVEMENT PIC S9(13)V99.
           05  GLC-DETAIL-COUNT PIC 9(7).
           05  FILLER           PIC X(19).

      *> Only counted: the branches work the items from RTNRPT.
       FD  RETURNED-ITEMS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURNED-ITEM-RECORD.
           05  RTN-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(72).

       FD  SIGNOFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SIGNOFF-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CTL-STATUS    PIC X(2).
           88  WS-RUN-CTL-SUCCESS    VALUE '00'.

       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-GL-POST-STATUS    PIC X(2).
           88  WS-GL-POST-SUCCESS    VALUE '00'.

       01  WS-RTN-ITEMS-STATUS  PIC X(2).
           88  WS-RTN-ITEMS-SUCCESS  VALUE '00'.

       01  WS-SIGN-RPT-STATUS   PIC X(2).
           88  WS-SIGN-RPT-SUCCESS   VALUE '00'.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.

       01  WS-CSM-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CSM-DONE         VALUE 'Y'.
           88  WS-CSM-NOT-DONE     VALUE 'N'.

       01  WS-GL-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  WS-GL-DONE          VALUE 'Y'.
           88  WS-GL-NOT-DONE      VALUE 'N'.

       01  WS-RTN-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-RTN-DONE         VALUE 'Y'.
           88  WS-RTN-NOT-DONE     VALUE 'N'.

       01  WS-RTN-READ-FLAG     PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-READ   VALUE 'Y'.

       01  WS-RTN-DATE-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-RUN-REGISTRY-KEYS.
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "SIGNOFF".

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

      *> The processing date comes from the run-control card, never
      *> the system clock, so the night signed off is the night the
      *> steps themselves processed.
       01  WS-RUN-PROCESS-DATE  PIC 9(8) VALUE ZERO.
       01  WS-RUN-PROCESS-DATE-X REDEFINES WS-RUN-PROCESS-DATE.
           05  WS-PROC-YYYY     PIC 9(4).
           05  WS-PROC-MM       PIC 9(2).
           05  WS-PROC-DD       PIC 9(2).

       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

       01  WS-MONTH-LAST-DAY    PIC 9(2).
       01  WS-LEAP-QUOTIENT     PIC 9(4).
       01  WS-LEAP-REM-4        PIC 9(4).
       01  WS-LEAP-REM-100      PIC 9(4).
       01  WS-LEAP-REM-400      PIC 9(4).

       01  WS-MONTH-END-FLAG    PIC X(1) VALUE 'N'.
           88  WS-MONTH-END-DATE    VALUE 'Y'.
           88  WS-NOT-MONTH-END     VALUE 'N'.

      *> The night's schedule. N steps run every night, M only on the
      *> last calendar day of the month, and R only when the operator
      *> has had to roll the masters forward from the journal.
       01  WS-JOB-VALUES.
           05  FILLER           PIC X(13) VALUE "SOSCHED     N".
           05  FILLER           PIC X(13) VALUE "TESTPROG    N".
           05  FILLER           PIC X(13) VALUE "EXAMPLE2002 N".
           05  FILLER           PIC X(13) VALUE "GLEXTR      N".
           05  FILLER           PIC X(13) VALUE "RECONCIL    N".
           05  FILLER           PIC X(13) VALUE "MONTHEND    M".
           05  FILLER           PIC X(13) VALUE "CASHMON     N".
           05  FILLER           PIC X(13) VALUE "ARCHPURG    N".
           05  FILLER           PIC X(13) VALUE "CUSTDUP     N".
           05  FILLER           PIC X(13) VALUE "JRNLRCVR    R".
       01  WS-JOB-VALUE-TABLE REDEFINES WS-JOB-VALUES.
           05  WS-JOB-VALUE OCCURS 10 TIMES.
               10  WS-JV-PROGRAM  PIC X(12).
               10  WS-JV-SCHEDULE PIC X(1).

       01  WS-JOB-COUNT         PIC 9(3) COMP VALUE 10.
       01  WS-JOB-SUB           PIC 9(3) COMP.
       01  WS-JOB-KEY           PIC X(12).

       01  WS-JOB-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88  WS-JOB-FOUND        VALUE 'Y'.
           88  WS-JOB-NOT-FOUND    VALUE 'N'.

      *> The figures held for a step are its latest run's for the
      *> date; the amounts are also summed over every run of the date,
      *> since each run of a posting step logs what it posted.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 10 TIMES
                   INDEXED BY JOB-IDX.
               10  WS-JOB-PROGRAM     PIC X(12).
               10  WS-JOB-SCHEDULE    PIC X(1).
                   88  WS-JOB-NIGHTLY     VALUE "N".
                   88  WS-JOB-MONTH-END   VALUE "M".
                   88  WS-JOB-ON-DEMAND   VALUE "R".
               10  WS-JOB-EXPECTED    PIC X(1).
                   88  WS-JOB-IS-EXPECTED VALUE "Y".
               10  WS-JOB-LAST-STAMP  PIC X(1).
                   88  WS-JOB-NEVER-STAMPED VALUE " ".
                   88  WS-JOB-LEFT-OPEN     VALUE "S".
                   88  WS-JOB-STAMPED-END   VALUE "E".
               10  WS-JOB-RUN-COUNT   PIC 9(3).
               10  WS-JOB-RECORDS-IN  PIC 9(9).
               10  WS-JOB-RECORDS-OUT PIC 9(9).
               10  WS-JOB-REJECTED    PIC 9(9).
               10  WS-JOB-DEBITS      PIC S9(13)V99.
               10  WS-JOB-CREDITS     PIC S9(13)V99.
               10  WS-JOB-ALL-DEBITS  PIC S9(13)V99.
               10  WS-JOB-ALL-CREDITS PIC S9(13)V99.
               10  WS-JOB-ALL-RETURNED PIC 9(9).
               10  WS-JOB-RC          PIC 9(4).

      *> Month-end postings go to TRANSLOG after that night's
      *> reconciliation has cleared it, so they reach the ledger with
      *> the next night the extract runs: every month-end run since
      *> the last extract before this date is carried into it.
       01  WS-CARRY-FORWARD.
           05  WS-PRIOR-EXTRACT-DATE PIC 9(8) VALUE ZERO.
           05  WS-CARRY-RUN-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CARRY-DEBITS       PIC S9(13)V99 VALUE ZERO.
           05  WS-CARRY-CREDITS      PIC S9(13)V99 VALUE ZERO.

       01  WS-GL-CONTROL-FLAG   PIC X(1) VALUE 'N'.
           88  WS-GL-CONTROL-FOUND   VALUE 'Y'.
           88  WS-GL-CONTROL-MISSING VALUE 'N'.

       01  WS-GL-CONTROL-TOTALS.
           05  WS-GLC-POST-DATE     PIC 9(8) VALUE ZERO.
           05  WS-GLC-DEBITS        PIC S9(13)V99 VALUE ZERO.
           05  WS-GLC-CREDITS       PIC S9(13)V99 VALUE ZERO.
           05  WS-GLC-DETAIL-COUNT  PIC 9(7) VALUE ZERO.

      *> The two sides of the check being proved.
       01  WS-CHECK-WORK.
           05  WS-CHK-LEFT-FLAG     PIC X(1).
               88  WS-CHK-LEFT-PRESENT  VALUE 'Y'.
           05  WS-CHK-RIGHT-FLAG    PIC X(1).
               88  WS-CHK-RIGHT-PRESENT VALUE 'Y'.
           05  WS-CHK-LEFT-DEBITS   PIC S9(13)V99.
           05  WS-CHK-LEFT-CREDITS  PIC S9(13)V99.
           05  WS-CHK-LEFT-COUNT    PIC 9(9).
           05  WS-CHK-RIGHT-DEBITS  PIC S9(13)V99.
           05  WS-CHK-RIGHT-CREDITS PIC S9(13)V99.
           05  WS-CHK-RIGHT-COUNT   PIC 9(9).
           05  WS-CHK-RESULT        PIC X(20).

       01  WS-SIGNOFF-TOTALS.
           05  WS-JOB-FAIL-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-JOB-WARN-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CHECK-FAIL-COUNT  PIC 9(3) VALUE ZERO.

       01  WS-REPORT-LINE       PIC X(132).

       01  WS-JOB-DETAIL.
           05  WS-JD-PROGRAM      PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JD-SCHEDULE     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JD-REGISTRY     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JD-FIGURES.
               10  WS-JD-RC           PIC ZZZ9.
               10  FILLER             PIC X(2).
               10  WS-JD-RECORDS-IN   PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(2).
               10  WS-JD-RECORDS-OUT  PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(2).
               10  WS-JD-REJECTED     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(2).
               10  WS-JD-DEBITS       PIC -(12)9.99.
               10  FILLER             PIC X(2).
               10  WS-JD-CREDITS      PIC -(12)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JD-STATUS       PIC X(12).
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-CHECK-DETAIL.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-CD-SOURCE       PIC X(34).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-CD-AMOUNTS.
               10  WS-CD-DEBITS       PIC -(12)9.99.
               10  FILLER             PIC X(2).
               10  WS-CD-CREDITS      PIC -(12)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-CD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(45) VALUE SPACES.

       01  WS-EDIT-COUNT        PIC ZZ9.
       01  WS-EDIT-CHECKS       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "End-of-day operations sign-off"
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-JOB-TABLE
           PERFORM SCAN-RUN-REGISTRY
           PERFORM STAMP-RUN-START
           PERFORM SCAN-CONTROL-SUMMARIES
           PERFORM SUM-MONTH-END-CARRY
           PERFORM READ-GL-CONTROL-RECORD
           PERFORM COUNT-RETURNED-ITEMS
           PERFORM OPEN-SIGNOFF-REPORT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-JOB-LINE
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
           PERFORM WRITE-CHECK-HEADING
           PERFORM CHECK-POSTED-TO-TRANSLOG
           PERFORM CHECK-EXTRACT-TO-RECONCIL
           PERFORM CHECK-EXTRACT-TO-GLPOST
           PERFORM CHECK-RETURNED-ITEMS
           PERFORM WRITE-SIGNOFF-VERDICT
           CLOSE SIGNOFF-REPORT-FILE
           PERFORM STAMP-RUN-END
           STOP RUN.

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
                   END-IF
                   IF WS-PROC-MM < 1 OR WS-PROC-MM > 12
                       DISPLAY "Run-control processing date is not "
                           "valid: " RUN-PROCESS-DATE
                       MOVE 16 TO RETURN-CODE
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           DISPLAY "Processing date: " WS-RUN-PROCESS-DATE.

      *> The month-end step is expected only on the last calendar day
      *> of the month; the recovery step is never expected, and is
      *> only judged when it has run.
       LOAD-JOB-TABLE.
           MOVE WS-DAYS-IN-MONTH (WS-PROC-MM) TO WS-MONTH-LAST-DAY
           IF WS-PROC-MM = 2
               DIVIDE WS-PROC-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PROC-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PROC-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                           OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           IF WS-PROC-DD = WS-MONTH-LAST-DAY
               SET WS-MONTH-END-DATE TO TRUE
           END-IF
           PERFORM LOAD-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.

       LOAD-ONE-JOB.
           SET JOB-IDX TO WS-JOB-SUB
           INITIALIZE WS-JOB-ENTRY (JOB-IDX)
           MOVE WS-JV-PROGRAM (WS-JOB-SUB) TO WS-JOB-PROGRAM (JOB-IDX)
           MOVE WS-JV-SCHEDULE (WS-JOB-SUB)
               TO WS-JOB-SCHEDULE (JOB-IDX)
           MOVE SPACE TO WS-JOB-LAST-STAMP (JOB-IDX)
           MOVE "N" TO WS-JOB-EXPECTED (JOB-IDX)
           IF WS-JOB-NIGHTLY (JOB-IDX)
                   OR (WS-JOB-MONTH-END (JOB-IDX)
                       AND WS-MONTH-END-DATE)
               MOVE "Y" TO WS-JOB-EXPECTED (JOB-IDX)
           END-IF.

       FIND-JOB-ENTRY.
           SET WS-JOB-NOT-FOUND TO TRUE
           SET JOB-IDX TO 1
           SEARCH WS-JOB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-JOB-PROGRAM (JOB-IDX) = WS-JOB-KEY
                   SET WS-JOB-FOUND TO TRUE
           END-SEARCH.

      *> The last stamp a step left for the date is what counts: a
      *> start with no end after it is a run that died, even when an
      *> earlier run of the same date had ended.
       SCAN-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           EVALUATE TRUE
               WHEN WS-RUN-REG-SUCCESS
                   PERFORM SCAN-ONE-REGISTRY-RECORD
                       UNTIL WS-REG-DONE
                   CLOSE RUN-REGISTRY-FILE
               WHEN WS-RUN-REG-STATUS = "35"
                   DISPLAY "RUNREG not present, no step has run"
               WHEN OTHER
                   DISPLAY "Unable to open RUN-REGISTRY-FILE, status "
                       WS-RUN-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCAN-ONE-REGISTRY-RECORD.
           READ RUN-REGISTRY-FILE
               AT END
                   SET WS-REG-DONE TO TRUE
               NOT AT END
                   IF REG-PROCESS-DATE = WS-RUN-PROCESS-DATE
                       MOVE REG-PROGRAM-ID TO WS-JOB-KEY
                       PERFORM FIND-JOB-ENTRY
                       IF WS-JOB-FOUND
                           MOVE REG-STATUS
                               TO WS-JOB-LAST-STAMP (JOB-IDX)
                       END-IF
                   END-IF
           END-READ.

      *> The sign-off only reads and reports, so it may be rerun as
      *> often as the night needs once a late step has caught up; it
      *> stamps the registry so the run itself is on record.
       STAMP-RUN-START.
           MOVE "S" TO WS-REG-STAMP-STATUS
           PERFORM WRITE-RUN-REGISTRY
           IF WS-REG-STAMP-FAILED
               DISPLAY "Run stopped: start not stamped on the run "
                   "registry"
               STOP RUN
           END-IF.

       STAMP-RUN-END.
           IF RETURN-CODE < 16
               MOVE "E" TO WS-REG-STAMP-STATUS
               PERFORM WRITE-RUN-REGISTRY
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

      *> First pass over the control file: this date's summaries, and
      *> the latest earlier date the ledger extract ran.
       SCAN-CONTROL-SUMMARIES.
           OPEN INPUT CONTROL-SUMMARY-FILE
           EVALUATE TRUE
               WHEN WS-CTL-SUM-SUCCESS
                   SET WS-CSM-NOT-DONE TO TRUE
                   PERFORM TAKE-ONE-CONTROL-SUMMARY
                       UNTIL WS-CSM-DONE
                   CLOSE CONTROL-SUMMARY-FILE
               WHEN WS-CTL-SUM-STATUS = "35"
                   DISPLAY "CTLSUM not present, no step has reported"
               WHEN OTHER
                   DISPLAY "Unable to open CONTROL-SUMMARY-FILE, "
                       "status " WS-CTL-SUM-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       TAKE-ONE-CONTROL-SUMMARY.
           READ CONTROL-SUMMARY-FILE
               AT END
                   SET WS-CSM-DONE TO TRUE
               NOT AT END
                   IF CSM-PROCESS-DATE = WS-RUN-PROCESS-DATE
                       MOVE CSM-PROGRAM-ID TO WS-JOB-KEY
                       PERFORM FIND-JOB-ENTRY
                       IF WS-JOB-FOUND
                           PERFORM POST-SUMMARY-TO-JOB
                       END-IF
                   END-IF
                   IF CSM-PROGRAM-ID = "GLEXTR"
                           AND CSM-PROCESS-DATE < WS-RUN-PROCESS-DATE
                           AND CSM-PROCESS-DATE > WS-PRIOR-EXTRACT-DATE
                       MOVE CSM-PROCESS-DATE TO WS-PRIOR-EXTRACT-DATE
                   END-IF
           END-READ.

       POST-SUMMARY-TO-JOB.
           ADD 1 TO WS-JOB-RUN-COUNT (JOB-IDX)
           MOVE CSM-RECORDS-IN TO WS-JOB-RECORDS-IN (JOB-IDX)
           MOVE CSM-RECORDS-OUT TO WS-JOB-RECORDS-OUT (JOB-IDX)
           MOVE CSM-RECORDS-REJECTED TO WS-JOB-REJECTED (JOB-IDX)
           MOVE CSM-DEBIT-TOTAL TO WS-JOB-DEBITS (JOB-IDX)
           MOVE CSM-CREDIT-TOTAL TO WS-JOB-CREDITS (JOB-IDX)
           ADD CSM-DEBIT-TOTAL TO WS-JOB-ALL-DEBITS (JOB-IDX)
           ADD CSM-CREDIT-TOTAL TO WS-JOB-ALL-CREDITS (JOB-IDX)
           IF CSM-RETURNED-ITEMS IS NUMERIC
               ADD CSM-RETURNED-ITEMS TO WS-JOB-ALL-RETURNED (JOB-IDX)
           END-IF
           MOVE CSM-COMPLETION-CODE TO WS-JOB-RC (JOB-IDX).

      *> Second pass: the month-end runs whose postings this date's
      *> extract has picked up off TRANSLOG.
       SUM-MONTH-END-CARRY.
           OPEN INPUT CONTROL-SUMMARY-FILE
           IF WS-CTL-SUM-SUCCESS
               SET WS-CSM-NOT-DONE TO TRUE
               PERFORM CARRY-ONE-CONTROL-SUMMARY
                   UNTIL WS-CSM-DONE
               CLOSE CONTROL-SUMMARY-FILE
           END-IF.

       CARRY-ONE-CONTROL-SUMMARY.
           READ CONTROL-SUMMARY-FILE
               AT END
                   SET WS-CSM-DONE TO TRUE
               NOT AT END
                   IF CSM-PROGRAM-ID = "MONTHEND"
                           AND CSM-PROCESS-DATE < WS-RUN-PROCESS-DATE
                           AND CSM-PROCESS-DATE
                               NOT < WS-PRIOR-EXTRACT-DATE
                       ADD 1 TO WS-CARRY-RUN-COUNT
                       ADD CSM-DEBIT-TOTAL TO WS-CARRY-DEBITS
                       ADD CSM-CREDIT-TOTAL TO WS-CARRY-CREDITS
                   END-IF
           END-READ.

       READ-GL-CONTROL-RECORD.
           OPEN INPUT GL-POSTING-FILE
           EVALUATE TRUE
               WHEN WS-GL-POST-SUCCESS
                   PERFORM READ-ONE-GL-RECORD UNTIL WS-GL-DONE
                   CLOSE GL-POSTING-FILE
               WHEN WS-GL-POST-STATUS = "35"
                   DISPLAY "GLPOST not present, ledger file not proved"
               WHEN OTHER
                   DISPLAY "Unable to open GL-POSTING-FILE, status "
                       WS-GL-POST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       READ-ONE-GL-RECORD.
           READ GL-POSTING-FILE
               AT END
                   SET WS-GL-DONE TO TRUE
               NOT AT END
                   IF GL-CONTROL
                       SET WS-GL-CONTROL-FOUND TO TRUE
                       MOVE GLC-POST-DATE TO WS-GLC-POST-DATE
                       MOVE GLC-TOTAL-DEBITS TO WS-GLC-DEBITS
                       MOVE GLC-TOTAL-CREDITS TO WS-GLC-CREDITS
                       MOVE GLC-DETAIL-COUNT TO WS-GLC-DETAIL-COUNT
                   END-IF
           END-READ.

      *> RTNITEMS holds the one processing date it was started for;
      *> an earlier date's file counts as nothing returned tonight.
       COUNT-RETURNED-ITEMS.
           OPEN INPUT RETURNED-ITEMS-FILE
           EVALUATE TRUE
               WHEN WS-RTN-ITEMS-SUCCESS
                   SET WS-RTN-ITEMS-READ TO TRUE
                   PERFORM COUNT-ONE-RETURNED-ITEM UNTIL WS-RTN-DONE
                   CLOSE RETURNED-ITEMS-FILE
               WHEN WS-RTN-ITEMS-STATUS = "35"
                   SET WS-RTN-ITEMS-READ TO TRUE
               WHEN OTHER
                   DISPLAY "Unable to open RETURNED-ITEMS-FILE, status "
                       WS-RTN-ITEMS-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       COUNT-ONE-RETURNED-ITEM.
           READ RETURNED-ITEMS-FILE
               AT END
                   SET WS-RTN-DONE TO TRUE
               NOT AT END
                   IF RTN-PROCESS-DATE = WS-RUN-PROCESS-DATE
                       ADD 1 TO WS-RTN-DATE-COUNT
                   END-IF
           END-READ.

       OPEN-SIGNOFF-REPORT.
           OPEN OUTPUT SIGNOFF-REPORT-FILE
           IF NOT WS-SIGN-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening SIGNOFF-REPORT-"
                   "FILE, status " WS-SIGN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           ACCEPT WS-REG-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-REPORT-LINE
           STRING "END-OF-DAY OPERATIONS SIGN-OFF - PROCESSING DATE "
               WS-RUN-PROCESS-DATE
               "  PRODUCED " WS-REG-STAMP-DATE " "
               WS-REG-STAMP-TIME (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "JOB           SCHEDULE    RUNREG        RC   "
               "RECORDS IN  RECORDS OUT     REJECTED            "
               "DEBITS           CREDITS  STATUS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

      *> A step that was due and left no trace is missing; one that
      *> started and never stamped its end, or ended without leaving
      *> its summary, cannot be signed off either. A warning code is
      *> listed but does not fail the night on its own.
       WRITE-JOB-LINE.
           MOVE WS-JOB-PROGRAM (JOB-IDX) TO WS-JD-PROGRAM
           EVALUATE TRUE
               WHEN WS-JOB-NIGHTLY (JOB-IDX)
                   MOVE "NIGHTLY" TO WS-JD-SCHEDULE
               WHEN WS-JOB-MONTH-END (JOB-IDX)
                   MOVE "MONTH-END" TO WS-JD-SCHEDULE
               WHEN OTHER
                   MOVE "ON DEMAND" TO WS-JD-SCHEDULE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-JOB-STAMPED-END (JOB-IDX)
                   MOVE "ENDED" TO WS-JD-REGISTRY
               WHEN WS-JOB-LEFT-OPEN (JOB-IDX)
                   MOVE "NOT ENDED" TO WS-JD-REGISTRY
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-JD-REGISTRY
           END-EVALUATE
           IF WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE WS-JOB-RC (JOB-IDX) TO WS-JD-RC
               MOVE WS-JOB-RECORDS-IN (JOB-IDX) TO WS-JD-RECORDS-IN
               MOVE WS-JOB-RECORDS-OUT (JOB-IDX) TO WS-JD-RECORDS-OUT
               MOVE WS-JOB-REJECTED (JOB-IDX) TO WS-JD-REJECTED
               MOVE WS-JOB-DEBITS (JOB-IDX) TO WS-JD-DEBITS
               MOVE WS-JOB-CREDITS (JOB-IDX) TO WS-JD-CREDITS
           ELSE
               MOVE SPACES TO WS-JD-FIGURES
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-JOB-IS-EXPECTED (JOB-IDX)
                       AND WS-JOB-NEVER-STAMPED (JOB-IDX)
                       AND WS-JOB-RUN-COUNT (JOB-IDX) = ZERO
                   MOVE "NOT DUE" TO WS-JD-STATUS
               WHEN WS-JOB-NEVER-STAMPED (JOB-IDX)
                       AND WS-JOB-RUN-COUNT (JOB-IDX) = ZERO
                   MOVE "MISSING" TO WS-JD-STATUS
                   ADD 1 TO WS-JOB-FAIL-COUNT
               WHEN NOT WS-JOB-STAMPED-END (JOB-IDX)
                   MOVE "NOT ENDED" TO WS-JD-STATUS
                   ADD 1 TO WS-JOB-FAIL-COUNT
               WHEN WS-JOB-RUN-COUNT (JOB-IDX) = ZERO
                   MOVE "NO SUMMARY" TO WS-JD-STATUS
                   ADD 1 TO WS-JOB-FAIL-COUNT
               WHEN WS-JOB-RC (JOB-IDX) >= 16
                   MOVE "FAILED" TO WS-JD-STATUS
                   ADD 1 TO WS-JOB-FAIL-COUNT
               WHEN WS-JOB-RC (JOB-IDX) > ZERO
                   MOVE "WARNING" TO WS-JD-STATUS
                   ADD 1 TO WS-JOB-WARN-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-JD-STATUS
           END-EVALUATE
           MOVE WS-JOB-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

       WRITE-CHECK-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CROSS-PROGRAM CONTROL TOTALS"
               "                          DEBITS           CREDITS"
               "        RECORDS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

      *> Everything EXAMPLE2002 logged as applied tonight, plus any
      *> month-end postings carried forward, is what the extract
      *> must have found on TRANSLOG.
       CHECK-POSTED-TO-TRANSLOG.
           INITIALIZE WS-CHECK-WORK
           MOVE "EXAMPLE2002" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-LEFT-FLAG
               COMPUTE WS-CHK-LEFT-DEBITS =
                   WS-JOB-ALL-DEBITS (JOB-IDX) + WS-CARRY-DEBITS
               COMPUTE WS-CHK-LEFT-CREDITS =
                   WS-JOB-ALL-CREDITS (JOB-IDX) + WS-CARRY-CREDITS
               MOVE WS-JOB-RECORDS-OUT (JOB-IDX) TO WS-CHK-LEFT-COUNT
           END-IF
           MOVE "GLEXTR" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-RIGHT-FLAG
               MOVE WS-JOB-DEBITS (JOB-IDX) TO WS-CHK-RIGHT-DEBITS
               MOVE WS-JOB-CREDITS (JOB-IDX) TO WS-CHK-RIGHT-CREDITS
               MOVE WS-JOB-RECORDS-IN (JOB-IDX) TO WS-CHK-RIGHT-COUNT
           END-IF
           PERFORM WEIGH-CHECK-AMOUNTS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "1. ACCTTRAN POSTINGS TO TRANSLOG: " WS-CHK-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "EXAMPLE2002 APPLIED POSTINGS" TO WS-CD-SOURCE
           MOVE WS-CHK-LEFT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-LEFT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-LEFT-COUNT TO WS-CD-COUNT
           IF WS-CARRY-RUN-COUNT > ZERO
               MOVE "EXAMPLE2002 PLUS MONTH-END CARRIED" TO WS-CD-SOURCE
           END-IF
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           IF WS-CARRY-RUN-COUNT > ZERO
               MOVE "  OF WHICH MONTH-END CARRIED" TO WS-CD-SOURCE
               MOVE WS-CARRY-DEBITS TO WS-CD-DEBITS
               MOVE WS-CARRY-CREDITS TO WS-CD-CREDITS
               MOVE WS-CARRY-RUN-COUNT TO WS-CD-COUNT
               MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
               PERFORM WRITE-SIGNOFF-LINE
           END-IF
           MOVE "GLEXTR TRANSLOG MOVEMENT" TO WS-CD-SOURCE
           MOVE WS-CHK-RIGHT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-RIGHT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-RIGHT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

      *> The extract and the reconciliation read the same TRANSLOG
      *> before it is cleared, so they must agree entry for entry.
       CHECK-EXTRACT-TO-RECONCIL.
           INITIALIZE WS-CHECK-WORK
           MOVE "GLEXTR" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-LEFT-FLAG
               MOVE WS-JOB-DEBITS (JOB-IDX) TO WS-CHK-LEFT-DEBITS
               MOVE WS-JOB-CREDITS (JOB-IDX) TO WS-CHK-LEFT-CREDITS
               MOVE WS-JOB-RECORDS-IN (JOB-IDX) TO WS-CHK-LEFT-COUNT
           END-IF
           MOVE "RECONCIL" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-RIGHT-FLAG
               MOVE WS-JOB-DEBITS (JOB-IDX) TO WS-CHK-RIGHT-DEBITS
               MOVE WS-JOB-CREDITS (JOB-IDX) TO WS-CHK-RIGHT-CREDITS
               MOVE WS-JOB-RECORDS-IN (JOB-IDX) TO WS-CHK-RIGHT-COUNT
           END-IF
           PERFORM WEIGH-CHECK-AMOUNTS
           IF WS-CHK-RESULT = "AGREE"
                   AND WS-CHK-LEFT-COUNT NOT = WS-CHK-RIGHT-COUNT
               MOVE "DISAGREE" TO WS-CHK-RESULT
               ADD 1 TO WS-CHECK-FAIL-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "2. TRANSLOG EXTRACT TO RECONCILIATION: "
               WS-CHK-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "GLEXTR TRANSLOG ENTRIES READ" TO WS-CD-SOURCE
           MOVE WS-CHK-LEFT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-LEFT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-LEFT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "RECONCIL TRANSLOG ENTRIES READ" TO WS-CD-SOURCE
           MOVE WS-CHK-RIGHT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-RIGHT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-RIGHT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

      *> GLPOST is released only when it balances, so its control
      *> record must carry this date and the extract's own totals; a
      *> file left from an earlier night does not prove tonight.
       CHECK-EXTRACT-TO-GLPOST.
           INITIALIZE WS-CHECK-WORK
           MOVE "GLEXTR" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-LEFT-FLAG
               MOVE WS-JOB-DEBITS (JOB-IDX) TO WS-CHK-LEFT-DEBITS
               MOVE WS-JOB-CREDITS (JOB-IDX) TO WS-CHK-LEFT-CREDITS
               MOVE WS-JOB-RECORDS-OUT (JOB-IDX) TO WS-CHK-LEFT-COUNT
           END-IF
           IF WS-GL-CONTROL-FOUND
                   AND WS-GLC-POST-DATE = WS-RUN-PROCESS-DATE
               MOVE "Y" TO WS-CHK-RIGHT-FLAG
               MOVE WS-GLC-DEBITS TO WS-CHK-RIGHT-DEBITS
               MOVE WS-GLC-CREDITS TO WS-CHK-RIGHT-CREDITS
               MOVE WS-GLC-DETAIL-COUNT TO WS-CHK-RIGHT-COUNT
           END-IF
           PERFORM WEIGH-CHECK-AMOUNTS
           IF WS-CHK-RESULT = "AGREE"
                   AND WS-CHK-LEFT-COUNT NOT = WS-CHK-RIGHT-COUNT
               MOVE "DISAGREE" TO WS-CHK-RESULT
               ADD 1 TO WS-CHECK-FAIL-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "3. TRANSLOG EXTRACT TO GLPOST CONTROL: "
               WS-CHK-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "GLEXTR TOTALS AND DETAIL LINES" TO WS-CD-SOURCE
           MOVE WS-CHK-LEFT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-LEFT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-LEFT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "GLPOST CONTROL RECORD" TO WS-CD-SOURCE
           MOVE WS-CHK-RIGHT-DEBITS TO WS-CD-DEBITS
           MOVE WS-CHK-RIGHT-CREDITS TO WS-CD-CREDITS
           MOVE WS-CHK-RIGHT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           IF WS-GL-CONTROL-FOUND
                   AND WS-GLC-POST-DATE NOT = WS-RUN-PROCESS-DATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    GLPOST ON FILE IS FOR " WS-GLC-POST-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SIGNOFF-LINE
           END-IF.

      *> Every debit the posting steps returned NSF must be on
      *> RTNITEMS for the branches, however many runs it took.
       CHECK-RETURNED-ITEMS.
           INITIALIZE WS-CHECK-WORK
           MOVE "EXAMPLE2002" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               MOVE "Y" TO WS-CHK-LEFT-FLAG
               ADD WS-JOB-ALL-RETURNED (JOB-IDX) TO WS-CHK-LEFT-COUNT
           END-IF
           MOVE "MONTHEND" TO WS-JOB-KEY
           PERFORM FIND-JOB-ENTRY
           IF WS-JOB-FOUND AND WS-JOB-RUN-COUNT (JOB-IDX) > ZERO
               ADD WS-JOB-ALL-RETURNED (JOB-IDX) TO WS-CHK-LEFT-COUNT
           END-IF
           IF WS-RTN-ITEMS-READ
               MOVE "Y" TO WS-CHK-RIGHT-FLAG
               MOVE WS-RTN-DATE-COUNT TO WS-CHK-RIGHT-COUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CHK-LEFT-PRESENT
                       OR NOT WS-CHK-RIGHT-PRESENT
                   MOVE "NOT PROVED" TO WS-CHK-RESULT
                   ADD 1 TO WS-CHECK-FAIL-COUNT
               WHEN WS-CHK-LEFT-COUNT NOT = WS-CHK-RIGHT-COUNT
                   MOVE "DISAGREE" TO WS-CHK-RESULT
                   ADD 1 TO WS-CHECK-FAIL-COUNT
               WHEN OTHER
                   MOVE "AGREE" TO WS-CHK-RESULT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "4. DEBITS RETURNED NSF TO RTNITEMS: " WS-CHK-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "EXAMPLE2002 AND MONTHEND RETURNED" TO WS-CD-SOURCE
           MOVE SPACES TO WS-CD-AMOUNTS
           MOVE WS-CHK-LEFT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE "RTNITEMS ITEMS FOR THE DATE" TO WS-CD-SOURCE
           MOVE WS-CHK-RIGHT-COUNT TO WS-CD-COUNT
           MOVE WS-CHECK-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

      *> A check with either side missing is not proved, and a night
      *> that is not proved is not signed off.
       WEIGH-CHECK-AMOUNTS.
           EVALUATE TRUE
               WHEN NOT WS-CHK-LEFT-PRESENT
                       OR NOT WS-CHK-RIGHT-PRESENT
                   MOVE "NOT PROVED" TO WS-CHK-RESULT
                   ADD 1 TO WS-CHECK-FAIL-COUNT
               WHEN WS-CHK-LEFT-DEBITS NOT = WS-CHK-RIGHT-DEBITS
                       OR WS-CHK-LEFT-CREDITS NOT = WS-CHK-RIGHT-CREDITS
                   MOVE "DISAGREE" TO WS-CHK-RESULT
                   ADD 1 TO WS-CHECK-FAIL-COUNT
               WHEN OTHER
                   MOVE "AGREE" TO WS-CHK-RESULT
           END-EVALUATE.

       WRITE-SIGNOFF-VERDICT.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-JOB-FAIL-COUNT = ZERO AND WS-CHECK-FAIL-COUNT = ZERO
               MOVE "OVERALL RESULT: PASS" TO WS-REPORT-LINE
               DISPLAY "Sign-off result: PASS"
           ELSE
               MOVE WS-JOB-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE WS-CHECK-FAIL-COUNT TO WS-EDIT-CHECKS
               STRING "OVERALL RESULT: FAIL - JOBS NOT CLEAN: "
                   WS-EDIT-COUNT
                   "  CHECKS NOT AGREED: " WS-EDIT-CHECKS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY "Sign-off result: FAIL"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-SIGNOFF-LINE
           IF WS-JOB-WARN-COUNT > ZERO
               MOVE WS-JOB-WARN-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "JOBS ENDED WITH A WARNING CODE: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SIGNOFF-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SIGNED OFF BY: ______________________________    "
               "DATE: ____________"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SIGNOFF-LINE.

       WRITE-SIGNOFF-LINE.
           MOVE WS-REPORT-LINE TO SIGNOFF-REPORT-RECORD
           WRITE SIGNOFF-REPORT-RECORD
           IF NOT WS-SIGN-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing SIGNOFF-REPORT-"
                   "FILE, status " WS-SIGN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM SIGNOFF.
