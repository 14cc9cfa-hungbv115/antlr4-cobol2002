       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
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

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MASTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CUSTOMER-MERGE-FILE ASSIGN TO "CUSTMRG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUST-MRG-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

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
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           05  CUST-ID          PIC X(10).
           05  CUST-NAME        PIC X(50).
           05  CUST-ADDRESS     PIC X(100).
           05  CUST-PHONE       PIC X(15).
           05  CUST-BRANCH      PIC X(4).

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

       FD  ACCOUNT-RELATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCOUNT-RELATION-RECORD.
           05  REL-KEY.
               10  REL-ACC-NUMBER   PIC 9(10).
               10  REL-CUST-ID      PIC X(10).
           05  REL-ROLE         PIC X(1).
               88  REL-PRIMARY      VALUE "P".
               88  REL-JOINT        VALUE "J".
               88  REL-SIGNER       VALUE "S".
               88  REL-BENEFICIARY  VALUE "B".
           05  REL-ADDED-DATE   PIC 9(8).
           05  FILLER           PIC X(11).

       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASTER-JOURNAL-RECORD.
           05  JRN-FILE-ID      PIC X(4).
           05  JRN-ACTION       PIC X(1).
           05  JRN-DATE         PIC 9(8).
           05  JRN-TIME         PIC 9(8).
           05  JRN-SOURCE       PIC X(8).
           05  JRN-TRANS-CODE   PIC X(1).
           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
           05  JRN-POST-REF     PIC 9(10).

      *> One card per merge agreed by the branch: the customer that
      *> survives, the duplicate folded into it, and who asked for it.
       FD  CUSTOMER-MERGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTOMER-MERGE-RECORD.
           05  MRG-SURVIVOR-ID  PIC X(10).
           05  MRG-ABSORBED-ID  PIC X(10).
           05  MRG-REQUESTED-BY PIC X(8).
           05  FILLER           PIC X(52).

       FD  DUPLICATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DUPLICATE-REPORT-RECORD PIC X(132).

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
       01  WS-CUST-FILE-STATUS  PIC X(2).
           88  WS-CUST-FILE-SUCCESS  VALUE '00'.

       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-JOURNAL-STATUS    PIC X(2).
           88  WS-JOURNAL-SUCCESS    VALUE '00'.

       01  WS-CUST-MRG-STATUS   PIC X(2).
           88  WS-CUST-MRG-SUCCESS   VALUE '00'.

       01  WS-DUP-RPT-STATUS    PIC X(2).
           88  WS-DUP-RPT-SUCCESS    VALUE '00'.

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
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "CUSTDUP".
           05  WS-REG-PREREQ-PROGRAM PIC X(12) VALUE SPACES.

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

       01  WS-RUN-FORCE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-RUN-FORCE-RERUN   VALUE 'Y'.

       01  WS-JOURNAL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-JOURNAL-OPEN      VALUE 'Y'.

       01  WS-JOURNAL-WORK.
           05  WS-JRN-FILE-ID   PIC X(4).
           05  WS-JRN-ACTION    PIC X(1).
           05  WS-JRN-SOURCE    PIC X(8).
           05  WS-JRN-TRANS-CODE PIC X(1).
           05  WS-JRN-KEY       PIC X(10).
           05  WS-JRN-BEFORE    PIC X(180).
           05  WS-JRN-AFTER     PIC X(180).
           05  WS-JRN-DATE      PIC 9(8).
           05  WS-JRN-TIME      PIC 9(8).
           05  WS-JRN-CONTRA-KEY PIC X(10) VALUE SPACES.

       01  WS-MRG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-MRG-DONE         VALUE 'Y'.
           88  WS-MRG-NOT-DONE     VALUE 'N'.

       01  WS-ACCT-SCAN-FLAG    PIC X(1) VALUE 'N'.
           88  WS-ACCT-SCAN-DONE     VALUE 'Y'.
           88  WS-ACCT-SCAN-NOT-DONE VALUE 'N'.

       01  WS-REL-SCAN-FLAG     PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-DONE      VALUE 'Y'.
           88  WS-REL-SCAN-NOT-DONE  VALUE 'N'.

       01  WS-CUST-SCAN-FLAG    PIC X(1) VALUE 'N'.
           88  WS-CUST-SCAN-DONE     VALUE 'Y'.
           88  WS-CUST-SCAN-NOT-DONE VALUE 'N'.

       01  WS-MATCH-SCAN-FLAG   PIC X(1) VALUE 'N'.
           88  WS-MATCH-SCAN-DONE     VALUE 'Y'.
           88  WS-MATCH-SCAN-NOT-DONE VALUE 'N'.

       01  WS-HOLDING-OWNER-FLAG PIC X(1) VALUE 'N'.
           88  WS-HOLDING-OWNED-BY-SURVIVOR VALUE 'Y'.
           88  WS-HOLDING-OWNED-ELSEWHERE   VALUE 'N'.

      *> The two customers of the merge in hand, as read before any
      *> change is made.
       01  WS-SURVIVOR-CUSTOMER.
           05  WS-SUR-CUST-ID      PIC X(10).
           05  WS-SUR-CUST-NAME    PIC X(50).
           05  WS-SUR-CUST-ADDRESS PIC X(100).
           05  WS-SUR-CUST-PHONE   PIC X(15).
           05  WS-SUR-CUST-BRANCH  PIC X(4).

       01  WS-ABSORBED-CUSTOMER.
           05  WS-ABS-CUST-ID      PIC X(10).
           05  WS-ABS-CUST-NAME    PIC X(50).
           05  WS-ABS-CUST-ADDRESS PIC X(100).
           05  WS-ABS-CUST-PHONE   PIC X(15).
           05  WS-ABS-CUST-BRANCH  PIC X(4).

       01  WS-MOVED-RELATION.
           05  WS-MOV-ACC-NUMBER   PIC 9(10).
           05  WS-MOV-CUST-ID      PIC X(10).
           05  WS-MOV-ROLE         PIC X(1).
           05  WS-MOV-ADDED-DATE   PIC 9(8).
           05  FILLER              PIC X(11).

       01  WS-MRG-REJECT-REASON PIC X(40).

       01  WS-MRG-ONE-COUNTS.
           05  WS-MRG-ACCT-MOVED     PIC 9(5).
           05  WS-MRG-REL-MOVED      PIC 9(5).
           05  WS-MRG-REL-DROPPED    PIC 9(5).

      *> The customer whose look-alikes are being sought. Each pair
      *> is weighed once, from the lower customer id.
       01  WS-BASE-CUSTOMER.
           05  WS-BASE-CUST-ID      PIC X(10).
           05  WS-BASE-CUST-NAME    PIC X(50).
           05  WS-BASE-CUST-ADDRESS PIC X(100).
           05  WS-BASE-CUST-PHONE   PIC X(15).
           05  WS-BASE-CUST-BRANCH  PIC X(4).

       01  WS-SCAN-LAST-ID      PIC X(10).

      *> A shared name or a shared phone alone is common enough in a
      *> family or a business; two of the three signs together are
      *> what the branch is asked to look at.
       01  WS-DUP-WEIGHTS.
           05  WS-DUP-NAME-POINTS    PIC 9(3) VALUE 40.
           05  WS-DUP-PHONE-POINTS   PIC 9(3) VALUE 40.
           05  WS-DUP-ADDR-POINTS    PIC 9(3) VALUE 20.
           05  WS-DUP-MIN-SCORE      PIC 9(3) VALUE 60.
           05  WS-DUP-HIGH-SCORE     PIC 9(3) VALUE 80.

       01  WS-DUP-SCORE         PIC 9(3).
       01  WS-DUP-MATCHED.
           05  WS-DUP-NAME-TAG      PIC X(5).
           05  WS-DUP-PHONE-TAG     PIC X(6).
           05  WS-DUP-ADDR-TAG      PIC X(7).

      *> Suspected pairs, held so they can be listed strongest first.
       01  WS-PAIR-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-PAIR-MAX          PIC 9(3) COMP VALUE 500.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES
                   INDEXED BY PAIR-IDX.
               10  WS-PAIR-SORT-KEY.
                   15  WS-PAIR-RANK       PIC 9(3).
                   15  WS-PAIR-CUST-ID-1  PIC X(10).
                   15  WS-PAIR-CUST-ID-2  PIC X(10).
               10  WS-PAIR-SCORE      PIC 9(3).
               10  WS-PAIR-NAME-1     PIC X(24).
               10  WS-PAIR-NAME-2     PIC X(24).
               10  WS-PAIR-BRANCH-1   PIC X(4).
               10  WS-PAIR-BRANCH-2   PIC X(4).
               10  WS-PAIR-MATCHED    PIC X(18).
               10  WS-PAIR-LISTED     PIC X(1).

       01  WS-PICK-SUB          PIC 9(3) COMP.
       01  WS-PICK-KEY          PIC X(23).

       01  WS-DUP-COUNTS.
           05  WS-CUST-READ-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PAIR-FOUND-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-PAIR-LOST-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-HIGH-PAIR-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-MRG-READ-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-MRG-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-MRG-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ACCT-MOVED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REL-MOVED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REL-DROPPED-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE       PIC X(132).
       01  WS-SUSPECT-DETAIL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-SCORE       PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-STRENGTH    PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID-1   PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-DTL-NAME-1      PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID-2   PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-DTL-NAME-2      PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-MATCHED     PIC X(18).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-BRANCH-1    PIC X(4).
           05  FILLER             PIC X(1) VALUE "/".
           05  WS-DTL-BRANCH-2    PIC X(4).
           05  FILLER             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Duplicate customer review and merge"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM OPEN-DUPLICATE-FILES
           PERFORM OPEN-MASTER-JOURNAL
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-CUSTOMER-MERGES
           IF RETURN-CODE < 16
               PERFORM FIND-SUSPECTED-DUPLICATES
               PERFORM WRITE-SUSPECT-HEADING
               PERFORM LIST-NEXT-SUSPECT WS-PAIR-COUNT TIMES
           END-IF
           PERFORM WRITE-DUPLICATE-TOTALS
           PERFORM CLOSE-MASTER-JOURNAL
           PERFORM CLOSE-DUPLICATE-FILES
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
      *> processing date. The review reads the customer master as it
      *> stands, so it waits on no other step.
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
      *> it may already have merged customers: a plain resubmission
      *> is refused until the operator has cleaned up and forces it.
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
               MOVE WS-CUST-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-MRG-APPLIED-COUNT TO CSM-RECORDS-OUT
               MOVE WS-MRG-REJECT-COUNT TO CSM-RECORDS-REJECTED
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

      *> A merge touches the customer, account and holder masters
      *> together, so all three must open for update or nothing runs.
      *> The holder file is created empty on the first run, the same
      *> as the posting run does.
       OPEN-DUPLICATE-FILES.
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           IF NOT WS-DUP-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening DUPLICATE-REPORT-"
                   "FILE, status " WS-DUP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-CUST-FILE-SUCCESS
               DISPLAY "Unable to open CUSTOMER-FILE, status "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DUPLICATE-REPORT-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-ACCT-FILE-SUCCESS
               DISPLAY "Unable to open ACCOUNT-FILE, status "
                   WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE DUPLICATE-REPORT-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-RELATION-FILE
           IF WS-REL-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-RELATION-FILE
               CLOSE ACCOUNT-RELATION-FILE
               OPEN I-O ACCOUNT-RELATION-FILE
           END-IF
           IF NOT WS-REL-FILE-SUCCESS
               DISPLAY "Unable to open ACCOUNT-RELATION-FILE, status "
                   WS-REL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE DUPLICATE-REPORT-FILE
               STOP RUN
           END-IF.

       OPEN-MASTER-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           EVALUATE TRUE
               WHEN WS-JOURNAL-SUCCESS
                   SET WS-JOURNAL-OPEN TO TRUE
               WHEN WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT MASTER-JOURNAL-FILE
                   IF WS-JOURNAL-SUCCESS
                       SET WS-JOURNAL-OPEN TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-JOURNAL-OPEN
               DISPLAY "Unable to open MASTER-JOURNAL-FILE, status "
                   WS-JOURNAL-STATUS
                   " - run stopped, masters must not change "
                   "unjournaled"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-DUPLICATE-FILES
               STOP RUN
           END-IF.

       CLOSE-MASTER-JOURNAL.
           IF WS-JOURNAL-OPEN
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

      *> Every change a merge makes is journaled with its before and
      *> after images under source CUSTDUP and code M, the contra key
      *> naming the other customer of the merge, so JRNLAUD shows who
      *> was merged into whom and JRNLRCVR can roll it forward.
       WRITE-MASTER-JOURNAL.
           IF WS-JOURNAL-OPEN
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE WS-JRN-SOURCE TO JRN-SOURCE
               MOVE WS-JRN-TRANS-CODE TO JRN-TRANS-CODE
               MOVE WS-JRN-KEY TO JRN-KEY
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-JRN-CONTRA-KEY TO JRN-CONTRA-KEY
               MOVE ZERO TO JRN-POST-REF
               WRITE MASTER-JOURNAL-RECORD
               IF NOT WS-JOURNAL-SUCCESS
                   DISPLAY "Permanent I/O error writing MASTER-"
                       "JOURNAL-FILE, status " WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUPLICATE CUSTOMER REVIEW - PROCESSING DATE "
               WS-RUN-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           MOVE "CUSTOMER MERGES" TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE.

      *> Merges are applied before the review so that a pair merged
      *> today is already off this run's list of suspects. A
      *> permanent error stops the merges where they are; the card in
      *> hand can be resubmitted, as every step of it repeats safely.
       APPLY-CUSTOMER-MERGES.
           OPEN INPUT CUSTOMER-MERGE-FILE
           EVALUATE TRUE
               WHEN WS-CUST-MRG-SUCCESS
                   PERFORM APPLY-ONE-MERGE
                       UNTIL WS-MRG-DONE OR RETURN-CODE = 16
                   CLOSE CUSTOMER-MERGE-FILE
               WHEN WS-CUST-MRG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open CUSTOMER-MERGE-FILE, "
                       "status " WS-CUST-MRG-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF WS-MRG-READ-COUNT = ZERO
               MOVE "  NO MERGES REQUESTED" TO WS-REPORT-LINE
               PERFORM WRITE-DUPLICATE-LINE
           END-IF.

       APPLY-ONE-MERGE.
           READ CUSTOMER-MERGE-FILE
               AT END
                   SET WS-MRG-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MRG-READ-COUNT
                   PERFORM CHECK-MERGE-CARD
           END-READ.

      *> Both customers must be on file and different, and the merge
      *> must name who asked for it so the report can be traced back.
       CHECK-MERGE-CARD.
           MOVE SPACES TO WS-MRG-REJECT-REASON
           EVALUATE TRUE
               WHEN MRG-SURVIVOR-ID = SPACES
                       OR MRG-ABSORBED-ID = SPACES
                   MOVE "CUSTOMER ID MISSING" TO WS-MRG-REJECT-REASON
               WHEN MRG-SURVIVOR-ID = MRG-ABSORBED-ID
                   MOVE "SURVIVOR AND ABSORBED ARE THE SAME"
                       TO WS-MRG-REJECT-REASON
               WHEN MRG-REQUESTED-BY = SPACES
                   MOVE "NO REQUESTER NAMED" TO WS-MRG-REJECT-REASON
               WHEN OTHER
                   PERFORM READ-MERGE-CUSTOMERS
           END-EVALUATE
           IF WS-MRG-REJECT-REASON = SPACES
               PERFORM MERGE-CUSTOMERS
           ELSE
               PERFORM REJECT-MERGE
           END-IF.

       READ-MERGE-CUSTOMERS.
           MOVE MRG-ABSORBED-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   IF WS-CUST-FILE-STATUS = "23"
                       MOVE "ABSORBED CUSTOMER NOT ON FILE"
                           TO WS-MRG-REJECT-REASON
                   ELSE
                       DISPLAY "Permanent I/O error reading customer "
                           MRG-ABSORBED-ID ", status "
                           WS-CUST-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       MOVE "CUSTOMER FILE ERROR"
                           TO WS-MRG-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-ABSORBED-CUSTOMER
           END-READ
           IF WS-MRG-REJECT-REASON = SPACES
               MOVE MRG-SURVIVOR-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       IF WS-CUST-FILE-STATUS = "23"
                           MOVE "SURVIVING CUSTOMER NOT ON FILE"
                               TO WS-MRG-REJECT-REASON
                       ELSE
                           DISPLAY "Permanent I/O error reading "
                               "customer " MRG-SURVIVOR-ID
                               ", status " WS-CUST-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           MOVE "CUSTOMER FILE ERROR"
                               TO WS-MRG-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-SURVIVOR-CUSTOMER
               END-READ
           END-IF.

       REJECT-MERGE.
           ADD 1 TO WS-MRG-REJECT-COUNT
           DISPLAY "Merge rejected, " MRG-ABSORBED-ID " into "
               MRG-SURVIVOR-ID ": " WS-MRG-REJECT-REASON
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REJECTED " MRG-ABSORBED-ID " INTO "
               MRG-SURVIVOR-ID "  REQUESTED BY " MRG-REQUESTED-BY
               "  " WS-MRG-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           IF RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The survivor is changed first and the absorbed customer
      *> deleted last, so a merge cut short by an error leaves the
      *> absorbed customer on file to be merged again.
       MERGE-CUSTOMERS.
           MOVE ZERO TO WS-MRG-ACCT-MOVED
           MOVE ZERO TO WS-MRG-REL-MOVED
           MOVE ZERO TO WS-MRG-REL-DROPPED
           MOVE "CUSTDUP" TO WS-JRN-SOURCE
           MOVE "M" TO WS-JRN-TRANS-CODE
           MOVE WS-ABS-CUST-ID TO WS-JRN-CONTRA-KEY
           PERFORM UPDATE-SURVIVOR-RECORD
           IF RETURN-CODE < 16
               PERFORM MOVE-ABSORBED-ACCOUNTS
           END-IF
           IF RETURN-CODE < 16
               PERFORM MOVE-ABSORBED-HOLDINGS
           END-IF
           IF RETURN-CODE < 16
               PERFORM DELETE-ABSORBED-CUSTOMER
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF RETURN-CODE < 16
               ADD 1 TO WS-MRG-APPLIED-COUNT
               STRING "  MERGED   " WS-ABS-CUST-ID " INTO "
                   WS-SUR-CUST-ID "  REQUESTED BY " MRG-REQUESTED-BY
                   "  ACCOUNTS " WS-MRG-ACCT-MOVED
                   "  HOLDINGS MOVED " WS-MRG-REL-MOVED
                   "  DROPPED " WS-MRG-REL-DROPPED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  STOPPED  " WS-ABS-CUST-ID " INTO "
                   WS-SUR-CUST-ID "  REQUESTED BY " MRG-REQUESTED-BY
                   "  MERGE INCOMPLETE - RESUBMIT AFTER CORRECTION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO WS-JRN-CONTRA-KEY.

      *> The survivor keeps its own details; only what it lacks is
      *> taken from the absorbed customer. It is rewritten even when
      *> nothing is taken, so its own journal history shows the merge.
       UPDATE-SURVIVOR-RECORD.
           MOVE WS-SURVIVOR-CUSTOMER TO CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE
           IF CUST-NAME = SPACES
               MOVE WS-ABS-CUST-NAME TO CUST-NAME
           END-IF
           IF CUST-ADDRESS = SPACES
               MOVE WS-ABS-CUST-ADDRESS TO CUST-ADDRESS
           END-IF
           IF CUST-PHONE = SPACES
               MOVE WS-ABS-CUST-PHONE TO CUST-PHONE
           END-IF
           IF CUST-BRANCH = SPACES
               MOVE WS-ABS-CUST-BRANCH TO CUST-BRANCH
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Permanent I/O error rewriting customer "
                       WS-SUR-CUST-ID ", status " WS-CUST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "CUST" TO WS-JRN-FILE-ID
                   MOVE "R" TO WS-JRN-ACTION
                   MOVE CUST-ID TO WS-JRN-KEY
                   MOVE CUSTOMER-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

      *> The account master carries no key on customer id, so every
      *> account is read and the absorbed customer's are re-pointed.
       MOVE-ABSORBED-ACCOUNTS.
           SET WS-ACCT-SCAN-NOT-DONE TO TRUE
           MOVE ZERO TO ACC-NUMBER
           START ACCOUNT-FILE KEY >= ACC-NUMBER
               INVALID KEY
                   SET WS-ACCT-SCAN-DONE TO TRUE
           END-START
           PERFORM MOVE-ONE-ACCOUNT UNTIL WS-ACCT-SCAN-DONE.

       MOVE-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACC-CUST-ID = WS-ABS-CUST-ID
                       PERFORM REPOINT-ACCOUNT
                       IF RETURN-CODE = 16
                           SET WS-ACCT-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       REPOINT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE
           MOVE WS-SUR-CUST-ID TO ACC-CUST-ID
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Permanent I/O error rewriting account "
                       ACC-NUMBER ", status " WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-MRG-ACCT-MOVED
                   ADD 1 TO WS-ACCT-MOVED-COUNT
                   MOVE "ACCT" TO WS-JRN-FILE-ID
                   MOVE "R" TO WS-JRN-ACTION
                   MOVE ACC-NUMBER TO WS-JRN-KEY
                   MOVE ACCOUNT-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM DROP-OWNER-HOLDING
           END-REWRITE.

      *> The owner is implied by ACC-CUST-ID, so a survivor that was
      *> already a joint holder or signer of an account it now owns
      *> loses that holder record.
       DROP-OWNER-HOLDING.
           MOVE ACC-NUMBER TO REL-ACC-NUMBER
           MOVE WS-SUR-CUST-ID TO REL-CUST-ID
           READ ACCOUNT-RELATION-FILE
               INVALID KEY
                   IF WS-REL-FILE-STATUS NOT = "23"
                       DISPLAY "Permanent I/O error reading holder "
                           WS-SUR-CUST-ID " of account " ACC-NUMBER
                           ", status " WS-REL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   PERFORM DELETE-RELATION-RECORD
                   IF WS-REL-FILE-SUCCESS
                       ADD 1 TO WS-MRG-REL-DROPPED
                       ADD 1 TO WS-REL-DROPPED-COUNT
                   END-IF
           END-READ.

      *> Each pass restarts on the customer key, so deleting the
      *> record just read never leaves the browse misplaced.
       MOVE-ABSORBED-HOLDINGS.
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           PERFORM MOVE-ONE-HOLDING
               UNTIL WS-REL-SCAN-DONE OR RETURN-CODE = 16.

       MOVE-ONE-HOLDING.
           MOVE WS-ABS-CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   READ ACCOUNT-RELATION-FILE NEXT RECORD
                       AT END
                           SET WS-REL-SCAN-DONE TO TRUE
                       NOT AT END
                           MOVE ACCOUNT-RELATION-RECORD
                               TO WS-MOVED-RELATION
                           PERFORM DELETE-RELATION-RECORD
                           IF WS-REL-FILE-SUCCESS
                               PERFORM REHOME-HOLDING
                           ELSE
                               SET WS-REL-SCAN-DONE TO TRUE
                           END-IF
                   END-READ
           END-START.

      *> The absorbed customer's holding passes to the survivor with
      *> its role and date, unless the survivor owns the account or
      *> already holds it, in which case the survivor's standing wins.
       REHOME-HOLDING.
           SET WS-HOLDING-OWNED-ELSEWHERE TO TRUE
           MOVE WS-MOV-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   IF WS-ACCT-FILE-STATUS NOT = "23"
                       DISPLAY "Permanent I/O error reading account "
                           WS-MOV-ACC-NUMBER ", status "
                           WS-ACCT-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF ACC-CUST-ID = WS-SUR-CUST-ID
                       SET WS-HOLDING-OWNED-BY-SURVIVOR TO TRUE
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-HOLDING-OWNED-BY-SURVIVOR
                   ADD 1 TO WS-MRG-REL-DROPPED
                   ADD 1 TO WS-REL-DROPPED-COUNT
               WHEN OTHER
                   PERFORM WRITE-SURVIVOR-HOLDING
           END-EVALUATE.

       WRITE-SURVIVOR-HOLDING.
           MOVE WS-MOVED-RELATION TO ACCOUNT-RELATION-RECORD
           MOVE WS-SUR-CUST-ID TO REL-CUST-ID
           WRITE ACCOUNT-RELATION-RECORD
               INVALID KEY
                   IF WS-REL-FILE-STATUS = "22"
                       ADD 1 TO WS-MRG-REL-DROPPED
                       ADD 1 TO WS-REL-DROPPED-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error adding holder "
                           WS-SUR-CUST-ID " to account "
                           WS-MOV-ACC-NUMBER ", status "
                           WS-REL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-MRG-REL-MOVED
                   ADD 1 TO WS-REL-MOVED-COUNT
                   MOVE "AREL" TO WS-JRN-FILE-ID
                   MOVE "W" TO WS-JRN-ACTION
                   MOVE REL-ACC-NUMBER TO WS-JRN-KEY
                   MOVE LOW-VALUES TO WS-JRN-BEFORE
                   MOVE ACCOUNT-RELATION-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-WRITE.

      *> Deletes the relation record just read. The caller has set
      *> the journal source and transaction code.
       DELETE-RELATION-RECORD.
           MOVE ACCOUNT-RELATION-RECORD TO WS-JRN-BEFORE
           DELETE ACCOUNT-RELATION-FILE
               INVALID KEY
                   DISPLAY "Permanent I/O error deleting holder "
                       REL-CUST-ID " of account " REL-ACC-NUMBER
                       ", status " WS-REL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "AREL" TO WS-JRN-FILE-ID
                   MOVE "D" TO WS-JRN-ACTION
                   MOVE REL-ACC-NUMBER TO WS-JRN-KEY
                   MOVE LOW-VALUES TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-DELETE.

      *> The absorbed customer's delete names the survivor, so an
      *> audit of either customer id leads to the other.
       DELETE-ABSORBED-CUSTOMER.
           MOVE WS-ABSORBED-CUSTOMER TO CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE
           DELETE CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Permanent I/O error deleting customer "
                       WS-ABS-CUST-ID ", status " WS-CUST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "CUST" TO WS-JRN-FILE-ID
                   MOVE "D" TO WS-JRN-ACTION
                   MOVE WS-ABS-CUST-ID TO WS-JRN-KEY
                   MOVE LOW-VALUES TO WS-JRN-AFTER
                   MOVE WS-SUR-CUST-ID TO WS-JRN-CONTRA-KEY
                   PERFORM WRITE-MASTER-JOURNAL
           END-DELETE.

      *> Customers are taken one at a time in id order. For each, the
      *> name and phone alternate keys bring up every customer sharing
      *> either, and each look-alike is scored against it. The browse
      *> restarts past the last id each time, since the key searches
      *> move the file's position.
       FIND-SUSPECTED-DUPLICATES.
           SET WS-CUST-SCAN-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO WS-SCAN-LAST-ID
           PERFORM WEIGH-NEXT-CUSTOMER UNTIL WS-CUST-SCAN-DONE.

       WEIGH-NEXT-CUSTOMER.
           MOVE WS-SCAN-LAST-ID TO CUST-ID
           START CUSTOMER-FILE KEY > CUST-ID
               INVALID KEY
                   SET WS-CUST-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           SET WS-CUST-SCAN-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CUST-READ-COUNT
                           MOVE CUST-ID TO WS-SCAN-LAST-ID
                           MOVE CUSTOMER-RECORD TO WS-BASE-CUSTOMER
                           PERFORM FIND-CUSTOMER-MATCHES
                   END-READ
           END-START.

       FIND-CUSTOMER-MATCHES.
           IF WS-BASE-CUST-NAME NOT = SPACES
               SET WS-MATCH-SCAN-NOT-DONE TO TRUE
               MOVE WS-BASE-CUST-NAME TO CUST-NAME
               START CUSTOMER-FILE KEY = CUST-NAME
                   INVALID KEY
                       SET WS-MATCH-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-NAME-MATCH UNTIL WS-MATCH-SCAN-DONE
           END-IF
           IF WS-BASE-CUST-PHONE NOT = SPACES
               SET WS-MATCH-SCAN-NOT-DONE TO TRUE
               MOVE WS-BASE-CUST-PHONE TO CUST-PHONE
               START CUSTOMER-FILE KEY = CUST-PHONE
                   INVALID KEY
                       SET WS-MATCH-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-PHONE-MATCH UNTIL WS-MATCH-SCAN-DONE
           END-IF.

       READ-NAME-MATCH.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-MATCH-SCAN-DONE TO TRUE
               NOT AT END
                   IF CUST-NAME NOT = WS-BASE-CUST-NAME
                       SET WS-MATCH-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM SCORE-CANDIDATE
                   END-IF
           END-READ.

      *> A customer sharing the name as well was already scored on
      *> the name pass.
       READ-PHONE-MATCH.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-MATCH-SCAN-DONE TO TRUE
               NOT AT END
                   IF CUST-PHONE NOT = WS-BASE-CUST-PHONE
                       SET WS-MATCH-SCAN-DONE TO TRUE
                   ELSE
                       IF CUST-NAME NOT = WS-BASE-CUST-NAME
                               OR CUST-NAME = SPACES
                           PERFORM SCORE-CANDIDATE
                       END-IF
                   END-IF
           END-READ.

      *> Exact matches only: the name, the phone and the whole address
      *> as held on the master. Blank fields never count as a match.
       SCORE-CANDIDATE.
           IF CUST-ID > WS-BASE-CUST-ID
               MOVE ZERO TO WS-DUP-SCORE
               MOVE SPACES TO WS-DUP-MATCHED
               IF CUST-NAME = WS-BASE-CUST-NAME
                       AND CUST-NAME NOT = SPACES
                   ADD WS-DUP-NAME-POINTS TO WS-DUP-SCORE
                   MOVE "NAME" TO WS-DUP-NAME-TAG
               END-IF
               IF CUST-PHONE = WS-BASE-CUST-PHONE
                       AND CUST-PHONE NOT = SPACES
                   ADD WS-DUP-PHONE-POINTS TO WS-DUP-SCORE
                   MOVE "PHONE" TO WS-DUP-PHONE-TAG
               END-IF
               IF CUST-ADDRESS = WS-BASE-CUST-ADDRESS
                       AND CUST-ADDRESS NOT = SPACES
                   ADD WS-DUP-ADDR-POINTS TO WS-DUP-SCORE
                   MOVE "ADDRESS" TO WS-DUP-ADDR-TAG
               END-IF
               IF WS-DUP-SCORE NOT < WS-DUP-MIN-SCORE
                   PERFORM STORE-SUSPECT-PAIR
               END-IF
           END-IF.

       STORE-SUSPECT-PAIR.
           ADD 1 TO WS-PAIR-FOUND-COUNT
           IF WS-DUP-SCORE NOT < WS-DUP-HIGH-SCORE
               ADD 1 TO WS-HIGH-PAIR-COUNT
           END-IF
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               SET PAIR-IDX TO WS-PAIR-COUNT
               COMPUTE WS-PAIR-RANK (PAIR-IDX) = 100 - WS-DUP-SCORE
               MOVE WS-BASE-CUST-ID TO WS-PAIR-CUST-ID-1 (PAIR-IDX)
               MOVE CUST-ID TO WS-PAIR-CUST-ID-2 (PAIR-IDX)
               MOVE WS-DUP-SCORE TO WS-PAIR-SCORE (PAIR-IDX)
               MOVE WS-BASE-CUST-NAME TO WS-PAIR-NAME-1 (PAIR-IDX)
               MOVE CUST-NAME TO WS-PAIR-NAME-2 (PAIR-IDX)
               MOVE WS-BASE-CUST-BRANCH TO WS-PAIR-BRANCH-1 (PAIR-IDX)
               MOVE CUST-BRANCH TO WS-PAIR-BRANCH-2 (PAIR-IDX)
               MOVE WS-DUP-MATCHED TO WS-PAIR-MATCHED (PAIR-IDX)
               MOVE "N" TO WS-PAIR-LISTED (PAIR-IDX)
           ELSE
               ADD 1 TO WS-PAIR-LOST-COUNT
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-SUSPECT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           MOVE "SUSPECTED DUPLICATE CUSTOMERS" TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SCORE  LEVEL   CUSTOMER   NAME                    "
               "  CUSTOMER   NAME                      MATCHED ON     "
               "     BRANCHES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE.

      *> Pairs are listed by repeatedly picking the lowest unlisted
      *> rank, so the strongest suspects print first and pairs of
      *> equal score follow in customer id order.
       LIST-NEXT-SUSPECT.
           MOVE ZERO TO WS-PICK-SUB
           MOVE HIGH-VALUES TO WS-PICK-KEY
           PERFORM WEIGH-ONE-SUSPECT
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > WS-PAIR-COUNT
           IF WS-PICK-SUB > ZERO
               SET PAIR-IDX TO WS-PICK-SUB
               MOVE "Y" TO WS-PAIR-LISTED (PAIR-IDX)
               PERFORM WRITE-SUSPECT-DETAIL
           END-IF.

       WEIGH-ONE-SUSPECT.
           IF WS-PAIR-LISTED (PAIR-IDX) = "N"
               IF WS-PAIR-SORT-KEY (PAIR-IDX) < WS-PICK-KEY
                   MOVE WS-PAIR-SORT-KEY (PAIR-IDX) TO WS-PICK-KEY
                   SET WS-PICK-SUB TO PAIR-IDX
               END-IF
           END-IF.

       WRITE-SUSPECT-DETAIL.
           MOVE WS-PAIR-SCORE (PAIR-IDX) TO WS-DTL-SCORE
           IF WS-PAIR-SCORE (PAIR-IDX) NOT < WS-DUP-HIGH-SCORE
               MOVE "HIGH" TO WS-DTL-STRENGTH
           ELSE
               MOVE "MEDIUM" TO WS-DTL-STRENGTH
           END-IF
           MOVE WS-PAIR-CUST-ID-1 (PAIR-IDX) TO WS-DTL-CUST-ID-1
           MOVE WS-PAIR-NAME-1 (PAIR-IDX) TO WS-DTL-NAME-1
           MOVE WS-PAIR-CUST-ID-2 (PAIR-IDX) TO WS-DTL-CUST-ID-2
           MOVE WS-PAIR-NAME-2 (PAIR-IDX) TO WS-DTL-NAME-2
           MOVE WS-PAIR-MATCHED (PAIR-IDX) TO WS-DTL-MATCHED
           MOVE WS-PAIR-BRANCH-1 (PAIR-IDX) TO WS-DTL-BRANCH-1
           MOVE WS-PAIR-BRANCH-2 (PAIR-IDX) TO WS-DTL-BRANCH-2
           MOVE WS-SUSPECT-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE.

       WRITE-DUPLICATE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           IF WS-PAIR-FOUND-COUNT = ZERO AND RETURN-CODE < 16
               MOVE "NO SUSPECTED DUPLICATES" TO WS-REPORT-LINE
               PERFORM WRITE-DUPLICATE-LINE
           END-IF
           IF WS-PAIR-LOST-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUSPECT TABLE FULL - " WS-PAIR-LOST-COUNT
                   " PAIR(S) NOT LISTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DUPLICATE-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS REVIEWED: " WS-CUST-READ-COUNT
               "  SUSPECTED PAIRS: " WS-PAIR-FOUND-COUNT
               "  HIGH: " WS-HIGH-PAIR-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MERGES READ: " WS-MRG-READ-COUNT
               "  APPLIED: " WS-MRG-APPLIED-COUNT
               "  REJECTED: " WS-MRG-REJECT-COUNT
               "  ACCOUNTS MOVED: " WS-ACCT-MOVED-COUNT
               "  HOLDINGS MOVED: " WS-REL-MOVED-COUNT
               "  DROPPED: " WS-REL-DROPPED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DUPLICATE-LINE
           DISPLAY "Customers reviewed:    " WS-CUST-READ-COUNT
           DISPLAY "Suspected pairs:       " WS-PAIR-FOUND-COUNT
           DISPLAY "Merges applied:        " WS-MRG-APPLIED-COUNT
           DISPLAY "Merges rejected:       " WS-MRG-REJECT-COUNT
           DISPLAY "Accounts re-pointed:   " WS-ACCT-MOVED-COUNT
           DISPLAY "Holdings moved:        " WS-REL-MOVED-COUNT.

       WRITE-DUPLICATE-LINE.
           MOVE WS-REPORT-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           IF NOT WS-DUP-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing DUPLICATE-REPORT-"
                   "FILE, status " WS-DUP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-DUPLICATE-FILES.
           CLOSE ACCOUNT-RELATION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DUPLICATE-REPORT-FILE.

       END PROGRAM CUSTDUP.
