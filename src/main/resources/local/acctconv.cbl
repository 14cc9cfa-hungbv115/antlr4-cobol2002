       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
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

           SELECT OLD-ACCOUNT-FILE ASSIGN TO "ACCTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACC-NUMBER
               FILE STATUS IS WS-OLD-ACCT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OLD-TRANS-LOG-FILE ASSIGN TO "TRANLOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-LOG-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-HIST-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT OLD-JOURNAL-FILE ASSIGN TO "JRNLOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-JRNL-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MASTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> The account master as it stood before overdraft limits were
      *> held per account.
       FD  OLD-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-ACCOUNT-RECORD.
           05  OLD-ACC-NUMBER       PIC 9(10).
           05  OLD-ACC-CUST-ID      PIC X(10).
           05  OLD-ACC-BALANCE      PIC S9(10)V99 COMP-3.
           05  OLD-ACC-TYPE         PIC X(1).
               88  OLD-ACC-CHECKING     VALUE "C".
           05  OLD-ACC-STATUS       PIC X(1).
           05  OLD-ACC-LAST-ACTIVITY PIC 9(8).
           05  OLD-ACC-BRANCH       PIC X(4).

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

      *> The posting log and history as they stood before transfers
      *> and posting references were carried on them.
       FD  OLD-TRANS-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-TRANS-LOG-RECORD.
           05  OLD-TL-ACC-NUMBER    PIC 9(10).
           05  OLD-TL-TRANS-CODE    PIC X(1).
           05  OLD-TL-AMOUNT        PIC S9(10)V99.
           05  OLD-TL-BALANCE-AFTER PIC S9(10)V99.
           05  OLD-TL-RESULT-CODE   PIC 9(2).

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

       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OLD-TH-POST-DATE     PIC 9(8).
           05  OLD-TH-ACC-NUMBER    PIC 9(10).
           05  OLD-TH-TRANS-CODE    PIC X(1).
           05  OLD-TH-AMOUNT        PIC S9(10)V99.
           05  OLD-TH-BALANCE-AFTER PIC S9(10)V99.
           05  OLD-TH-RESULT-CODE   PIC 9(2).

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

       FD  OLD-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-JOURNAL-RECORD.
           05  OLD-JRN-FILE-ID      PIC X(4).
               88  OLD-JRN-ACCOUNT      VALUE "ACCT".
           05  OLD-JRN-ACTION       PIC X(1).
           05  OLD-JRN-DATE         PIC 9(8).
           05  OLD-JRN-TIME         PIC 9(8).
           05  OLD-JRN-SOURCE       PIC X(8).
           05  OLD-JRN-TRANS-CODE   PIC X(1).
           05  OLD-JRN-KEY          PIC X(10).
           05  OLD-JRN-BEFORE-IMAGE PIC X(180).
           05  OLD-JRN-AFTER-IMAGE  PIC X(180).

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

       WORKING-STORAGE SECTION.
       01  WS-RUN-CTL-STATUS    PIC X(2).
           88  WS-RUN-CTL-SUCCESS    VALUE '00'.

       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-OLD-ACCT-STATUS   PIC X(2).
           88  WS-OLD-ACCT-SUCCESS   VALUE '00'.

       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-OLD-LOG-STATUS    PIC X(2).
           88  WS-OLD-LOG-SUCCESS    VALUE '00'.

       01  WS-TRANS-LOG-STATUS  PIC X(2).
           88  WS-TRANS-LOG-SUCCESS  VALUE '00'.

       01  WS-OLD-HIST-STATUS   PIC X(2).
           88  WS-OLD-HIST-SUCCESS   VALUE '00'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-OLD-JRNL-STATUS   PIC X(2).
           88  WS-OLD-JRNL-SUCCESS   VALUE '00'.

       01  WS-JOURNAL-STATUS    PIC X(2).
           88  WS-JOURNAL-SUCCESS    VALUE '00'.

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

      *> The conversion stands alone: it runs before the first night
      *> on the new layouts, with nothing else in the schedule ahead
      *> of it.
       01  WS-RUN-REGISTRY-KEYS.
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "ACCTCONV".
           05  WS-REG-PREREQ-PROGRAM PIC X(12) VALUE SPACES.

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

       01  WS-RUN-FORCE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-RUN-FORCE-RERUN   VALUE 'Y'.

       01  WS-RUN-PROCESS-DATE  PIC 9(8) VALUE ZERO.

      *> The allowance the posting interface gave every checking
      *> account before limits were held on the master. Each checking
      *> account is carried over at it, so nothing that would have
      *> posted yesterday is declined today; savings accounts never
      *> had one.
       01  WS-CHECKING-OD-LIMIT PIC S9(7)V99 COMP-3 VALUE 500.00.

      *> Account images on ACCT journal records hold the account
      *> record at the start of the image. An old image ends at the
      *> branch, with spaces where the limit now sits.
       01  WS-ACCOUNT-IMAGE.
           05  WS-IMG-NUMBER        PIC X(10).
           05  WS-IMG-CUST-ID       PIC X(10).
           05  WS-IMG-BALANCE       PIC X(7).
           05  WS-IMG-TYPE          PIC X(1).
               88  WS-IMG-CHECKING      VALUE "C".
           05  WS-IMG-STATUS        PIC X(1).
           05  WS-IMG-LAST-ACTIVITY PIC X(8).
           05  WS-IMG-BRANCH        PIC X(4).
           05  WS-IMG-OD-LIMIT      PIC S9(7)V99 COMP-3.
           05  FILLER               PIC X(134).

       01  WS-CONV-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  WS-CONV-DONE        VALUE 'Y'.
           88  WS-CONV-NOT-DONE    VALUE 'N'.

       01  WS-CONV-INPUT-FLAG   PIC X(1) VALUE 'N'.
           88  WS-CONV-INPUT-OPEN  VALUE 'Y'.
           88  WS-CONV-NO-INPUT    VALUE 'N'.

       01  WS-FILES-CONVERTED   PIC 9(1) VALUE ZERO.

      *> Every file must come across record for record: what is read
      *> off the old file is exactly what is written to the new one.
       01  WS-CONV-COUNTS.
           05  WS-ACCT-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ACCT-WRITE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ACCT-LIMIT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-LOG-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-LOG-WRITE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-HIST-WRITE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-JRNL-WRITE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-IMAGE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(9) VALUE ZERO.

       01  WS-PROOF-FILE        PIC X(8).
       01  WS-PROOF-READ        PIC 9(9) VALUE ZERO.
       01  WS-PROOF-WRITTEN     PIC 9(9) VALUE ZERO.

       01  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Account master, posting log, history and journal "
               "layout conversion"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM CONVERT-ACCOUNT-MASTER
           PERFORM CONVERT-TRANSACTION-LOG
           PERFORM CONVERT-TRANSACTION-HISTORY
           PERFORM CONVERT-MASTER-JOURNAL
           PERFORM DISPLAY-CONVERSION-TOTALS
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

      *> The usual registry guard, except that the conversion is done
      *> once and for all rather than once a night: any earlier
      *> completed run, whatever its date, refuses a second one,
      *> because converting files already in the new layout would
      *> shift every record. The force flag is the operator's
      *> override for a genuine rerun from the old files.
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
               DISPLAY WS-REG-OWN-PROGRAM " has already completed - "
                   "rerun refused without operator override"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> A start stamp with no matching end is a run that died after
      *> it may already have replaced a file: a plain resubmission is
      *> refused until the operator has cleaned up and forces the
      *> rerun.
           IF WS-REG-STEP-OPEN AND NOT WS-REG-STEP-DONE
                   AND NOT WS-RUN-FORCE-RERUN
               DISPLAY WS-REG-OWN-PROGRAM " started but did not end "
                   "- rerun refused without operator override"
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
      *> run is invisible to the rerun guard.
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
      *> restore the files and force the rerun deliberately. It still
      *> leaves its control summary, completion code and all.
       STAMP-RUN-END.
           PERFORM WRITE-CONTROL-SUMMARY
           IF RETURN-CODE < 16
               MOVE "E" TO WS-REG-STAMP-STATUS
               PERFORM WRITE-RUN-REGISTRY
           END-IF.

      *> Every step leaves its counts, amount totals and completion
      *> code on the shared control file. A summary that cannot be
      *> written is a warning only.
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
               COMPUTE CSM-RECORDS-IN =
                   WS-ACCT-READ-COUNT + WS-LOG-READ-COUNT
                   + WS-HIST-READ-COUNT + WS-JRNL-READ-COUNT
               COMPUTE CSM-RECORDS-OUT =
                   WS-ACCT-WRITE-COUNT + WS-LOG-WRITE-COUNT
                   + WS-HIST-WRITE-COUNT + WS-JRNL-WRITE-COUNT
               MOVE WS-REJECT-COUNT TO CSM-RECORDS-REJECTED
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

      *> Each file is copied from its old layout, renamed aside by the
      *> operator beforehand, to a new file under the live name. An
      *> old file that was not supplied is skipped without opening
      *> the new one, so a file already converted or never kept is
      *> left exactly as it is.
       CONVERT-ACCOUNT-MASTER.
           SET WS-CONV-NO-INPUT TO TRUE
           OPEN INPUT OLD-ACCOUNT-FILE
           EVALUATE TRUE
               WHEN WS-OLD-ACCT-SUCCESS
                   SET WS-CONV-INPUT-OPEN TO TRUE
               WHEN WS-OLD-ACCT-STATUS = "35"
                   DISPLAY "ACCTOLD not supplied, ACCTMAST not "
                       "converted"
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "OLD-ACCOUNT-FILE, status " WS-OLD-ACCT-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF WS-CONV-INPUT-OPEN
               OPEN OUTPUT ACCOUNT-FILE
               IF WS-ACCT-FILE-SUCCESS
                   SET WS-CONV-NOT-DONE TO TRUE
                   PERFORM CONVERT-ONE-ACCOUNT
                       UNTIL WS-CONV-DONE
                   CLOSE ACCOUNT-FILE
                   ADD 1 TO WS-FILES-CONVERTED
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "ACCOUNT-FILE, status " WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OLD-ACCOUNT-FILE
               MOVE "ACCTMAST" TO WS-PROOF-FILE
               MOVE WS-ACCT-READ-COUNT TO WS-PROOF-READ
               MOVE WS-ACCT-WRITE-COUNT TO WS-PROOF-WRITTEN
               PERFORM PROVE-CONVERTED-FILE
           END-IF.

       CONVERT-ONE-ACCOUNT.
           READ OLD-ACCOUNT-FILE
               AT END
                   SET WS-CONV-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   MOVE OLD-ACC-NUMBER TO ACC-NUMBER
                   MOVE OLD-ACC-CUST-ID TO ACC-CUST-ID
                   MOVE OLD-ACC-BALANCE TO ACC-BALANCE
                   MOVE OLD-ACC-TYPE TO ACC-TYPE
                   MOVE OLD-ACC-STATUS TO ACC-STATUS
                   MOVE OLD-ACC-LAST-ACTIVITY TO ACC-LAST-ACTIVITY
                   MOVE OLD-ACC-BRANCH TO ACC-BRANCH
                   IF OLD-ACC-CHECKING
                       MOVE WS-CHECKING-OD-LIMIT TO ACC-OD-LIMIT
                       ADD 1 TO WS-ACCT-LIMIT-COUNT
                   ELSE
                       MOVE ZERO TO ACC-OD-LIMIT
                   END-IF
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Account " ACC-NUMBER " not "
                               "written to ACCTMAST, status "
                               WS-ACCT-FILE-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCT-WRITE-COUNT
                   END-WRITE
           END-READ.

       CONVERT-TRANSACTION-LOG.
           SET WS-CONV-NO-INPUT TO TRUE
           OPEN INPUT OLD-TRANS-LOG-FILE
           EVALUATE TRUE
               WHEN WS-OLD-LOG-SUCCESS
                   SET WS-CONV-INPUT-OPEN TO TRUE
               WHEN WS-OLD-LOG-STATUS = "35"
                   DISPLAY "TRANLOLD not supplied, TRANSLOG not "
                       "converted"
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "OLD-TRANS-LOG-FILE, status " WS-OLD-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF WS-CONV-INPUT-OPEN
               OPEN OUTPUT TRANSACTION-LOG-FILE
               IF WS-TRANS-LOG-SUCCESS
                   SET WS-CONV-NOT-DONE TO TRUE
                   PERFORM CONVERT-ONE-LOG-RECORD
                       UNTIL WS-CONV-DONE
                   CLOSE TRANSACTION-LOG-FILE
                   ADD 1 TO WS-FILES-CONVERTED
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "TRANSACTION-LOG-FILE, status "
                       WS-TRANS-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OLD-TRANS-LOG-FILE
               MOVE "TRANSLOG" TO WS-PROOF-FILE
               MOVE WS-LOG-READ-COUNT TO WS-PROOF-READ
               MOVE WS-LOG-WRITE-COUNT TO WS-PROOF-WRITTEN
               PERFORM PROVE-CONVERTED-FILE
           END-IF.

      *> Postings logged before references existed carry none, the
      *> same as a reference of zero on any posting that never had
      *> a contra account or reversed nothing.
       CONVERT-ONE-LOG-RECORD.
           READ OLD-TRANS-LOG-FILE
               AT END
                   SET WS-CONV-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   MOVE OLD-TL-ACC-NUMBER TO TL-ACC-NUMBER
                   MOVE OLD-TL-TRANS-CODE TO TL-TRANS-CODE
                   MOVE OLD-TL-AMOUNT TO TL-AMOUNT
                   MOVE OLD-TL-BALANCE-AFTER TO TL-BALANCE-AFTER
                   MOVE OLD-TL-RESULT-CODE TO TL-RESULT-CODE
                   MOVE ZERO TO TL-CONTRA-ACC-NUMBER
                   MOVE ZERO TO TL-POST-REF
                   MOVE ZERO TO TL-REVERSED-REF
                   WRITE TRANSACTION-LOG-RECORD
                   IF WS-TRANS-LOG-SUCCESS
                       ADD 1 TO WS-LOG-WRITE-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error writing "
                           "TRANSACTION-LOG-FILE, status "
                           WS-TRANS-LOG-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 16 TO RETURN-CODE
                       SET WS-CONV-DONE TO TRUE
                   END-IF
           END-READ.

       CONVERT-TRANSACTION-HISTORY.
           SET WS-CONV-NO-INPUT TO TRUE
           OPEN INPUT OLD-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-OLD-HIST-SUCCESS
                   SET WS-CONV-INPUT-OPEN TO TRUE
               WHEN WS-OLD-HIST-STATUS = "35"
                   DISPLAY "TRANHOLD not supplied, TRANHIST not "
                       "converted"
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "OLD-HISTORY-FILE, status " WS-OLD-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF WS-CONV-INPUT-OPEN
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               IF WS-TRANS-HIST-SUCCESS
                   SET WS-CONV-NOT-DONE TO TRUE
                   PERFORM CONVERT-ONE-HISTORY-RECORD
                       UNTIL WS-CONV-DONE
                   CLOSE TRANSACTION-HISTORY-FILE
                   ADD 1 TO WS-FILES-CONVERTED
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "TRANSACTION-HISTORY-FILE, status "
                       WS-TRANS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OLD-HISTORY-FILE
               MOVE "TRANHIST" TO WS-PROOF-FILE
               MOVE WS-HIST-READ-COUNT TO WS-PROOF-READ
               MOVE WS-HIST-WRITE-COUNT TO WS-PROOF-WRITTEN
               PERFORM PROVE-CONVERTED-FILE
           END-IF.

       CONVERT-ONE-HISTORY-RECORD.
           READ OLD-HISTORY-FILE
               AT END
                   SET WS-CONV-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   MOVE OLD-TH-POST-DATE TO TH-POST-DATE
                   MOVE OLD-TH-ACC-NUMBER TO TH-ACC-NUMBER
                   MOVE OLD-TH-TRANS-CODE TO TH-TRANS-CODE
                   MOVE OLD-TH-AMOUNT TO TH-AMOUNT
                   MOVE OLD-TH-BALANCE-AFTER TO TH-BALANCE-AFTER
                   MOVE OLD-TH-RESULT-CODE TO TH-RESULT-CODE
                   MOVE ZERO TO TH-CONTRA-ACC-NUMBER
                   MOVE ZERO TO TH-POST-REF
                   MOVE ZERO TO TH-REVERSED-REF
                   WRITE TRANSACTION-HISTORY-RECORD
                   IF WS-TRANS-HIST-SUCCESS
                       ADD 1 TO WS-HIST-WRITE-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error writing "
                           "TRANSACTION-HISTORY-FILE, status "
                           WS-TRANS-HIST-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 16 TO RETURN-CODE
                       SET WS-CONV-DONE TO TRUE
                   END-IF
           END-READ.

       CONVERT-MASTER-JOURNAL.
           SET WS-CONV-NO-INPUT TO TRUE
           OPEN INPUT OLD-JOURNAL-FILE
           EVALUATE TRUE
               WHEN WS-OLD-JRNL-SUCCESS
                   SET WS-CONV-INPUT-OPEN TO TRUE
               WHEN WS-OLD-JRNL-STATUS = "35"
                   DISPLAY "JRNLOLD not supplied, MASTJRNL not "
                       "converted"
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "OLD-JOURNAL-FILE, status " WS-OLD-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF WS-CONV-INPUT-OPEN
               OPEN OUTPUT MASTER-JOURNAL-FILE
               IF WS-JOURNAL-SUCCESS
                   SET WS-CONV-NOT-DONE TO TRUE
                   PERFORM CONVERT-ONE-JOURNAL-RECORD
                       UNTIL WS-CONV-DONE
                   CLOSE MASTER-JOURNAL-FILE
                   ADD 1 TO WS-FILES-CONVERTED
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "MASTER-JOURNAL-FILE, status "
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OLD-JOURNAL-FILE
               MOVE "MASTJRNL" TO WS-PROOF-FILE
               MOVE WS-JRNL-READ-COUNT TO WS-PROOF-READ
               MOVE WS-JRNL-WRITE-COUNT TO WS-PROOF-WRITTEN
               PERFORM PROVE-CONVERTED-FILE
           END-IF.

      *> Recovery replays account images straight back onto the
      *> master, so each account image is given the limit its account
      *> is carried over at; otherwise a replay would leave the limit
      *> as spaces. A blank image, the before side of an add or the
      *> after side of a delete, stays blank.
       CONVERT-ONE-JOURNAL-RECORD.
           READ OLD-JOURNAL-FILE
               AT END
                   SET WS-CONV-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   MOVE OLD-JRN-FILE-ID TO JRN-FILE-ID
                   MOVE OLD-JRN-ACTION TO JRN-ACTION
                   MOVE OLD-JRN-DATE TO JRN-DATE
                   MOVE OLD-JRN-TIME TO JRN-TIME
                   MOVE OLD-JRN-SOURCE TO JRN-SOURCE
                   MOVE OLD-JRN-TRANS-CODE TO JRN-TRANS-CODE
                   MOVE OLD-JRN-KEY TO JRN-KEY
                   MOVE OLD-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE OLD-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE
                   MOVE SPACES TO JRN-CONTRA-KEY
                   MOVE ZERO TO JRN-POST-REF
                   IF OLD-JRN-ACCOUNT
                       MOVE JRN-BEFORE-IMAGE TO WS-ACCOUNT-IMAGE
                       PERFORM CONVERT-ACCOUNT-IMAGE
                       MOVE WS-ACCOUNT-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE JRN-AFTER-IMAGE TO WS-ACCOUNT-IMAGE
                       PERFORM CONVERT-ACCOUNT-IMAGE
                       MOVE WS-ACCOUNT-IMAGE TO JRN-AFTER-IMAGE
                   END-IF
                   WRITE MASTER-JOURNAL-RECORD
                   IF WS-JOURNAL-SUCCESS
                       ADD 1 TO WS-JRNL-WRITE-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error writing "
                           "MASTER-JOURNAL-FILE, status "
                           WS-JOURNAL-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 16 TO RETURN-CODE
                       SET WS-CONV-DONE TO TRUE
                   END-IF
           END-READ.

       CONVERT-ACCOUNT-IMAGE.
           IF WS-ACCOUNT-IMAGE NOT = SPACES
               IF WS-IMG-CHECKING
                   MOVE WS-CHECKING-OD-LIMIT TO WS-IMG-OD-LIMIT
               ELSE
                   MOVE ZERO TO WS-IMG-OD-LIMIT
               END-IF
               ADD 1 TO WS-JRNL-IMAGE-COUNT
           END-IF.

      *> A file that did not come across record for record is not
      *> fit to run on: the operator restores it from the old copy.
       PROVE-CONVERTED-FILE.
           MOVE WS-PROOF-READ TO WS-EDIT-COUNT
           MOVE WS-PROOF-WRITTEN TO WS-EDIT-COUNT-2
           DISPLAY WS-PROOF-FILE " records read: " WS-EDIT-COUNT
               "  written: " WS-EDIT-COUNT-2
           IF WS-PROOF-READ NOT = WS-PROOF-WRITTEN
               DISPLAY WS-PROOF-FILE " is incomplete - restore it "
                   "from the old file before any further run"
               MOVE 16 TO RETURN-CODE
           END-IF.

       DISPLAY-CONVERSION-TOTALS.
           MOVE WS-ACCT-LIMIT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Checking accounts given the "
               "standard overdraft limit: " WS-EDIT-COUNT
           MOVE WS-JRNL-IMAGE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Journal account images converted: " WS-EDIT-COUNT
           DISPLAY "Files converted: " WS-FILES-CONVERTED
      *> Nothing supplied at all is most likely a missed rename, not
      *> a conversion that was not needed.
           IF WS-FILES-CONVERTED = ZERO AND RETURN-CODE = ZERO
               DISPLAY "No old files were supplied - nothing converted"
               MOVE 8 TO RETURN-CODE
           END-IF.
