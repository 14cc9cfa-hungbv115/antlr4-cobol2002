       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPURG.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-09-01.

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

           SELECT RETENTION-CONTROL-FILE ASSIGN TO "RETCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RET-CTL-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "HISTWORK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "TRANHARC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARC-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MASTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "JRNLWORK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-WORK-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARC-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-RPT-STATUS.

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

      *> Months each file stays online, and months a record is kept
      *> at all before it is dropped (zero keeps archives for good).
      *> The backup stamp is that of the last good master backup:
      *> no journal image at or after it is ever taken off MASTJRNL,
      *> since JRNLRCVR rolls that backup forward from the journal.
       FD  RETENTION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETENTION-CONTROL-RECORD.
           05  RET-HIST-ONLINE-MONTHS PIC 9(3).
           05  RET-HIST-KEEP-MONTHS   PIC 9(3).
           05  RET-JRNL-ONLINE-MONTHS PIC 9(3).
           05  RET-JRNL-KEEP-MONTHS   PIC 9(3).
           05  RET-BACKUP-DATE        PIC 9(8).
           05  RET-BACKUP-TIME        PIC 9(8).
           05  FILLER                 PIC X(52).

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

       FD  HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HISTORY-WORK-RECORD      PIC X(75).

      *> Each run's archive is a new generation in the layout of the
      *> live file, so any program that reads TRANHIST reads it too.
       FD  HISTORY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD   PIC X(75).

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

       FD  JOURNAL-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-WORK-RECORD      PIC X(420).

       FD  JOURNAL-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-ARCHIVE-RECORD   PIC X(420).

      *> One record per archive generation still held: which file it
      *> came off, its number, the run date that wrote it, the span
      *> of dates it holds and its record count. STMTGEN and JRNLAUD
      *> read it to know when a range reaches back past the live
      *> file and which generations must be supplied.
       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-FILE-ID      PIC X(8).
           05  CAT-GENERATION   PIC 9(4).
           05  CAT-ARCHIVE-DATE PIC 9(8).
           05  CAT-LOW-DATE     PIC 9(8).
           05  CAT-HIGH-DATE    PIC 9(8).
           05  CAT-RECORD-COUNT PIC 9(9).
           05  FILLER           PIC X(35).

       FD  ARCHIVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCHIVE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CTL-STATUS    PIC X(2).
           88  WS-RUN-CTL-SUCCESS    VALUE '00'.

       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-RET-CTL-STATUS    PIC X(2).
           88  WS-RET-CTL-SUCCESS    VALUE '00'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-HIST-WORK-STATUS  PIC X(2).
           88  WS-HIST-WORK-SUCCESS  VALUE '00'.

       01  WS-HIST-ARC-STATUS   PIC X(2).
           88  WS-HIST-ARC-SUCCESS   VALUE '00'.

       01  WS-JOURNAL-STATUS    PIC X(2).
           88  WS-JOURNAL-SUCCESS    VALUE '00'.

       01  WS-JRNL-WORK-STATUS  PIC X(2).
           88  WS-JRNL-WORK-SUCCESS  VALUE '00'.

       01  WS-JRNL-ARC-STATUS   PIC X(2).
           88  WS-JRNL-ARC-SUCCESS   VALUE '00'.

       01  WS-CATALOG-STATUS    PIC X(2).
           88  WS-CATALOG-SUCCESS    VALUE '00'.

       01  WS-ARCH-RPT-STATUS   PIC X(2).
           88  WS-ARCH-RPT-SUCCESS   VALUE '00'.

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

      *> The history must hold the night's archive before anything is
      *> trimmed from it, so the purge waits for the reconciliation.
       01  WS-RUN-REGISTRY-KEYS.
           05  WS-REG-OWN-PROGRAM    PIC X(12) VALUE "ARCHPURG".
           05  WS-REG-PREREQ-PROGRAM PIC X(12) VALUE "RECONCIL".

       01  WS-REG-STAMP-STATUS  PIC X(1).
       01  WS-REG-STAMP-DATE    PIC 9(8).
       01  WS-REG-STAMP-TIME    PIC 9(8).

       01  WS-REG-STAMP-FLAG    PIC X(1) VALUE 'N'.
           88  WS-REG-STAMP-WRITTEN   VALUE 'Y'.
           88  WS-REG-STAMP-FAILED    VALUE 'N'.

       01  WS-RUN-FORCE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-RUN-FORCE-RERUN   VALUE 'Y'.

       01  WS-RUN-PROCESS-DATE  PIC 9(8) VALUE ZERO.
       01  WS-RUN-PROCESS-DATE-X REDEFINES WS-RUN-PROCESS-DATE.
           05  WS-PROC-YYYY     PIC 9(4).
           05  WS-PROC-MM       PIC 9(2).
           05  WS-PROC-DD       PIC 9(2).

       01  WS-RETENTION.
           05  WS-HIST-ONLINE-MONTHS PIC 9(3) VALUE ZERO.
           05  WS-HIST-KEEP-MONTHS   PIC 9(3) VALUE ZERO.
           05  WS-JRNL-ONLINE-MONTHS PIC 9(3) VALUE ZERO.
           05  WS-JRNL-KEEP-MONTHS   PIC 9(3) VALUE ZERO.
           05  WS-BACKUP-STAMP.
               10  WS-BACKUP-DATE    PIC 9(8) VALUE ZERO.
               10  WS-BACKUP-TIME    PIC 9(8) VALUE ZERO.

      *> Records dated before an archive cutoff leave the live file;
      *> those dated before a drop cutoff are not archived at all. A
      *> zero cutoff takes nothing.
       01  WS-CUTOFFS.
           05  WS-HIST-ARCHIVE-BEFORE PIC 9(8) VALUE ZERO.
           05  WS-HIST-DROP-BEFORE    PIC 9(8) VALUE ZERO.
           05  WS-JRNL-ARCHIVE-BEFORE PIC 9(8) VALUE ZERO.
           05  WS-JRNL-DROP-BEFORE    PIC 9(8) VALUE ZERO.

       01  WS-CUTOFF-MONTHS     PIC 9(3) VALUE ZERO.
       01  WS-MONTH-INDEX       PIC S9(7) COMP VALUE ZERO.
       01  WS-MONTH-REMAINDER   PIC S9(3) COMP VALUE ZERO.
       01  WS-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YYYY      PIC 9(4).
           05  WS-CUT-MM        PIC 9(2).
           05  WS-CUT-DD        PIC 9(2).

       01  WS-JRN-STAMP.
           05  WS-JRN-STAMP-DATE PIC 9(8).
           05  WS-JRN-STAMP-TIME PIC 9(8).

       01  WS-HIST-PURGE-FLAG   PIC X(1) VALUE 'Y'.
           88  WS-HIST-PURGE-OK      VALUE 'Y'.
           88  WS-HIST-PURGE-FAILED  VALUE 'N'.

       01  WS-JRNL-PURGE-FLAG   PIC X(1) VALUE 'Y'.
           88  WS-JRNL-PURGE-OK      VALUE 'Y'.
           88  WS-JRNL-PURGE-FAILED  VALUE 'N'.

      *> A clean split leaves this run's archive generation whole.
      *> Once the copy back has opened the live file, the generation
      *> is the only place the archived records are, so it is
      *> catalogued even if the copy back then fails. If the live file
      *> was never opened, it still holds them and the generation is
      *> left off the catalog, or the records would be read twice.
       01  WS-HIST-SPLIT-FLAG   PIC X(1) VALUE 'N'.
           88  WS-HIST-SPLIT-OK      VALUE 'Y'.
       01  WS-HIST-LIVE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-HIST-LIVE-REWRITTEN VALUE 'Y'.

       01  WS-JRNL-SPLIT-FLAG   PIC X(1) VALUE 'N'.
           88  WS-JRNL-SPLIT-OK      VALUE 'Y'.
       01  WS-JRNL-LIVE-FLAG    PIC X(1) VALUE 'N'.
           88  WS-JRNL-LIVE-REWRITTEN VALUE 'Y'.

       01  WS-JRNL-BACKUP-FLAG  PIC X(1) VALUE 'N'.
           88  WS-JRNL-BACKUP-KNOWN  VALUE 'Y'.
           88  WS-JRNL-BACKUP-NONE   VALUE 'N'.

      *> Read must always equal kept plus archived plus dropped, and
      *> the copy back must put exactly the kept records on file.
       01  WS-HIST-COUNTS.
           05  WS-HIST-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIST-KEPT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIST-ARCH-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIST-DROP-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIST-COPY-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIST-LOW-DATE      PIC 9(8) VALUE ZERO.
           05  WS-HIST-HIGH-DATE     PIC 9(8) VALUE ZERO.

       01  WS-JRNL-COUNTS.
           05  WS-JRNL-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-KEPT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-ARCH-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-DROP-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-HELD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-COPY-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-JRNL-LOW-DATE      PIC 9(8) VALUE ZERO.
           05  WS-JRNL-HIGH-DATE     PIC 9(8) VALUE ZERO.

       01  WS-PROOF-TOTAL       PIC 9(9) VALUE ZERO.

       01  WS-SPLIT-EOF-FLAG    PIC X(1) VALUE 'N'.
           88  WS-SPLIT-DONE       VALUE 'Y'.
           88  WS-SPLIT-NOT-DONE   VALUE 'N'.

       01  WS-COPY-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  WS-COPY-DONE        VALUE 'Y'.
           88  WS-COPY-NOT-DONE    VALUE 'N'.

       01  WS-CAT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CAT-DONE         VALUE 'Y'.
           88  WS-CAT-NOT-DONE     VALUE 'N'.

       01  WS-ARC-OPEN-FLAG     PIC X(1) VALUE 'N'.
           88  WS-ARC-OPEN         VALUE 'Y'.
           88  WS-ARC-CLOSED       VALUE 'N'.

       01  WS-NEW-GENERATION.
           05  WS-NEW-LOW-DATE      PIC 9(8) VALUE ZERO.
           05  WS-NEW-HIGH-DATE     PIC 9(8) VALUE ZERO.
           05  WS-NEW-RECORD-COUNT  PIC 9(9) VALUE ZERO.

       01  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-MONTHS       PIC ZZ9.

       01  WS-CAT-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-CAT-MAX           PIC 9(3) COMP VALUE 200.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 200 TIMES
                   INDEXED BY CAT-IDX.
               10  WS-CAT-FILE-ID      PIC X(8).
               10  WS-CAT-GENERATION   PIC 9(4).
               10  WS-CAT-ARCHIVE-DATE PIC 9(8).
               10  WS-CAT-LOW-DATE     PIC 9(8).
               10  WS-CAT-HIGH-DATE    PIC 9(8).
               10  WS-CAT-RECORD-COUNT PIC 9(9).
               10  WS-CAT-KEEP-FLAG    PIC X(1).
                   88  WS-CAT-KEPT         VALUE 'Y'.
                   88  WS-CAT-EXPIRED      VALUE 'N'.

       01  WS-CAT-LOOK-FILE     PIC X(8).
       01  WS-NEXT-GENERATION   PIC 9(4) VALUE ZERO.
       01  WS-EXPIRED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-REPORT-LINE       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "History and journal retention, archive and purge"
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM READ-RETENTION-CONTROL
           PERFORM OPEN-ARCHIVE-REPORT
           PERFORM LOAD-ARCHIVE-CATALOG
           PERFORM PURGE-TRANSACTION-HISTORY
           PERFORM PURGE-MASTER-JOURNAL
           PERFORM EXPIRE-ARCHIVE-GENERATIONS
           PERFORM REWRITE-ARCHIVE-CATALOG
           PERFORM WRITE-PURGE-TOTALS
           CLOSE ARCHIVE-REPORT-FILE
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
      *> processing date. A step refuses to start when it has already
      *> completed for that date, or when the step it depends on has
      *> not, so a double submission or an out-of-order night cannot
      *> post twice. The force flag on the run-control card is the
      *> operator's override for a genuine rerun.
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
      *> it may already have posted: a plain resubmission is refused
      *> until the operator has cleaned up and forces the rerun.
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
               COMPUTE CSM-RECORDS-IN =
                   WS-HIST-READ-COUNT + WS-JRNL-READ-COUNT
               COMPUTE CSM-RECORDS-OUT =
                   WS-HIST-ARCH-COUNT + WS-JRNL-ARCH-COUNT
               MOVE ZERO TO CSM-RECORDS-REJECTED
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


      *> The retention card says how many months of each file stay
      *> online and how many months a record is kept at all. A file
      *> with no online period set is left whole; a keep period that
      *> ends before the online period would drop records that were
      *> never archived, so such a card is refused outright.
       READ-RETENTION-CONTROL.
           OPEN INPUT RETENTION-CONTROL-FILE
           IF NOT WS-RET-CTL-SUCCESS
               DISPLAY "Retention card RETCTL is required, status "
                   WS-RET-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RETENTION-CONTROL-FILE
               AT END
                   DISPLAY "Retention card RETCTL is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE RETENTION-CONTROL-FILE
                   STOP RUN
               NOT AT END
                   PERFORM ACCEPT-RETENTION-CARD
           END-READ
           CLOSE RETENTION-CONTROL-FILE
           IF RETURN-CODE = 16
               STOP RUN
           END-IF
           PERFORM SET-RETENTION-CUTOFFS.

       ACCEPT-RETENTION-CARD.
           IF RET-HIST-ONLINE-MONTHS IS NUMERIC
               MOVE RET-HIST-ONLINE-MONTHS TO WS-HIST-ONLINE-MONTHS
           END-IF
           IF RET-HIST-KEEP-MONTHS IS NUMERIC
               MOVE RET-HIST-KEEP-MONTHS TO WS-HIST-KEEP-MONTHS
           END-IF
           IF RET-JRNL-ONLINE-MONTHS IS NUMERIC
               MOVE RET-JRNL-ONLINE-MONTHS TO WS-JRNL-ONLINE-MONTHS
           END-IF
           IF RET-JRNL-KEEP-MONTHS IS NUMERIC
               MOVE RET-JRNL-KEEP-MONTHS TO WS-JRNL-KEEP-MONTHS
           END-IF
           IF WS-HIST-KEEP-MONTHS > ZERO
                   AND WS-HIST-KEEP-MONTHS < WS-HIST-ONLINE-MONTHS
               DISPLAY "RETCTL history keep period " WS-HIST-KEEP-MONTHS
                   " is shorter than its online period "
                   WS-HIST-ONLINE-MONTHS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-JRNL-KEEP-MONTHS > ZERO
                   AND WS-JRNL-KEEP-MONTHS < WS-JRNL-ONLINE-MONTHS
               DISPLAY "RETCTL journal keep period " WS-JRNL-KEEP-MONTHS
                   " is shorter than its online period "
                   WS-JRNL-ONLINE-MONTHS
               MOVE 16 TO RETURN-CODE
           END-IF
      *> Recovery replays the journal forward from the last backup,
      *> so without a believable backup stamp nothing can safely be
      *> taken off MASTJRNL.
           IF RET-BACKUP-DATE IS NUMERIC
                   AND RET-BACKUP-DATE > ZERO
                   AND RET-BACKUP-DATE <= WS-RUN-PROCESS-DATE
                   AND RET-BACKUP-TIME IS NUMERIC
               MOVE RET-BACKUP-DATE TO WS-BACKUP-DATE
               MOVE RET-BACKUP-TIME TO WS-BACKUP-TIME
               SET WS-JRNL-BACKUP-KNOWN TO TRUE
           ELSE
               DISPLAY "RETCTL backup stamp missing or not valid: "
                   RET-BACKUP-DATE " " RET-BACKUP-TIME
                   " - MASTJRNL left whole"
               SET WS-JRNL-BACKUP-NONE TO TRUE
           END-IF.

       SET-RETENTION-CUTOFFS.
           IF WS-HIST-ONLINE-MONTHS > ZERO
               MOVE WS-HIST-ONLINE-MONTHS TO WS-CUTOFF-MONTHS
               PERFORM COMPUTE-CUTOFF-DATE
               MOVE WS-CUTOFF-DATE TO WS-HIST-ARCHIVE-BEFORE
               IF WS-HIST-KEEP-MONTHS > ZERO
                   MOVE WS-HIST-KEEP-MONTHS TO WS-CUTOFF-MONTHS
                   PERFORM COMPUTE-CUTOFF-DATE
                   MOVE WS-CUTOFF-DATE TO WS-HIST-DROP-BEFORE
               END-IF
           END-IF
           IF WS-JRNL-ONLINE-MONTHS > ZERO
               MOVE WS-JRNL-ONLINE-MONTHS TO WS-CUTOFF-MONTHS
               PERFORM COMPUTE-CUTOFF-DATE
               MOVE WS-CUTOFF-DATE TO WS-JRNL-ARCHIVE-BEFORE
               IF WS-JRNL-KEEP-MONTHS > ZERO
                   MOVE WS-JRNL-KEEP-MONTHS TO WS-CUTOFF-MONTHS
                   PERFORM COMPUTE-CUTOFF-DATE
                   MOVE WS-CUTOFF-DATE TO WS-JRNL-DROP-BEFORE
               END-IF
           END-IF.

      *> Steps the processing date back a whole number of months by
      *> counting months from year zero. The day is carried over as
      *> it stands: the cutoff is only ever compared against, so a
      *> day such as the 31st in a 30-day month still sorts right.
       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-MONTH-INDEX = WS-PROC-YYYY * 12 + WS-PROC-MM
               - 1 - WS-CUTOFF-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUT-YYYY
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUT-MM = WS-MONTH-REMAINDER + 1
           MOVE WS-PROC-DD TO WS-CUT-DD.

       OPEN-ARCHIVE-REPORT.
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           IF NOT WS-ARCH-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening ARCHIVE-REPORT-"
                   "FILE, status " WS-ARCH-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANHIST AND MASTJRNL RETENTION FOR "
               WS-RUN-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE.

       LOAD-ARCHIVE-CATALOG.
           SET WS-CAT-NOT-DONE TO TRUE
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE TRUE
               WHEN WS-CATALOG-SUCCESS
                   PERFORM LOAD-ONE-CATALOG-ENTRY
                       UNTIL WS-CAT-DONE
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN WS-CATALOG-STATUS = "35"
                   DISPLAY "ARCHCAT not present, starting a new "
                       "catalog"
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "ARCHIVE-CATALOG-FILE, status "
                       WS-CATALOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE ARCHIVE-REPORT-FILE
                   STOP RUN
           END-EVALUATE
           DISPLAY "Archive generations catalogued: " WS-CAT-COUNT.

       LOAD-ONE-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   SET WS-CAT-DONE TO TRUE
               NOT AT END
                   IF WS-CAT-COUNT < WS-CAT-MAX
                       ADD 1 TO WS-CAT-COUNT
                       SET CAT-IDX TO WS-CAT-COUNT
                       MOVE CAT-FILE-ID TO WS-CAT-FILE-ID (CAT-IDX)
                       MOVE CAT-GENERATION
                           TO WS-CAT-GENERATION (CAT-IDX)
                       MOVE CAT-ARCHIVE-DATE
                           TO WS-CAT-ARCHIVE-DATE (CAT-IDX)
                       MOVE CAT-LOW-DATE TO WS-CAT-LOW-DATE (CAT-IDX)
                       MOVE CAT-HIGH-DATE
                           TO WS-CAT-HIGH-DATE (CAT-IDX)
                       MOVE CAT-RECORD-COUNT
                           TO WS-CAT-RECORD-COUNT (CAT-IDX)
                       SET WS-CAT-KEPT (CAT-IDX) TO TRUE
                   ELSE
                       DISPLAY "ARCHCAT holds more than " WS-CAT-MAX
                           " generations - nothing purged"
                       MOVE 16 TO RETURN-CODE
                       CLOSE ARCHIVE-CATALOG-FILE
                       CLOSE ARCHIVE-REPORT-FILE
                       STOP RUN
                   END-IF
           END-READ.

      *> TRANHIST is split in one pass into the records it keeps, the
      *> aged records that go to this run's archive generation and
      *> those past the keep period that are dropped. Only when the
      *> split has gone cleanly is the kept set copied back over the
      *> live file, so a failure part way leaves TRANHIST untouched.
       PURGE-TRANSACTION-HISTORY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           IF WS-HIST-ARCHIVE-BEFORE = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TRANHIST  NO ONLINE PERIOD SET - FILE LEFT "
                   "WHOLE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ARCHIVE-LINE
           ELSE
               MOVE WS-HIST-ONLINE-MONTHS TO WS-EDIT-MONTHS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TRANHIST  ONLINE MONTHS " WS-EDIT-MONTHS
                   "  ARCHIVE BEFORE " WS-HIST-ARCHIVE-BEFORE
                   "  DROP BEFORE " WS-HIST-DROP-BEFORE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ARCHIVE-LINE
               PERFORM SPLIT-TRANSACTION-HISTORY
               IF WS-HIST-PURGE-OK
                   SET WS-HIST-SPLIT-OK TO TRUE
               END-IF
               IF WS-HIST-PURGE-OK
                       AND WS-HIST-ARCH-COUNT + WS-HIST-DROP-COUNT
                           > ZERO
                   PERFORM RESTORE-TRANSACTION-HISTORY
               END-IF
               IF WS-HIST-SPLIT-OK AND WS-HIST-ARCH-COUNT > ZERO
                       AND NOT WS-HIST-LIVE-REWRITTEN
                   DISPLAY "TRANHARC generation written this run is "
                       "not catalogued - scratch it"
               END-IF
               IF WS-HIST-SPLIT-OK AND WS-HIST-ARCH-COUNT > ZERO
                       AND WS-HIST-LIVE-REWRITTEN
                   MOVE "TRANHIST" TO WS-CAT-LOOK-FILE
                   MOVE WS-HIST-LOW-DATE TO WS-NEW-LOW-DATE
                   MOVE WS-HIST-HIGH-DATE TO WS-NEW-HIGH-DATE
                   MOVE WS-HIST-ARCH-COUNT TO WS-NEW-RECORD-COUNT
                   PERFORM CATALOG-NEW-GENERATION
               END-IF
               PERFORM REPORT-HISTORY-PURGE
           END-IF.

       SPLIT-TRANSACTION-HISTORY.
           SET WS-SPLIT-NOT-DONE TO TRUE
           SET WS-ARC-CLOSED TO TRUE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-HIST-SUCCESS
                   CONTINUE
               WHEN WS-TRANS-HIST-STATUS = "35"
                   DISPLAY "TRANHIST not present, nothing to purge"
                   SET WS-SPLIT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "TRANSACTION-HISTORY-FILE, status "
                       WS-TRANS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
           END-EVALUATE
           IF WS-SPLIT-NOT-DONE
               OPEN OUTPUT HISTORY-WORK-FILE
               IF WS-HIST-WORK-SUCCESS
                   PERFORM SPLIT-ONE-HISTORY-RECORD
                       UNTIL WS-SPLIT-DONE
                   CLOSE HISTORY-WORK-FILE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "HISTORY-WORK-FILE, status "
                       WS-HIST-WORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-PURGE-FAILED TO TRUE
               END-IF
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           IF WS-ARC-OPEN
               CLOSE HISTORY-ARCHIVE-FILE
               SET WS-ARC-CLOSED TO TRUE
           END-IF.

      *> A posting whose date cannot be read is never guessed at: it
      *> stays on the live file for someone to look at.
       SPLIT-ONE-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET WS-SPLIT-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   EVALUATE TRUE
                       WHEN TH-POST-DATE IS NOT NUMERIC
                           PERFORM KEEP-HISTORY-RECORD
                       WHEN WS-HIST-DROP-BEFORE > ZERO
                               AND TH-POST-DATE < WS-HIST-DROP-BEFORE
                           ADD 1 TO WS-HIST-DROP-COUNT
                       WHEN TH-POST-DATE < WS-HIST-ARCHIVE-BEFORE
                           PERFORM ARCHIVE-HISTORY-RECORD
                       WHEN OTHER
                           PERFORM KEEP-HISTORY-RECORD
                   END-EVALUATE
           END-READ.

       KEEP-HISTORY-RECORD.
           MOVE TRANSACTION-HISTORY-RECORD TO HISTORY-WORK-RECORD
           WRITE HISTORY-WORK-RECORD
           IF WS-HIST-WORK-SUCCESS
               ADD 1 TO WS-HIST-KEPT-COUNT
           ELSE
               DISPLAY "Permanent I/O error writing "
                   "HISTORY-WORK-FILE, status " WS-HIST-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-HIST-PURGE-FAILED TO TRUE
               SET WS-SPLIT-DONE TO TRUE
           END-IF.

       ARCHIVE-HISTORY-RECORD.
           IF WS-ARC-CLOSED
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               IF WS-HIST-ARC-SUCCESS
                   SET WS-ARC-OPEN TO TRUE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "HISTORY-ARCHIVE-FILE, status "
                       WS-HIST-ARC-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
               END-IF
           END-IF
           IF WS-ARC-OPEN AND WS-HIST-PURGE-OK
               MOVE TRANSACTION-HISTORY-RECORD
                   TO HISTORY-ARCHIVE-RECORD
               WRITE HISTORY-ARCHIVE-RECORD
               IF WS-HIST-ARC-SUCCESS
                   ADD 1 TO WS-HIST-ARCH-COUNT
                   IF WS-HIST-LOW-DATE = ZERO
                           OR TH-POST-DATE < WS-HIST-LOW-DATE
                       MOVE TH-POST-DATE TO WS-HIST-LOW-DATE
                   END-IF
                   IF TH-POST-DATE > WS-HIST-HIGH-DATE
                       MOVE TH-POST-DATE TO WS-HIST-HIGH-DATE
                   END-IF
               ELSE
                   DISPLAY "Permanent I/O error writing "
                       "HISTORY-ARCHIVE-FILE, status "
                       WS-HIST-ARC-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
               END-IF
           END-IF.

      *> From here the live file is being rewritten: if the copy back
      *> fails the operator restores TRANHIST from HISTWORK, which
      *> holds the complete kept set. The archived records are on this
      *> run's TRANHARC generation, which is catalogued all the same.
       RESTORE-TRANSACTION-HISTORY.
           SET WS-COPY-NOT-DONE TO TRUE
           OPEN INPUT HISTORY-WORK-FILE
           IF NOT WS-HIST-WORK-SUCCESS
               DISPLAY "Permanent I/O error reopening "
                   "HISTORY-WORK-FILE, status " WS-HIST-WORK-STATUS
                   " - TRANHIST left unpurged"
               MOVE 16 TO RETURN-CODE
               SET WS-HIST-PURGE-FAILED TO TRUE
           ELSE
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               IF WS-TRANS-HIST-SUCCESS
                   SET WS-HIST-LIVE-REWRITTEN TO TRUE
                   PERFORM RESTORE-ONE-HISTORY-RECORD
                       UNTIL WS-COPY-DONE
                   CLOSE TRANSACTION-HISTORY-FILE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "TRANSACTION-HISTORY-FILE for output, status "
                       WS-TRANS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-PURGE-FAILED TO TRUE
               END-IF
               CLOSE HISTORY-WORK-FILE
           END-IF
           IF WS-HIST-PURGE-OK
                   AND WS-HIST-COPY-COUNT NOT = WS-HIST-KEPT-COUNT
               DISPLAY "TRANHIST rewritten with " WS-HIST-COPY-COUNT
                   " records, " WS-HIST-KEPT-COUNT " expected"
               MOVE 16 TO RETURN-CODE
               SET WS-HIST-PURGE-FAILED TO TRUE
           END-IF
           IF WS-HIST-PURGE-FAILED AND WS-HIST-LIVE-REWRITTEN
               DISPLAY "TRANHIST may be incomplete - restore it from "
                   "HISTWORK before any further run; the archived "
                   "records are on the catalogued TRANHARC generation"
           END-IF.

       RESTORE-ONE-HISTORY-RECORD.
           READ HISTORY-WORK-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
               NOT AT END
                   MOVE HISTORY-WORK-RECORD
                       TO TRANSACTION-HISTORY-RECORD
                   WRITE TRANSACTION-HISTORY-RECORD
                   IF WS-TRANS-HIST-SUCCESS
                       ADD 1 TO WS-HIST-COPY-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error writing "
                           "TRANSACTION-HISTORY-FILE, status "
                           WS-TRANS-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-HIST-PURGE-FAILED TO TRUE
                       SET WS-COPY-DONE TO TRUE
                   END-IF
           END-READ.

       REPORT-HISTORY-PURGE.
           MOVE WS-HIST-READ-COUNT TO WS-EDIT-COUNT
           MOVE WS-HIST-KEPT-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          READ " WS-EDIT-COUNT
               "   KEPT ONLINE " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           MOVE WS-HIST-ARCH-COUNT TO WS-EDIT-COUNT
           MOVE WS-HIST-DROP-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          ARCHIVED " WS-EDIT-COUNT
               "   DROPPED " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           COMPUTE WS-PROOF-TOTAL = WS-HIST-KEPT-COUNT
               + WS-HIST-ARCH-COUNT + WS-HIST-DROP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-HIST-PURGE-FAILED
                   STRING "          *** PURGE FAILED - SEE JOB LOG "
                       "***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-PROOF-TOTAL NOT = WS-HIST-READ-COUNT
                   STRING "          *** OUT OF BALANCE: KEPT + "
                       "ARCHIVED + DROPPED NOT EQUAL TO READ ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   STRING "          IN BALANCE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-ARCHIVE-LINE.

      *> The journal is split the same way, with one more rule: any
      *> image stamped at or after the last master backup stays on
      *> line however old, because JRNLRCVR needs it to roll that
      *> backup forward. Those are reported as held for recovery.
       PURGE-MASTER-JOURNAL.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           EVALUATE TRUE
               WHEN WS-JRNL-ARCHIVE-BEFORE = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MASTJRNL  NO ONLINE PERIOD SET - FILE LEFT "
                       "WHOLE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-ARCHIVE-LINE
               WHEN WS-JRNL-BACKUP-NONE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MASTJRNL  NO VALID BACKUP STAMP - FILE LEFT "
                       "WHOLE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-ARCHIVE-LINE
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM PURGE-JOURNAL-AFTER-CHECKS
           END-EVALUATE.

       PURGE-JOURNAL-AFTER-CHECKS.
           MOVE WS-JRNL-ONLINE-MONTHS TO WS-EDIT-MONTHS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MASTJRNL  ONLINE MONTHS " WS-EDIT-MONTHS
               "  ARCHIVE BEFORE " WS-JRNL-ARCHIVE-BEFORE
               "  DROP BEFORE " WS-JRNL-DROP-BEFORE
               "  BACKUP " WS-BACKUP-DATE " " WS-BACKUP-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           PERFORM SPLIT-MASTER-JOURNAL
           IF WS-JRNL-PURGE-OK
               SET WS-JRNL-SPLIT-OK TO TRUE
           END-IF
           IF WS-JRNL-PURGE-OK
                   AND WS-JRNL-ARCH-COUNT + WS-JRNL-DROP-COUNT > ZERO
               PERFORM RESTORE-MASTER-JOURNAL
           END-IF
           IF WS-JRNL-SPLIT-OK AND WS-JRNL-ARCH-COUNT > ZERO
                   AND NOT WS-JRNL-LIVE-REWRITTEN
               DISPLAY "JRNLARC generation written this run is "
                   "not catalogued - scratch it"
           END-IF
           IF WS-JRNL-SPLIT-OK AND WS-JRNL-ARCH-COUNT > ZERO
                   AND WS-JRNL-LIVE-REWRITTEN
               MOVE "MASTJRNL" TO WS-CAT-LOOK-FILE
               MOVE WS-JRNL-LOW-DATE TO WS-NEW-LOW-DATE
               MOVE WS-JRNL-HIGH-DATE TO WS-NEW-HIGH-DATE
               MOVE WS-JRNL-ARCH-COUNT TO WS-NEW-RECORD-COUNT
               PERFORM CATALOG-NEW-GENERATION
           END-IF
           PERFORM REPORT-JOURNAL-PURGE.

       SPLIT-MASTER-JOURNAL.
           SET WS-SPLIT-NOT-DONE TO TRUE
           SET WS-ARC-CLOSED TO TRUE
           OPEN INPUT MASTER-JOURNAL-FILE
           EVALUATE TRUE
               WHEN WS-JOURNAL-SUCCESS
                   CONTINUE
               WHEN WS-JOURNAL-STATUS = "35"
                   DISPLAY "MASTJRNL not present, nothing to purge"
                   SET WS-SPLIT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "MASTER-JOURNAL-FILE, status "
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JRNL-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
           END-EVALUATE
           IF WS-SPLIT-NOT-DONE
               OPEN OUTPUT JOURNAL-WORK-FILE
               IF WS-JRNL-WORK-SUCCESS
                   PERFORM SPLIT-ONE-JOURNAL-RECORD
                       UNTIL WS-SPLIT-DONE
                   CLOSE JOURNAL-WORK-FILE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "JOURNAL-WORK-FILE, status "
                       WS-JRNL-WORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JRNL-PURGE-FAILED TO TRUE
               END-IF
               CLOSE MASTER-JOURNAL-FILE
           END-IF
           IF WS-ARC-OPEN
               CLOSE JOURNAL-ARCHIVE-FILE
               SET WS-ARC-CLOSED TO TRUE
           END-IF.

       SPLIT-ONE-JOURNAL-RECORD.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET WS-SPLIT-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   MOVE JRN-DATE TO WS-JRN-STAMP-DATE
                   MOVE JRN-TIME TO WS-JRN-STAMP-TIME
                   EVALUATE TRUE
                       WHEN JRN-DATE IS NOT NUMERIC
                               OR JRN-TIME IS NOT NUMERIC
                           PERFORM KEEP-JOURNAL-RECORD
                       WHEN JRN-DATE >= WS-JRNL-ARCHIVE-BEFORE
                           PERFORM KEEP-JOURNAL-RECORD
                       WHEN WS-JRN-STAMP NOT < WS-BACKUP-STAMP
                           ADD 1 TO WS-JRNL-HELD-COUNT
                           PERFORM KEEP-JOURNAL-RECORD
                       WHEN WS-JRNL-DROP-BEFORE > ZERO
                               AND JRN-DATE < WS-JRNL-DROP-BEFORE
                           ADD 1 TO WS-JRNL-DROP-COUNT
                       WHEN OTHER
                           PERFORM ARCHIVE-JOURNAL-RECORD
                   END-EVALUATE
           END-READ.

       KEEP-JOURNAL-RECORD.
           MOVE MASTER-JOURNAL-RECORD TO JOURNAL-WORK-RECORD
           WRITE JOURNAL-WORK-RECORD
           IF WS-JRNL-WORK-SUCCESS
               ADD 1 TO WS-JRNL-KEPT-COUNT
           ELSE
               DISPLAY "Permanent I/O error writing "
                   "JOURNAL-WORK-FILE, status " WS-JRNL-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-JRNL-PURGE-FAILED TO TRUE
               SET WS-SPLIT-DONE TO TRUE
           END-IF.

       ARCHIVE-JOURNAL-RECORD.
           IF WS-ARC-CLOSED
               OPEN OUTPUT JOURNAL-ARCHIVE-FILE
               IF WS-JRNL-ARC-SUCCESS
                   SET WS-ARC-OPEN TO TRUE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "JOURNAL-ARCHIVE-FILE, status "
                       WS-JRNL-ARC-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JRNL-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
               END-IF
           END-IF
           IF WS-ARC-OPEN AND WS-JRNL-PURGE-OK
               MOVE MASTER-JOURNAL-RECORD TO JOURNAL-ARCHIVE-RECORD
               WRITE JOURNAL-ARCHIVE-RECORD
               IF WS-JRNL-ARC-SUCCESS
                   ADD 1 TO WS-JRNL-ARCH-COUNT
                   IF WS-JRNL-LOW-DATE = ZERO
                           OR JRN-DATE < WS-JRNL-LOW-DATE
                       MOVE JRN-DATE TO WS-JRNL-LOW-DATE
                   END-IF
                   IF JRN-DATE > WS-JRNL-HIGH-DATE
                       MOVE JRN-DATE TO WS-JRNL-HIGH-DATE
                   END-IF
               ELSE
                   DISPLAY "Permanent I/O error writing "
                       "JOURNAL-ARCHIVE-FILE, status "
                       WS-JRNL-ARC-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JRNL-PURGE-FAILED TO TRUE
                   SET WS-SPLIT-DONE TO TRUE
               END-IF
           END-IF.

      *> As for TRANHIST: JRNLWORK holds the complete kept set and
      *> this run's JRNLARC generation, catalogued all the same, holds
      *> the archived images.
       RESTORE-MASTER-JOURNAL.
           SET WS-COPY-NOT-DONE TO TRUE
           OPEN INPUT JOURNAL-WORK-FILE
           IF NOT WS-JRNL-WORK-SUCCESS
               DISPLAY "Permanent I/O error reopening "
                   "JOURNAL-WORK-FILE, status " WS-JRNL-WORK-STATUS
                   " - MASTJRNL left unpurged"
               MOVE 16 TO RETURN-CODE
               SET WS-JRNL-PURGE-FAILED TO TRUE
           ELSE
               OPEN OUTPUT MASTER-JOURNAL-FILE
               IF WS-JOURNAL-SUCCESS
                   SET WS-JRNL-LIVE-REWRITTEN TO TRUE
                   PERFORM RESTORE-ONE-JOURNAL-RECORD
                       UNTIL WS-COPY-DONE
                   CLOSE MASTER-JOURNAL-FILE
               ELSE
                   DISPLAY "Permanent I/O error opening "
                       "MASTER-JOURNAL-FILE for output, status "
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-JRNL-PURGE-FAILED TO TRUE
               END-IF
               CLOSE JOURNAL-WORK-FILE
           END-IF
           IF WS-JRNL-PURGE-OK
                   AND WS-JRNL-COPY-COUNT NOT = WS-JRNL-KEPT-COUNT
               DISPLAY "MASTJRNL rewritten with " WS-JRNL-COPY-COUNT
                   " records, " WS-JRNL-KEPT-COUNT " expected"
               MOVE 16 TO RETURN-CODE
               SET WS-JRNL-PURGE-FAILED TO TRUE
           END-IF
           IF WS-JRNL-PURGE-FAILED AND WS-JRNL-LIVE-REWRITTEN
               DISPLAY "MASTJRNL may be incomplete - restore it from "
                   "JRNLWORK before any further run; the archived "
                   "images are on the catalogued JRNLARC generation"
           END-IF.

       RESTORE-ONE-JOURNAL-RECORD.
           READ JOURNAL-WORK-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
               NOT AT END
                   MOVE JOURNAL-WORK-RECORD TO MASTER-JOURNAL-RECORD
                   WRITE MASTER-JOURNAL-RECORD
                   IF WS-JOURNAL-SUCCESS
                       ADD 1 TO WS-JRNL-COPY-COUNT
                   ELSE
                       DISPLAY "Permanent I/O error writing "
                           "MASTER-JOURNAL-FILE, status "
                           WS-JOURNAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-JRNL-PURGE-FAILED TO TRUE
                       SET WS-COPY-DONE TO TRUE
                   END-IF
           END-READ.

       REPORT-JOURNAL-PURGE.
           MOVE WS-JRNL-READ-COUNT TO WS-EDIT-COUNT
           MOVE WS-JRNL-KEPT-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          READ " WS-EDIT-COUNT
               "   KEPT ONLINE " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           MOVE WS-JRNL-ARCH-COUNT TO WS-EDIT-COUNT
           MOVE WS-JRNL-DROP-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          ARCHIVED " WS-EDIT-COUNT
               "   DROPPED " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           MOVE WS-JRNL-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          OF KEPT, HELD FOR RECOVERY " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           COMPUTE WS-PROOF-TOTAL = WS-JRNL-KEPT-COUNT
               + WS-JRNL-ARCH-COUNT + WS-JRNL-DROP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-JRNL-PURGE-FAILED
                   STRING "          *** PURGE FAILED - SEE JOB LOG "
                       "***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-PROOF-TOTAL NOT = WS-JRNL-READ-COUNT
                   STRING "          *** OUT OF BALANCE: KEPT + "
                       "ARCHIVED + DROPPED NOT EQUAL TO READ ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   STRING "          IN BALANCE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-ARCHIVE-LINE.

      *> Generations are numbered per file, one past the highest the
      *> catalog already holds for it, so a number is never reused
      *> even after older generations have expired.
       CATALOG-NEW-GENERATION.
           MOVE ZERO TO WS-NEXT-GENERATION
           PERFORM NOTE-ONE-GENERATION
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT
           ADD 1 TO WS-NEXT-GENERATION
           IF WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               SET CAT-IDX TO WS-CAT-COUNT
               MOVE WS-CAT-LOOK-FILE TO WS-CAT-FILE-ID (CAT-IDX)
               MOVE WS-NEXT-GENERATION TO WS-CAT-GENERATION (CAT-IDX)
               MOVE WS-RUN-PROCESS-DATE
                   TO WS-CAT-ARCHIVE-DATE (CAT-IDX)
               MOVE WS-NEW-LOW-DATE TO WS-CAT-LOW-DATE (CAT-IDX)
               MOVE WS-NEW-HIGH-DATE TO WS-CAT-HIGH-DATE (CAT-IDX)
               MOVE WS-NEW-RECORD-COUNT
                   TO WS-CAT-RECORD-COUNT (CAT-IDX)
               SET WS-CAT-KEPT (CAT-IDX) TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "          NEW ARCHIVE GENERATION "
                   WS-NEXT-GENERATION "  DATES " WS-NEW-LOW-DATE
                   " TO " WS-NEW-HIGH-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ARCHIVE-LINE
           ELSE
               DISPLAY "ARCHCAT full - " WS-CAT-LOOK-FILE
                   " generation " WS-NEXT-GENERATION
                   " written but not catalogued"
               MOVE 16 TO RETURN-CODE
           END-IF.

       NOTE-ONE-GENERATION.
           IF WS-CAT-FILE-ID (CAT-IDX) = WS-CAT-LOOK-FILE
                   AND WS-CAT-GENERATION (CAT-IDX) > WS-NEXT-GENERATION
               MOVE WS-CAT-GENERATION (CAT-IDX) TO WS-NEXT-GENERATION
           END-IF.

      *> A generation whose newest record is past its file's keep
      *> period is struck from the catalog and listed for scratch.
       EXPIRE-ARCHIVE-GENERATIONS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           PERFORM EXPIRE-ONE-GENERATION
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT.

       EXPIRE-ONE-GENERATION.
           EVALUATE TRUE
               WHEN WS-CAT-FILE-ID (CAT-IDX) = "TRANHIST"
                       AND WS-HIST-DROP-BEFORE > ZERO
                       AND WS-CAT-HIGH-DATE (CAT-IDX)
                           < WS-HIST-DROP-BEFORE
                   SET WS-CAT-EXPIRED (CAT-IDX) TO TRUE
               WHEN WS-CAT-FILE-ID (CAT-IDX) = "MASTJRNL"
                       AND WS-JRNL-DROP-BEFORE > ZERO
                       AND WS-CAT-HIGH-DATE (CAT-IDX)
                           < WS-JRNL-DROP-BEFORE
                   SET WS-CAT-EXPIRED (CAT-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CAT-EXPIRED (CAT-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CAT-FILE-ID (CAT-IDX)
                   "  GENERATION " WS-CAT-GENERATION (CAT-IDX)
                   "  DATES " WS-CAT-LOW-DATE (CAT-IDX)
                   " TO " WS-CAT-HIGH-DATE (CAT-IDX)
                   "  EXPIRED - SCRATCH"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ARCHIVE-LINE
           END-IF.

       REWRITE-ARCHIVE-CATALOG.
           OPEN OUTPUT ARCHIVE-CATALOG-FILE
           IF NOT WS-CATALOG-SUCCESS
               DISPLAY "Permanent I/O error opening "
                   "ARCHIVE-CATALOG-FILE for output, status "
                   WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-CATALOG-ENTRY
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       WRITE-ONE-CATALOG-ENTRY.
           IF WS-CAT-KEPT (CAT-IDX)
               MOVE SPACES TO ARCHIVE-CATALOG-RECORD
               MOVE WS-CAT-FILE-ID (CAT-IDX) TO CAT-FILE-ID
               MOVE WS-CAT-GENERATION (CAT-IDX) TO CAT-GENERATION
               MOVE WS-CAT-ARCHIVE-DATE (CAT-IDX) TO CAT-ARCHIVE-DATE
               MOVE WS-CAT-LOW-DATE (CAT-IDX) TO CAT-LOW-DATE
               MOVE WS-CAT-HIGH-DATE (CAT-IDX) TO CAT-HIGH-DATE
               MOVE WS-CAT-RECORD-COUNT (CAT-IDX) TO CAT-RECORD-COUNT
               WRITE ARCHIVE-CATALOG-RECORD
               IF NOT WS-CATALOG-SUCCESS
                   DISPLAY "Permanent I/O error writing "
                       "ARCHIVE-CATALOG-FILE, status "
                       WS-CATALOG-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-PURGE-TOTALS.
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GENERATIONS EXPIRED " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-ARCHIVE-LINE
           DISPLAY "TRANHIST read " WS-HIST-READ-COUNT
               " kept " WS-HIST-KEPT-COUNT
               " archived " WS-HIST-ARCH-COUNT
               " dropped " WS-HIST-DROP-COUNT
           DISPLAY "MASTJRNL read " WS-JRNL-READ-COUNT
               " kept " WS-JRNL-KEPT-COUNT
               " archived " WS-JRNL-ARCH-COUNT
               " dropped " WS-JRNL-DROP-COUNT
               " held " WS-JRNL-HELD-COUNT
           DISPLAY "Archive generations expired: " WS-EXPIRED-COUNT.

       WRITE-ARCHIVE-LINE.
           MOVE WS-REPORT-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           IF NOT WS-ARCH-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing ARCHIVE-REPORT-"
                   "FILE, status " WS-ARCH-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM ARCHPURG.
