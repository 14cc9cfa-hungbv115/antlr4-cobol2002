               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "TESTMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TEST-POST-FILE ASSIGN TO "TESTPOST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT TEST-POST-WORK-FILE ASSIGN TO "TESTPSWK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POST-WORK-STATUS.

           SELECT ACCOUNT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRAN-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-FILE
               88  REJ-BAD-BOTH      VALUE "R3".
               88  REJ-BAD-NATIONAL  VALUE "R4".
               88  REJ-OUT-OF-SEQ    VALUE "R5".
               88  REJ-NO-ACCOUNT    VALUE "R6".
           05  REJ-RECYCLE-COUNT PIC 9(2).
           05  REJ-ORIG-RUN-DATE PIC 9(8).
           05  REJ-SOURCE-ID    PIC X(1).
                   15  CKPT-SRC-HASH      PIC 9(9).
           05  CKPT-RECYCLE-COUNTER PIC 9(5).
           05  CKPT-SUPERVISOR-COUNTER PIC 9(5).
           05  CKPT-STAGE-COUNT   PIC 9(6).
           05  CKPT-FILLER        PIC X(29).

       FD  TEST-RECYCLE-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           05  REG-STAMP-TIME     PIC 9(8).
           05  FILLER             PIC X(43).

      *> One record per run of each batch step, read by the end-of-day
      *> sign-off.
       FD  CONTROL-SUMMARY-FILE
           BLOCK CONTAINS 1200 CHARACTERS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-SUMMARY-RECORD.
           05  CSM-PROGRAM-ID     PIC X(12).
           05  CSM-PROCESS-DATE   PIC 9(8).
           05  CSM-STAMP-DATE     PIC 9(8).
           05  CSM-STAMP-TIME     PIC 9(8).
           05  CSM-RECORDS-IN     PIC 9(9).
           05  CSM-RECORDS-OUT    PIC 9(9).
           05  CSM-RECORDS-REJECTED PIC 9(9).
           05  CSM-DEBIT-TOTAL    PIC S9(13)V99.
           05  CSM-CREDIT-TOTAL   PIC S9(13)V99.
           05  CSM-COMPLETION-CODE PIC 9(4).
           05  CSM-RETURNED-ITEMS PIC 9(9).
           05  FILLER             PIC X(14).

       FD  ACCOUNT-MAP-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MAP-RECORD.
           05  MAP-KEY            PIC X(20).
           05  MAP-ACC-NUMBER     PIC 9(10).
           05  MAP-TRANS-CODE     PIC X(1).
               88  MAP-DEBIT         VALUE "D".
               88  MAP-CREDIT        VALUE "C".
           05  FILLER             PIC X(49).

       FD  ACCOUNT-FILE
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           05  ACC-NUMBER         PIC 9(10).
           05  ACC-CUST-ID        PIC X(10).
           05  ACC-BALANCE        PIC S9(10)V99 COMP-3.
           05  ACC-TYPE           PIC X(1).
               88  ACC-SAVINGS       VALUE "S".
               88  ACC-CHECKING      VALUE "C".
           05  ACC-STATUS         PIC X(1).
               88  ACC-OPEN          VALUE "O", " ".
               88  ACC-FROZEN        VALUE "F".
               88  ACC-DORMANT       VALUE "M".
               88  ACC-CLOSED        VALUE "X".
           05  ACC-LAST-ACTIVITY  PIC 9(8).
           05  ACC-BRANCH         PIC X(4).
           05  ACC-OD-LIMIT       PIC S9(7)V99 COMP-3.

       FD  TEST-POST-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEST-POST-RECORD       PIC X(46).

       FD  TEST-POST-WORK-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEST-POST-WORK-RECORD  PIC X(46).

       FD  ACCOUNT-TRANS-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-TRANS-RECORD.
           05  AT-TRANS-CODE      PIC X(1).
               88  AT-BATCH-HEADER   VALUE "H".
               88  AT-BATCH-TRAILER  VALUE "T".
           05  AT-ACC-NUMBER      PIC 9(10).
           05  AT-CUST-ID         PIC X(10).
           05  AT-AMOUNT          PIC S9(10)V99.
           05  AT-ACC-TYPE        PIC X(1).
           05  AT-EFFECTIVE-DATE  PIC 9(8).
           05  AT-BRANCH          PIC X(4).
       01  ACCOUNT-BATCH-HEADER.
           05  ABH-RECORD-CODE    PIC X(1).
           05  ABH-BATCH-NUMBER   PIC 9(6).
           05  ABH-BRANCH         PIC X(4).
           05  ABH-BATCH-DATE     PIC 9(8).
           05  FILLER             PIC X(27).
       01  ACCOUNT-BATCH-TRAILER.
           05  ABT-RECORD-CODE    PIC X(1).
           05  ABT-RECORD-COUNT   PIC 9(6).
           05  ABT-ACCT-HASH      PIC 9(12).
           05  ABT-AMOUNT-TOTAL   PIC S9(12)V99.
           05  FILLER             PIC X(13).

       FD  BATCH-REGISTER-FILE
           BLOCK CONTAINS 1000 CHARACTERS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BATCH-REGISTER-RECORD.
           05  BRG-FILE-ID        PIC X(4).
           05  BRG-BRANCH         PIC X(4).
           05  BRG-BATCH-DATE     PIC 9(8).
           05  BRG-BATCH-NUMBER   PIC 9(6).
           05  BRG-ACCEPT-DATE    PIC 9(8).
           05  FILLER             PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS     PIC XX.
           88  WS-FILE-SUCCESS     VALUE "00".
           88  WS-RUN-CTL-SUCCESS     VALUE "00".
       01  WS-RUN-REG-STATUS      PIC XX.
           88  WS-RUN-REG-SUCCESS     VALUE "00".
       01  WS-CTL-SUM-STATUS      PIC XX.
           88  WS-CTL-SUM-SUCCESS     VALUE "00".
       01  WS-RUN-PROCESS-DATE    PIC 9(8) VALUE ZERO.
       01  WS-REG-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-REG-DONE           VALUE 'Y'.
       01  WS-RUN-FORCE-FLAG      PIC X VALUE 'N'.
           88  WS-RUN-FORCE-RERUN     VALUE 'Y'.

       01  WS-MAP-FILE-STATUS     PIC XX.
           88  WS-MAP-FILE-SUCCESS    VALUE "00".
       01  WS-ACCT-FILE-STATUS    PIC XX.
           88  WS-ACCT-FILE-SUCCESS   VALUE "00".
           88  WS-ACCT-NOT-ON-FILE    VALUE "23".
       01  WS-POST-FILE-STATUS    PIC XX.
           88  WS-POST-FILE-SUCCESS   VALUE "00".
           88  WS-POST-FILE-NOT-FOUND VALUE "35".
       01  WS-POST-WORK-STATUS    PIC XX.
           88  WS-POST-WORK-SUCCESS   VALUE "00".
       01  WS-ACCT-TRAN-STATUS    PIC XX.
           88  WS-ACCT-TRAN-SUCCESS   VALUE "00".
       01  WS-BATCH-REG-STATUS    PIC XX.
           88  WS-BATCH-REG-SUCCESS   VALUE "00".

      *> Each feed key posts to the account, and with the trans code,
      *> that the account map gives it.
       01  WS-MAP-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-MAP-MAX             PIC 9(3) COMP VALUE 500.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY MAP-IDX.
               10  WS-MAP-KEY        PIC X(20).
               10  WS-MAP-ACC-NUMBER PIC 9(10).
               10  WS-MAP-TRANS-CODE PIC X(1).
       01  WS-MAP-LOOKUP-KEY      PIC X(20).
       01  WS-POST-ACC-NUMBER     PIC 9(10).
       01  WS-POST-TRANS-CODE     PIC X(1).

       01  WS-POST-FLAGS.
           05  WS-MAP-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-MAP-EOF        VALUE 'Y'.
           05  WS-MAP-MATCH-SWITCH PIC X VALUE 'N'.
               88  WS-MAP-MATCHED    VALUE 'Y'.
               88  WS-MAP-UNMATCHED  VALUE 'N'.
           05  WS-STAGE-EOF-FLAG  PIC X VALUE 'N'.
               88  WS-STAGE-EOF      VALUE 'Y'.
               88  WS-STAGE-NOT-EOF  VALUE 'N'.
           05  WS-SCAN-EOF-FLAG   PIC X VALUE 'N'.
               88  WS-SCAN-DONE      VALUE 'Y'.
               88  WS-SCAN-NOT-DONE  VALUE 'N'.
           05  WS-BATCH-STATE-FLAG PIC X VALUE 'N'.
               88  WS-BATCH-NONE          VALUE 'N'.
               88  WS-BATCH-READY         VALUE 'R'.
               88  WS-BATCH-WRITTEN       VALUE 'W'.
               88  WS-BATCH-OUT-OF-BAL    VALUE 'O'.
               88  WS-BATCH-ALREADY-QUEUED VALUE 'Q'.
               88  WS-BATCH-FAILED        VALUE 'F'.

      *> Accepted records are staged as posting cards while the run
      *> goes; the ACCTTRAN batch itself is written once, at the end,
      *> and only when the staged cards agree with the run's totals.
       01  WS-STAGE-CARD.
           05  STG-TRANS-CODE     PIC X(1).
           05  STG-ACC-NUMBER     PIC 9(10).
           05  STG-CUST-ID        PIC X(10).
           05  STG-AMOUNT         PIC S9(10)V99.
           05  STG-ACC-TYPE       PIC X(1).
           05  STG-EFFECTIVE-DATE PIC 9(8).
           05  STG-BRANCH         PIC X(4).
       01  WS-STAGE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-STAGE-ON-FILE       PIC 9(6) VALUE ZERO.
       01  WS-STAGE-COPY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-STAGE-DROPPED       PIC 9(6) VALUE ZERO.

      *> The feed's batches carry their own pseudo-branch on the
      *> header, so the batch register keeps them apart from the
      *> branches' feeds and the scheduler's batches.
       01  WS-FEED-BRANCH         PIC X(4) VALUE "FEED".
       01  WS-FEED-BATCH-NUMBER   PIC 9(6) VALUE ZERO.
       01  WS-FEED-QUEUED-NUMBER  PIC 9(6) VALUE ZERO.
       01  WS-GEN-TOTALS.
           05  WS-GEN-CARD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-GEN-ACCT-HASH   PIC 9(12) VALUE ZERO.
           05  WS-GEN-AMOUNT-TOTAL PIC S9(12)V99 VALUE ZERO.
           05  WS-GEN-DEBIT-TOTAL PIC S9(12)V99 VALUE ZERO.
           05  WS-GEN-CREDIT-TOTAL PIC S9(12)V99 VALUE ZERO.
       01  WS-GEN-AMOUNT-EDIT     PIC $$$.$$$.$$$.$$9,99.
       01  WS-BATCH-NOTE          PIC X(60) VALUE SPACES.
      *> The trailer always carries the totals proved against the run,
      *> never what happened to get written, so a batch cut short by
      *> a write error fails its trailer check in the posting run.
       01  WS-PROVED-TOTALS.
           05  WS-PROVED-CARD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PROVED-ACCT-HASH  PIC 9(12) VALUE ZERO.
           05  WS-PROVED-AMOUNT-TOTAL PIC S9(12)V99 VALUE ZERO.
       01  WS-FEED-PARTIAL-FLAG   PIC X VALUE 'N'.
           88  WS-FEED-PARTIAL-ON-FILE VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM LOAD-ACCOUNT-MAP-PARA
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-FILE-SUCCESS
               DISPLAY "Permanent I/O error opening ACCOUNT-FILE, "
                   "status " WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-POSTING-STAGE-PARA
           IF WS-NOT-RESTART-MODE
               PERFORM OPEN-RECYCLE-PARA
           ELSE

      *> A run that hit a permanent error never stamps its end, so
      *> the registry still shows it unfinished and the operator must
      *> clean up and force the rerun deliberately. It still leaves
      *> its control summary, completion code and all, so the
      *> sign-off shows how far it got.
       STAMP-RUN-END-PARA.
           PERFORM WRITE-CONTROL-SUMMARY-PARA
           IF RETURN-CODE < 16
               MOVE "E" TO WS-REG-STAMP-STATUS
               PERFORM WRITE-RUN-REGISTRY-PARA
           END-IF.

      *> Records out and the amounts are what went over to the posting
      *> run in the feed batch; nothing counts as handed over unless
      *> the batch was written. A summary that cannot be written is a
      *> warning only: the sign-off then shows the step missing.
       WRITE-CONTROL-SUMMARY-PARA.
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
               COMPUTE CSM-RECORDS-IN = WS-COUNTER
                   + WS-REJECT-COUNTER + WS-SUPERVISOR-COUNTER
               COMPUTE CSM-RECORDS-REJECTED =
                   WS-REJECT-COUNTER + WS-SUPERVISOR-COUNTER
               IF WS-BATCH-WRITTEN
                   MOVE WS-GEN-CARD-COUNT TO CSM-RECORDS-OUT
                   MOVE WS-GEN-DEBIT-TOTAL TO CSM-DEBIT-TOTAL
                   MOVE WS-GEN-CREDIT-TOTAL TO CSM-CREDIT-TOTAL
               ELSE
                   MOVE ZERO TO CSM-RECORDS-OUT
                   MOVE ZERO TO CSM-DEBIT-TOTAL
                   MOVE ZERO TO CSM-CREDIT-TOTAL
               END-IF
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

       WRITE-RUN-REGISTRY-PARA.
           SET WS-REG-STAMP-FAILED TO TRUE
           OPEN EXTEND RUN-REGISTRY-FILE
                   SET WS-RECYCLE-EOF TO TRUE
           END-EVALUATE.

      *> The account map is required: without it not one accepted
      *> record could be posted. A bad entry is dropped and reported,
      *> so records with that key reject R6 until the map is fixed.
       LOAD-ACCOUNT-MAP-PARA.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT WS-MAP-FILE-SUCCESS
               DISPLAY "Account map TESTMAP.DAT is required, status "
                   WS-MAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-MAP-ENTRY-PARA UNTIL WS-MAP-EOF
           CLOSE ACCOUNT-MAP-FILE
           DISPLAY "Account map entries loaded: " WS-MAP-COUNT.

       LOAD-ONE-MAP-ENTRY-PARA.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   PERFORM EDIT-ONE-MAP-ENTRY-PARA
           END-READ.

       EDIT-ONE-MAP-ENTRY-PARA.
           MOVE MAP-KEY TO WS-MAP-LOOKUP-KEY
           PERFORM FIND-ACCOUNT-MAP-PARA
           EVALUATE TRUE
               WHEN MAP-ACC-NUMBER IS NOT NUMERIC
                       OR MAP-ACC-NUMBER = ZERO
                   DISPLAY "Account map entry has no valid account, "
                       "dropped for key " MAP-KEY
                   MOVE 8 TO RETURN-CODE
               WHEN NOT MAP-DEBIT AND NOT MAP-CREDIT
                   DISPLAY "Account map trans code must be D or C, "
                       "dropped for key " MAP-KEY
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MAP-MATCHED
                   DISPLAY "Account map key repeated, later entry "
                       "dropped for key " MAP-KEY
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MAP-COUNT >= WS-MAP-MAX
                   DISPLAY "Account map table full, entry dropped "
                       "for key " MAP-KEY
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   SET MAP-IDX TO WS-MAP-COUNT
                   MOVE MAP-KEY TO WS-MAP-KEY (MAP-IDX)
                   MOVE MAP-ACC-NUMBER TO WS-MAP-ACC-NUMBER (MAP-IDX)
                   MOVE MAP-TRANS-CODE TO WS-MAP-TRANS-CODE (MAP-IDX)
           END-EVALUATE.

       FIND-ACCOUNT-MAP-PARA.
           SET WS-MAP-UNMATCHED TO TRUE
           IF WS-MAP-COUNT > ZERO
               SET MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-KEY (MAP-IDX) = WS-MAP-LOOKUP-KEY
                       SET WS-MAP-MATCHED TO TRUE
               END-SEARCH
           END-IF.

      *> Posting cards are staged as records are accepted. A restart
      *> keeps the cards staged up to its checkpoint and drops any the
      *> interrupted run wrote after it, because those records are
      *> read and accepted again from the checkpoint on.
       OPEN-POSTING-STAGE-PARA.
           IF WS-RESTART-MODE
               PERFORM TRIM-POSTING-STAGE-PARA
               OPEN EXTEND TEST-POST-FILE
               IF WS-POST-FILE-NOT-FOUND
                   OPEN OUTPUT TEST-POST-FILE
               END-IF
           ELSE
               OPEN OUTPUT TEST-POST-FILE
           END-IF
           IF NOT WS-POST-FILE-SUCCESS
               DISPLAY "Permanent I/O error opening posting stage "
                   "file, status " WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRIM-POSTING-STAGE-PARA.
           MOVE ZERO TO WS-STAGE-ON-FILE
           OPEN INPUT TEST-POST-FILE
           EVALUATE TRUE
               WHEN WS-POST-FILE-SUCCESS
                   SET WS-STAGE-NOT-EOF TO TRUE
                   PERFORM COUNT-ONE-STAGED-CARD-PARA
                       UNTIL WS-STAGE-EOF
                   CLOSE TEST-POST-FILE
               WHEN WS-POST-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening posting stage "
                       "file, status " WS-POST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-STAGE-ON-FILE < WS-STAGE-COUNT
               DISPLAY "Posting stage file holds " WS-STAGE-ON-FILE
                   " cards, checkpoint counts " WS-STAGE-COUNT
                   " - restore TESTPOST.DAT from TESTPSWK.DAT "
                   "before restarting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STAGE-ON-FILE > WS-STAGE-COUNT
               PERFORM SAVE-STAGE-TO-WORK-PARA
               PERFORM RESTORE-STAGE-FROM-WORK-PARA
               SUBTRACT WS-STAGE-COUNT FROM WS-STAGE-ON-FILE
                   GIVING WS-STAGE-DROPPED
               DISPLAY "Posting cards staged after the checkpoint "
                   "dropped: " WS-STAGE-DROPPED
           END-IF.

       COUNT-ONE-STAGED-CARD-PARA.
           READ TEST-POST-FILE
               AT END
                   SET WS-STAGE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STAGE-ON-FILE
           END-READ.

      *> The cards the checkpoint counts are set aside on the work
      *> file and copied back, so the stage file is only rewritten
      *> once a complete copy of what it must keep is safe.
       SAVE-STAGE-TO-WORK-PARA.
           OPEN INPUT TEST-POST-FILE
           OPEN OUTPUT TEST-POST-WORK-FILE
           IF NOT WS-POST-FILE-SUCCESS OR NOT WS-POST-WORK-SUCCESS
               DISPLAY "Permanent I/O error opening posting stage "
                   "files, status " WS-POST-FILE-STATUS " "
                   WS-POST-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-STAGE-COPY-COUNT
           PERFORM SAVE-ONE-STAGED-CARD-PARA
               UNTIL WS-STAGE-COPY-COUNT >= WS-STAGE-COUNT
           CLOSE TEST-POST-FILE
           CLOSE TEST-POST-WORK-FILE.

       SAVE-ONE-STAGED-CARD-PARA.
           READ TEST-POST-FILE
               AT END
                   DISPLAY "Posting stage file ended early while "
                       "trimming for restart"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   ADD 1 TO WS-STAGE-COPY-COUNT
                   WRITE TEST-POST-WORK-RECORD FROM TEST-POST-RECORD
                   IF NOT WS-POST-WORK-SUCCESS
                       DISPLAY "Permanent I/O error writing posting "
                           "work file, status " WS-POST-WORK-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       RESTORE-STAGE-FROM-WORK-PARA.
           OPEN INPUT TEST-POST-WORK-FILE
           OPEN OUTPUT TEST-POST-FILE
           IF NOT WS-POST-FILE-SUCCESS OR NOT WS-POST-WORK-SUCCESS
               DISPLAY "Permanent I/O error opening posting stage "
                   "files, status " WS-POST-FILE-STATUS " "
                   WS-POST-WORK-STATUS " - restore TESTPOST.DAT "
                   "from TESTPSWK.DAT before restarting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-STAGE-NOT-EOF TO TRUE
           PERFORM RESTORE-ONE-STAGED-CARD-PARA UNTIL WS-STAGE-EOF
           CLOSE TEST-POST-WORK-FILE
           CLOSE TEST-POST-FILE.

       RESTORE-ONE-STAGED-CARD-PARA.
           READ TEST-POST-WORK-FILE
               AT END
                   SET WS-STAGE-EOF TO TRUE
               NOT AT END
                   WRITE TEST-POST-RECORD FROM TEST-POST-WORK-RECORD
                   IF NOT WS-POST-FILE-SUCCESS
                       DISPLAY "Permanent I/O error writing posting "
                           "stage file, status " WS-POST-FILE-STATUS
                           " - restore TESTPOST.DAT from "
                           "TESTPSWK.DAT before restarting"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       DETECT-RESTART-PARA.
           SET WS-NOT-RESTART-MODE TO TRUE
           OPEN INPUT TEST-RESTART-FILE
                   MOVE CKPT-RECYCLE-COUNTER TO WS-RECYCLE-COUNTER
                   MOVE CKPT-SUPERVISOR-COUNTER
                       TO WS-SUPERVISOR-COUNTER
                   IF CKPT-STAGE-COUNT IS NUMERIC
                       MOVE CKPT-STAGE-COUNT TO WS-STAGE-COUNT
                   ELSE
                       MOVE ZERO TO WS-STAGE-COUNT
                   END-IF
                   PERFORM RESTORE-SOURCE-TOTALS-PARA
                       VARYING WS-SOURCE-SUB FROM 1 BY 1
                       UNTIL WS-SOURCE-SUB > 4
               ADD 1 TO WS-SRC-PROCESSED (WS-TALLY-SUB)
               ADD TEST-FIELD-3 TO WS-SRC-AMOUNT (WS-TALLY-SUB)
               ADD TEST-FIELD-2 TO WS-SRC-HASH (WS-TALLY-SUB)
               PERFORM STAGE-POSTING-CARD-PARA
           ELSE
               PERFORM REJECT-PARA
           END-IF.

       STAGE-POSTING-CARD-PARA.
           MOVE SPACES TO WS-STAGE-CARD
           MOVE WS-POST-TRANS-CODE TO STG-TRANS-CODE
           MOVE WS-POST-ACC-NUMBER TO STG-ACC-NUMBER
           MOVE TEST-FIELD-3 TO STG-AMOUNT
           MOVE WS-RUN-PROCESS-DATE TO STG-EFFECTIVE-DATE
           WRITE TEST-POST-RECORD FROM WS-STAGE-CARD
           IF WS-POST-FILE-SUCCESS
               ADD 1 TO WS-STAGE-COUNT
           ELSE
               DISPLAY "Permanent I/O error writing posting stage "
                   "file, status " WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       SET-TALLY-SUB-PARA.
           EVALUATE WS-CURRENT-SOURCE
               WHEN "1"
      *> the file never grows and a restart reads one record instead
      *> of scanning to the end.
       WRITE-CHECKPOINT-PARA.
      *> The staged cards are forced out to the stage file ahead of
      *> the checkpoint that counts them.
           CLOSE TEST-POST-FILE
           OPEN EXTEND TEST-POST-FILE
           IF NOT WS-POST-FILE-SUCCESS
               DISPLAY "Permanent I/O error reopening posting stage "
                   "file, status " WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT TEST-RESTART-FILE
           IF WS-RESTART-FILE-STATUS NOT = "00"
               DISPLAY "Permanent I/O error opening restart "
                   UNTIL WS-TALLY-SUB > 4
               MOVE WS-RECYCLE-COUNTER TO CKPT-RECYCLE-COUNTER
               MOVE WS-SUPERVISOR-COUNTER TO CKPT-SUPERVISOR-COUNTER
               MOVE WS-STAGE-COUNT TO CKPT-STAGE-COUNT
               MOVE SPACES TO CKPT-FILLER
               WRITE TEST-RESTART-RECORD
               IF WS-RESTART-FILE-STATUS NOT = "00"
               IF WS-REJECT-REASON = SPACES
                   MOVE "R4" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM CHECK-POSTING-ACCOUNT-PARA
           END-IF.

      *> A record that passes the field edits must also name an
      *> account the posting run can post to: its key has to be on the
      *> account map, and the mapped account on file and neither
      *> closed nor frozen. Otherwise it is rejected R6 and recycles
      *> until the map or the account is put right.
       CHECK-POSTING-ACCOUNT-PARA.
           MOVE TEST-FIELD-1 TO WS-MAP-LOOKUP-KEY
           PERFORM FIND-ACCOUNT-MAP-PARA
           IF WS-MAP-UNMATCHED
               SET WS-RECORD-INVALID TO TRUE
               MOVE "R6" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MAP-ACC-NUMBER (MAP-IDX) TO WS-POST-ACC-NUMBER
               MOVE WS-MAP-TRANS-CODE (MAP-IDX) TO WS-POST-TRANS-CODE
               MOVE WS-POST-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE "R6" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ACC-CLOSED OR ACC-FROZEN
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "R6" TO WS-REJECT-REASON
                       END-IF
               END-READ
               IF NOT WS-ACCT-FILE-SUCCESS
                       AND NOT WS-ACCT-NOT-ON-FILE
                   DISPLAY "Permanent I/O error reading ACCOUNT-FILE, "
                       "status " WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "R6" TO WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-NATIONAL-FIELDS-PARA.
           END-IF
           CLOSE TEST-REJECT-FILE
           CLOSE TEST-SUPERVISOR-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TEST-POST-FILE
           DISPLAY "Total records processed: " WS-COUNTER
           DISPLAY "Total records rejected: " WS-REJECT-COUNTER
           DISPLAY "Total records recycled in: " WS-RECYCLE-COUNTER
               WS-SUPERVISOR-COUNTER
           MOVE WS-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Total amount: " WS-TOTAL-EDIT
           PERFORM BUILD-POSTING-BATCH-PARA
           PERFORM READ-PRIOR-BALANCE-PARA
           PERFORM WRITE-CONTROL-REPORT-PARA
           PERFORM SAVE-CURRENT-BALANCE-PARA
           PERFORM CLEAR-RESTART-FILE-PARA
           PERFORM STAMP-RUN-END-PARA.

      *> The accepted records go to the posting run as one balanced
      *> ACCTTRAN batch under the feed's pseudo-branch. The staged
      *> cards are totalled first and the batch is written only when
      *> they agree with the records processed and the total amount,
      *> so the trailer EXAMPLE2002 balances is the total TESTRPT
      *> prints. A run that hit a permanent error hands nothing over.
       BUILD-POSTING-BATCH-PARA.
           SET WS-BATCH-NONE TO TRUE
           MOVE SPACES TO WS-BATCH-NOTE
           MOVE ZERO TO WS-FEED-BATCH-NUMBER
           INITIALIZE WS-GEN-TOTALS
           IF RETURN-CODE >= 16
               SET WS-BATCH-FAILED TO TRUE
               MOVE "RUN HAD A PERMANENT ERROR" TO WS-BATCH-NOTE
           ELSE
               IF WS-COUNTER = ZERO AND WS-STAGE-COUNT = ZERO
                   MOVE "NO RECORDS ACCEPTED" TO WS-BATCH-NOTE
               ELSE
                   PERFORM TALLY-STAGED-CARDS-PARA
               END-IF
           END-IF
           IF WS-BATCH-READY
               PERFORM FIND-FEED-BATCH-NUMBER-PARA
           END-IF
           IF WS-BATCH-READY
               PERFORM WRITE-FEED-BATCH-PARA
           END-IF
           IF WS-BATCH-WRITTEN
               DISPLAY "Posting batch " WS-FEED-BRANCH " "
                   WS-FEED-BATCH-NUMBER " written, cards: "
                   WS-GEN-CARD-COUNT
           ELSE
               DISPLAY "No posting batch written: " WS-BATCH-NOTE
           END-IF.

       TALLY-STAGED-CARDS-PARA.
           OPEN INPUT TEST-POST-FILE
           IF NOT WS-POST-FILE-SUCCESS
               DISPLAY "Permanent I/O error opening posting stage "
                   "file, status " WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BATCH-FAILED TO TRUE
               MOVE "POSTING STAGE FILE COULD NOT BE READ"
                   TO WS-BATCH-NOTE
           ELSE
               SET WS-STAGE-NOT-EOF TO TRUE
               PERFORM TALLY-ONE-STAGED-CARD-PARA UNTIL WS-STAGE-EOF
               CLOSE TEST-POST-FILE
               IF WS-GEN-CARD-COUNT = WS-COUNTER
                       AND WS-GEN-CARD-COUNT = WS-STAGE-COUNT
                       AND WS-GEN-AMOUNT-TOTAL = WS-TOTAL
                   SET WS-BATCH-READY TO TRUE
               ELSE
                   DISPLAY "Staged posting cards disagree with run "
                       "totals - no batch written"
                   MOVE 16 TO RETURN-CODE
                   SET WS-BATCH-OUT-OF-BAL TO TRUE
                   MOVE "STAGED CARDS DISAGREE WITH RUN TOTALS"
                       TO WS-BATCH-NOTE
               END-IF
           END-IF.

       TALLY-ONE-STAGED-CARD-PARA.
           READ TEST-POST-FILE INTO WS-STAGE-CARD
               AT END
                   SET WS-STAGE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GEN-CARD-COUNT
                   ADD STG-ACC-NUMBER TO WS-GEN-ACCT-HASH
                   ADD STG-AMOUNT TO WS-GEN-AMOUNT-TOTAL
           END-READ.

      *> The batch number is one past any feed batch already accepted
      *> or already waiting on ACCTTRAN for the date. Finding one
      *> means this date's records have been handed over before: only
      *> an operator-forced rerun may add a second batch behind it.
       FIND-FEED-BATCH-NUMBER-PARA.
           MOVE ZERO TO WS-FEED-QUEUED-NUMBER
           OPEN INPUT BATCH-REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-BATCH-REG-SUCCESS
                   SET WS-SCAN-NOT-DONE TO TRUE
                   PERFORM SCAN-ONE-REGISTER-ENTRY-PARA
                       UNTIL WS-SCAN-DONE
                   CLOSE BATCH-REGISTER-FILE
               WHEN WS-BATCH-REG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open BATCH-REGISTER-FILE, "
                       "status " WS-BATCH-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-BATCH-FAILED TO TRUE
                   MOVE "BATCH REGISTER COULD NOT BE READ"
                       TO WS-BATCH-NOTE
           END-EVALUATE
           OPEN INPUT ACCOUNT-TRANS-FILE
           EVALUATE TRUE
               WHEN WS-ACCT-TRAN-SUCCESS
                   SET WS-SCAN-NOT-DONE TO TRUE
                   PERFORM SCAN-ONE-WAITING-CARD-PARA
                       UNTIL WS-SCAN-DONE
                   CLOSE ACCOUNT-TRANS-FILE
               WHEN WS-ACCT-TRAN-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open ACCOUNT-TRANS-FILE, "
                       "status " WS-ACCT-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-BATCH-FAILED TO TRUE
                   MOVE "ACCTTRAN COULD NOT BE READ" TO WS-BATCH-NOTE
           END-EVALUATE
           IF WS-BATCH-READY AND WS-FEED-QUEUED-NUMBER > ZERO
               IF WS-RUN-FORCE-RERUN
                   DISPLAY "Feed batch " WS-FEED-QUEUED-NUMBER
                       " already queued or accepted for "
                       WS-RUN-PROCESS-DATE " - forced rerun adds "
                       "another batch behind it"
               ELSE
                   DISPLAY "Feed batch " WS-FEED-QUEUED-NUMBER
                       " already queued or accepted for "
                       WS-RUN-PROCESS-DATE " - no second batch "
                       "without operator override"
                   SET WS-BATCH-ALREADY-QUEUED TO TRUE
                   STRING "FEED BATCH " WS-FEED-QUEUED-NUMBER
                       " ALREADY QUEUED OR ACCEPTED FOR THE DATE"
                       DELIMITED BY SIZE INTO WS-BATCH-NOTE
               END-IF
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           ADD 1 TO WS-FEED-QUEUED-NUMBER GIVING WS-FEED-BATCH-NUMBER.

       SCAN-ONE-REGISTER-ENTRY-PARA.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF BRG-FILE-ID = "ACCT"
                           AND BRG-BRANCH = WS-FEED-BRANCH
                           AND BRG-BATCH-DATE = WS-RUN-PROCESS-DATE
                           AND BRG-BATCH-NUMBER > WS-FEED-QUEUED-NUMBER
                       MOVE BRG-BATCH-NUMBER TO WS-FEED-QUEUED-NUMBER
                   END-IF
           END-READ.

       SCAN-ONE-WAITING-CARD-PARA.
           READ ACCOUNT-TRANS-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF AT-BATCH-HEADER
                           AND ABH-BRANCH = WS-FEED-BRANCH
                           AND ABH-BATCH-DATE = WS-RUN-PROCESS-DATE
                           AND ABH-BATCH-NUMBER > WS-FEED-QUEUED-NUMBER
                       MOVE ABH-BATCH-NUMBER TO WS-FEED-QUEUED-NUMBER
                   END-IF
           END-READ.

      *> The batch is appended behind whatever the branches and the
      *> scheduler have already queued for the posting run.
       WRITE-FEED-BATCH-PARA.
           OPEN EXTEND ACCOUNT-TRANS-FILE
           IF WS-ACCT-TRAN-STATUS = "35"
               OPEN OUTPUT ACCOUNT-TRANS-FILE
           END-IF
           IF NOT WS-ACCT-TRAN-SUCCESS
               DISPLAY "Unable to open ACCOUNT-TRANS-FILE for the "
                   "feed batch, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BATCH-FAILED TO TRUE
               MOVE "ACCTTRAN COULD NOT BE OPENED" TO WS-BATCH-NOTE
           ELSE
               MOVE WS-GEN-CARD-COUNT TO WS-PROVED-CARD-COUNT
               MOVE WS-GEN-ACCT-HASH TO WS-PROVED-ACCT-HASH
               MOVE WS-GEN-AMOUNT-TOTAL TO WS-PROVED-AMOUNT-TOTAL
               INITIALIZE WS-GEN-TOTALS
               MOVE SPACES TO ACCOUNT-BATCH-HEADER
               MOVE "H" TO ABH-RECORD-CODE
               MOVE WS-FEED-BATCH-NUMBER TO ABH-BATCH-NUMBER
               MOVE WS-FEED-BRANCH TO ABH-BRANCH
               MOVE WS-RUN-PROCESS-DATE TO ABH-BATCH-DATE
               WRITE ACCOUNT-BATCH-HEADER
               PERFORM CHECK-FEED-WRITE-STATUS-PARA
               OPEN INPUT TEST-POST-FILE
               IF NOT WS-POST-FILE-SUCCESS
                   DISPLAY "Permanent I/O error opening posting "
                       "stage file, status " WS-POST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-BATCH-FAILED TO TRUE
               ELSE
                   SET WS-STAGE-NOT-EOF TO TRUE
                   PERFORM COPY-ONE-STAGED-CARD-PARA
                       UNTIL WS-STAGE-EOF OR WS-BATCH-FAILED
                   CLOSE TEST-POST-FILE
               END-IF
               MOVE SPACES TO ACCOUNT-BATCH-TRAILER
               MOVE "T" TO ABT-RECORD-CODE
               MOVE WS-PROVED-CARD-COUNT TO ABT-RECORD-COUNT
               MOVE WS-PROVED-ACCT-HASH TO ABT-ACCT-HASH
               MOVE WS-PROVED-AMOUNT-TOTAL TO ABT-AMOUNT-TOTAL
               WRITE ACCOUNT-BATCH-TRAILER
               PERFORM CHECK-FEED-WRITE-STATUS-PARA
               CLOSE ACCOUNT-TRANS-FILE
               IF WS-BATCH-READY
                   SET WS-BATCH-WRITTEN TO TRUE
               ELSE
                   MOVE "ACCTTRAN WRITE FAILED - BATCH INCOMPLETE"
                       TO WS-BATCH-NOTE
                   SET WS-FEED-PARTIAL-ON-FILE TO TRUE
               END-IF
           END-IF.

       COPY-ONE-STAGED-CARD-PARA.
           READ TEST-POST-FILE INTO WS-STAGE-CARD
               AT END
                   SET WS-STAGE-EOF TO TRUE
               NOT AT END
                   MOVE WS-STAGE-CARD TO ACCOUNT-TRANS-RECORD
                   WRITE ACCOUNT-TRANS-RECORD
                   PERFORM CHECK-FEED-WRITE-STATUS-PARA
                   IF WS-ACCT-TRAN-SUCCESS
                       ADD 1 TO WS-GEN-CARD-COUNT
                       ADD STG-ACC-NUMBER TO WS-GEN-ACCT-HASH
                       ADD STG-AMOUNT TO WS-GEN-AMOUNT-TOTAL
                       IF STG-TRANS-CODE = "D"
                           ADD STG-AMOUNT TO WS-GEN-DEBIT-TOTAL
                       ELSE
                           ADD STG-AMOUNT TO WS-GEN-CREDIT-TOTAL
                       END-IF
                   END-IF
           END-READ.

       CHECK-FEED-WRITE-STATUS-PARA.
           IF NOT WS-ACCT-TRAN-SUCCESS
               DISPLAY "Permanent I/O error writing ACCOUNT-TRANS-"
                   "FILE, status " WS-ACCT-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BATCH-FAILED TO TRUE
           END-IF.

       CLEAR-RESTART-FILE-PARA.
           OPEN OUTPUT TEST-RESTART-FILE
           EVALUATE TRUE
           END-IF
           PERFORM WRITE-SOURCE-SUBTOTAL-PARA
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > 4
           PERFORM WRITE-POSTING-BATCH-LINES-PARA.

      *> The batch line prints the totals carried on the trailer, and
      *> the line under it proves them against the records processed
      *> and the total amount above; EXAMPLE2002 balances the same
      *> trailer against the cards before it posts the batch.
       WRITE-POSTING-BATCH-LINES-PARA.
           IF WS-REPORT-FILE-STATUS = "00"
               MOVE WS-GEN-AMOUNT-TOTAL TO WS-GEN-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-BATCH-WRITTEN
                   STRING "POSTING BATCH: " WS-FEED-BRANCH " "
                       WS-FEED-BATCH-NUMBER
                       "  CARDS: " WS-GEN-CARD-COUNT
                       "  ACCOUNT HASH: " WS-GEN-ACCT-HASH
                       "  AMOUNT: " WS-GEN-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "POSTING BATCH: NOT WRITTEN - "
                       WS-BATCH-NOTE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               MOVE WS-REPORT-LINE TO TEST-REPORT-RECORD
               WRITE TEST-REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE-STATUS-PARA
           END-IF
      *> The posting run rejects the short batch on its trailer, but
      *> it is still on ACCTTRAN, and a rerun would see its header as
      *> the day's feed batch already queued.
           IF WS-REPORT-FILE-STATUS = "00" AND WS-FEED-PARTIAL-ON-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PARTIAL BATCH " WS-FEED-BRANCH " "
                   WS-FEED-BATCH-NUMBER " LEFT ON ACCTTRAN - REMOVE "
                   "IT BEFORE ANY RERUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO TEST-REPORT-RECORD
               WRITE TEST-REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE-STATUS-PARA
           END-IF
           IF WS-REPORT-FILE-STATUS = "00"
                   AND (WS-BATCH-WRITTEN OR WS-BATCH-OUT-OF-BAL)
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-GEN-CARD-COUNT = WS-COUNTER
                       AND WS-GEN-AMOUNT-TOTAL = WS-TOTAL
                       AND WS-BATCH-WRITTEN
                   STRING "BATCH TRAILER AGREES WITH RECORDS "
                       "PROCESSED AND TOTAL AMOUNT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "STAGED CARDS: " WS-GEN-CARD-COUNT
                       "  AMOUNT: " WS-GEN-AMOUNT-EDIT
                       "  OUT OF BALANCE WITH RUN TOTALS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               MOVE WS-REPORT-LINE TO TEST-REPORT-RECORD
               WRITE TEST-REPORT-RECORD
               PERFORM CHECK-REPORT-WRITE-STATUS-PARA
           END-IF.

      *> One subtotal line per regional feed plus the recycle pass,
      *> so each region can be balanced back to its own transmission.
