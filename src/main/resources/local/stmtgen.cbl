               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "TRANHARC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARC-STATUS.

           SELECT STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

       FD  TRANSACTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRANSACTION-HISTORY-RECORD PIC X(75).

      *> Postings ARCHPURG has taken off TRANHIST are listed here by
      *> generation, with the span of dates and the record count of
      *> each.
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

       FD  HISTORY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD   PIC X(75).

       FD  STATEMENT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-REL-SCAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-DONE      VALUE 'Y'.
           88  WS-REL-SCAN-NOT-DONE  VALUE 'N'.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

       01  WS-CATALOG-STATUS    PIC X(2).
           88  WS-CATALOG-SUCCESS    VALUE '00'.

       01  WS-HIST-ARC-STATUS   PIC X(2).
           88  WS-HIST-ARC-SUCCESS   VALUE '00'.

       01  WS-STMT-CTL-STATUS   PIC X(2).
           88  WS-STMT-CTL-SUCCESS   VALUE '00'.

           88  WS-HIST-DONE        VALUE 'Y'.
           88  WS-HIST-NOT-DONE    VALUE 'N'.

       01  WS-CAT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CAT-DONE         VALUE 'Y'.
           88  WS-CAT-NOT-DONE     VALUE 'N'.

       01  WS-ARC-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-ARC-DONE         VALUE 'Y'.
           88  WS-ARC-NOT-DONE     VALUE 'N'.

       01  WS-HIST-FULL-FLAG    PIC X(1) VALUE 'N'.
           88  WS-HIST-TABLE-FULL  VALUE 'Y'.

      *> What the catalog says the archived generations covering the
      *> cycle hold, against what was actually read from them.
       01  WS-ARCHIVE-COUNTS.
           05  WS-ARC-GEN-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-ARC-EXPECTED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ARC-READ-COUNT     PIC 9(9) VALUE ZERO.

       01  WS-ACCT-SCAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88  WS-ACCT-SCAN-DONE    VALUE 'Y'.
           88  WS-ACCT-SCAN-NOT-DONE VALUE 'N'.
       01  WS-STM-ACCT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-STM-ACCT-FILE-OPEN  VALUE 'Y'.

       01  WS-STM-REL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-STM-REL-FILE-OPEN   VALUE 'Y'.

       01  WS-STATEMENT-DATES.
           05  WS-STM-FROM-DATE PIC 9(8) VALUE ZERO.
           05  WS-STM-TO-DATE   PIC 9(8) VALUE ZERO.

      *> Live and archived postings are both read into this one
      *> layout, so a posting is kept the same way wherever it is.
       01  WS-HISTORY-POSTING.
           05  TH-POST-DATE         PIC 9(8).
           05  TH-ACC-NUMBER        PIC 9(10).
           05  TH-TRANS-CODE        PIC X(1).
               88  TH-TRANS-DEBIT       VALUE 'D'.
               88  TH-TRANS-CREDIT      VALUE 'C'.
               88  TH-TRANS-NEW         VALUE 'N'.
               88  TH-TRANS-NSF-FEE     VALUE 'E'.
               88  TH-TRANS-XFER-OUT    VALUE 'O'.
               88  TH-TRANS-XFER-IN     VALUE 'I'.
               88  TH-TRANS-REV-CREDIT  VALUE 'R'.
               88  TH-TRANS-REV-DEBIT   VALUE 'V'.
           05  TH-AMOUNT            PIC S9(10)V99.
           05  TH-BALANCE-AFTER     PIC S9(10)V99.
           05  TH-RESULT-CODE       PIC 9(2).
               88  TH-RESULT-APPLIED    VALUE 0.
           05  TH-CONTRA-ACC-NUMBER PIC 9(10).
      *> The posting's own reference, and on a reversal the reference
      *> of the posting it backs out; zero otherwise.
           05  TH-POST-REF          PIC 9(10).
           05  TH-REVERSED-REF      PIC 9(10).

      *> The whole cycle's postings are held in storage so each
      *> account's activity can be picked out in the order it was
      *> archived, which is the order it was posted.
       01  WS-HIST-MAX          PIC 9(4) COMP VALUE 1000.
       01  WS-HIST-TABLE.
           05  WS-HST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY HST-IDX PAIR-IDX.
               10  WS-HST-POST-DATE    PIC 9(8).
               10  WS-HST-ACC-NUMBER   PIC 9(10).
               10  WS-HST-TRANS-CODE   PIC X(1).
                   88  WS-HST-DEBIT-SIDE   VALUE "D", "E", "O", "V".
               10  WS-HST-AMOUNT       PIC S9(10)V99.
               10  WS-HST-BALANCE      PIC S9(10)V99.
               10  WS-HST-CONTRA-ACC   PIC 9(10).
               10  WS-HST-POST-REF     PIC 9(10).
               10  WS-HST-REVERSED-REF PIC 9(10).

      *> The posting being printed, whichever table entry it came
      *> from: a reversal is printed out of date order, straight
      *> under the posting it backs out.
       01  WS-PRINT-POSTING.
           05  WS-PRT-POST-DATE    PIC 9(8).
           05  WS-PRT-ACC-NUMBER   PIC 9(10).
           05  WS-PRT-TRANS-CODE   PIC X(1).
               88  WS-PRT-XFER-OUT     VALUE "O".
               88  WS-PRT-XFER-IN      VALUE "I".
           05  WS-PRT-AMOUNT       PIC S9(10)V99.
           05  WS-PRT-BALANCE      PIC S9(10)V99.
           05  WS-PRT-CONTRA-ACC   PIC 9(10).
           05  WS-PRT-POST-REF     PIC 9(10).
           05  WS-PRT-REVERSED-REF PIC 9(10).

       01  WS-ORIGINAL-FLAG     PIC X(1) VALUE 'N'.
           88  WS-ORIGINAL-LISTED     VALUE 'Y'.
           88  WS-ORIGINAL-NOT-LISTED VALUE 'N'.

       01  WS-ACCOUNT-WORK.
           05  WS-ACCT-POSTING-FLAG PIC X(1) VALUE 'N'.
       01  WS-STATEMENT-COUNTS.
           05  WS-CUSTOMER-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-ACCOUNT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-JOINT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-POSTING-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE       PIC X(132).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE "TYPE ".
           05  WS-AHD-ACC-TYPE    PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AHD-HOLDING     PIC X(12).
           05  FILLER             PIC X(90) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-DTL-POST-DATE   PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-POST-REF    PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-TRANS-CODE  PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT      PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-BALANCE     PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CONTRA-TAG  PIC X(14).
           05  WS-DTL-CONTRA-ACC  PIC X(10).
           05  FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Monthly customer statement run"
           PERFORM READ-STATEMENT-CONTROL
           PERFORM OPEN-STATEMENT-REPORT
           PERFORM LOAD-ARCHIVED-HISTORY
           PERFORM LOAD-CYCLE-HISTORY
           PERFORM OPEN-MASTER-FILES
           PERFORM STATEMENT-ONE-CUSTOMER UNTIL WS-CUST-DONE
                   STOP RUN
           END-EVALUATE.

      *> A cycle reaching back past what is online is read first
      *> from the archived generations ARCHPURG catalogued, so the
      *> postings still come in the order they were posted. The
      *> generations listed must be supplied on TRANHARC, oldest
      *> first, and must yield exactly the catalogued counts: a short
      *> or missing archive stops the run rather than print
      *> statements with postings silently missing.
       LOAD-ARCHIVED-HISTORY.
           SET WS-CAT-NOT-DONE TO TRUE
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE TRUE
               WHEN WS-CATALOG-SUCCESS
                   PERFORM NOTE-ONE-ARCHIVE-GENERATION
                       UNTIL WS-CAT-DONE
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN WS-CATALOG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening "
                       "ARCHIVE-CATALOG-FILE, status "
                       WS-CATALOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE STATEMENT-REPORT-FILE
                   STOP RUN
           END-EVALUATE
           IF WS-ARC-GEN-COUNT > ZERO
               PERFORM READ-HISTORY-ARCHIVE
           END-IF.

       NOTE-ONE-ARCHIVE-GENERATION.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   SET WS-CAT-DONE TO TRUE
               NOT AT END
                   IF CAT-FILE-ID = "TRANHIST"
                           AND CAT-HIGH-DATE >= WS-STM-FROM-DATE
                           AND CAT-LOW-DATE <= WS-STM-TO-DATE
                       ADD 1 TO WS-ARC-GEN-COUNT
                       ADD CAT-RECORD-COUNT TO WS-ARC-EXPECTED-COUNT
                       DISPLAY "Cycle needs archived TRANHIST "
                           "generation " CAT-GENERATION " ("
                           CAT-LOW-DATE " - " CAT-HIGH-DATE ", "
                           CAT-RECORD-COUNT " records)"
                   END-IF
           END-READ.

       READ-HISTORY-ARCHIVE.
           SET WS-ARC-NOT-DONE TO TRUE
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF NOT WS-HIST-ARC-SUCCESS
               DISPLAY "TRANHARC must supply the archived generations "
                   "for this cycle, status " WS-HIST-ARC-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE STATEMENT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-ARCHIVE-RECORD UNTIL WS-ARC-DONE
           CLOSE HISTORY-ARCHIVE-FILE
           IF WS-ARC-READ-COUNT NOT = WS-ARC-EXPECTED-COUNT
               DISPLAY "TRANHARC held " WS-ARC-READ-COUNT
                   " records, the catalog expects "
                   WS-ARC-EXPECTED-COUNT " - supply exactly the "
                   "generations listed"
               MOVE 16 TO RETURN-CODE
               CLOSE STATEMENT-REPORT-FILE
               STOP RUN
           END-IF
           DISPLAY "Archived postings read: " WS-ARC-READ-COUNT.

       LOAD-ONE-ARCHIVE-RECORD.
           READ HISTORY-ARCHIVE-FILE INTO WS-HISTORY-POSTING
               AT END
                   SET WS-ARC-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARC-READ-COUNT
                   PERFORM KEEP-CYCLE-POSTING
                   IF WS-HIST-TABLE-FULL
                       CLOSE HISTORY-ARCHIVE-FILE
                       CLOSE STATEMENT-REPORT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       LOAD-ONE-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE INTO WS-HISTORY-POSTING
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   PERFORM KEEP-CYCLE-POSTING
                   IF WS-HIST-TABLE-FULL
                       CLOSE TRANSACTION-HISTORY-FILE
                       CLOSE STATEMENT-REPORT-FILE
                       STOP RUN
                   END-IF
           END-READ.

      *> Only applied postings inside the cycle are kept: a declined
      *> item never moved money, so it has no place on a statement.
      *> A cycle too big for the table stops the run rather than
      *> print statements with postings silently missing.
       KEEP-CYCLE-POSTING.
           IF TH-RESULT-APPLIED
                   AND TH-POST-DATE >= WS-STM-FROM-DATE
                   AND TH-POST-DATE <= WS-STM-TO-DATE
               IF WS-HIST-COUNT < WS-HIST-MAX
                   ADD 1 TO WS-HIST-COUNT
                   SET HST-IDX TO WS-HIST-COUNT
                   MOVE TH-POST-DATE TO WS-HST-POST-DATE (HST-IDX)
                   MOVE TH-ACC-NUMBER TO WS-HST-ACC-NUMBER (HST-IDX)
                   MOVE TH-TRANS-CODE TO WS-HST-TRANS-CODE (HST-IDX)
                   MOVE TH-AMOUNT TO WS-HST-AMOUNT (HST-IDX)
                   MOVE TH-BALANCE-AFTER TO WS-HST-BALANCE (HST-IDX)
                   MOVE TH-CONTRA-ACC-NUMBER
                       TO WS-HST-CONTRA-ACC (HST-IDX)
                   MOVE TH-POST-REF TO WS-HST-POST-REF (HST-IDX)
                   MOVE TH-REVERSED-REF
                       TO WS-HST-REVERSED-REF (HST-IDX)
               ELSE
                   DISPLAY "History table full, statement run "
                       "stopped - split the cycle"
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       OPEN-MASTER-FILES.
           OPEN INPUT CUSTOMER-FILE
           EVALUATE TRUE
                           "statements, status " WS-ACCT-FILE-STATUS
                   END-IF
               END-IF
               OPEN INPUT ACCOUNT-RELATION-FILE
               IF WS-REL-FILE-SUCCESS
                   SET WS-STM-REL-FILE-OPEN TO TRUE
               ELSE
                   IF WS-REL-FILE-STATUS NOT = "35"
                       DISPLAY "Unable to open ACCOUNT-RELATION-FILE "
                           "for statements, status "
                           WS-REL-FILE-STATUS
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-FILE KEY >= CUST-ID
                   INVALID KEY
                   PERFORM WRITE-STATEMENT-LINE
                   IF WS-STM-ACCT-FILE-OPEN
                       PERFORM LIST-CUSTOMER-ACCOUNTS
                       IF WS-STM-REL-FILE-OPEN
                           PERFORM LIST-JOINT-ACCOUNTS
                       END-IF
                   END-IF
           END-READ.

               NOT AT END
                   IF ACC-CUST-ID = CUST-ID
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE SPACES TO WS-AHD-HOLDING
                       PERFORM FORMAT-ACCOUNT-STATEMENT
                   END-IF
           END-READ.

      *> Every joint holder gets the account on their own statement,
      *> marked as joint. Signers and beneficiaries act on or benefit
      *> from the account but are not sent its statement.
       LIST-JOINT-ACCOUNTS.
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           MOVE CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
           END-START
           PERFORM STATEMENT-ONE-JOINT-ACCOUNT UNTIL WS-REL-SCAN-DONE.

       STATEMENT-ONE-JOINT-ACCOUNT.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-CUST-ID NOT = CUST-ID
                       SET WS-REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-JOINT
                           MOVE REL-ACC-NUMBER TO ACC-NUMBER
                           READ ACCOUNT-FILE
                               INVALID KEY
                                   DISPLAY "Joint account "
                                       REL-ACC-NUMBER " of customer "
                                       CUST-ID " not on file"
                               NOT INVALID KEY
                                   ADD 1 TO WS-ACCOUNT-COUNT
                                   ADD 1 TO WS-JOINT-COUNT
                                   MOVE "JOINT HOLDER" TO WS-AHD-HOLDING
                                   PERFORM FORMAT-ACCOUNT-STATEMENT
                           END-READ
                       END-IF
                   END-IF
           END-READ.

      *> The opening balance is rebuilt from the first posting of the
      *> cycle: balance-after unwound by the posting's own amount.
      *> The closing balance is the last posting's balance-after. An
       WEIGH-ONE-POSTING.
           IF WS-HST-ACC-NUMBER (HST-IDX) = ACC-NUMBER
               IF WS-ACCT-NO-POSTINGS
                   IF WS-HST-DEBIT-SIDE (HST-IDX)
                       COMPUTE WS-OPENING-BALANCE =
                           WS-HST-BALANCE (HST-IDX)
                               + WS-HST-AMOUNT (HST-IDX)
                   PERFORM WRITE-STATEMENT-LINE
                   SET WS-ACCT-HAS-POSTINGS TO TRUE
               END-IF
               MOVE WS-HST-BALANCE (HST-IDX) TO WS-CLOSING-BALANCE
               PERFORM FIND-REVERSED-ORIGINAL
               IF WS-ORIGINAL-NOT-LISTED
                   MOVE WS-HST-ENTRY (HST-IDX) TO WS-PRINT-POSTING
                   PERFORM WRITE-POSTING-DETAIL
                   IF WS-HST-POST-REF (HST-IDX) > ZERO
                       PERFORM PAIR-ONE-REVERSAL
                           VARYING PAIR-IDX FROM HST-IDX BY 1
                           UNTIL PAIR-IDX > WS-HIST-COUNT
                   END-IF
               END-IF
           END-IF.

      *> A reversal whose original is on this statement was already
      *> printed under it; one backing out a posting from an earlier
      *> cycle prints in its own place and names the reference.
       FIND-REVERSED-ORIGINAL.
           SET WS-ORIGINAL-NOT-LISTED TO TRUE
           IF WS-HST-REVERSED-REF (HST-IDX) > ZERO
               PERFORM MATCH-REVERSED-ORIGINAL
                   VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX NOT < HST-IDX
                       OR WS-ORIGINAL-LISTED
           END-IF.

       MATCH-REVERSED-ORIGINAL.
           IF WS-HST-ACC-NUMBER (PAIR-IDX) = ACC-NUMBER
                   AND WS-HST-POST-REF (PAIR-IDX) =
                       WS-HST-REVERSED-REF (HST-IDX)
               SET WS-ORIGINAL-LISTED TO TRUE
           END-IF.

       PAIR-ONE-REVERSAL.
           IF WS-HST-ACC-NUMBER (PAIR-IDX) = ACC-NUMBER
                   AND WS-HST-REVERSED-REF (PAIR-IDX) =
                       WS-HST-POST-REF (HST-IDX)
               MOVE WS-HST-ENTRY (PAIR-IDX) TO WS-PRINT-POSTING
               PERFORM WRITE-POSTING-DETAIL
           END-IF.

       WRITE-POSTING-DETAIL.
           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-PRT-POST-DATE TO WS-DTL-POST-DATE
           IF WS-PRT-POST-REF > ZERO
               MOVE WS-PRT-POST-REF TO WS-DTL-POST-REF
           ELSE
               MOVE SPACES TO WS-DTL-POST-REF
           END-IF
           MOVE WS-PRT-TRANS-CODE TO WS-DTL-TRANS-CODE
           MOVE WS-PRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-PRT-BALANCE TO WS-DTL-BALANCE
      *> A reversal names the posting it backs out; a transfer names
      *> the account at the other end.
           EVALUATE TRUE
               WHEN WS-PRT-REVERSED-REF > ZERO
                   MOVE "REVERSAL OF" TO WS-DTL-CONTRA-TAG
                   MOVE WS-PRT-REVERSED-REF TO WS-DTL-CONTRA-ACC
               WHEN WS-PRT-XFER-OUT
                   MOVE "TRANSFER TO" TO WS-DTL-CONTRA-TAG
                   MOVE WS-PRT-CONTRA-ACC TO WS-DTL-CONTRA-ACC
               WHEN WS-PRT-XFER-IN
                   MOVE "TRANSFER FROM" TO WS-DTL-CONTRA-TAG
                   MOVE WS-PRT-CONTRA-ACC TO WS-DTL-CONTRA-ACC
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-CONTRA-TAG
                   MOVE SPACES TO WS-DTL-CONTRA-ACC
           END-EVALUATE
           MOVE WS-POSTING-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS: " WS-CUSTOMER-COUNT
               "  ACCOUNTS: " WS-ACCOUNT-COUNT
               "  JOINT: " WS-JOINT-COUNT
               "  POSTINGS LISTED: " WS-POSTING-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE
           DISPLAY "Customers on statements: " WS-CUSTOMER-COUNT
           DISPLAY "Accounts on statements:  " WS-ACCOUNT-COUNT
           DISPLAY "Joint holder statements: " WS-JOINT-COUNT
           DISPLAY "Postings listed:         " WS-POSTING-COUNT.

       WRITE-STATEMENT-LINE.
           IF WS-STM-ACCT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-STM-REL-FILE-OPEN
               CLOSE ACCOUNT-RELATION-FILE
           END-IF
           CLOSE STATEMENT-REPORT-FILE.

       END PROGRAM STMTGEN.
