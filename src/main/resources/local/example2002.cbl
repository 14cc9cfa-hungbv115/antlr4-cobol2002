               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

           SELECT CUSTOMER-PENDING-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-REG-STATUS.

           SELECT RETURNED-ITEMS-FILE ASSIGN TO "RTNITEMS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTN-ITEMS-STATUS.

           SELECT ACCOUNT-RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT POSTING-REFERENCE-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POST-REF-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
               88  CT-ADD-TRANS     VALUE "A".
               88  CT-CHANGE-TRANS  VALUE "C".
               88  CT-DELETE-TRANS  VALUE "D".
               88  CT-RELEASE-TRANS VALUE "R".
               88  CT-BATCH-HEADER  VALUE "H".
               88  CT-BATCH-TRAILER VALUE "T".
           05  CT-CUST-ID       PIC X(10).
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  ACCOUNT-TRANS-FILE
           LABEL RECORDS ARE STANDARD
               88  AT-FREEZE-ACCT   VALUE "F".
               88  AT-UNFREEZE-ACCT VALUE "U".
               88  AT-CHANGE-BRANCH VALUE "B".
               88  AT-SET-OD-LIMIT  VALUE "L".
               88  AT-TRANSFER      VALUE "W".
               88  AT-ADD-HOLDER    VALUE "J".
               88  AT-REMOVE-HOLDER VALUE "K".
               88  AT-REVERSAL      VALUE "V".
               88  AT-BATCH-HEADER  VALUE "H".
               88  AT-BATCH-TRAILER VALUE "T".
           05  AT-ACC-NUMBER    PIC 9(10).
           05  AT-CUST-ID       PIC X(10).
      *> A W card moves AT-AMOUNT from AT-ACC-NUMBER to this account.
           05  AT-TO-ACC-NUMBER REDEFINES AT-CUST-ID PIC 9(10).
      *> A V card backs out the posting with this reference; the
      *> account and amount must be those of the original posting.
           05  AT-REVERSE-REF   REDEFINES AT-CUST-ID PIC 9(10).
           05  AT-AMOUNT        PIC S9(10)V99.
           05  AT-ACC-TYPE      PIC X(1).
      *> On a J card the type column carries the holder's role.
           05  AT-HOLDER-ROLE   REDEFINES AT-ACC-TYPE PIC X(1).
           05  AT-EFFECTIVE-DATE PIC 9(8).
      *> Blank on a new account means the account belongs to the
      *> branch on the batch header; a B transaction moves it.
           05  TL-AMOUNT            PIC S9(10)V99.
           05  TL-BALANCE-AFTER     PIC S9(10)V99.
           05  TL-RESULT-CODE       PIC 9(2).
           05  TL-CONTRA-ACC-NUMBER PIC 9(10).
      *> Every entry carries its own posting reference; a reversal
      *> also names the reference of the posting it backs out.
           05  TL-POST-REF          PIC 9(10).
           05  TL-REVERSED-REF      PIC 9(10).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           05  RUN-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(2).
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

       FD  CUSTOMER-PENDING-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
      *> The reference of the posting that made the change; zero on
      *> changes that move no money.
           05  JRN-POST-REF     PIC 9(10).

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

      *> The holders of an account other than its owner. ACC-CUST-ID
      *> stays the primary holder; this file adds the joint holders,
      *> authorised signers and beneficiaries, one record each.
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

      *> The last posting reference handed out. Every program that
      *> posts takes its next reference from here and puts the last
      *> one it used back, so a reference is never issued twice.
       FD  POSTING-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  POSTING-REFERENCE-RECORD.
           05  PRF-LAST-REF     PIC 9(10).
           05  PRF-PROGRAM      PIC X(12).
           05  PRF-PROCESS-DATE PIC 9(8).
           05  FILLER           PIC X(50).

      *> Read only to find the postings that reversal cards name.
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

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER.
       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

       01  WS-REG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REG-DONE         VALUE 'Y'.
           88  WS-REG-NOT-DONE     VALUE 'N'.
               88  WS-CT-ADD-TRANS     VALUE "A".
               88  WS-CT-CHANGE-TRANS  VALUE "C".
               88  WS-CT-DELETE-TRANS  VALUE "D".
               88  WS-CT-RELEASE-TRANS VALUE "R".
           05  WS-CT-CUST-ID       PIC X(10).
           05  WS-CT-CUST-NAME     PIC X(50).
           05  WS-CT-CUST-ADDRESS  PIC X(100).
               88  WS-AT-FREEZE-ACCT   VALUE "F".
               88  WS-AT-UNFREEZE-ACCT VALUE "U".
               88  WS-AT-CHANGE-BRANCH VALUE "B".
               88  WS-AT-SET-OD-LIMIT  VALUE "L".
      *> Never keyed: the fee posting generated behind a returned
      *> debit is logged and journaled under its own code.
               88  WS-AT-NSF-FEE       VALUE "E".
               88  WS-AT-TRANSFER      VALUE "W".
      *> A W card posts as two legs, each logged and journaled under
      *> its own code: O debits the source, I credits the target.
               88  WS-AT-XFER-OUT      VALUE "O".
               88  WS-AT-XFER-IN       VALUE "I".
               88  WS-AT-ADD-HOLDER    VALUE "J".
               88  WS-AT-REMOVE-HOLDER VALUE "K".
               88  WS-AT-REVERSAL      VALUE "V".
      *> A V card posts as the opposite of the posting it backs out:
      *> R credits back a debit, V debits back a credit. Backing out
      *> a transfer posts both, R on the source and V on the target.
               88  WS-AT-REV-CREDIT    VALUE "R".
               88  WS-AT-REV-DEBIT     VALUE "V".
           05  WS-AT-ACC-NUMBER    PIC 9(10).
           05  WS-AT-CUST-ID       PIC X(10).
           05  WS-AT-TO-ACC-NUMBER REDEFINES WS-AT-CUST-ID
                                   PIC 9(10).
           05  WS-AT-REVERSE-REF   REDEFINES WS-AT-CUST-ID
                                   PIC 9(10).
           05  WS-AT-AMOUNT        PIC S9(10)V99.
           05  WS-AT-ACC-TYPE      PIC X(1).
           05  WS-AT-HOLDER-ROLE   REDEFINES WS-AT-ACC-TYPE
                                   PIC X(1).
      *> The primary holder is always ACC-CUST-ID, so a J card may
      *> only record the other roles.
               88  WS-AT-VALID-ROLE    VALUE "J", "S", "B".
           05  WS-AT-EFFECTIVE-DATE PIC 9(8).
           05  WS-AT-BRANCH        PIC X(4).

           05  WS-JRN-AFTER     PIC X(180).
           05  WS-JRN-DATE      PIC 9(8).
           05  WS-JRN-TIME      PIC 9(8).
           05  WS-JRN-CONTRA-KEY PIC X(10) VALUE SPACES.
           05  WS-JRN-POST-REF  PIC 9(10) VALUE ZERO.

       01  WS-BATCH-RPT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-BATCH-RPT-OPEN     VALUE 'Y'.
       01  WS-BATCH-REPORT-LINE PIC X(132).

      *> Result stamped on the next TRANSLOG entry. Zero is an applied
      *> posting; 30 and 31 are debits returned NSF on a savings and a
      *> checking account, because they would take the balance below
      *> the account's overdraft limit; 32 is a posting declined
      *> because the account is not open (closed, frozen or dormant);
      *> 33 is a transfer declined because its target account is
      *> missing, not open, or the source account itself. 34 to 37
      *> are reversals refused: 34 the reference is unknown or its
      *> account or amount does not match the card, 35 the original
      *> was itself declined, 36 it has already been reversed, and
      *> 37 it is a reversal itself.
       01  WS-POST-RESULT-CODE  PIC 9(2) VALUE ZERO.

      *> Control totals for the end-of-day sign-off: the ACCTTRAN
      *> details that reached the posting gate, and the postings
      *> logged applied and declined, with the applied amounts split
      *> debit and credit the same way the ledger extract splits
      *> them off TRANSLOG.
       01  WS-POSTING-TOTALS.
           05  WS-PT-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PT-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PT-DECLINED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-PT-DEBIT-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  WS-PT-CREDIT-TOTAL   PIC S9(13)V99 VALUE ZERO.

      *> The other account of a transfer leg, stamped on TRANSLOG;
      *> zero on every other posting.
       01  WS-POST-CONTRA-ACC   PIC 9(10) VALUE ZERO.

      *> Every TRANSLOG entry gets the next posting reference, and
      *> the journal images of a posting carry the same one. Both
      *> legs of a transfer share a reference; an NSF fee gets its
      *> own. A reversal names the reference it backs out.
       01  WS-POST-REF-FILE-STATUS PIC X(2).
           88  WS-POST-REF-FILE-SUCCESS VALUE '00'.
           88  WS-POST-REF-NOT-FOUND    VALUE '35'.

       01  WS-LAST-POST-REF     PIC 9(10) VALUE ZERO.
       01  WS-POST-REF          PIC 9(10) VALUE ZERO.
       01  WS-POST-REVERSED-REF PIC 9(10) VALUE ZERO.

       01  WS-TRANS-HIST-STATUS PIC X(2).
           88  WS-TRANS-HIST-SUCCESS VALUE '00'.

      *> Set when the reference counter could not be read, so the
      *> history is searched for the highest reference issued.
       01  WS-REF-SEED-FLAG     PIC X(1) VALUE 'N'.
           88  WS-REF-SEED-FROM-HISTORY VALUE 'Y'.

      *> One posting read back from TRANSLOG or TRANHIST, in the
      *> shape both files share.
       01  WS-REF-SCAN-POSTING.
           05  WS-RSP-ACC-NUMBER   PIC 9(10).
           05  WS-RSP-TRANS-CODE   PIC X(1).
           05  WS-RSP-AMOUNT       PIC S9(10)V99.
           05  WS-RSP-RESULT-CODE  PIC 9(2).
           05  WS-RSP-CONTRA-ACC   PIC 9(10).
           05  WS-RSP-POST-REF     PIC 9(10).
           05  WS-RSP-REVERSED-REF PIC 9(10).

      *> The references named on the run's V cards, each filled in
      *> with the posting it names before any card is applied. An I
      *> leg shares its transfer's reference but is never the entry
      *> kept: the O leg on the source account stands for the whole
      *> transfer.
       01  WS-REV-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-REV-MAX           PIC 9(3) COMP VALUE 200.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 200 TIMES
                   INDEXED BY REV-IDX.
               10  WS-REV-REF          PIC 9(10).
               10  WS-REV-FOUND-FLAG   PIC X(1).
                   88  WS-REV-ORIG-FOUND      VALUE 'Y'.
                   88  WS-REV-ORIG-MISSING    VALUE 'N'.
               10  WS-REV-ACC-NUMBER   PIC 9(10).
               10  WS-REV-TRANS-CODE   PIC X(1).
                   88  WS-REV-OF-DEBIT        VALUE "D", "E", "O".
                   88  WS-REV-OF-TRANSFER     VALUE "O".
                   88  WS-REV-OF-REVERSAL     VALUE "R", "V".
               10  WS-REV-AMOUNT       PIC S9(10)V99.
               10  WS-REV-RESULT-CODE  PIC 9(2).
               10  WS-REV-CONTRA-ACC   PIC 9(10).
               10  WS-REV-DONE-FLAG    PIC X(1).
                   88  WS-REV-ALREADY-REVERSED VALUE 'Y'.
                   88  WS-REV-NOT-REVERSED     VALUE 'N'.

       01  WS-REV-LOAD-FLAG     PIC X(1) VALUE 'Y'.
           88  WS-REV-LOAD-OK       VALUE 'Y'.
           88  WS-REV-LOAD-FAILED   VALUE 'N'.

       01  WS-REV-LOOK-REF      PIC 9(10).
       01  WS-REV-TARGET-FLAG   PIC X(1) VALUE 'N'.
           88  WS-REV-TARGET-HELD   VALUE 'Y'.
           88  WS-REV-TARGET-NONE   VALUE 'N'.

       01  WS-REV-DECLINE-CODE  PIC 9(2) VALUE ZERO.
       01  WS-REV-POSTED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-REV-REFUSED-COUNT PIC 9(5) VALUE ZERO.

      *> Both ends of a transfer are held here while the legs post,
      *> since the one record area serves both accounts.
       01  WS-XFER-FROM-RECORD  PIC X(46).
       01  WS-XFER-TO-RECORD    PIC X(46).

       01  WS-FUNDS-FLAG        PIC X(1) VALUE 'Y'.
           88  WS-FUNDS-AVAILABLE   VALUE 'Y'.
           88  WS-FUNDS-SHORT       VALUE 'N'.

       01  WS-RTN-ITEMS-STATUS  PIC X(2).
           88  WS-RTN-ITEMS-SUCCESS  VALUE '00'.

       01  WS-RTN-ITEMS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-OPEN     VALUE 'Y'.

       01  WS-RTN-ITEMS-DATE-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-SAME-DATE VALUE 'Y'.

       01  WS-NSF-FEE           PIC 9(5)V99 VALUE ZERO.
       01  WS-NSF-FEE-CHARGED   PIC 9(5)V99 VALUE ZERO.
       01  WS-NSF-RETURN-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-NSF-FEE-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-NEW-ACC-STATUS    PIC X(1).

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-REL-OPEN-FLAG     PIC X(1) VALUE 'N'.
           88  WS-REL-FILE-OPEN      VALUE 'Y'.

       01  WS-REL-SCAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-DONE      VALUE 'Y'.
           88  WS-REL-SCAN-NOT-DONE  VALUE 'N'.

       01  WS-REL-RELEASED-COUNT PIC 9(5) VALUE ZERO.

       01  WS-XML-DOC-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-XML-LOADED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-XML-FAILED-COUNT  PIC 9(5) VALUE ZERO.
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-REGISTRY
           PERFORM LOAD-BATCH-REGISTER
           PERFORM LOAD-POSTING-REFERENCE
           PERFORM LOAD-REVERSAL-TARGETS
           PERFORM OPEN-MASTER-JOURNAL
           PERFORM OPEN-BATCH-REPORT
           PERFORM OPEN-ACCOUNT-RELATIONS
           PERFORM PROCESS-CUSTOMER
           PERFORM OPEN-DAILY-TRANSLOG
           PERFORM OPEN-RETURNED-ITEMS
           PERFORM PROCESS-ACCOUNT
           PERFORM CLOSE-ACCOUNT-RELATIONS
           PERFORM CLOSE-RETURNED-ITEMS
           PERFORM CLOSE-DAILY-TRANSLOG
           PERFORM SAVE-POSTING-REFERENCE
           PERFORM REWRITE-BATCH-REGISTER
           PERFORM CLOSE-BATCH-REPORT
           PERFORM PROCESS-XML
                       SET WS-RUN-FORCE-RERUN TO TRUE
                       DISPLAY "Operator override: rerun forced"
                   END-IF
                   IF RUN-NSF-FEE IS NUMERIC
                       MOVE RUN-NSF-FEE TO WS-NSF-FEE
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           DISPLAY "Processing date: " WS-RUN-PROCESS-DATE
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
               MOVE WS-PT-DETAIL-COUNT TO CSM-RECORDS-IN
               MOVE WS-PT-APPLIED-COUNT TO CSM-RECORDS-OUT
               MOVE WS-PT-DECLINED-COUNT TO CSM-RECORDS-REJECTED
               MOVE WS-PT-DEBIT-TOTAL TO CSM-DEBIT-TOTAL
               MOVE WS-PT-CREDIT-TOTAL TO CSM-CREDIT-TOTAL
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
               MOVE WS-JRN-KEY TO JRN-KEY
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-JRN-CONTRA-KEY TO JRN-CONTRA-KEY
               MOVE WS-JRN-POST-REF TO JRN-POST-REF
               WRITE MASTER-JOURNAL-RECORD
               IF NOT WS-JOURNAL-SUCCESS
                   DISPLAY "Permanent I/O error writing MASTER-"
                       "JOURNAL-FILE, status " WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           MOVE ZERO TO WS-JRN-POST-REF.

      *> The register of accepted batches persists across runs, so a
      *> branch retransmitting a whole file balances again but is
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Every applied or declined posting carries a reference, one
      *> higher than the last issued by any run. POSTREF holds the
      *> last one handed out; a run that failed before saving it left
      *> its references on TRANSLOG, and the scan of the log below
      *> carries the counter past them. With no counter on file the
      *> history is searched for the highest reference as well.
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
           END-EVALUATE.

      *> V cards are matched to the postings they name before any
      *> card is applied. The references are gathered from the
      *> warehouse and the day's feed, then today's TRANSLOG and,
      *> where there is anything to find, TRANHIST are each read once
      *> for the original postings and for reversals already made.
       LOAD-REVERSAL-TARGETS.
           MOVE ZERO TO WS-REV-COUNT
           OPEN INPUT ACCOUNT-PENDING-FILE
           IF WS-ACCT-PEND-SUCCESS
               PERFORM COLLECT-ONE-PENDING-REVERSAL
                   WITH TEST BEFORE
                   UNTIL WS-ACCT-PEND-STATUS NOT = "00"
               CLOSE ACCOUNT-PENDING-FILE
           END-IF
           OPEN INPUT ACCOUNT-TRANS-FILE
           IF WS-ACCT-TRAN-SUCCESS
               PERFORM COLLECT-ONE-CARD-REVERSAL
                   WITH TEST BEFORE
                   UNTIL WS-ACCT-TRAN-STATUS NOT = "00"
               CLOSE ACCOUNT-TRANS-FILE
           END-IF
           PERFORM SCAN-TODAYS-TRANSLOG
           IF WS-REV-COUNT > ZERO OR WS-REF-SEED-FROM-HISTORY
               PERFORM SCAN-TRANSACTION-HISTORY
           END-IF
           DISPLAY "Posting references continue from: "
               WS-LAST-POST-REF
           IF WS-REV-COUNT > ZERO
               DISPLAY "Reversal references to match:     "
                   WS-REV-COUNT
           END-IF.

       COLLECT-ONE-PENDING-REVERSAL.
           READ ACCOUNT-PENDING-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ACCOUNT-PENDING-RECORD TO WS-ACCT-TRANS
                   IF WS-AT-REVERSAL
                       AND WS-AT-REVERSE-REF IS NUMERIC
                       MOVE WS-AT-REVERSE-REF TO WS-REV-LOOK-REF
                       PERFORM HOLD-REVERSAL-TARGET
                   END-IF
           END-READ.

       COLLECT-ONE-CARD-REVERSAL.
           READ ACCOUNT-TRANS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AT-REVERSAL AND AT-REVERSE-REF IS NUMERIC
                       MOVE AT-REVERSE-REF TO WS-REV-LOOK-REF
                       PERFORM HOLD-REVERSAL-TARGET
                   END-IF
           END-READ.

      *> A full table does not stop the run: the references that did
      *> not fit are simply not found, and their cards are refused.
       HOLD-REVERSAL-TARGET.
           PERFORM FIND-REVERSAL-TARGET
           IF WS-REV-TARGET-NONE AND WS-REV-LOOK-REF > ZERO
               IF WS-REV-COUNT < WS-REV-MAX
                   ADD 1 TO WS-REV-COUNT
                   SET REV-IDX TO WS-REV-COUNT
                   MOVE WS-REV-LOOK-REF TO WS-REV-REF (REV-IDX)
                   SET WS-REV-ORIG-MISSING (REV-IDX) TO TRUE
                   SET WS-REV-NOT-REVERSED (REV-IDX) TO TRUE
                   MOVE ZERO TO WS-REV-ACC-NUMBER (REV-IDX)
                   MOVE SPACE TO WS-REV-TRANS-CODE (REV-IDX)
                   MOVE ZERO TO WS-REV-AMOUNT (REV-IDX)
                   MOVE ZERO TO WS-REV-RESULT-CODE (REV-IDX)
                   MOVE ZERO TO WS-REV-CONTRA-ACC (REV-IDX)
               ELSE
                   IF WS-REV-LOAD-OK
                       DISPLAY "Reversal table full, later reversal "
                           "cards will be refused this run"
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       SET WS-REV-LOAD-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-TARGET.
           SET WS-REV-TARGET-NONE TO TRUE
           IF WS-REV-COUNT > ZERO
               SET REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN REV-IDX > WS-REV-COUNT
                       CONTINUE
                   WHEN WS-REV-REF (REV-IDX) = WS-REV-LOOK-REF
                       SET WS-REV-TARGET-HELD TO TRUE
               END-SEARCH
           END-IF.

      *> Today's log is always read, so references issued by a run
      *> that ended before saving the counter are never issued again.
       SCAN-TODAYS-TRANSLOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-LOG-SUCCESS
                   PERFORM SCAN-ONE-LOG-POSTING
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

       SCAN-ONE-LOG-POSTING.
           READ TRANSACTION-LOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TL-ACC-NUMBER TO WS-RSP-ACC-NUMBER
                   MOVE TL-TRANS-CODE TO WS-RSP-TRANS-CODE
                   MOVE TL-AMOUNT TO WS-RSP-AMOUNT
                   MOVE TL-RESULT-CODE TO WS-RSP-RESULT-CODE
                   MOVE TL-CONTRA-ACC-NUMBER TO WS-RSP-CONTRA-ACC
                   MOVE TL-POST-REF TO WS-RSP-POST-REF
                   MOVE TL-REVERSED-REF TO WS-RSP-REVERSED-REF
                   PERFORM NOTE-SCANNED-POSTING
           END-READ.

      *> A history that cannot be read leaves the reversals unmatched
      *> and the counter unproven, so the run stops rather than guess.
       SCAN-TRANSACTION-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-TRANS-HIST-SUCCESS
                   PERFORM SCAN-ONE-HISTORY-POSTING
                       WITH TEST BEFORE
                       UNTIL WS-TRANS-HIST-STATUS NOT = "00"
                   IF WS-TRANS-HIST-STATUS NOT = "10"
                       DISPLAY "Permanent I/O error reading "
                           "TRANSACTION-HISTORY-FILE, status "
                           WS-TRANS-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE TRANSACTION-HISTORY-FILE
               WHEN WS-TRANS-HIST-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open TRANSACTION-HISTORY-FILE, "
                       "status " WS-TRANS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCAN-ONE-HISTORY-POSTING.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TH-ACC-NUMBER TO WS-RSP-ACC-NUMBER
                   MOVE TH-TRANS-CODE TO WS-RSP-TRANS-CODE
                   MOVE TH-AMOUNT TO WS-RSP-AMOUNT
                   MOVE TH-RESULT-CODE TO WS-RSP-RESULT-CODE
                   MOVE TH-CONTRA-ACC-NUMBER TO WS-RSP-CONTRA-ACC
                   MOVE TH-POST-REF TO WS-RSP-POST-REF
                   MOVE TH-REVERSED-REF TO WS-RSP-REVERSED-REF
                   PERFORM NOTE-SCANNED-POSTING
           END-READ.

      *> Postings written before references were carried hold zero
      *> and are never matched. An applied posting that names an
      *> earlier reference marks that one as already reversed.
       NOTE-SCANNED-POSTING.
           IF WS-RSP-POST-REF IS NOT NUMERIC
               MOVE ZERO TO WS-RSP-POST-REF
           END-IF
           IF WS-RSP-REVERSED-REF IS NOT NUMERIC
               MOVE ZERO TO WS-RSP-REVERSED-REF
           END-IF
           IF WS-RSP-POST-REF > WS-LAST-POST-REF
               MOVE WS-RSP-POST-REF TO WS-LAST-POST-REF
           END-IF
           IF WS-REV-COUNT > ZERO
               IF WS-RSP-POST-REF > ZERO
                   AND WS-RSP-TRANS-CODE NOT = "I"
                   MOVE WS-RSP-POST-REF TO WS-REV-LOOK-REF
                   PERFORM FIND-REVERSAL-TARGET
                   IF WS-REV-TARGET-HELD
                       SET WS-REV-ORIG-FOUND (REV-IDX) TO TRUE
                       MOVE WS-RSP-ACC-NUMBER
                           TO WS-REV-ACC-NUMBER (REV-IDX)
                       MOVE WS-RSP-TRANS-CODE
                           TO WS-REV-TRANS-CODE (REV-IDX)
                       MOVE WS-RSP-AMOUNT TO WS-REV-AMOUNT (REV-IDX)
                       MOVE WS-RSP-RESULT-CODE
                           TO WS-REV-RESULT-CODE (REV-IDX)
                       MOVE WS-RSP-CONTRA-ACC
                           TO WS-REV-CONTRA-ACC (REV-IDX)
                   END-IF
               END-IF
               IF WS-RSP-REVERSED-REF > ZERO
                   AND WS-RSP-RESULT-CODE = ZERO
                   MOVE WS-RSP-REVERSED-REF TO WS-REV-LOOK-REF
                   PERFORM FIND-REVERSAL-TARGET
                   IF WS-REV-TARGET-HELD
                       SET WS-REV-ALREADY-REVERSED (REV-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> The counter is put back even after a permanent error: a
      *> reference that reached TRANSLOG must never be issued again.
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
           END-IF
           DISPLAY "Last posting reference issued: " WS-LAST-POST-REF
           DISPLAY "Reversals posted:  " WS-REV-POSTED-COUNT
           DISPLAY "Reversals refused: " WS-REV-REFUSED-COUNT.

      *> A card keeps one reference for everything it posts, so both
      *> legs of a transfer share it; the caller clears WS-POST-REF
      *> where a posting must stand on its own.
       ASSIGN-POSTING-REFERENCE.
           IF WS-POST-REF = ZERO
               ADD 1 TO WS-LAST-POST-REF
               MOVE WS-LAST-POST-REF TO WS-POST-REF
           END-IF.

       OPEN-BATCH-REPORT.
           OPEN OUTPUT BATCH-REPORT-FILE
           IF WS-BATCH-RPT-SUCCESS
                   PERFORM CHANGE-CUSTOMER
               WHEN WS-CT-DELETE-TRANS
                   PERFORM DELETE-CUSTOMER
               WHEN WS-CT-RELEASE-TRANS
                   PERFORM RELEASE-CUSTOMER-HOLDINGS
               WHEN OTHER
                   DISPLAY "Invalid customer transaction code: "
                       WS-CT-TRANS-CODE
           END-READ.

       DELETE-CUSTOMER.
           EVALUATE TRUE
               WHEN NOT WS-CUST-ACCT-FILE-OPEN
                       AND WS-ACCT-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot validate accounts for delete of "
                       "customer " WS-CT-CUST-ID ", ACCOUNT-FILE not "
                       "available"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-REL-FILE-OPEN
                   DISPLAY "Cannot validate account holders for "
                       "delete of customer " WS-CT-CUST-ID
                       ", ACCOUNT-RELATION-FILE not available"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CHECK-CUSTOMER-ACCOUNTS
                   IF WS-OPEN-ACCT-FOUND
                       DISPLAY "Delete rejected for customer "
                           WS-CT-CUST-ID ": account " ACC-NUMBER
                           " is still open"
                   ELSE
                       PERFORM DELETE-CUSTOMER-RECORD
                   END-IF
           END-EVALUATE.

      *> The account master carries no key on customer id, so the
      *> delete guard has to scan it front to back. The scan stops at
               END-START
               PERFORM SCAN-ONE-ACCOUNT
                   UNTIL WS-ACCT-SCAN-DONE OR WS-OPEN-ACCT-FOUND
               IF WS-OPEN-ACCT-NONE
                   PERFORM CHECK-CUSTOMER-RELATIONS
               END-IF
           END-IF.

      *> A joint holder, signer or beneficiary of an account that is
      *> not closed blocks the delete just as ownership does. The
      *> relation file is keyed on customer, so no scan is needed.
       CHECK-CUSTOMER-RELATIONS.
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           MOVE WS-CT-CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-RELATION
               UNTIL WS-REL-SCAN-DONE OR WS-OPEN-ACCT-FOUND.

       CHECK-ONE-RELATION.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-CUST-ID NOT = WS-CT-CUST-ID
                       SET WS-REL-SCAN-DONE TO TRUE
                   ELSE
                       MOVE REL-ACC-NUMBER TO ACC-NUMBER
                       READ ACCOUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT ACC-CLOSED
                                   SET WS-OPEN-ACCT-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       SCAN-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                           MOVE CUST-ID TO WS-JRN-KEY
                           MOVE LOW-VALUES TO WS-JRN-AFTER
                           PERFORM WRITE-MASTER-JOURNAL
                           PERFORM RELEASE-CUSTOMER-RELATIONS
                   END-DELETE
           END-READ.

      *> An R card takes a customer off every account they hold
      *> other than as owner - a signer resigning all mandates. A
      *> delete does the same for what is left on closed accounts.
       RELEASE-CUSTOMER-HOLDINGS.
           IF NOT WS-REL-FILE-OPEN
               DISPLAY "Cannot release holdings of customer "
                   WS-CT-CUST-ID ", ACCOUNT-RELATION-FILE not "
                   "available"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM RELEASE-CUSTOMER-RELATIONS
               DISPLAY "Customer " WS-CT-CUST-ID " released from "
                   WS-REL-RELEASED-COUNT " account(s)"
           END-IF.

      *> Each pass restarts on the customer key, so deleting the
      *> record just read never leaves the browse misplaced.
       RELEASE-CUSTOMER-RELATIONS.
           MOVE ZERO TO WS-REL-RELEASED-COUNT
           MOVE "CUSTTRAN" TO WS-JRN-SOURCE
           MOVE WS-CT-TRANS-CODE TO WS-JRN-TRANS-CODE
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           PERFORM RELEASE-ONE-RELATION UNTIL WS-REL-SCAN-DONE.

       RELEASE-ONE-RELATION.
           MOVE WS-CT-CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   READ ACCOUNT-RELATION-FILE NEXT RECORD
                       AT END
                           SET WS-REL-SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM DELETE-RELATION-RECORD
                           IF WS-REL-FILE-SUCCESS
                               ADD 1 TO WS-REL-RELEASED-COUNT
                           ELSE
                               SET WS-REL-SCAN-DONE TO TRUE
                           END-IF
                   END-READ
           END-START.

      *> Items warehoused on earlier runs release ahead of the new
      *> day's input once their effective date is due. Released items
      *> were balanced inside a batch when they arrived, so they do
               WHEN AT-BATCH-TRAILER
                   SET WS-AP-NOT-POSTABLE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PT-DETAIL-COUNT
                   IF WS-AP-POSTABLE
                       IF AT-EFFECTIVE-DATE IS NUMERIC
                               AND AT-EFFECTIVE-DATE >

       APPLY-ONE-ACCOUNT-TRANS.
           MOVE WS-AT-ACC-NUMBER TO WS-ACC-NUMBER
           MOVE ZERO TO WS-POST-REF
           MOVE ZERO TO WS-POST-REVERSED-REF
      *> Only a new account inherits the batch header's branch; a
      *> B card must carry its branch or it is rejected, never
      *> defaulted to whichever branch submitted it.
                   PERFORM UNFREEZE-ACCOUNT
               WHEN WS-AT-CHANGE-BRANCH
                   PERFORM CHANGE-ACCOUNT-BRANCH
               WHEN WS-AT-SET-OD-LIMIT
                   PERFORM SET-OVERDRAFT-LIMIT
               WHEN WS-AT-TRANSFER
                   PERFORM TRANSFER-BETWEEN-ACCOUNTS
               WHEN WS-AT-ADD-HOLDER
                   PERFORM ADD-ACCOUNT-HOLDER
               WHEN WS-AT-REMOVE-HOLDER
                   PERFORM REMOVE-ACCOUNT-HOLDER
               WHEN WS-AT-REVERSAL
                   PERFORM REVERSE-POSTING
               WHEN OTHER
                   DISPLAY "Invalid account transaction code: "
                       WS-AT-TRANS-CODE
           MOVE "O" TO ACC-STATUS
           MOVE WS-RUN-PROCESS-DATE TO ACC-LAST-ACTIVITY
           MOVE WS-AT-BRANCH TO ACC-BRANCH
      *> A new account has no overdraft until an L card grants one.
           MOVE ZERO TO ACC-OD-LIMIT
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   EVALUATE WS-ACCT-FILE-STATUS
                   MOVE ACC-NUMBER TO WS-JRN-KEY
                   MOVE LOW-VALUES TO WS-JRN-BEFORE
                   MOVE ACCOUNT-RECORD TO WS-JRN-AFTER
                   PERFORM ASSIGN-POSTING-REFERENCE
                   MOVE WS-POST-REF TO WS-JRN-POST-REF
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM WRITE-DAILY-TRANSLOG
           END-WRITE.
                   IF NOT ACC-OPEN
                       PERFORM DECLINE-STATUS-POSTING
                   ELSE
                       PERFORM CHECK-DEBIT-FUNDS
                       IF WS-FUNDS-SHORT
                           PERFORM RETURN-NSF-DEBIT
                       ELSE
                           PERFORM APPLY-ACCOUNT-DEBIT
                       END-IF
                   END-IF
           END-READ.

      *> The same rule PROCESS-TRANSACTION applies for the interface
      *> callers: a debit may take the balance down to the negative
      *> of the account's overdraft limit and no further.
       CHECK-DEBIT-FUNDS.
           IF ACC-BALANCE - WS-AT-AMOUNT < ZERO - ACC-OD-LIMIT
               SET WS-FUNDS-SHORT TO TRUE
           ELSE
               SET WS-FUNDS-AVAILABLE TO TRUE
           END-IF.

       APPLY-ACCOUNT-DEBIT.
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE
           SUBTRACT WS-AT-AMOUNT FROM ACC-BALANCE
                   MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                   MOVE ACC-NUMBER TO WS-JRN-KEY
                   MOVE ACCOUNT-RECORD TO WS-JRN-AFTER
                   PERFORM ASSIGN-POSTING-REFERENCE
                   MOVE WS-POST-REF TO WS-JRN-POST-REF
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM WRITE-DAILY-TRANSLOG
           END-REWRITE
                   MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                   MOVE ACC-NUMBER TO WS-JRN-KEY
                   MOVE ACCOUNT-RECORD TO WS-JRN-AFTER
                   PERFORM ASSIGN-POSTING-REFERENCE
                   MOVE WS-POST-REF TO WS-JRN-POST-REF
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM WRITE-DAILY-TRANSLOG
           END-REWRITE
           MOVE ACC-BALANCE TO WS-ACC-BALANCE
           MOVE ACC-TYPE TO WS-ACC-TYPE.

      *> A transfer debits the source and credits the target as two
      *> legs, and both post or neither does. The source must be open
      *> and in funds, exactly as for a D card; a target that is not
      *> on file or not open declines the whole transfer with 33.
       TRANSFER-BETWEEN-ACCOUNTS.
           SET WS-AT-XFER-OUT TO TRUE
           MOVE WS-AT-TO-ACC-NUMBER TO WS-POST-CONTRA-ACC
           MOVE WS-AT-TO-ACC-NUMBER TO WS-JRN-CONTRA-KEY
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM REPORT-STATUS-READ-ERROR
               NOT INVALID KEY
                   IF NOT ACC-OPEN
                       PERFORM DECLINE-STATUS-POSTING
                   ELSE
                       PERFORM CHECK-DEBIT-FUNDS
                       IF WS-FUNDS-SHORT
                           PERFORM RETURN-NSF-DEBIT
                       ELSE
                           PERFORM CHECK-TRANSFER-TARGET
                       END-IF
                   END-IF
           END-READ
           MOVE ZERO TO WS-POST-CONTRA-ACC
           MOVE SPACES TO WS-JRN-CONTRA-KEY.

       CHECK-TRANSFER-TARGET.
           MOVE ACCOUNT-RECORD TO WS-XFER-FROM-RECORD
           IF WS-AT-TO-ACC-NUMBER IS NOT NUMERIC
                   OR WS-AT-TO-ACC-NUMBER = WS-AT-ACC-NUMBER
               PERFORM DECLINE-TRANSFER
           ELSE
               MOVE WS-AT-TO-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       IF WS-ACCT-FILE-STATUS = "23"
                           PERFORM DECLINE-TRANSFER
                       ELSE
                           DISPLAY "Permanent I/O error reading "
                               "account " WS-AT-TO-ACC-NUMBER
                               ", status " WS-ACCT-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       IF NOT ACC-OPEN
                           PERFORM DECLINE-TRANSFER
                       ELSE
                           MOVE ACCOUNT-RECORD TO WS-XFER-TO-RECORD
                           PERFORM POST-TRANSFER-LEGS
                       END-IF
               END-READ
           END-IF.

      *> The decline is logged once, against the source account, so
      *> the branch sees the transfer was refused and why.
       DECLINE-TRANSFER.
           DISPLAY "Transfer declined from account " WS-AT-ACC-NUMBER
               ": target account " WS-AT-CUST-ID " is not usable"
           MOVE WS-XFER-FROM-RECORD TO ACCOUNT-RECORD
           MOVE 33 TO WS-POST-RESULT-CODE
           PERFORM WRITE-DAILY-TRANSLOG
           MOVE ZERO TO WS-POST-RESULT-CODE.

      *> The source account was re-read by the target check, so each
      *> leg puts its own saved record back before it rewrites. Each
      *> leg names the other account on TRANSLOG and MASTJRNL.
       POST-TRANSFER-LEGS.
           MOVE WS-XFER-FROM-RECORD TO ACCOUNT-RECORD
           PERFORM APPLY-ACCOUNT-DEBIT
           IF WS-ACCT-FILE-SUCCESS
               SET WS-AT-XFER-IN TO TRUE
               MOVE WS-AT-ACC-NUMBER TO WS-POST-CONTRA-ACC
               MOVE WS-AT-ACC-NUMBER TO WS-JRN-CONTRA-KEY
               MOVE WS-XFER-TO-RECORD TO ACCOUNT-RECORD
               PERFORM APPLY-ACCOUNT-CREDIT
               IF NOT WS-ACCT-FILE-SUCCESS
                   PERFORM BACK-OUT-TRANSFER-DEBIT
               END-IF
           END-IF.

      *> The credit leg failed after the debit posted, so the debit is
      *> reversed by crediting the source back as an I leg against
      *> the target. The run has already been failed with RC 16. The
      *> back-out takes a reference of its own and names the
      *> transfer's as the one it reverses, so the transfer can never
      *> be reversed a second time.
       BACK-OUT-TRANSFER-DEBIT.
           DISPLAY "Transfer credit failed; backing out debit on "
               "account " WS-AT-ACC-NUMBER
           MOVE WS-POST-REF TO WS-POST-REVERSED-REF
           MOVE ZERO TO WS-POST-REF
           MOVE WS-AT-TO-ACC-NUMBER TO WS-POST-CONTRA-ACC
           MOVE WS-AT-TO-ACC-NUMBER TO WS-JRN-CONTRA-KEY
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Transfer back-out could not read account "
                       WS-AT-ACC-NUMBER ", status "
                       WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM APPLY-ACCOUNT-CREDIT
           END-READ.

      *> A V card backs out one earlier posting, named by reference,
      *> by posting its opposite to the same account for the same
      *> amount: an R credit for a debit, a V debit for a credit. The
      *> card must carry the original's account and amount. No funds
      *> check is made, since a reversal puts right a posting that
      *> should not have stood and may take an account past its
      *> overdraft limit, but the account must still be open.
       REVERSE-POSTING.
           PERFORM CHECK-REVERSAL-CARD
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM REPORT-STATUS-READ-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-REV-DECLINE-CODE > ZERO
                           PERFORM DECLINE-REVERSAL
                       WHEN NOT ACC-OPEN
                           PERFORM DECLINE-STATUS-POSTING
                           ADD 1 TO WS-REV-REFUSED-COUNT
                       WHEN WS-REV-OF-TRANSFER (REV-IDX)
                           PERFORM REVERSE-TRANSFER
                       WHEN WS-AT-REV-CREDIT
                           PERFORM APPLY-ACCOUNT-CREDIT
                           PERFORM MARK-POSTING-REVERSED
                       WHEN OTHER
                           PERFORM APPLY-ACCOUNT-DEBIT
                           PERFORM MARK-POSTING-REVERSED
                   END-EVALUATE
           END-READ.

      *> The card posts as R or V by what the original was; where the
      *> original cannot be found it is refused as a V.
       CHECK-REVERSAL-CARD.
           MOVE ZERO TO WS-REV-DECLINE-CODE
           SET WS-REV-TARGET-NONE TO TRUE
           SET WS-AT-REV-DEBIT TO TRUE
           IF WS-AT-REVERSE-REF IS NUMERIC
               MOVE WS-AT-REVERSE-REF TO WS-POST-REVERSED-REF
               IF WS-AT-REVERSE-REF > ZERO
                   MOVE WS-AT-REVERSE-REF TO WS-REV-LOOK-REF
                   PERFORM FIND-REVERSAL-TARGET
               END-IF
           END-IF
           IF WS-REV-TARGET-HELD
               IF WS-REV-OF-DEBIT (REV-IDX)
                   SET WS-AT-REV-CREDIT TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-REV-TARGET-NONE
                   MOVE 34 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-ORIG-MISSING (REV-IDX)
                   MOVE 34 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-ACC-NUMBER (REV-IDX) NOT = WS-AT-ACC-NUMBER
                   MOVE 34 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-AMOUNT (REV-IDX) NOT = WS-AT-AMOUNT
                   MOVE 34 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-RESULT-CODE (REV-IDX) NOT = ZERO
                   MOVE 35 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-OF-REVERSAL (REV-IDX)
                   MOVE 37 TO WS-REV-DECLINE-CODE
               WHEN WS-REV-ALREADY-REVERSED (REV-IDX)
                   MOVE 36 TO WS-REV-DECLINE-CODE
           END-EVALUATE.

      *> A refused reversal is logged against the card's account,
      *> naming the reference it tried to reverse, and moves nothing.
       DECLINE-REVERSAL.
           DISPLAY "Reversal refused for account " WS-AT-ACC-NUMBER
               " reference " WS-AT-CUST-ID ": result "
               WS-REV-DECLINE-CODE
           MOVE WS-REV-DECLINE-CODE TO WS-POST-RESULT-CODE
           PERFORM WRITE-DAILY-TRANSLOG
           MOVE ZERO TO WS-POST-RESULT-CODE
           ADD 1 TO WS-REV-REFUSED-COUNT.

      *> Only a posting that reached the master counts, so a second
      *> card for the same reference later in the run is refused 36.
       MARK-POSTING-REVERSED.
           IF WS-ACCT-FILE-SUCCESS
               SET WS-REV-ALREADY-REVERSED (REV-IDX) TO TRUE
               ADD 1 TO WS-REV-POSTED-COUNT
           END-IF.

      *> A transfer is reversed as a pair: the source is credited back
      *> with an R and the target debited with a V, both or neither,
      *> each leg naming the other account. The target must still be
      *> on file and open or the reversal is refused 33, as the
      *> transfer itself would have been.
       REVERSE-TRANSFER.
           MOVE ACCOUNT-RECORD TO WS-XFER-FROM-RECORD
           MOVE WS-REV-CONTRA-ACC (REV-IDX) TO WS-POST-CONTRA-ACC
           MOVE WS-REV-CONTRA-ACC (REV-IDX) TO WS-JRN-CONTRA-KEY
           MOVE WS-REV-CONTRA-ACC (REV-IDX) TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   IF WS-ACCT-FILE-STATUS = "23"
                       PERFORM DECLINE-TRANSFER-REVERSAL
                   ELSE
                       DISPLAY "Permanent I/O error reading account "
                           WS-REV-CONTRA-ACC (REV-IDX) ", status "
                           WS-ACCT-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF NOT ACC-OPEN
                       PERFORM DECLINE-TRANSFER-REVERSAL
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-XFER-TO-RECORD
                       PERFORM POST-REVERSAL-LEGS
                   END-IF
           END-READ
           MOVE ZERO TO WS-POST-CONTRA-ACC
           MOVE SPACES TO WS-JRN-CONTRA-KEY.

       DECLINE-TRANSFER-REVERSAL.
           DISPLAY "Reversal refused for account " WS-AT-ACC-NUMBER
               ": transfer target account "
               WS-REV-CONTRA-ACC (REV-IDX) " is not usable"
           MOVE WS-XFER-FROM-RECORD TO ACCOUNT-RECORD
           MOVE 33 TO WS-POST-RESULT-CODE
           PERFORM WRITE-DAILY-TRANSLOG
           MOVE ZERO TO WS-POST-RESULT-CODE
           ADD 1 TO WS-REV-REFUSED-COUNT.

       POST-REVERSAL-LEGS.
           MOVE WS-XFER-FROM-RECORD TO ACCOUNT-RECORD
           PERFORM APPLY-ACCOUNT-CREDIT
           IF WS-ACCT-FILE-SUCCESS
               SET WS-AT-REV-DEBIT TO TRUE
               MOVE WS-AT-ACC-NUMBER TO WS-POST-CONTRA-ACC
               MOVE WS-AT-ACC-NUMBER TO WS-JRN-CONTRA-KEY
               MOVE WS-XFER-TO-RECORD TO ACCOUNT-RECORD
               PERFORM APPLY-ACCOUNT-DEBIT
               IF WS-ACCT-FILE-SUCCESS
                   PERFORM MARK-POSTING-REVERSED
               ELSE
                   PERFORM BACK-OUT-REVERSAL-CREDIT
               END-IF
           END-IF.

      *> The target debit failed after the source was credited back,
      *> so that credit is itself backed out with a V on the source
      *> under a reference of its own. The run has already been
      *> failed with RC 16.
       BACK-OUT-REVERSAL-CREDIT.
           DISPLAY "Reversal debit failed; backing out credit on "
               "account " WS-AT-ACC-NUMBER
           MOVE WS-POST-REF TO WS-POST-REVERSED-REF
           MOVE ZERO TO WS-POST-REF
           MOVE WS-REV-CONTRA-ACC (REV-IDX) TO WS-POST-CONTRA-ACC
           MOVE WS-REV-CONTRA-ACC (REV-IDX) TO WS-JRN-CONTRA-KEY
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Reversal back-out could not read account "
                       WS-AT-ACC-NUMBER ", status "
                       WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM APPLY-ACCOUNT-DEBIT
           END-READ.

      *> A posting against a non-open account never touches the
      *> balance; the attempt is logged with its own result code so
      *> the reconciliation and the branch can both see it was
           PERFORM WRITE-DAILY-TRANSLOG
           MOVE ZERO TO WS-POST-RESULT-CODE.

      *> A debit over the limit is returned unpaid: the balance is
      *> left alone, TRANSLOG carries the NSF result, and the item
      *> goes to RTNITEMS for the branch to notify the customer.
       RETURN-NSF-DEBIT.
           DISPLAY "Debit returned NSF for account " WS-AT-ACC-NUMBER
               ": overdraft limit would be exceeded"
           IF ACC-SAVINGS
               MOVE 30 TO WS-POST-RESULT-CODE
           ELSE
               MOVE 31 TO WS-POST-RESULT-CODE
           END-IF
           PERFORM WRITE-DAILY-TRANSLOG
           ADD 1 TO WS-NSF-RETURN-COUNT
           MOVE ZERO TO WS-NSF-FEE-CHARGED
           IF WS-NSF-FEE > ZERO
               MOVE WS-NSF-FEE TO WS-NSF-FEE-CHARGED
           END-IF
           PERFORM WRITE-RETURNED-ITEM
           MOVE ZERO TO WS-POST-RESULT-CODE
           IF WS-NSF-FEE-CHARGED > ZERO
               PERFORM CHARGE-NSF-FEE
           END-IF.

      *> The fee is the bank's charge, not the customer's payment, so
      *> it posts even where it takes the account past its limit. It
      *> is logged and journaled as its own E posting, under a
      *> reference of its own.
       CHARGE-NSF-FEE.
           SET WS-AT-NSF-FEE TO TRUE
           MOVE ZERO TO WS-POST-REF
           MOVE ZERO TO WS-POST-CONTRA-ACC
           MOVE SPACES TO WS-JRN-CONTRA-KEY
           MOVE WS-NSF-FEE-CHARGED TO WS-AT-AMOUNT
           PERFORM APPLY-ACCOUNT-DEBIT
           ADD 1 TO WS-NSF-FEE-COUNT.

       WRITE-RETURNED-ITEM.
           IF WS-RTN-ITEMS-OPEN
               MOVE SPACES TO RETURNED-ITEM-RECORD
               MOVE WS-RUN-PROCESS-DATE TO RTN-PROCESS-DATE
               MOVE ACC-BRANCH TO RTN-BRANCH
               MOVE ACC-NUMBER TO RTN-ACC-NUMBER
               MOVE ACC-CUST-ID TO RTN-CUST-ID
               MOVE WS-AT-TRANS-CODE TO RTN-TRANS-CODE
               MOVE WS-AT-AMOUNT TO RTN-AMOUNT
               MOVE ACC-BALANCE TO RTN-BALANCE
               MOVE ACC-OD-LIMIT TO RTN-OD-LIMIT
               MOVE WS-POST-RESULT-CODE TO RTN-RESULT-CODE
               MOVE WS-NSF-FEE-CHARGED TO RTN-FEE-AMOUNT
               WRITE RETURNED-ITEM-RECORD
               IF NOT WS-RTN-ITEMS-SUCCESS
                   DISPLAY "Permanent I/O error writing "
                       "RETURNED-ITEMS-FILE, status "
                       WS-RTN-ITEMS-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *> Status transactions journal like any other master change but
      *> write no TRANSLOG entry - they move no money, so the end-of-
      *> day movement proof is not disturbed.
                   END-IF
           END-READ.

      *> An L card sets the overdraft limit to the card's amount; zero
      *> withdraws it. Savings accounts are never overdrawn, and a
      *> limit is a master change like a branch move: journaled, but
      *> no posting and no TRANSLOG entry.
       SET-OVERDRAFT-LIMIT.
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM REPORT-STATUS-READ-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-CLOSED
                           DISPLAY "Overdraft limit declined for "
                               "account " WS-AT-ACC-NUMBER
                               ": account is closed"
                       WHEN WS-AT-AMOUNT < ZERO
                           DISPLAY "Overdraft limit declined for "
                               "account " WS-AT-ACC-NUMBER
                               ": limit is negative"
                       WHEN ACC-SAVINGS AND WS-AT-AMOUNT > ZERO
                           DISPLAY "Overdraft limit declined for "
                               "account " WS-AT-ACC-NUMBER
                               ": savings accounts carry no overdraft"
                       WHEN OTHER
                           PERFORM REWRITE-OVERDRAFT-LIMIT
                   END-EVALUATE
           END-READ.

       REWRITE-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE
           MOVE WS-AT-AMOUNT TO ACC-OD-LIMIT
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account rewrite failed: "
                       WS-AT-ACC-NUMBER ", status "
                       WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "ACCT" TO WS-JRN-FILE-ID
                   MOVE "R" TO WS-JRN-ACTION
                   MOVE "ACCTTRAN" TO WS-JRN-SOURCE
                   MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                   MOVE ACC-NUMBER TO WS-JRN-KEY
                   MOVE ACCOUNT-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

      *> A J card records a holder on an account, or changes the
      *> role of one already recorded: AT-CUST-ID names the customer
      *> and the type column the role. Like a branch move it is a
      *> master change - journaled, with no TRANSLOG entry.
       ADD-ACCOUNT-HOLDER.
           EVALUATE TRUE
               WHEN NOT WS-REL-FILE-OPEN
                   DISPLAY "Cannot record holder on account "
                       WS-AT-ACC-NUMBER ", ACCOUNT-RELATION-FILE not "
                       "available"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-ACCT-CUST-FILE-OPEN
                   DISPLAY "Cannot validate holder for account "
                       WS-AT-ACC-NUMBER ", CUSTOMER-FILE not available"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-AT-VALID-ROLE
                   DISPLAY "Holder declined for account "
                       WS-AT-ACC-NUMBER ": role must be J, S or B, "
                       "not " WS-AT-HOLDER-ROLE
               WHEN OTHER
                   PERFORM CHECK-HOLDER-ACCOUNT
           END-EVALUATE.

       CHECK-HOLDER-ACCOUNT.
           MOVE WS-AT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM REPORT-STATUS-READ-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-CLOSED
                           DISPLAY "Holder declined for account "
                               WS-AT-ACC-NUMBER ": account is closed"
                       WHEN ACC-CUST-ID = WS-AT-CUST-ID
                           DISPLAY "Holder declined for account "
                               WS-AT-ACC-NUMBER ": customer "
                               WS-AT-CUST-ID " is the owner"
                       WHEN OTHER
                           PERFORM CHECK-HOLDER-CUSTOMER
                   END-EVALUATE
           END-READ.

       CHECK-HOLDER-CUSTOMER.
           MOVE WS-AT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-AT-ACC-NUMBER
                       " holder references unknown customer: "
                       WS-AT-CUST-ID
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-ACCOUNT-HOLDER
           END-READ.

       WRITE-ACCOUNT-HOLDER.
           MOVE WS-AT-ACC-NUMBER TO REL-ACC-NUMBER
           MOVE WS-AT-CUST-ID TO REL-CUST-ID
           READ ACCOUNT-RELATION-FILE
               INVALID KEY
                   IF WS-REL-FILE-STATUS = "23"
                       PERFORM ADD-RELATION-RECORD
                   ELSE
                       DISPLAY "Permanent I/O error reading holder "
                           WS-AT-CUST-ID " of account "
                           WS-AT-ACC-NUMBER ", status "
                           WS-REL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   PERFORM CHANGE-RELATION-ROLE
           END-READ.

       ADD-RELATION-RECORD.
           MOVE SPACES TO ACCOUNT-RELATION-RECORD
           MOVE WS-AT-ACC-NUMBER TO REL-ACC-NUMBER
           MOVE WS-AT-CUST-ID TO REL-CUST-ID
           MOVE WS-AT-HOLDER-ROLE TO REL-ROLE
           MOVE WS-RUN-PROCESS-DATE TO REL-ADDED-DATE
           WRITE ACCOUNT-RELATION-RECORD
               INVALID KEY
                   DISPLAY "Permanent I/O error adding holder "
                       WS-AT-CUST-ID " to account " WS-AT-ACC-NUMBER
                       ", status " WS-REL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "AREL" TO WS-JRN-FILE-ID
                   MOVE "W" TO WS-JRN-ACTION
                   MOVE "ACCTTRAN" TO WS-JRN-SOURCE
                   MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                   MOVE REL-ACC-NUMBER TO WS-JRN-KEY
                   MOVE LOW-VALUES TO WS-JRN-BEFORE
                   MOVE ACCOUNT-RELATION-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-WRITE.

       CHANGE-RELATION-ROLE.
           MOVE ACCOUNT-RELATION-RECORD TO WS-JRN-BEFORE
           MOVE WS-AT-HOLDER-ROLE TO REL-ROLE
           REWRITE ACCOUNT-RELATION-RECORD
               INVALID KEY
                   DISPLAY "Holder rewrite failed: " WS-AT-CUST-ID
                       " on account " WS-AT-ACC-NUMBER ", status "
                       WS-REL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "AREL" TO WS-JRN-FILE-ID
                   MOVE "R" TO WS-JRN-ACTION
                   MOVE "ACCTTRAN" TO WS-JRN-SOURCE
                   MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                   MOVE REL-ACC-NUMBER TO WS-JRN-KEY
                   MOVE ACCOUNT-RELATION-RECORD TO WS-JRN-AFTER
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

      *> A K card takes the customer on AT-CUST-ID off the account.
       REMOVE-ACCOUNT-HOLDER.
           IF NOT WS-REL-FILE-OPEN
               DISPLAY "Cannot remove holder from account "
                   WS-AT-ACC-NUMBER ", ACCOUNT-RELATION-FILE not "
                   "available"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-AT-ACC-NUMBER TO REL-ACC-NUMBER
               MOVE WS-AT-CUST-ID TO REL-CUST-ID
               READ ACCOUNT-RELATION-FILE
                   INVALID KEY
                       IF WS-REL-FILE-STATUS = "23"
                           DISPLAY "Customer " WS-AT-CUST-ID
                               " is not a holder of account "
                               WS-AT-ACC-NUMBER
                       ELSE
                           DISPLAY "Permanent I/O error reading "
                               "holder " WS-AT-CUST-ID " of account "
                               WS-AT-ACC-NUMBER ", status "
                               WS-REL-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE "ACCTTRAN" TO WS-JRN-SOURCE
                       MOVE WS-AT-TRANS-CODE TO WS-JRN-TRANS-CODE
                       PERFORM DELETE-RELATION-RECORD
               END-READ
           END-IF.

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

       REPORT-STATUS-READ-ERROR.
           EVALUATE WS-ACCT-FILE-STATUS
               WHEN "23"
               MOVE "N" TO WS-TRANS-LOG-OPEN-FLAG
           END-IF.

      *> The relation file is held open across both the customer and
      *> the account pass: deletes are guarded against it and the J,
      *> K and R cards maintain it. A first run creates it empty.
       OPEN-ACCOUNT-RELATIONS.
           OPEN I-O ACCOUNT-RELATION-FILE
           IF WS-REL-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-RELATION-FILE
               CLOSE ACCOUNT-RELATION-FILE
               OPEN I-O ACCOUNT-RELATION-FILE
           END-IF
           IF WS-REL-FILE-SUCCESS
               SET WS-REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open ACCOUNT-RELATION-FILE, status "
                   WS-REL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-ACCOUNT-RELATIONS.
           IF WS-REL-FILE-OPEN
               CLOSE ACCOUNT-RELATION-FILE
               MOVE "N" TO WS-REL-OPEN-FLAG
           END-IF.

      *> RTNITEMS holds one processing date's returned items, which
      *> RTNRPT reports by branch once the posting pass is done. A
      *> rerun for the same date, and the month-end run, add to what
      *> is already there; only the first run for a new date starts
      *> the file afresh.
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
           END-IF
           DISPLAY "Debits returned NSF: " WS-NSF-RETURN-COUNT
           DISPLAY "NSF fees charged:    " WS-NSF-FEE-COUNT.

      *> The daily postings feed the same TRANSLOG the interface
      *> method writes, so the end-of-day reconciliation sees every
      *> movement against the account master.
       WRITE-DAILY-TRANSLOG.
           IF WS-TRANS-LOG-OPEN
               PERFORM ASSIGN-POSTING-REFERENCE
               MOVE ACC-NUMBER TO TL-ACC-NUMBER
               MOVE WS-AT-TRANS-CODE TO TL-TRANS-CODE
               MOVE WS-AT-AMOUNT TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE-AFTER
               MOVE WS-POST-RESULT-CODE TO TL-RESULT-CODE
               MOVE WS-POST-CONTRA-ACC TO TL-CONTRA-ACC-NUMBER
               MOVE WS-POST-REF TO TL-POST-REF
               MOVE WS-POST-REVERSED-REF TO TL-REVERSED-REF
               WRITE TRANSACTION-LOG-RECORD
               IF WS-TRANS-LOG-SUCCESS
                   PERFORM TALLY-DAILY-POSTING
               ELSE
                   DISPLAY "Permanent I/O error writing "
                       "TRANSACTION-LOG-FILE, status "
                       WS-TRANS-LOG-STATUS
               END-IF
           END-IF.

       TALLY-DAILY-POSTING.
           IF WS-POST-RESULT-CODE = ZERO
               ADD 1 TO WS-PT-APPLIED-COUNT
               EVALUATE TRUE
                   WHEN WS-AT-DEBIT
                   WHEN WS-AT-NSF-FEE
                   WHEN WS-AT-XFER-OUT
                   WHEN WS-AT-REV-DEBIT
                       ADD WS-AT-AMOUNT TO WS-PT-DEBIT-TOTAL
                   WHEN WS-AT-CREDIT
                   WHEN WS-AT-NEW-ACCOUNT
                   WHEN WS-AT-XFER-IN
                   WHEN WS-AT-REV-CREDIT
                       ADD WS-AT-AMOUNT TO WS-PT-CREDIT-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-PT-DECLINED-COUNT
           END-IF.

       PROCESS-XML.
           OPEN INPUT XML-IN-FILE
           EVALUATE TRUE
           05  TL-AMOUNT            PIC S9(10)V99.
           05  TL-BALANCE-AFTER     PIC S9(10)V99.
           05  TL-RESULT-CODE       PIC 9(2).
           05  TL-CONTRA-ACC-NUMBER PIC 9(10).
           05  TL-POST-REF          PIC 9(10).
           05  TL-REVERSED-REF      PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-LOG-STATUS  PIC X(2).
       01  LS-TRANS-CODE        PIC X(1).
           88  LS-TRANS-DEBIT       VALUE 'D'.
           88  LS-TRANS-CREDIT      VALUE 'C'.
           88  LS-TRANS-NSF-FEE     VALUE 'E'.
       01  LS-ACC-TYPE          PIC X(1).
           88  LS-ACC-SAVINGS       VALUE 'S'.
           88  LS-ACC-CHECKING      VALUE 'C'.
           88  LS-ACC-OPEN          VALUE 'O', ' '.
       01  LS-AMOUNT            PIC 9(10)V99.
       01  LS-ACC-BALANCE       PIC S9(10)V99.
       01  LS-OD-LIMIT          PIC S9(7)V99.
      *> Issued by the caller from the shared posting reference
      *> counter and carried onto TRANSLOG with the posting.
       01  LS-POST-REF          PIC 9(10).
       01  LS-RESULT            PIC 9(2).

       PROCEDURE DIVISION USING LS-ACC-NUMBER LS-TRANS-CODE
               LS-ACC-TYPE LS-ACC-STATUS LS-AMOUNT LS-ACC-BALANCE
               LS-OD-LIMIT LS-POST-REF
               RETURNING LS-RESULT.
           MOVE ZERO TO LS-RESULT
           EVALUATE TRUE
                   PERFORM APPLY-DEBIT-AMOUNT
               WHEN LS-TRANS-CREDIT
                   ADD LS-AMOUNT TO LS-ACC-BALANCE
      *> The fee on a returned debit is the bank's charge, so it
      *> posts past the limit, as the batch posting pass posts it.
               WHEN LS-TRANS-NSF-FEE
                   SUBTRACT LS-AMOUNT FROM LS-ACC-BALANCE
               WHEN OTHER
                   MOVE 99 TO LS-RESULT
           END-EVALUATE
           PERFORM WRITE-TRANSACTION-LOG
           EXIT METHOD.

      *> The caller passes the account's own overdraft limit from
      *> ACCTMAST; the batch posting pass applies the same rule, so a
      *> debit is refused NSF the same way whichever path posts it.
       APPLY-DEBIT-AMOUNT.
           IF (LS-ACC-BALANCE - LS-AMOUNT) < ZERO - LS-OD-LIMIT
               IF LS-ACC-SAVINGS
                   MOVE 30 TO LS-RESULT
               ELSE
                   MOVE 31 TO LS-RESULT
               END-IF
           ELSE
               SUBTRACT LS-AMOUNT FROM LS-ACC-BALANCE
           END-IF.

       OPEN-TRANSACTION-LOG.
               MOVE LS-AMOUNT TO TL-AMOUNT
               MOVE LS-ACC-BALANCE TO TL-BALANCE-AFTER
               MOVE LS-RESULT TO TL-RESULT-CODE
               MOVE ZERO TO TL-CONTRA-ACC-NUMBER
               MOVE LS-POST-REF TO TL-POST-REF
               MOVE ZERO TO TL-REVERSED-REF
               WRITE TRANSACTION-LOG-RECORD
               IF NOT WS-TRANS-LOG-SUCCESS
                   DISPLAY "Permanent I/O error writing "
       01  LS-TRANS-CODE        PIC X(1).
           88  LS-TRANS-DEBIT       VALUE 'D'.
           88  LS-TRANS-CREDIT      VALUE 'C'.
           88  LS-TRANS-NSF-FEE     VALUE 'E'.
       01  LS-ACC-TYPE          PIC X(1).
           88  LS-ACC-SAVINGS       VALUE 'S'.
           88  LS-ACC-CHECKING      VALUE 'C'.
           88  LS-ACC-OPEN          VALUE 'O', ' '.
       01  LS-AMOUNT            PIC 9(10)V99.
       01  LS-ACC-BALANCE       PIC S9(10)V99.
       01  LS-OD-LIMIT          PIC S9(7)V99.
      *> Issued by the caller from the shared posting reference
      *> counter and carried onto TRANSLOG with the posting.
       01  LS-POST-REF          PIC 9(10).
       01  LS-RESULT            PIC 9(2).

       PROCEDURE DIVISION USING LS-ACC-NUMBER LS-TRANS-CODE
               LS-ACC-TYPE LS-ACC-STATUS LS-AMOUNT LS-ACC-BALANCE
               LS-OD-LIMIT LS-POST-REF
               RETURNING LS-RESULT.

       END METHOD.
