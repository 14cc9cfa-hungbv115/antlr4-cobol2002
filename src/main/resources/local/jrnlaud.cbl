               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARC-STATUS.

           SELECT AUDIT-REQUEST-FILE ASSIGN TO "JRNAUDRQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASTER-JOURNAL-RECORD    PIC X(420).

      *> Journal images ARCHPURG has taken off MASTJRNL are listed
      *> here by generation, with the span of dates and the record
      *> count of each.
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

       FD  JOURNAL-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-ARCHIVE-RECORD   PIC X(420).

       FD  AUDIT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           05  ARQ-FILE-ID      PIC X(4).
               88  ARQ-CUST-REQUEST VALUE "CUST".
               88  ARQ-ACCT-REQUEST VALUE "ACCT".
               88  ARQ-REL-REQUEST  VALUE "AREL".
           05  ARQ-KEY          PIC X(10).
           05  ARQ-FROM-DATE    PIC 9(8).
           05  ARQ-TO-DATE      PIC 9(8).
       01  WS-JOURNAL-STATUS    PIC X(2).
           88  WS-JOURNAL-SUCCESS    VALUE '00'.

       01  WS-CATALOG-STATUS    PIC X(2).
           88  WS-CATALOG-SUCCESS    VALUE '00'.

       01  WS-JRNL-ARC-STATUS   PIC X(2).
           88  WS-JRNL-ARC-SUCCESS   VALUE '00'.

       01  WS-AUDIT-REQ-STATUS  PIC X(2).
           88  WS-AUDIT-REQ-SUCCESS  VALUE '00'.

           88  WS-JOURNAL-DONE     VALUE 'Y'.
           88  WS-JOURNAL-NOT-DONE VALUE 'N'.

       01  WS-CAT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CAT-DONE         VALUE 'Y'.
           88  WS-CAT-NOT-DONE     VALUE 'N'.

       01  WS-ARC-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-ARC-DONE         VALUE 'Y'.
           88  WS-ARC-NOT-DONE     VALUE 'N'.

      *> What the catalog says is held off line for MASTJRNL, taken
      *> once at the start of the run, and what each scan of the
      *> archive actually found.
       01  WS-JOURNAL-ARCHIVE.
           05  WS-ARC-GEN-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-ARC-EXPECTED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ARC-LOW-DATE       PIC 9(8) VALUE ZERO.
           05  WS-ARC-HIGH-DATE      PIC 9(8) VALUE ZERO.
           05  WS-ARC-READ-COUNT     PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-COUNTS.
           05  WS-REQUEST-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MATCH-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REQUEST-MATCHES PIC 9(7) VALUE ZERO.

      *> Live and archived journal records are both read into this
      *> one layout, so a change reports the same wherever it is.
       01  WS-JOURNAL-ENTRY.
           05  JRN-FILE-ID      PIC X(4).
               88  JRN-CUST-FILE    VALUE "CUST".
               88  JRN-ACCT-FILE    VALUE "ACCT".
               88  JRN-REL-FILE     VALUE "AREL".
           05  JRN-ACTION       PIC X(1).
               88  JRN-WRITE-ACTION   VALUE "W".
               88  JRN-REWRITE-ACTION VALUE "R".
               88  JRN-DELETE-ACTION  VALUE "D".
           05  JRN-DATE         PIC 9(8).
           05  JRN-TIME         PIC 9(8).
           05  JRN-SOURCE       PIC X(8).
           05  JRN-TRANS-CODE   PIC X(1).
           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
           05  JRN-POST-REF     PIC 9(10).

      *> The images are unpicked through work copies of the master
      *> layouts, so the compare names each field instead of showing
      *> the auditor two raw record strings.
           05  WS-BA-ACC-STATUS   PIC X(1).
           05  WS-BA-ACC-LAST-ACT PIC 9(8).
           05  WS-BA-ACC-BRANCH   PIC X(4).
           05  WS-BA-ACC-OD-LIMIT PIC S9(7)V99 COMP-3.

       01  WS-AFTER-ACCOUNT.
           05  WS-AA-ACC-NUMBER   PIC 9(10).
           05  WS-AA-ACC-STATUS   PIC X(1).
           05  WS-AA-ACC-LAST-ACT PIC 9(8).
           05  WS-AA-ACC-BRANCH   PIC X(4).
           05  WS-AA-ACC-OD-LIMIT PIC S9(7)V99 COMP-3.

       01  WS-BEFORE-RELATION.
           05  WS-BR-ACC-NUMBER   PIC 9(10).
           05  WS-BR-CUST-ID      PIC X(10).
           05  WS-BR-ROLE         PIC X(1).
           05  WS-BR-ADDED-DATE   PIC 9(8).
           05  FILLER             PIC X(11).

       01  WS-AFTER-RELATION.
           05  WS-AR-ACC-NUMBER   PIC 9(10).
           05  WS-AR-CUST-ID      PIC X(10).
           05  WS-AR-ROLE         PIC X(1).
           05  WS-AR-ADDED-DATE   PIC 9(8).
           05  FILLER             PIC X(11).

       01  WS-BALANCE-OLD-EDIT  PIC -(10)9.99.
       01  WS-BALANCE-NEW-EDIT  PIC -(10)9.99.
           05  WS-JNH-TRANS       PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JNH-ACTION      PIC X(14).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JNH-CONTRA-TAG  PIC X(12).
           05  WS-JNH-CONTRA-KEY  PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-JNH-REF-TAG     PIC X(4).
           05  WS-JNH-POST-REF    PIC X(10).
           05  FILLER             PIC X(43) VALUE SPACES.

       01  WS-CHANGE-DETAIL.
           05  FILLER             PIC X(4) VALUE SPACES.
       MAIN-LOGIC.
           DISPLAY "Master journal audit inquiry"
           PERFORM OPEN-AUDIT-FILES
           PERFORM LOAD-JOURNAL-CATALOG
           PERFORM PROCESS-ONE-REQUEST UNTIL WS-REQUEST-DONE
           PERFORM WRITE-AUDIT-TOTALS
           PERFORM CLOSE-AUDIT-FILES
           MOVE ZERO TO WS-REQUEST-MATCHES
           PERFORM WRITE-REQUEST-HEADING
           IF NOT ARQ-CUST-REQUEST AND NOT ARQ-ACCT-REQUEST
                   AND NOT ARQ-REL-REQUEST
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  REQUEST REJECTED - FILE ID MUST BE CUST, "
                   "ACCT OR AREL" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM SCAN-ARCHIVE-FOR-REQUEST
               PERFORM SCAN-JOURNAL-FOR-REQUEST
               IF WS-REQUEST-MATCHES = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
               END-IF
           END-IF.

      *> Only the span of the MASTJRNL generations is needed from the
      *> catalog: a request reaching back into it reads the archive
      *> before the live journal, so the report stays in order.
       LOAD-JOURNAL-CATALOG.
           SET WS-CAT-NOT-DONE TO TRUE
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE TRUE
               WHEN WS-CATALOG-SUCCESS
                   PERFORM NOTE-ONE-JOURNAL-GENERATION
                       UNTIL WS-CAT-DONE
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN WS-CATALOG-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open ARCHIVE-CATALOG-FILE, "
                       "status " WS-CATALOG-STATUS
                       " - archived journal not searched"
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           IF WS-ARC-GEN-COUNT > ZERO
               DISPLAY "Archived journal generations: "
                   WS-ARC-GEN-COUNT " (" WS-ARC-LOW-DATE " - "
                   WS-ARC-HIGH-DATE ", " WS-ARC-EXPECTED-COUNT
                   " records)"
           END-IF.

       NOTE-ONE-JOURNAL-GENERATION.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   SET WS-CAT-DONE TO TRUE
               NOT AT END
                   IF CAT-FILE-ID = "MASTJRNL"
                       ADD 1 TO WS-ARC-GEN-COUNT
                       ADD CAT-RECORD-COUNT TO WS-ARC-EXPECTED-COUNT
                       IF WS-ARC-LOW-DATE = ZERO
                               OR CAT-LOW-DATE < WS-ARC-LOW-DATE
                           MOVE CAT-LOW-DATE TO WS-ARC-LOW-DATE
                       END-IF
                       IF CAT-HIGH-DATE > WS-ARC-HIGH-DATE
                           MOVE CAT-HIGH-DATE TO WS-ARC-HIGH-DATE
                       END-IF
                   END-IF
           END-READ.

      *> A request with a from-date inside the archived span needs
      *> every catalogued MASTJRNL generation supplied on JRNLARC,
      *> oldest first. An archive that is missing or does not hold
      *> the catalogued count is flagged on the request and the run
      *> ends with a warning, since the answer may be incomplete. A
      *> request with no from-date is answered from the live journal
      *> alone and says so.
       SCAN-ARCHIVE-FOR-REQUEST.
           EVALUATE TRUE
               WHEN WS-ARC-GEN-COUNT = ZERO
                   CONTINUE
               WHEN ARQ-FROM-DATE IS NOT NUMERIC
                       OR ARQ-FROM-DATE = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  LIVE JOURNAL ONLY - ACTIVITY FROM "
                       WS-ARC-LOW-DATE " TO " WS-ARC-HIGH-DATE
                       " IS ARCHIVED, GIVE A FROM DATE TO SEARCH IT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-AUDIT-LINE
               WHEN ARQ-FROM-DATE > WS-ARC-HIGH-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM READ-JOURNAL-ARCHIVE
           END-EVALUATE.

       READ-JOURNAL-ARCHIVE.
           MOVE ZERO TO WS-ARC-READ-COUNT
           SET WS-ARC-NOT-DONE TO TRUE
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JRNL-ARC-SUCCESS
               PERFORM MATCH-ONE-ARCHIVE-RECORD UNTIL WS-ARC-DONE
               CLOSE JOURNAL-ARCHIVE-FILE
               IF WS-ARC-READ-COUNT NOT = WS-ARC-EXPECTED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** ARCHIVE INCOMPLETE - JRNLARC HELD "
                       WS-ARC-READ-COUNT " RECORDS, CATALOG EXPECTS "
                       WS-ARC-EXPECTED-COUNT " ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-AUDIT-LINE
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** ARCHIVED JOURNAL NOT SEARCHED - JRNLARC "
                   "NOT SUPPLIED, STATUS " WS-JRNL-ARC-STATUS " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-AUDIT-LINE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       MATCH-ONE-ARCHIVE-RECORD.
           READ JOURNAL-ARCHIVE-FILE INTO WS-JOURNAL-ENTRY
               AT END
                   SET WS-ARC-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARC-READ-COUNT
                   IF JRN-FILE-ID = ARQ-FILE-ID
                           AND JRN-KEY = ARQ-KEY
                       PERFORM FILTER-JOURNAL-RECORD
                   END-IF
           END-READ.

      *> The journal is read front to back once per request: the
      *> records are already in the order they were written, so the
      *> report comes out chronological without a sort step.
           END-EVALUATE.

       MATCH-ONE-JOURNAL-RECORD.
           READ MASTER-JOURNAL-FILE INTO WS-JOURNAL-ENTRY
               AT END
                   SET WS-JOURNAL-DONE TO TRUE
               NOT AT END
               WHEN OTHER
                   MOVE JRN-ACTION TO WS-JNH-ACTION
           END-EVALUATE
      *> A transfer journals both accounts, each naming the other.
      *> A customer merge names the absorbed customer on every change
      *> it makes, except the absorbed customer's own delete, which
      *> names the survivor.
           MOVE JRN-CONTRA-KEY TO WS-JNH-CONTRA-KEY
           EVALUATE TRUE
               WHEN JRN-CONTRA-KEY = SPACES OR LOW-VALUES
                   MOVE SPACES TO WS-JNH-CONTRA-TAG
                   MOVE SPACES TO WS-JNH-CONTRA-KEY
               WHEN JRN-SOURCE NOT = "CUSTDUP"
                   MOVE "CONTRA" TO WS-JNH-CONTRA-TAG
               WHEN JRN-CUST-FILE AND JRN-DELETE-ACTION
                   MOVE "MERGED INTO" TO WS-JNH-CONTRA-TAG
               WHEN OTHER
                   MOVE "MERGED FROM" TO WS-JNH-CONTRA-TAG
           END-EVALUATE
      *> A change made by a posting carries the posting reference, so
      *> the audit can be matched to its TRANSLOG or TRANHIST entry.
           IF JRN-POST-REF IS NUMERIC AND JRN-POST-REF > ZERO
               MOVE "REF" TO WS-JNH-REF-TAG
               MOVE JRN-POST-REF TO WS-JNH-POST-REF
           ELSE
               MOVE SPACES TO WS-JNH-REF-TAG
               MOVE SPACES TO WS-JNH-POST-REF
           END-IF
           MOVE WS-JOURNAL-HEAD TO WS-REPORT-LINE
           PERFORM WRITE-AUDIT-LINE
      *> Only a rewrite has two real images to set side by side; an
      *> add has no before and a delete no after, and the action
      *> line already says which. A holder record is keyed on the
      *> account alone in the journal, so every holder change names
      *> the customer it added, changed or removed.
           EVALUATE TRUE
               WHEN JRN-REL-FILE
                   PERFORM COMPARE-RELATION-IMAGES
               WHEN NOT JRN-REWRITE-ACTION
                   CONTINUE
               WHEN JRN-CUST-FILE
                   PERFORM COMPARE-CUSTOMER-IMAGES
               WHEN OTHER
                   PERFORM COMPARE-ACCOUNT-IMAGES
           END-EVALUATE.

       COMPARE-CUSTOMER-IMAGES.
           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
               MOVE WS-BA-ACC-BRANCH TO WS-CHG-OLD
               MOVE WS-AA-ACC-BRANCH TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LINE
           END-IF
           IF WS-BA-ACC-OD-LIMIT NOT = WS-AA-ACC-OD-LIMIT
               MOVE "OD LIMIT" TO WS-CHG-FIELD
               MOVE WS-BA-ACC-OD-LIMIT TO WS-BALANCE-OLD-EDIT
               MOVE WS-AA-ACC-OD-LIMIT TO WS-BALANCE-NEW-EDIT
               MOVE WS-BALANCE-OLD-EDIT TO WS-CHG-OLD
               MOVE WS-BALANCE-NEW-EDIT TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       COMPARE-RELATION-IMAGES.
           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-RELATION
           MOVE JRN-AFTER-IMAGE TO WS-AFTER-RELATION
           IF JRN-WRITE-ACTION
               MOVE SPACES TO WS-BEFORE-RELATION
           END-IF
           IF JRN-DELETE-ACTION
               MOVE SPACES TO WS-AFTER-RELATION
           END-IF
           MOVE "HOLDER" TO WS-CHG-FIELD
           MOVE WS-BR-CUST-ID TO WS-CHG-OLD
           MOVE WS-AR-CUST-ID TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LINE
           IF WS-BR-ROLE NOT = WS-AR-ROLE
               MOVE "ROLE" TO WS-CHG-FIELD
               MOVE WS-BR-ROLE TO WS-CHG-OLD
               MOVE WS-AR-ROLE TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       WRITE-CHANGE-LINE.
