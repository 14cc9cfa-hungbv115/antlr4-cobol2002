               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT INQUIRY-REQUEST-FILE ASSIGN TO "CUSTINQR"
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

       FD  INQUIRY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-REL-SCAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-DONE      VALUE 'Y'.
           88  WS-REL-SCAN-NOT-DONE  VALUE 'N'.

       01  WS-INQ-REQ-STATUS    PIC X(2).
           88  WS-INQ-REQ-SUCCESS    VALUE '00'.

       01  WS-INQ-ACCT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-INQ-ACCT-FILE-OPEN  VALUE 'Y'.

       01  WS-INQ-REL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-INQ-REL-FILE-OPEN   VALUE 'Y'.

       01  WS-SEARCH-LENGTH     PIC 9(2) COMP.
       01  WS-TRIM-FLAG         PIC X(1) VALUE 'N'.
           88  WS-TRIM-DONE        VALUE 'Y'.
           05  WS-DTL-ACC-STATUS  PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ACC-BALANCE PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ACC-ROLE    PIC X(7).
           05  FILLER             PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                           "inquiry, status " WS-ACCT-FILE-STATUS
                   END-IF
               END-IF
               OPEN INPUT ACCOUNT-RELATION-FILE
               IF WS-REL-FILE-SUCCESS
                   SET WS-INQ-REL-FILE-OPEN TO TRUE
               ELSE
                   IF WS-REL-FILE-STATUS NOT = "35"
                       DISPLAY "Unable to open ACCOUNT-RELATION-FILE "
                           "for inquiry, status " WS-REL-FILE-STATUS
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCESS-ONE-REQUEST.
           PERFORM WRITE-INQUIRY-LINE
           IF WS-INQ-ACCT-FILE-OPEN
               PERFORM LIST-CUSTOMER-ACCOUNTS
               IF WS-INQ-REL-FILE-OPEN
                   PERFORM LIST-HELD-ACCOUNTS
               END-IF
           END-IF.

      *> The account master carries no key on customer id, so each
                       MOVE ACC-TYPE TO WS-DTL-ACC-TYPE
                       MOVE ACC-STATUS TO WS-DTL-ACC-STATUS
                       MOVE ACC-BALANCE TO WS-DTL-ACC-BALANCE
                       MOVE "OWNER" TO WS-DTL-ACC-ROLE
                       MOVE WS-ACCOUNT-DETAIL TO WS-REPORT-LINE
                       PERFORM WRITE-INQUIRY-LINE
                   END-IF
           END-READ.

      *> After the accounts the customer owns come the ones they can
      *> act on as a joint holder or authorised signer. A beneficiary
      *> cannot act on the account, so is not listed against it.
       LIST-HELD-ACCOUNTS.
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           MOVE CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-HELD-ACCOUNT UNTIL WS-REL-SCAN-DONE.

       LIST-ONE-HELD-ACCOUNT.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-CUST-ID NOT = CUST-ID
                       SET WS-REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-JOINT OR REL-SIGNER
                           PERFORM REPORT-HELD-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       REPORT-HELD-ACCOUNT.
           MOVE REL-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-DTL-ACC-NUMBER
                   MOVE ACC-TYPE TO WS-DTL-ACC-TYPE
                   MOVE ACC-STATUS TO WS-DTL-ACC-STATUS
                   MOVE ACC-BALANCE TO WS-DTL-ACC-BALANCE
                   IF REL-JOINT
                       MOVE "JOINT" TO WS-DTL-ACC-ROLE
                   ELSE
                       MOVE "SIGNER" TO WS-DTL-ACC-ROLE
                   END-IF
                   MOVE WS-ACCOUNT-DETAIL TO WS-REPORT-LINE
                   PERFORM WRITE-INQUIRY-LINE
           END-READ.

       WRITE-REQUEST-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INQUIRY " INQ-SEARCH-TYPE " "
           IF WS-INQ-ACCT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-INQ-REL-FILE-OPEN
               CLOSE ACCOUNT-RELATION-FILE
           END-IF
           IF WS-INQ-REQ-SUCCESS OR WS-INQ-REQ-STATUS = "10"
               CLOSE INQUIRY-REQUEST-FILE
           END-IF
