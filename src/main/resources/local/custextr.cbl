               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT XML-OUT-FILE ASSIGN TO "CUSTXOUT"
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

       FD  XML-OUT-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-ACCT-FILE-STATUS  PIC X(2).
           88  WS-ACCT-FILE-SUCCESS  VALUE '00'.

       01  WS-REL-FILE-STATUS   PIC X(2).
           88  WS-REL-FILE-SUCCESS   VALUE '00'.

       01  WS-REL-SCAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-DONE      VALUE 'Y'.
           88  WS-REL-SCAN-NOT-DONE  VALUE 'N'.

       01  WS-XML-OUT-STATUS    PIC X(2).
           88  WS-XML-OUT-SUCCESS    VALUE '00'.

       01  WS-XTR-CUST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-XTR-CUST-FILE-OPEN  VALUE 'Y'.

       01  WS-XTR-REL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-XTR-REL-FILE-OPEN   VALUE 'Y'.

       01  WS-XML-ROLE          PIC X(11).

       01  WS-EXTRACT-COUNTS.
           05  WS-CUSTOMER-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-ACCOUNT-COUNT   PIC 9(5) VALUE ZERO.
                           "extract, status " WS-ACCT-FILE-STATUS
                   END-IF
               END-IF
               OPEN INPUT ACCOUNT-RELATION-FILE
               IF WS-REL-FILE-SUCCESS
                   SET WS-XTR-REL-FILE-OPEN TO TRUE
               ELSE
                   IF WS-REL-FILE-STATUS NOT = "35"
                       DISPLAY "Unable to open ACCOUNT-RELATION-FILE "
                           "for extract, status " WS-REL-FILE-STATUS
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-FILE KEY >= CUST-ID
                   INVALID KEY
           END-STRING
           IF WS-XTR-ACCT-FILE-OPEN
               PERFORM APPEND-CUSTOMER-ACCOUNTS
               IF WS-XTR-REL-FILE-OPEN
                   PERFORM APPEND-HELD-ACCOUNTS
               END-IF
           END-IF
           STRING "</accounts></customer>"
               DELIMITED BY SIZE
                   SET WS-ACCT-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACC-CUST-ID = CUST-ID
                       MOVE "primary" TO WS-XML-ROLE
                       PERFORM APPEND-ACCOUNT-ELEMENT
                       IF WS-DOC-OVERFLOW
                           SET WS-ACCT-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> Each account carries the customer's role on it: primary for
      *> the owner, then joint, signer or beneficiary from ACCTREL.
       APPEND-ACCOUNT-ELEMENT.
           MOVE ACC-BALANCE TO WS-ACC-BALANCE-TEXT
           STRING "<account><number>" ACC-NUMBER
               "</number><type>" ACC-TYPE
               "</type><balance>" WS-ACC-BALANCE-TEXT
               "</balance><branch>" ACC-BRANCH
               "</branch><role>"
               DELIMITED BY SIZE
               WS-XML-ROLE DELIMITED BY SPACE
               "</role></account>"
               DELIMITED BY SIZE
               INTO WS-XML-BUILD-AREA
               WITH POINTER WS-XML-POINTER
               ON OVERFLOW
                   SET WS-DOC-OVERFLOW TO TRUE
               NOT ON OVERFLOW
                   ADD 1 TO WS-ACCOUNT-COUNT
           END-STRING.

       APPEND-HELD-ACCOUNTS.
           SET WS-REL-SCAN-NOT-DONE TO TRUE
           MOVE CUST-ID TO REL-CUST-ID
           START ACCOUNT-RELATION-FILE KEY = REL-CUST-ID
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
           END-START
           PERFORM APPEND-ONE-HELD-ACCOUNT
               UNTIL WS-REL-SCAN-DONE OR WS-DOC-OVERFLOW.

       APPEND-ONE-HELD-ACCOUNT.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-CUST-ID NOT = CUST-ID
                       SET WS-REL-SCAN-DONE TO TRUE
                   ELSE
                       MOVE REL-ACC-NUMBER TO ACC-NUMBER
                       READ ACCOUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN REL-JOINT
                                       MOVE "joint" TO WS-XML-ROLE
                                   WHEN REL-SIGNER
                                       MOVE "signer" TO WS-XML-ROLE
                                   WHEN REL-BENEFICIARY
                                       MOVE "beneficiary"
                                           TO WS-XML-ROLE
                                   WHEN OTHER
                                       MOVE REL-ROLE TO WS-XML-ROLE
                               END-EVALUATE
                               PERFORM APPEND-ACCOUNT-ELEMENT
                       END-READ
                   END-IF
           END-READ.

           IF WS-XTR-ACCT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-XTR-REL-FILE-OPEN
               CLOSE ACCOUNT-RELATION-FILE
           END-IF
           IF WS-XTR-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
