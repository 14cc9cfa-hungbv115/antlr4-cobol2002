       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNRPT.
       AUTHOR. ANTLR4-COBOL.
       DATE-WRITTEN. 2026-09-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEMS-FILE ASSIGN TO "RTNITEMS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTN-ITEMS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT RETURNED-REPORT-FILE ASSIGN TO "RTNRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           05  CUST-ID          PIC X(10).
           05  CUST-NAME        PIC X(50).
           05  CUST-ADDRESS     PIC X(100).
           05  CUST-PHONE       PIC X(15).
           05  CUST-BRANCH      PIC X(4).

       FD  RETURNED-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURNED-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RTN-ITEMS-STATUS  PIC X(2).
           88  WS-RTN-ITEMS-SUCCESS  VALUE '00'.

       01  WS-CUST-FILE-STATUS  PIC X(2).
           88  WS-CUST-FILE-SUCCESS  VALUE '00'.

       01  WS-RTN-RPT-STATUS    PIC X(2).
           88  WS-RTN-RPT-SUCCESS    VALUE '00'.

       01  WS-RTN-EOF-FLAG      PIC X(1) VALUE 'N'.
           88  WS-RTN-DONE         VALUE 'Y'.
           88  WS-RTN-NOT-DONE     VALUE 'N'.

       01  WS-RTN-ITEMS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-ITEMS-OPEN     VALUE 'Y'.

       01  WS-RTN-CUST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88  WS-RTN-CUST-FILE-OPEN  VALUE 'Y'.

      *> RTNITEMS is written in posting order, so the day's items are
      *> held here and listed branch by branch, account by account.
       01  WS-ITEM-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-ITEM-MAX          PIC 9(3) COMP VALUE 500.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY ITM-IDX.
               10  WS-ITEM-RECORD   PIC X(80).
               10  WS-ITEM-SORT-KEY PIC X(14).
               10  WS-ITEM-LISTED   PIC X(1).

       01  WS-RETURNED-ITEM.
           05  WS-RI-PROCESS-DATE PIC 9(8).
           05  WS-RI-BRANCH       PIC X(4).
           05  WS-RI-ACC-NUMBER   PIC 9(10).
           05  WS-RI-CUST-ID      PIC X(10).
           05  WS-RI-TRANS-CODE   PIC X(1).
           05  WS-RI-AMOUNT       PIC S9(10)V99.
           05  WS-RI-BALANCE      PIC S9(10)V99.
           05  WS-RI-OD-LIMIT     PIC S9(7)V99.
           05  WS-RI-RESULT-CODE  PIC 9(2).
           05  WS-RI-FEE-AMOUNT   PIC 9(5)V99.
           05  FILLER             PIC X(5).

       01  WS-PICK-SUB          PIC 9(3) COMP.
       01  WS-PICK-KEY          PIC X(14).
       01  WS-CURR-BRANCH       PIC X(4) VALUE HIGH-VALUES.
       01  WS-REPORT-DATE       PIC 9(8) VALUE ZERO.

       01  WS-BRANCH-TOTALS.
           05  WS-BR-ITEM-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-BR-AMOUNT       PIC S9(12)V99 VALUE ZERO.
           05  WS-BR-FEES         PIC 9(7)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-ITEM-READ-COUNT PIC 9(5) VALUE ZERO.
           05  WS-BRANCH-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-GRAND-AMOUNT    PIC S9(12)V99 VALUE ZERO.
           05  WS-GRAND-FEES      PIC 9(7)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT       PIC -(12)9.99.
       01  WS-FEES-EDIT         PIC Z(6)9.99.

       01  WS-REPORT-LINE       PIC X(132).
       01  WS-RETURNED-DETAIL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-ACC-NUMBER  PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-NAME   PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-PHONE  PIC X(15).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-TRANS-CODE  PIC X(1).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT      PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-BALANCE     PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-OD-LIMIT    PIC -(7)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT-CODE PIC 9(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DTL-FEE         PIC Z(4)9.99.
           05  FILLER             PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Returned-items report by branch"
           PERFORM OPEN-RETURNED-FILES
           PERFORM LOAD-ONE-RETURNED-ITEM UNTIL WS-RTN-DONE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-NEXT-RETURNED-ITEM WS-ITEM-COUNT TIMES
           IF WS-CURR-BRANCH NOT = HIGH-VALUES
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           PERFORM CLOSE-RETURNED-FILES
           STOP RUN.

       OPEN-RETURNED-FILES.
           OPEN OUTPUT RETURNED-REPORT-FILE
           IF NOT WS-RTN-RPT-SUCCESS
               DISPLAY "Permanent I/O error opening RETURNED-REPORT-"
                   "FILE, status " WS-RTN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETURNED-ITEMS-FILE
           EVALUATE TRUE
               WHEN WS-RTN-ITEMS-SUCCESS
                   SET WS-RTN-ITEMS-OPEN TO TRUE
               WHEN WS-RTN-ITEMS-STATUS = "35"
                   DISPLAY "RETURNED-ITEMS-FILE not present, nothing "
                       "to report"
                   SET WS-RTN-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Permanent I/O error opening RETURNED-"
                       "ITEMS-FILE, status " WS-RTN-ITEMS-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RTN-DONE TO TRUE
           END-EVALUATE
      *> The customer master only supplies the name and phone the
      *> branch needs to make contact; the report still runs without
      *> it.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-SUCCESS
               SET WS-RTN-CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open CUSTOMER-FILE, status "
                   WS-CUST-FILE-STATUS " - names not shown"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-RETURNED-ITEM.
           READ RETURNED-ITEMS-FILE
               AT END
                   SET WS-RTN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEM-READ-COUNT
                   PERFORM ADD-RETURNED-ITEM
           END-READ.

       ADD-RETURNED-ITEM.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE RETURNED-ITEM-RECORD TO WS-ITEM-RECORD (ITM-IDX)
               STRING RTN-BRANCH RTN-ACC-NUMBER
                   DELIMITED BY SIZE INTO WS-ITEM-SORT-KEY (ITM-IDX)
               MOVE "N" TO WS-ITEM-LISTED (ITM-IDX)
               IF WS-REPORT-DATE = ZERO
                   MOVE RTN-PROCESS-DATE TO WS-REPORT-DATE
               END-IF
           ELSE
               DISPLAY "Returned-item table full, account "
                   RTN-ACC-NUMBER " not reported"
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNED ITEMS (NSF) BY BRANCH - PROCESSING DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACCOUNT     CUSTOMER    NAME                      "
               "PHONE            T          AMOUNT  BALANCE BEFORE  "
               "   OD LIMIT  RC      FEE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE.

      *> Items are listed by repeatedly picking the lowest unlisted
      *> branch and account, so each branch's items print together
      *> under one heading with a subtotal.
       LIST-NEXT-RETURNED-ITEM.
           MOVE ZERO TO WS-PICK-SUB
           MOVE HIGH-VALUES TO WS-PICK-KEY
           PERFORM WEIGH-ONE-RETURNED-ITEM
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > WS-ITEM-COUNT
           IF WS-PICK-SUB > ZERO
               SET ITM-IDX TO WS-PICK-SUB
               MOVE "Y" TO WS-ITEM-LISTED (ITM-IDX)
               MOVE WS-ITEM-RECORD (ITM-IDX) TO WS-RETURNED-ITEM
               IF WS-RI-BRANCH NOT = WS-CURR-BRANCH
                   IF WS-CURR-BRANCH NOT = HIGH-VALUES
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM START-BRANCH-GROUP
               END-IF
               PERFORM WRITE-RETURNED-DETAIL
           END-IF.

       WEIGH-ONE-RETURNED-ITEM.
           IF WS-ITEM-LISTED (ITM-IDX) = "N"
               IF WS-ITEM-SORT-KEY (ITM-IDX) < WS-PICK-KEY
                   MOVE WS-ITEM-SORT-KEY (ITM-IDX) TO WS-PICK-KEY
                   SET WS-PICK-SUB TO ITM-IDX
               END-IF
           END-IF.

       START-BRANCH-GROUP.
           MOVE WS-RI-BRANCH TO WS-CURR-BRANCH
           ADD 1 TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-BR-ITEM-COUNT
           MOVE ZERO TO WS-BR-AMOUNT
           MOVE ZERO TO WS-BR-FEES
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BRANCH " WS-CURR-BRANCH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE.

       WRITE-RETURNED-DETAIL.
           MOVE WS-RI-ACC-NUMBER TO WS-DTL-ACC-NUMBER
           MOVE WS-RI-CUST-ID TO WS-DTL-CUST-ID
           MOVE SPACES TO WS-DTL-CUST-NAME
           MOVE SPACES TO WS-DTL-CUST-PHONE
           IF WS-RTN-CUST-FILE-OPEN
               MOVE WS-RI-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "*NOT ON CUSTOMER FILE*"
                           TO WS-DTL-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-DTL-CUST-NAME
                       MOVE CUST-PHONE TO WS-DTL-CUST-PHONE
               END-READ
           END-IF
           MOVE WS-RI-TRANS-CODE TO WS-DTL-TRANS-CODE
           MOVE WS-RI-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-RI-BALANCE TO WS-DTL-BALANCE
           MOVE WS-RI-OD-LIMIT TO WS-DTL-OD-LIMIT
           MOVE WS-RI-RESULT-CODE TO WS-DTL-RESULT-CODE
           MOVE WS-RI-FEE-AMOUNT TO WS-DTL-FEE
           MOVE WS-RETURNED-DETAIL TO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE
           ADD 1 TO WS-BR-ITEM-COUNT
           ADD WS-RI-AMOUNT TO WS-BR-AMOUNT
           ADD WS-RI-FEE-AMOUNT TO WS-BR-FEES
           ADD WS-RI-AMOUNT TO WS-GRAND-AMOUNT
           ADD WS-RI-FEE-AMOUNT TO WS-GRAND-FEES.

       WRITE-BRANCH-TOTAL.
           MOVE WS-BR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-BR-FEES TO WS-FEES-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BRANCH " WS-CURR-BRANCH " TOTAL  ITEMS: "
               WS-BR-ITEM-COUNT "  AMOUNT: " WS-AMOUNT-EDIT
               "  FEES: " WS-FEES-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-GRAND-FEES TO WS-FEES-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GRAND TOTAL  BRANCHES: " WS-BRANCH-COUNT
               "  ITEMS: " WS-ITEM-READ-COUNT
               "  AMOUNT: " WS-AMOUNT-EDIT
               "  FEES: " WS-FEES-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RETURNED-LINE
           DISPLAY "Returned items read:  " WS-ITEM-READ-COUNT
           DISPLAY "Branches reported:    " WS-BRANCH-COUNT
           DISPLAY "Total returned:       " WS-AMOUNT-EDIT
           DISPLAY "Total NSF fees:       " WS-FEES-EDIT.

       WRITE-RETURNED-LINE.
           MOVE WS-REPORT-LINE TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           IF NOT WS-RTN-RPT-SUCCESS
               DISPLAY "Permanent I/O error writing RETURNED-REPORT-"
                   "FILE, status " WS-RTN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-RETURNED-FILES.
           IF WS-RTN-ITEMS-OPEN
               CLOSE RETURNED-ITEMS-FILE
           END-IF
           IF WS-RTN-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE RETURNED-REPORT-FILE.

       END PROGRAM RTNRPT.
