               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT CONTROL-SUMMARY-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE
               88  TL-TRANS-DEBIT       VALUE 'D'.
               88  TL-TRANS-CREDIT      VALUE 'C'.
               88  TL-TRANS-NEW         VALUE 'N'.
               88  TL-TRANS-NSF-FEE     VALUE 'E'.
               88  TL-TRANS-XFER-OUT    VALUE 'O'.
               88  TL-TRANS-XFER-IN     VALUE 'I'.
               88  TL-TRANS-REV-CREDIT  VALUE 'R'.
               88  TL-TRANS-REV-DEBIT   VALUE 'V'.
           05  TL-AMOUNT            PIC S9(10)V99.
           05  TL-BALANCE-AFTER     PIC S9(10)V99.
           05  TL-RESULT-CODE       PIC 9(2).
               88  TL-RESULT-APPLIED    VALUE 0.
      *> The other account of a transfer leg; zero on other postings.
           05  TL-CONTRA-ACC-NUMBER PIC 9(10).
      *> The posting's own reference, and on a reversal the reference
      *> of the posting it backs out; zero otherwise.
           05  TL-POST-REF          PIC 9(10).
           05  TL-REVERSED-REF      PIC 9(10).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
               88  ACC-CLOSED       VALUE "X".
           05  ACC-LAST-ACTIVITY PIC 9(8).
           05  ACC-BRANCH       PIC X(4).
           05  ACC-OD-LIMIT     PIC S9(7)V99 COMP-3.

       FD  GL-POSTING-FILE
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

       WORKING-STORAGE SECTION.
       01  WS-TRANS-LOG-STATUS  PIC X(2).
           88  WS-TRANS-LOG-SUCCESS  VALUE '00'.
       01  WS-RUN-REG-STATUS    PIC X(2).
           88  WS-RUN-REG-SUCCESS    VALUE '00'.

       01  WS-CTL-SUM-STATUS    PIC X(2).
           88  WS-CTL-SUM-SUCCESS    VALUE '00'.

      *> The processing date comes from the run-control card, never
      *> the system clock, the same discipline as the posting run.
       01  WS-RUN-PROCESS-DATE  PIC 9(8) VALUE ZERO.
                   INDEXED BY APL-IDX.
               10  WS-APL-ACC-TYPE    PIC X(1).
               10  WS-APL-TRANS-CODE  PIC X(1).
                   88  WS-APL-DEBIT-SIDE  VALUE "D", "E", "O", "V".
               10  WS-APL-COUNT       PIC 9(7).
               10  WS-APL-AMOUNT      PIC S9(13)V99.

           05  WS-GL-DEBIT-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  WS-GL-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-XFER-OUT-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-XFER-IN-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-REV-CREDIT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REV-CREDIT-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  WS-REV-DEBIT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REV-DEBIT-TOTAL    PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

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
               MOVE WS-LOG-READ-COUNT TO CSM-RECORDS-IN
               MOVE WS-GL-RECORD-COUNT TO CSM-RECORDS-OUT
               MOVE WS-LOG-DECLINED-COUNT TO CSM-RECORDS-REJECTED
               MOVE WS-TOTAL-DEBITS TO CSM-DEBIT-TOTAL
               MOVE WS-TOTAL-CREDITS TO CSM-CREDIT-TOTAL
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
      *> matching how the reconciliation counts it.
               WHEN TL-TRANS-NEW
                   ADD TL-AMOUNT TO WS-TOTAL-CREDITS
      *> An NSF fee is a debit to the customer with its own GL line.
               WHEN TL-TRANS-NSF-FEE
                   ADD TL-AMOUNT TO WS-TOTAL-DEBITS
      *> Transfer legs carry their own codes, so they reach finance
      *> on their own GL lines rather than inside debits and credits.
               WHEN TL-TRANS-XFER-OUT
                   ADD TL-AMOUNT TO WS-TOTAL-DEBITS
                   ADD TL-AMOUNT TO WS-XFER-OUT-TOTAL
               WHEN TL-TRANS-XFER-IN
                   ADD TL-AMOUNT TO WS-TOTAL-CREDITS
                   ADD TL-AMOUNT TO WS-XFER-IN-TOTAL
      *> Reversals likewise keep their own codes and GL lines, so a
      *> correction is never netted away inside the day's ordinary
      *> debits and credits: R credits back a debit, V debits back
      *> a credit.
               WHEN TL-TRANS-REV-CREDIT
                   ADD TL-AMOUNT TO WS-TOTAL-CREDITS
                   ADD 1 TO WS-REV-CREDIT-COUNT
                   ADD TL-AMOUNT TO WS-REV-CREDIT-TOTAL
               WHEN TL-TRANS-REV-DEBIT
                   ADD TL-AMOUNT TO WS-TOTAL-DEBITS
                   ADD 1 TO WS-REV-DEBIT-COUNT
                   ADD TL-AMOUNT TO WS-REV-DEBIT-TOTAL
               WHEN OTHER
                   DISPLAY "Unknown transaction code "
                       TL-TRANS-CODE
               SET WS-EXTRACT-BALANCED TO TRUE
           ELSE
               SET WS-EXTRACT-OUT TO TRUE
           END-IF
      *> Both legs of a transfer post or neither does, so the day's
      *> transfers out must equal its transfers in.
           IF WS-XFER-OUT-TOTAL NOT = WS-XFER-IN-TOTAL
               DISPLAY "Transfer legs do not agree: out "
                   WS-XFER-OUT-TOTAL " in " WS-XFER-IN-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       TOTAL-ONE-APPLIED-ENTRY.
           IF WS-APL-DEBIT-SIDE (APL-IDX)
               ADD WS-APL-AMOUNT (APL-IDX) TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-APL-AMOUNT (APL-IDX) TO WS-GL-CREDIT-TOTAL
           MOVE WS-RUN-PROCESS-DATE TO GL-POST-DATE
           MOVE WS-APL-ACC-TYPE (APL-IDX) TO GL-ACC-TYPE
           MOVE WS-APL-TRANS-CODE (APL-IDX) TO GL-TRANS-CODE
           IF WS-APL-DEBIT-SIDE (APL-IDX)
               MOVE "D" TO GL-DR-CR
           ELSE
               MOVE "C" TO GL-DR-CR
           DISPLAY "Suspense (no master):    " WS-SUSPENSE-COUNT
           DISPLAY "Total debits:            " WS-TOTAL-DEBITS
           DISPLAY "Total credits:           " WS-TOTAL-CREDITS
           DISPLAY "Transfers out:           " WS-XFER-OUT-TOTAL
           DISPLAY "Transfers in:            " WS-XFER-IN-TOTAL
           DISPLAY "Reversal credits:        " WS-REV-CREDIT-COUNT
               " " WS-REV-CREDIT-TOTAL
           DISPLAY "Reversal debits:         " WS-REV-DEBIT-COUNT
               " " WS-REV-DEBIT-TOTAL
           DISPLAY "GL detail records:       " WS-GL-RECORD-COUNT.

       END PROGRAM GLEXTR.
