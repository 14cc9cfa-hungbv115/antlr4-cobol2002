               88  SUP-BAD-BOTH      VALUE "R3".
               88  SUP-BAD-NATIONAL  VALUE "R4".
               88  SUP-OUT-OF-SEQ    VALUE "R5".
               88  SUP-NO-ACCOUNT    VALUE "R6".
           05  SUP-RECYCLE-COUNT  PIC 9(2).
           05  SUP-ORIG-RUN-DATE  PIC 9(8).
           05  SUP-SOURCE-ID      PIC X(1).
      *> One row per reject reason, tallied by disposition, for the
      *> counts-by-action-and-reason section of the report.
       01  WS-REASON-SUB         PIC 9(1).
       01  WS-REASON-ROW-MAX     PIC 9(1) VALUE 7.
       01  WS-REASON-CODE-TABLE.
           05  FILLER             PIC X(2) VALUE "R1".
           05  FILLER             PIC X(2) VALUE "R2".
           05  FILLER             PIC X(2) VALUE "R3".
           05  FILLER             PIC X(2) VALUE "R4".
           05  FILLER             PIC X(2) VALUE "R5".
           05  FILLER             PIC X(2) VALUE "R6".
           05  FILLER             PIC X(2) VALUE "??".
       01  WS-REASON-CODES REDEFINES WS-REASON-CODE-TABLE.
           05  WS-REASON-CODE     PIC X(2) OCCURS 7 TIMES.
       01  WS-REASON-TALLY-TABLE.
           05  WS-RSN-ENTRY OCCURS 7 TIMES.
               10  WS-RSN-FORCED    PIC 9(5) VALUE ZERO.
               10  WS-RSN-SENT-BACK PIC 9(5) VALUE ZERO.
               10  WS-RSN-WRITEOFF  PIC 9(5) VALUE ZERO.
                   MOVE 4 TO WS-REASON-SUB
               WHEN "R5"
                   MOVE 5 TO WS-REASON-SUB
               WHEN "R6"
                   MOVE 6 TO WS-REASON-SUB
               WHEN OTHER
                   MOVE 7 TO WS-REASON-SUB
           END-EVALUATE.

      *> A forced item re-enters the next run with the supervisor's
      *> to the supervisor queue. The double-byte name fields were
      *> never carried on the supervisor record; the same deliberate
      *> bad pair the recycle run plants keeps an uncorrectable R4 or
      *> R5 item from posting with its name data wiped. An R6 item
      *> goes back as it stands: it clears once its key is mapped to
      *> an open account, and its posting card carries no name data.
       SEND-BACK-PARA.
           MOVE SUP-FIELD-1 TO RCY-FIELD-1
           MOVE SUP-FIELD-2 TO RCY-FIELD-2
