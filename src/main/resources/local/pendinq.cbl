           05  JRN-KEY          PIC X(10).
           05  JRN-BEFORE-IMAGE PIC X(180).
           05  JRN-AFTER-IMAGE  PIC X(180).
           05  JRN-CONTRA-KEY   PIC X(10).
           05  JRN-POST-REF     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-CUST-PEND-STATUS  PIC X(2).
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE "D" TO JRN-ACTION
               MOVE "PENDINQ" TO JRN-SOURCE
               MOVE SPACES TO JRN-CONTRA-KEY
               MOVE ZERO TO JRN-POST-REF
               WRITE MASTER-JOURNAL-RECORD
               IF NOT WS-JOURNAL-SUCCESS
                   DISPLAY "Permanent I/O error writing MASTER-"
