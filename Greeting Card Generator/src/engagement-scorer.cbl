                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
