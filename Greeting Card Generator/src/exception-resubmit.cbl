               05 EXCEPTION-PROGRAM PIC X(20).
               05 EXCEPTION-REASON PIC X(40).
               05 EXCEPTION-STATUS PIC X(8).
               05 EXCEPTION-ORIGINAL PIC X(600).
           FD F-ROUTE-FILE.
           01 ROUTE-RECORD PIC X(600).
           01 ROUTE-ENVELOPE-RECORD.
               05 ROUTE-ENVELOPE-TAG PIC X(3).
               05 ROUTE-ENVELOPE-BATCH-ID PIC X(10).
              05 WS-ENROLL-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-ENROLL-ROW-COUNT
                  INDEXED BY ENROLL-ROW-IDX.
                      10 WS-ENROLL-ROW-TEXT PIC X(600).
           01 WS-PRONOUN-ROW-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PRONOUN-ROWS.
              05 WS-PRONOUN-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-PRONOUN-ROW-COUNT
                  INDEXED BY PRONOUN-ROW-IDX.
                      10 WS-PRONOUN-ROW-TEXT PIC X(600).

       PROCEDURE DIVISION.

