                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-INTAKE-FILE ASSIGN TO "birthday-intake.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               05 INTAKE-NAME PIC A(40).
               05 INTAKE-BIRTHDAY PIC 9999.
               05 INTAKE-BIRTH-YEAR PIC 9(4).
               05 INTAKE-PERSON-ID PIC X(10).                           * Lets the run be reconciled to the cards cut
           01 ENVELOPE-RECORD.
               05 ENVELOPE-TAG PIC X(3).
               05 ENVELOPE-BATCH-ID PIC X(10).
                      10 WS-ROW-NAME PIC X(40).
                      10 WS-ROW-BIRTHDAY PIC 9999.
                      10 WS-ROW-BIRTH-YEAR PIC 9(4).
                      10 WS-ROW-PERSON-ID PIC X(10).

       PROCEDURE DIVISION.

               COMPUTE WS-ROW-BIRTHDAY(ROW-IDX) =
                   BIRTHDAY-MONTH * 100 + BIRTHDAY-DAY
               MOVE BIRTHDAY-YEAR TO WS-ROW-BIRTH-YEAR(ROW-IDX)
               MOVE PERSON-ID TO WS-ROW-PERSON-ID(ROW-IDX)
               ADD BIRTHDAY-YEAR TO WS-HASH-TOTAL
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           MOVE WS-ROW-NAME(WS-ROW-IDX) TO INTAKE-NAME.
           MOVE WS-ROW-BIRTHDAY(WS-ROW-IDX) TO INTAKE-BIRTHDAY.
           MOVE WS-ROW-BIRTH-YEAR(WS-ROW-IDX) TO INTAKE-BIRTH-YEAR.
           MOVE WS-ROW-PERSON-ID(WS-ROW-IDX) TO INTAKE-PERSON-ID.
           WRITE INTAKE-RECORD.
