      * Batch companion to main-program.cbl: works through a file of
      * operations instead of prompting for one at a time, so the
      * month-end postage adjustments stop being typed in by hand.
      * A file whose first row is STATISTICS is a column of signed
      * amounts instead, one per row, and gets count, sum, mean,
      * median, minimum, maximum and standard deviation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculator-batch.
       ENVIRONMENT DIVISION.
           01 EXPRESSION-OPERATION-RECORD.
               05 EXPR-OPERATION-CODE PIC X.
               05 EXPR-OPERATION-TEXT PIC X(80).
      * In statistics mode every row after the header is one amount
           01 STATISTICS-VALUE-RECORD.
               05 STAT-VALUE-TEXT PIC X(20).
               05 FILLER PIC X(61).
           FD F-RESULTS-FILE.
           01 RESULTS-RECORD PIC X(60).
           FD F-TRANSACTION-LOG-FILE.
           01 WS-EXPRESSION PIC X(80).
           01 WS-EXPR-ERROR PIC X.
           01 WS-EXPR-ERROR-TEXT PIC X(40).
           01 WS-STATISTICS-MODE PIC X VALUE 'N'.
           01 WS-STAT-MAX-VALUES PIC 9(5) VALUE 10000.
           01 WS-STAT-COUNT PIC 9(5) VALUE 0.
           01 WS-STAT-TABLE.
               05 WS-STAT-VALUE PIC S9(7)V99
                   OCCURS 1 TO 10000 DEPENDING ON WS-STAT-COUNT.
           01 WS-STAT-NUMBER PIC S9(9)V99.
           01 WS-STAT-SUM PIC S9(11)V99 VALUE 0.
           01 WS-STAT-MEAN PIC S9(7)V9(6).
           01 WS-STAT-MEDIAN PIC S9(7)V9(3).
           01 WS-STAT-MINIMUM PIC S9(7)V99.
           01 WS-STAT-MAXIMUM PIC S9(7)V99.
           01 WS-STAT-SQUARES PIC S9(20)V9(6).
           01 WS-STAT-DEVIATION PIC S9(9)V9(6).
           01 WS-STAT-STD-DEV PIC S9(7)V9(6).
           01 WS-STAT-I PIC 9(5).
           01 WS-STAT-J PIC 9(5).
           01 WS-STAT-HOLD PIC S9(7)V99.
           01 WS-STAT-MIDDLE PIC 9(5).
           01 WS-STAT-COUNT-DISPLAY PIC Z(4)9.
           01 WS-STAT-SUM-DISPLAY PIC -9(11).99.
           01 WS-STAT-FIGURE-DISPLAY PIC -9(7).99.
           01 WS-STAT-LOG-MEAN PIC -9(7).99.
           01 WS-STAT-LOG-STD-DEV PIC -9(7).99.

       PROCEDURE DIVISION.

           END-IF.
           OPEN OUTPUT F-RESULTS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           READ F-OPERATIONS-FILE
               NOT AT END
                   IF FUNCTION UPPER-CASE(STAT-VALUE-TEXT)
                           = "STATISTICS"
                       MOVE 'Y' TO WS-STATISTICS-MODE
                   ELSE
                       PERFORM PROCESS-ONE-OPERATION
                   END-IF
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OPERATIONS-FILE
                   NOT AT END
                       IF WS-STATISTICS-MODE = 'Y'
                           PERFORM ADD-STATISTICS-VALUE
                       ELSE
                           PERFORM PROCESS-ONE-OPERATION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-STATISTICS-MODE = 'Y'
               PERFORM WRITE-STATISTICS
           END-IF.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "PROCESSED=" WS-PROCESSED-COUNT
                  " REJECTED=" WS-REJECTED-COUNT
               WRITE TRANSACTION-LOG-RECORD
               CLOSE F-TRANSACTION-LOG-FILE
           END-IF.

      * One amount per row in statistics mode; blank rows are
      * skipped and anything that is not a signed decimal that fits
      * the calculator's own S9(7)V99 is rejected with its text
           ADD-STATISTICS-VALUE SECTION.
           IF STAT-VALUE-TEXT = SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(STAT-VALUE-TEXT) NOT = 0
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RESULTS-RECORD
               STRING "REJECTED: not a number, " STAT-VALUE-TEXT
                   INTO RESULTS-RECORD
               END-STRING
               WRITE RESULTS-RECORD
               EXIT SECTION
           END-IF.
           COMPUTE WS-STAT-NUMBER = FUNCTION NUMVAL(STAT-VALUE-TEXT)
               ON SIZE ERROR
                   MOVE 99999999 TO WS-STAT-NUMBER
           END-COMPUTE.
           IF WS-STAT-NUMBER > 9999999.99
                   OR WS-STAT-NUMBER < -9999999.99
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RESULTS-RECORD
               STRING "REJECTED: too large, " STAT-VALUE-TEXT
                   INTO RESULTS-RECORD
               END-STRING
               WRITE RESULTS-RECORD
               EXIT SECTION
           END-IF.
           IF WS-STAT-COUNT >= WS-STAT-MAX-VALUES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RESULTS-RECORD
               STRING "REJECTED: over 10000 values, " STAT-VALUE-TEXT
                   INTO RESULTS-RECORD
               END-STRING
               WRITE RESULTS-RECORD
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-STAT-COUNT.
           ADD 1 TO WS-PROCESSED-COUNT.
           MOVE WS-STAT-NUMBER TO WS-STAT-VALUE(WS-STAT-COUNT).
           ADD WS-STAT-NUMBER TO WS-STAT-SUM.
           IF WS-STAT-COUNT = 1
               MOVE WS-STAT-NUMBER TO WS-STAT-MINIMUM
               MOVE WS-STAT-NUMBER TO WS-STAT-MAXIMUM
           ELSE
               IF WS-STAT-NUMBER < WS-STAT-MINIMUM
                   MOVE WS-STAT-NUMBER TO WS-STAT-MINIMUM
               END-IF
               IF WS-STAT-NUMBER > WS-STAT-MAXIMUM
                   MOVE WS-STAT-NUMBER TO WS-STAT-MAXIMUM
               END-IF
           END-IF.

      * The summary block for the whole column. Standard deviation
      * is the population figure (divide by the count), as for a
      * complete month of amounts rather than a sample of one
           WRITE-STATISTICS SECTION.
           IF WS-STAT-COUNT = 0
               MOVE "STATISTICS: no values to summarise"
                   TO RESULTS-RECORD
               WRITE RESULTS-RECORD
               EXIT SECTION
           END-IF.
           COMPUTE WS-STAT-MEAN ROUNDED = WS-STAT-SUM / WS-STAT-COUNT.
           MOVE 0 TO WS-STAT-SQUARES.
           PERFORM VARYING WS-STAT-I FROM 1 BY 1
                   UNTIL WS-STAT-I > WS-STAT-COUNT
               COMPUTE WS-STAT-DEVIATION =
                   WS-STAT-VALUE(WS-STAT-I) - WS-STAT-MEAN
               COMPUTE WS-STAT-SQUARES = WS-STAT-SQUARES
                   + WS-STAT-DEVIATION * WS-STAT-DEVIATION
           END-PERFORM.
           COMPUTE WS-STAT-STD-DEV ROUNDED =
               FUNCTION SQRT(WS-STAT-SQUARES / WS-STAT-COUNT).
           PERFORM SORT-STATISTICS-VALUES.
           COMPUTE WS-STAT-MIDDLE = (WS-STAT-COUNT + 1) / 2.
           IF FUNCTION MOD(WS-STAT-COUNT, 2) = 1
               MOVE WS-STAT-VALUE(WS-STAT-MIDDLE) TO WS-STAT-MEDIAN
           ELSE
               COMPUTE WS-STAT-MEDIAN =
                   (WS-STAT-VALUE(WS-STAT-MIDDLE)
                    + WS-STAT-VALUE(WS-STAT-MIDDLE + 1)) / 2
           END-IF.

           MOVE WS-STAT-COUNT TO WS-STAT-COUNT-DISPLAY.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS COUNT   = " WS-STAT-COUNT-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           MOVE WS-STAT-SUM TO WS-STAT-SUM-DISPLAY.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS SUM     = " WS-STAT-SUM-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           COMPUTE WS-STAT-FIGURE-DISPLAY ROUNDED = WS-STAT-MEAN.
           MOVE WS-STAT-FIGURE-DISPLAY TO WS-STAT-LOG-MEAN.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS MEAN    = " WS-STAT-FIGURE-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           COMPUTE WS-STAT-FIGURE-DISPLAY ROUNDED = WS-STAT-MEDIAN.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS MEDIAN  = " WS-STAT-FIGURE-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           MOVE WS-STAT-MINIMUM TO WS-STAT-FIGURE-DISPLAY.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS MINIMUM = " WS-STAT-FIGURE-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           MOVE WS-STAT-MAXIMUM TO WS-STAT-FIGURE-DISPLAY.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS MAXIMUM = " WS-STAT-FIGURE-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           COMPUTE WS-STAT-FIGURE-DISPLAY ROUNDED = WS-STAT-STD-DEV.
           MOVE WS-STAT-FIGURE-DISPLAY TO WS-STAT-LOG-STD-DEV.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "STATISTICS STD-DEV = " WS-STAT-FIGURE-DISPLAY
               INTO RESULTS-RECORD
           END-STRING.
           WRITE RESULTS-RECORD.
           PERFORM LOG-STATISTICS.

      * Straight insertion into ascending order so the median can
      * be read off the middle of the table
           SORT-STATISTICS-VALUES SECTION.
           PERFORM VARYING WS-STAT-I FROM 2 BY 1
                   UNTIL WS-STAT-I > WS-STAT-COUNT
               MOVE WS-STAT-VALUE(WS-STAT-I) TO WS-STAT-HOLD
               MOVE WS-STAT-I TO WS-STAT-J
               PERFORM UNTIL WS-STAT-J < 2
                       OR WS-STAT-VALUE(WS-STAT-J - 1) <= WS-STAT-HOLD
                   MOVE WS-STAT-VALUE(WS-STAT-J - 1)
                       TO WS-STAT-VALUE(WS-STAT-J)
                   SUBTRACT 1 FROM WS-STAT-J
               END-PERFORM
               MOVE WS-STAT-HOLD TO WS-STAT-VALUE(WS-STAT-J)
           END-PERFORM.

      * One line in the shared transaction log for the whole run
           LOG-STATISTICS SECTION.
           OPEN EXTEND F-TRANSACTION-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT F-TRANSACTION-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS = "00"
               MOVE SPACES TO TRANSACTION-LOG-RECORD
               STRING "STATISTICS N=" WS-STAT-COUNT
                      " SUM=" WS-STAT-SUM-DISPLAY
                      " MEAN=" WS-STAT-LOG-MEAN
                      " SD=" WS-STAT-LOG-STD-DEV
                   INTO TRANSACTION-LOG-RECORD
               END-STRING
               WRITE TRANSACTION-LOG-RECORD
               CLOSE F-TRANSACTION-LOG-FILE
           END-IF.
