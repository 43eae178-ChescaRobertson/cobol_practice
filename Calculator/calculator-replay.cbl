      * calculator-replay.cbl
      * Reads calculator-transactions.log from the top and works every
      * logged operation and expression out again through the same
      * add, subtract, multiply, divide, square and
      * expression-evaluator subprograms, so a figure quoted to
      * finance can be shown to be what the calculator gives today,
      * and any change to the arithmetic programs can be checked
      * against everything they have already produced.
      * Each entry is listed in calculator-replay.rpt with the logged
      * and recomputed results and the running totals of both; an
      * entry whose result no longer agrees is flagged DIFFERS and
      * the run ends with return code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculator-replay.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-TRANSACTION-LOG-FILE
                 ASSIGN TO "calculator-transactions.log"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOG-STATUS.
               SELECT F-REPLAY-REPORT-FILE
                 ASSIGN TO "calculator-replay.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION-LOG-RECORD PIC X(80).
      * The one-operation layout both calculators write:
      * first number, operator, second number and the result
           01 OPERATION-LOG-RECORD.
               05 OPLOG-NUM-1 PIC X(11).
               05 FILLER PIC X.
               05 OPLOG-OPERATOR PIC X.
               05 FILLER PIC X.
               05 OPLOG-NUM-2 PIC X(11).
               05 OPLOG-EQUALS PIC X(3).
               05 OPLOG-RESULT PIC X(11).
               05 FILLER PIC X(41).
           FD F-REPLAY-REPORT-FILE.
           01 REPLAY-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-NUM-1 PIC S9(7)V99.
           01 WS-NUM-2 PIC S9(7)V99.
           01 WS-RESULT PIC S9(7)V99.
           01 WS-DIVIDE-BY-ZERO PIC X.
           01 WS-EXPRESSION PIC X(80).
           01 WS-EXPR-ERROR PIC X.
           01 WS-EXPR-ERROR-TEXT PIC X(40).
           01 WS-ENTRY-KIND PIC X(10).
           01 WS-ENTRY-STATUS PIC X(10).
           01 WS-LOGGED-TEXT PIC X(11).
           01 WS-RECOMPUTED-TEXT PIC X(11).
           01 WS-LOGGED-RESULT PIC S9(7)V99.
           01 WS-LOGGED-IS-NUMBER PIC X.
           01 WS-RECOMPUTED-IS-NUMBER PIC X.
           01 WS-LINE-LEN PIC 9(3) COMP.
           01 WS-EQUALS-POS PIC 9(3) COMP.
           01 WS-SCAN-POS PIC 9(3) COMP.
           01 WS-LINE-NUMBER PIC 9(6) VALUE 0.
           01 WS-OPERATION-COUNT PIC 9(6) VALUE 0.
           01 WS-EXPRESSION-COUNT PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.
           01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFFERED-COUNT PIC 9(6) VALUE 0.
           01 WS-LOGGED-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-RECOMPUTED-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-FIGURE-DISPLAY PIC -9(7).99.
           01 WS-LOGGED-TOTAL-DISPLAY PIC -9(11).99.
           01 WS-RECOMPUTED-TOTAL-DISPLAY PIC -9(11).99.
           01 WS-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.

           OPEN INPUT F-TRANSACTION-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: calculator-transactions.log FILE "
                   "STATUS " WS-LOG-STATUS
                   ", nothing to replay"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           OPEN OUTPUT F-REPLAY-REPORT-FILE.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING "CALCULATOR TRANSACTION LOG REPLAY  RUN " WS-RUN-DATE
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING "LINE   KIND       STATUS     LOGGED      "
                  "RECOMPUTED  RUN-LOGGED      "
                  "RUN-RECOMPUTED   ENTRY"
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   NOT AT END
                       PERFORM REPLAY-ONE-ENTRY
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPLAY-TOTALS.
           CLOSE F-TRANSACTION-LOG-FILE.
           CLOSE F-REPLAY-REPORT-FILE.
           DISPLAY "Log entries replayed: " WS-LINE-NUMBER
               " matched: " WS-MATCHED-COUNT
               " differ: " WS-DIFFERED-COUNT.
           IF WS-DIFFERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Works out which layout the line is in and replays it.
      * Statistics summaries carry no operands, so they are counted
      * and listed but cannot be worked out again from the log.
           REPLAY-ONE-ENTRY SECTION.
           IF TRANSACTION-LOG-RECORD = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE SPACES TO WS-LOGGED-TEXT.
           MOVE SPACES TO WS-RECOMPUTED-TEXT.
           MOVE 'N' TO WS-LOGGED-IS-NUMBER.
           MOVE 'N' TO WS-RECOMPUTED-IS-NUMBER.
           IF TRANSACTION-LOG-RECORD(1:11) = "STATISTICS "
               MOVE "STATISTICS" TO WS-ENTRY-KIND
               MOVE "SKIPPED" TO WS-ENTRY-STATUS
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-REPLAY-LINE
               EXIT SECTION
           END-IF.
           IF OPLOG-EQUALS = " = "
                   AND FUNCTION TEST-NUMVAL(OPLOG-NUM-1) = 0
                   AND FUNCTION TEST-NUMVAL(OPLOG-NUM-2) = 0
                   AND (OPLOG-OPERATOR = "+" OR "-" OR "*" OR "/"
                        OR "S")
               PERFORM REPLAY-OPERATION
           ELSE
               PERFORM REPLAY-EXPRESSION
           END-IF.

      * One-operation entries: both operands back through the
      * subprogram for that operator
           REPLAY-OPERATION SECTION.
           MOVE "OPERATION" TO WS-ENTRY-KIND.
           ADD 1 TO WS-OPERATION-COUNT.
           MOVE OPLOG-RESULT TO WS-LOGGED-TEXT.
           MOVE FUNCTION NUMVAL(OPLOG-NUM-1) TO WS-NUM-1.
           MOVE FUNCTION NUMVAL(OPLOG-NUM-2) TO WS-NUM-2.
           MOVE 'N' TO WS-DIVIDE-BY-ZERO.
           EVALUATE OPLOG-OPERATOR
               WHEN "+"
                   CALL "add" USING WS-NUM-1, WS-NUM-2, WS-RESULT
               WHEN "-"
                   CALL "subtract" USING WS-NUM-1, WS-NUM-2, WS-RESULT
               WHEN "*"
                   CALL "multiply" USING WS-NUM-1, WS-NUM-2, WS-RESULT
               WHEN "S"
                   CALL "square" USING WS-NUM-1, WS-RESULT
               WHEN "/"
                   CALL "divide" USING WS-NUM-1, WS-NUM-2, WS-RESULT,
                       WS-DIVIDE-BY-ZERO
           END-EVALUATE.
           IF WS-DIVIDE-BY-ZERO = 'Y'
               MOVE "DIV BY ZERO" TO WS-RECOMPUTED-TEXT
           ELSE
               MOVE 'Y' TO WS-RECOMPUTED-IS-NUMBER
               MOVE WS-RESULT TO WS-FIGURE-DISPLAY
               MOVE WS-FIGURE-DISPLAY TO WS-RECOMPUTED-TEXT
           END-IF.
           PERFORM COMPARE-AND-WRITE.

      * Expression entries are the expression text, " = " and the
      * result; the last " = " on the line is the one the calculator
      * put there
           REPLAY-EXPRESSION SECTION.
           MOVE "EXPRESSION" TO WS-ENTRY-KIND.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(TRANSACTION-LOG-RECORD TRAILING)).
           MOVE 0 TO WS-EQUALS-POS.
           PERFORM VARYING WS-SCAN-POS FROM WS-LINE-LEN BY -1
                   UNTIL WS-SCAN-POS < 2 OR WS-EQUALS-POS > 0
               IF TRANSACTION-LOG-RECORD(WS-SCAN-POS - 1:3) = " = "
                   MOVE WS-SCAN-POS TO WS-EQUALS-POS
               END-IF
           END-PERFORM.
           IF WS-EQUALS-POS < 3 OR WS-EQUALS-POS + 2 > WS-LINE-LEN
               MOVE "UNREADABLE" TO WS-ENTRY-KIND
               MOVE "UNREADABLE" TO WS-ENTRY-STATUS
               ADD 1 TO WS-UNREADABLE-COUNT
               PERFORM WRITE-REPLAY-LINE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-EXPRESSION-COUNT.
           MOVE TRANSACTION-LOG-RECORD(WS-EQUALS-POS + 2:
               WS-LINE-LEN - WS-EQUALS-POS - 1) TO WS-LOGGED-TEXT.
           MOVE SPACES TO WS-EXPRESSION.
           MOVE TRANSACTION-LOG-RECORD(1:WS-EQUALS-POS - 2)
               TO WS-EXPRESSION.
           CALL "expression-evaluator" USING WS-EXPRESSION,
               WS-RESULT, WS-EXPR-ERROR, WS-EXPR-ERROR-TEXT.
           IF WS-EXPR-ERROR = 'Y'
               MOVE "REJECTED" TO WS-RECOMPUTED-TEXT
           ELSE
               MOVE 'Y' TO WS-RECOMPUTED-IS-NUMBER
               MOVE WS-RESULT TO WS-FIGURE-DISPLAY
               MOVE WS-FIGURE-DISPLAY TO WS-RECOMPUTED-TEXT
           END-IF.
           PERFORM COMPARE-AND-WRITE.

      * A logged number agrees when the recomputed number is equal;
      * a logged DIV BY ZERO agrees only when the divide still
      * refuses. Both running totals take numeric results only.
           COMPARE-AND-WRITE SECTION.
           IF FUNCTION TEST-NUMVAL(WS-LOGGED-TEXT) = 0
               MOVE 'Y' TO WS-LOGGED-IS-NUMBER
               MOVE FUNCTION NUMVAL(WS-LOGGED-TEXT)
                   TO WS-LOGGED-RESULT
               ADD WS-LOGGED-RESULT TO WS-LOGGED-TOTAL
           END-IF.
           IF WS-RECOMPUTED-IS-NUMBER = 'Y'
               ADD WS-RESULT TO WS-RECOMPUTED-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-LOGGED-IS-NUMBER = 'Y'
                       AND WS-RECOMPUTED-IS-NUMBER = 'Y'
                       AND WS-LOGGED-RESULT = WS-RESULT
                   MOVE "OK" TO WS-ENTRY-STATUS
               WHEN WS-LOGGED-IS-NUMBER = 'N'
                       AND WS-RECOMPUTED-IS-NUMBER = 'N'
                       AND WS-LOGGED-TEXT = WS-RECOMPUTED-TEXT
                   MOVE "OK" TO WS-ENTRY-STATUS
               WHEN OTHER
                   MOVE "DIFFERS" TO WS-ENTRY-STATUS
           END-EVALUATE.
           IF WS-ENTRY-STATUS = "OK"
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-DIFFERED-COUNT
           END-IF.
           PERFORM WRITE-REPLAY-LINE.

           WRITE-REPLAY-LINE SECTION.
           MOVE WS-LOGGED-TOTAL TO WS-LOGGED-TOTAL-DISPLAY.
           MOVE WS-RECOMPUTED-TOTAL TO WS-RECOMPUTED-TOTAL-DISPLAY.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING WS-LINE-NUMBER " " WS-ENTRY-KIND " "
                  WS-ENTRY-STATUS " " WS-LOGGED-TEXT " "
                  WS-RECOMPUTED-TEXT " " WS-LOGGED-TOTAL-DISPLAY " "
                  WS-RECOMPUTED-TOTAL-DISPLAY "  "
                  TRANSACTION-LOG-RECORD(1:60)
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.

           WRITE-REPLAY-TOTALS SECTION.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           WRITE REPLAY-REPORT-RECORD.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING "ENTRIES=" WS-LINE-NUMBER
                  " OPERATIONS=" WS-OPERATION-COUNT
                  " EXPRESSIONS=" WS-EXPRESSION-COUNT
                  " STATISTICS-SKIPPED=" WS-SKIPPED-COUNT
                  " UNREADABLE=" WS-UNREADABLE-COUNT
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING "MATCHED=" WS-MATCHED-COUNT
                  " DIFFERS=" WS-DIFFERED-COUNT
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.
           MOVE WS-LOGGED-TOTAL TO WS-LOGGED-TOTAL-DISPLAY.
           MOVE WS-RECOMPUTED-TOTAL TO WS-RECOMPUTED-TOTAL-DISPLAY.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING "LOGGED-TOTAL=" WS-LOGGED-TOTAL-DISPLAY
                  " RECOMPUTED-TOTAL=" WS-RECOMPUTED-TOTAL-DISPLAY
               INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           IF WS-DIFFERED-COUNT = 0
               MOVE "RESULT: EVERY REPLAYED ENTRY AGREES WITH THE LOG"
                   TO REPLAY-REPORT-RECORD
           ELSE
               MOVE "RESULT: ENTRIES DIFFER FROM THE LOG - SEE DIFFERS"
                   TO REPLAY-REPORT-RECORD
           END-IF.
           WRITE REPLAY-REPORT-RECORD.
