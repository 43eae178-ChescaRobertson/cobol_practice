           FILE-CONTROL.
               SELECT F-FIZZBUZZ-RULES-FILE
                 ASSIGN TO "fizzbuzz-rules.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RULES-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-FIZZBUZZ-RULES-FILE.
      * The first two fields are the original divisor row and still
      * stand alone. Type D (or blank) is divisible by RULE-DIVISOR,
      * C is the number contains RULE-DIGIT, R is the number lies in
      * RULE-RANGE-LOW thru RULE-RANGE-HIGH. Action J (or blank)
      * joins the label to the others; O overrides them and shows
      * this label alone. Lower RULE-PRIORITY applies first; blank
      * counts as 99 and ties keep file order.
           01 FIZZBUZZ-RULE-RECORD.
               05 RULE-DIVISOR PIC 9(3).
               05 RULE-LABEL PIC X(10).
               05 RULE-TYPE PIC X.
               05 RULE-ACTION PIC X.
               05 RULE-PRIORITY PIC X(2).
               05 RULE-DIGIT PIC X.
               05 RULE-RANGE-LOW PIC X(7).
               05 RULE-RANGE-HIGH PIC X(7).
           WORKING-STORAGE SECTION.
           01 WS-NUM UNSIGNED-INT.
           01 WS-RULES-STATUS PIC XX.
                   INDEXED BY RULE-IDX.
                       10 WS-RULE-DIVISOR PIC 9(3).
                       10 WS-RULE-LABEL PIC X(10).
                       10 WS-RULE-TYPE PIC X.
                       10 WS-RULE-ACTION PIC X.
                       10 WS-RULE-PRIORITY PIC 9(2).
                       10 WS-RULE-DIGIT PIC X.
                       10 WS-RULE-RANGE-LOW PIC 9(7).
                       10 WS-RULE-RANGE-HIGH PIC 9(7).
           01 WS-NEW-RULE.
               05 WS-NEW-RULE-DIVISOR PIC 9(3).
               05 WS-NEW-RULE-LABEL PIC X(10).
               05 WS-NEW-RULE-TYPE PIC X.
               05 WS-NEW-RULE-ACTION PIC X.
               05 WS-NEW-RULE-PRIORITY PIC 9(2).
               05 WS-NEW-RULE-DIGIT PIC X.
               05 WS-NEW-RULE-RANGE-LOW PIC 9(7).
               05 WS-NEW-RULE-RANGE-HIGH PIC 9(7).
           01 WS-LOADED-COUNT PIC 9(4) COMP.
           01 WS-RULE-ROW-NUMBER PIC 9(4).
           01 WS-RULE-REJECT-REASON PIC X(40).
           01 WS-INSERT-AT PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-TEST-NUM PIC 9(10).
           01 WS-TEST-NUM-TEXT PIC Z(9)9.
           01 WS-DIGIT-TALLY PIC 9(2) COMP.
           01 WS-RULE-MATCHED PIC X.
           01 WS-LABEL-OVERRIDDEN PIC X.
       PROCEDURE DIVISION.
           PERFORM LOAD-FIZZBUZZ-RULES.
           DISPLAY "Choose your number: ".
           ACCEPT WS-NUM.
           PERFORM PROCESS-NUMBER.
           GOBACK.

           LOAD-FIZZBUZZ-RULES.
           MOVE 20 TO WS-RULE-COUNT.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-RULE-ROW-NUMBER.
           OPEN INPUT F-FIZZBUZZ-RULES-FILE.
           IF WS-RULES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FIZZBUZZ-RULES-FILE
                       NOT AT END
                           ADD 1 TO WS-RULE-ROW-NUMBER
                           IF FIZZBUZZ-RULE-RECORD NOT = SPACES
                               PERFORM VALIDATE-RULE-ROW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FIZZBUZZ-RULES-FILE
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-RULE-COUNT.
           IF WS-RULE-COUNT = 0
               MOVE 2 TO WS-RULE-COUNT
               MOVE 3 TO WS-RULE-DIVISOR(1)
               MOVE "Fizz" TO WS-RULE-LABEL(1)
               MOVE 5 TO WS-RULE-DIVISOR(2)
               MOVE "Buzz" TO WS-RULE-LABEL(2)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > 2
                   MOVE "D" TO WS-RULE-TYPE(WS-RULE-IDX)
                   MOVE "J" TO WS-RULE-ACTION(WS-RULE-IDX)
                   MOVE 99 TO WS-RULE-PRIORITY(WS-RULE-IDX)
                   MOVE SPACE TO WS-RULE-DIGIT(WS-RULE-IDX)
                   MOVE 0 TO WS-RULE-RANGE-LOW(WS-RULE-IDX)
                   MOVE 0 TO WS-RULE-RANGE-HIGH(WS-RULE-IDX)
               END-PERFORM
           END-IF.

      * A bad row is named with its row number and reason and left
      * out; the rest of the file still loads
           VALIDATE-RULE-ROW.
           MOVE SPACES TO WS-RULE-REJECT-REASON.
           EVALUATE TRUE
               WHEN RULE-TYPE NOT = "D" AND RULE-TYPE NOT = "C"
                       AND RULE-TYPE NOT = "R" AND RULE-TYPE NOT = SPACE
                   STRING "unknown rule type '" RULE-TYPE
                          "' (D, C or R)"
                       INTO WS-RULE-REJECT-REASON
                   END-STRING
               WHEN RULE-LABEL = SPACES
                   MOVE "no label" TO WS-RULE-REJECT-REASON
               WHEN RULE-ACTION NOT = "J" AND RULE-ACTION NOT = "O"
                       AND RULE-ACTION NOT = SPACE
                   STRING "unknown action '" RULE-ACTION
                          "' (J or O)"
                       INTO WS-RULE-REJECT-REASON
                   END-STRING
               WHEN RULE-PRIORITY NOT = SPACES
                       AND RULE-PRIORITY IS NOT NUMERIC
                   MOVE "priority must be 00 to 99"
                       TO WS-RULE-REJECT-REASON
               WHEN (RULE-TYPE = "D" OR RULE-TYPE = SPACE)
                       AND (RULE-DIVISOR IS NOT NUMERIC
                            OR RULE-DIVISOR = 0)
                   MOVE "divisor must be 001 to 999"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "C"
                       AND (RULE-DIGIT < "0" OR RULE-DIGIT > "9")
                   MOVE "contains rule needs a digit 0 to 9"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "R"
                       AND (RULE-RANGE-LOW IS NOT NUMERIC
                            OR RULE-RANGE-HIGH IS NOT NUMERIC)
                   MOVE "range bounds must be 7 digits each"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "R"
                       AND RULE-RANGE-LOW > RULE-RANGE-HIGH
                   MOVE "range low is above range high"
                       TO WS-RULE-REJECT-REASON
               WHEN WS-LOADED-COUNT >= 20
                   MOVE "more than 20 rules"
                       TO WS-RULE-REJECT-REASON
           END-EVALUATE.
           IF WS-RULE-REJECT-REASON NOT = SPACES
               DISPLAY "REJECTED: fizzbuzz-rules.dat row "
                   WS-RULE-ROW-NUMBER " - " WS-RULE-REJECT-REASON
           ELSE
               PERFORM BUILD-NEW-RULE
               PERFORM INSERT-RULE-BY-PRIORITY
           END-IF.

           BUILD-NEW-RULE.
           MOVE RULE-LABEL TO WS-NEW-RULE-LABEL.
           MOVE 0 TO WS-NEW-RULE-DIVISOR.
           MOVE SPACE TO WS-NEW-RULE-DIGIT.
           MOVE 0 TO WS-NEW-RULE-RANGE-LOW.
           MOVE 0 TO WS-NEW-RULE-RANGE-HIGH.
           EVALUATE RULE-TYPE
               WHEN "C"
                   MOVE "C" TO WS-NEW-RULE-TYPE
                   MOVE RULE-DIGIT TO WS-NEW-RULE-DIGIT
               WHEN "R"
                   MOVE "R" TO WS-NEW-RULE-TYPE
                   MOVE RULE-RANGE-LOW TO WS-NEW-RULE-RANGE-LOW
                   MOVE RULE-RANGE-HIGH TO WS-NEW-RULE-RANGE-HIGH
               WHEN OTHER
                   MOVE "D" TO WS-NEW-RULE-TYPE
                   MOVE RULE-DIVISOR TO WS-NEW-RULE-DIVISOR
           END-EVALUATE.
           IF RULE-ACTION = "O"
               MOVE "O" TO WS-NEW-RULE-ACTION
           ELSE
               MOVE "J" TO WS-NEW-RULE-ACTION
           END-IF.
           IF RULE-PRIORITY = SPACES
               MOVE 99 TO WS-NEW-RULE-PRIORITY
           ELSE
               MOVE RULE-PRIORITY TO WS-NEW-RULE-PRIORITY
           END-IF.

      * Keeps the table in priority order as it loads; a new rule
      * goes after every rule of the same or lower priority number
           INSERT-RULE-BY-PRIORITY.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE WS-LOADED-COUNT TO WS-INSERT-AT.
           PERFORM UNTIL WS-INSERT-AT = 1
                   OR WS-RULE-PRIORITY(WS-INSERT-AT - 1)
                       <= WS-NEW-RULE-PRIORITY
               COMPUTE WS-SHIFT-IDX = WS-INSERT-AT - 1
               MOVE WS-FIZZBUZZ-RULE(WS-SHIFT-IDX)
                   TO WS-FIZZBUZZ-RULE(WS-INSERT-AT)
               SUBTRACT 1 FROM WS-INSERT-AT
           END-PERFORM.
           MOVE WS-NEW-RULE TO WS-FIZZBUZZ-RULE(WS-INSERT-AT).

           PROCESS-NUMBER.
           MOVE SPACES TO WS-NUM-LABEL.
           MOVE 'N' TO WS-LABEL-OVERRIDDEN.
           MOVE WS-NUM TO WS-TEST-NUM.
           PERFORM APPEND-MATCHING-LABEL
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           END-IF.

           APPEND-MATCHING-LABEL.
           IF WS-LABEL-OVERRIDDEN = 'N'
               PERFORM TEST-RULE-MATCH
               IF WS-RULE-MATCHED = 'Y'
                   IF WS-RULE-ACTION(WS-RULE-IDX) = "O"
                       MOVE WS-RULE-LABEL(WS-RULE-IDX) TO WS-NUM-LABEL
                       MOVE 'Y' TO WS-LABEL-OVERRIDDEN
                   ELSE
                       MOVE WS-NUM-LABEL TO WS-NUM-LABEL-PREV
                       STRING WS-NUM-LABEL-PREV DELIMITED BY SPACE
                           WS-RULE-LABEL(WS-RULE-IDX) DELIMITED BY SPACE
                           INTO WS-NUM-LABEL
                       END-STRING
                   END-IF
               END-IF
           END-IF.

           TEST-RULE-MATCH.
           MOVE 'N' TO WS-RULE-MATCHED.
           EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
               WHEN "C"
                   MOVE WS-TEST-NUM TO WS-TEST-NUM-TEXT
                   MOVE 0 TO WS-DIGIT-TALLY
                   INSPECT WS-TEST-NUM-TEXT TALLYING WS-DIGIT-TALLY
                       FOR ALL WS-RULE-DIGIT(WS-RULE-IDX)
                   IF WS-DIGIT-TALLY > 0
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
               WHEN "R"
                   IF WS-TEST-NUM >= WS-RULE-RANGE-LOW(WS-RULE-IDX)
                       AND WS-TEST-NUM
                           <= WS-RULE-RANGE-HIGH(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
               WHEN OTHER
                   IF FUNCTION MOD(WS-TEST-NUM,
                      WS-RULE-DIVISOR(WS-RULE-IDX)) = 0
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
           END-EVALUATE.
