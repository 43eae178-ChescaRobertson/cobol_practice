      * Masks one customer field for display according to the role of
      * the operator at the keyboard. The role comes from the
      * operator's rows in operator-auth.dat, the rule for each role
      * and field from field-masking.dat, which compliance maintains:
      * SHOW leaves the value alone, PARTIAL keeps only what a caller
      * needs to confirm identity, HIDE stars the value out. A field
      * with no rule for the role, nor a "*" row for every role, is
      * hidden. Both files are read once per run unit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. field-masker.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-AUTH-FILE ASSIGN TO "operator-auth.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUTH-STATUS.
               SELECT F-MASKING-FILE ASSIGN TO "field-masking.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MASKING-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-AUTH-FILE.
           01 AUTH-RECORD.
               05 AUTH-OPERATOR PIC X(8).
               05 AUTH-PROGRAM PIC X(20).
               05 AUTH-ACTION PIC X(8).
               05 AUTH-ROLE PIC X(10).
           FD F-MASKING-FILE.
      * One rule per role and field; a role of "*" applies to every
      * role that has no row of its own for the field
           01 MASKING-RECORD.
               05 MASK-ROLE PIC X(10).
               05 MASK-FIELD PIC X(12).                                 * EMAIL, STREET, BIRTH-YEAR or VOUCHER
               05 MASK-RULE PIC X(8).                                   * SHOW, PARTIAL or HIDE
           WORKING-STORAGE SECTION.
           01 WS-AUTH-STATUS PIC XX.
           01 WS-MASKING-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RULES-LOADED PIC X VALUE 'N'.
           01 WS-OPERATOR PIC X(8).
           01 WS-ROLE PIC X(10).
           01 WS-RULE PIC X(8).
           01 WS-VALUE-LEN PIC 9(3) COMP.
           01 WS-KEEP-LEN PIC 9(3) COMP.
           01 WS-CHAR-POS PIC 9(3) COMP.
           01 WS-RULE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-RULE-IDX PIC 9(3) COMP.
           01 WS-MASK-RULES.                                            * Rows for this operator's role, then the "*" rows
              05 WS-MASK-RULE-ROW OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-RULE-COUNT
                  INDEXED BY MASK-RULE-IDX.
                      10 WS-MR-OWN-ROLE PIC X.
                      10 WS-MR-FIELD PIC X(12).
                      10 WS-MR-RULE PIC X(8).
           LINKAGE SECTION.
           01 LS-FIELD-NAME PIC X(12).
           01 LS-FIELD-VALUE PIC X(60).
       PROCEDURE DIVISION USING LS-FIELD-NAME, LS-FIELD-VALUE.

           IF WS-RULES-LOADED = 'N'
               PERFORM RESOLVE-OPERATOR-ROLE
               PERFORM LOAD-MASKING-RULES
               MOVE 'Y' TO WS-RULES-LOADED
           END-IF.
           IF LS-FIELD-VALUE = SPACES
               GOBACK
           END-IF.
           PERFORM FIND-FIELD-RULE.
           COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LS-FIELD-VALUE TRAILING)).
           IF LS-FIELD-NAME = "BIRTH-YEAR"                              * Callers pass the whole date; only the year is masked
               MOVE 4 TO WS-VALUE-LEN
           END-IF.
           EVALUATE WS-RULE
               WHEN "SHOW"
                   CONTINUE
               WHEN "PARTIAL"
                   PERFORM MASK-PARTIAL
               WHEN OTHER
                   MOVE ALL "*" TO LS-FIELD-VALUE(1:WS-VALUE-LEN)
           END-EVALUATE.
           GOBACK.

      * The same OPERATOR identity operator-auth resolves; the role is
      * the first one named on any of the operator's rows
           RESOLVE-OPERATOR-ROLE SECTION.
           MOVE SPACES TO WS-OPERATOR.
           MOVE SPACES TO WS-ROLE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           IF WS-OPERATOR = SPACES
               EXIT SECTION
           END-IF.
           OPEN INPUT F-AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTH-FILE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR AND
                          AUTH-ROLE NOT = SPACES AND
                          WS-ROLE = SPACES
                           MOVE AUTH-ROLE TO WS-ROLE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUTH-FILE.

           LOAD-MASKING-RULES SECTION.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT F-MASKING-FILE.
           IF WS-MASKING-STATUS NOT = "00"                              * No rules at all: every field stays hidden
               DISPLAY "WARNING: field-masking.dat FILE STATUS "
                   WS-MASKING-STATUS ", customer details are masked"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MASKING-FILE
                   NOT AT END
                       PERFORM KEEP-ONE-MASKING-RULE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MASKING-FILE.

           KEEP-ONE-MASKING-RULE SECTION.
           IF WS-RULE-COUNT >= 200
               EXIT SECTION
           END-IF.
           IF MASK-ROLE = "*" OR
              (MASK-ROLE = WS-ROLE AND WS-ROLE NOT = SPACES)
               ADD 1 TO WS-RULE-COUNT
               IF MASK-ROLE = "*"
                   MOVE 'N' TO WS-MR-OWN-ROLE(WS-RULE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-MR-OWN-ROLE(WS-RULE-COUNT)
               END-IF
               MOVE MASK-FIELD TO WS-MR-FIELD(WS-RULE-COUNT)
               MOVE MASK-RULE TO WS-MR-RULE(WS-RULE-COUNT)
           END-IF.

      * The role's own row outranks the "*" row for the same field
           FIND-FIELD-RULE SECTION.
           MOVE "HIDE" TO WS-RULE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-MR-FIELD(WS-RULE-IDX) = LS-FIELD-NAME AND
                  WS-MR-OWN-ROLE(WS-RULE-IDX) = 'N'
                   MOVE WS-MR-RULE(WS-RULE-IDX) TO WS-RULE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-MR-FIELD(WS-RULE-IDX) = LS-FIELD-NAME AND
                  WS-MR-OWN-ROLE(WS-RULE-IDX) = 'Y'
                   MOVE WS-MR-RULE(WS-RULE-IDX) TO WS-RULE
               END-IF
           END-PERFORM.

      * Enough left showing for a caller to confirm it is theirs: the
      * email's first letter and domain, the street's house number,
      * the birth decade, and a voucher code's last four characters
           MASK-PARTIAL SECTION.
           EVALUATE LS-FIELD-NAME
               WHEN "EMAIL"
                   MOVE 0 TO WS-KEEP-LEN
                   INSPECT LS-FIELD-VALUE TALLYING WS-KEEP-LEN
                       FOR CHARACTERS BEFORE INITIAL "@"
                   PERFORM VARYING WS-CHAR-POS FROM 2 BY 1
                       UNTIL WS-CHAR-POS > WS-KEEP-LEN OR
                             WS-CHAR-POS > WS-VALUE-LEN
                       MOVE "*" TO LS-FIELD-VALUE(WS-CHAR-POS:1)
                   END-PERFORM
               WHEN "STREET"
                   MOVE 0 TO WS-KEEP-LEN
                   INSPECT LS-FIELD-VALUE TALLYING WS-KEEP-LEN
                       FOR CHARACTERS BEFORE INITIAL " "
                   ADD 1 TO WS-KEEP-LEN
                   PERFORM VARYING WS-CHAR-POS FROM WS-KEEP-LEN BY 1
                       UNTIL WS-CHAR-POS > WS-VALUE-LEN
                       IF LS-FIELD-VALUE(WS-CHAR-POS:1) NOT = SPACE
                           MOVE "*" TO LS-FIELD-VALUE(WS-CHAR-POS:1)
                       END-IF
                   END-PERFORM
               WHEN "BIRTH-YEAR"
                   MOVE "**" TO LS-FIELD-VALUE(3:2)
               WHEN OTHER
                   IF WS-VALUE-LEN > 4
                       COMPUTE WS-KEEP-LEN = WS-VALUE-LEN - 4
                       MOVE ALL "*" TO LS-FIELD-VALUE(1:WS-KEEP-LEN)
                   END-IF
           END-EVALUATE.
