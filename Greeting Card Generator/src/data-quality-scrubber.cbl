                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-QUALITY-REPORT-FILE
                 ASSIGN TO "data-quality.rpt"
           01 WS-AT-COUNT PIC 9(3).
           01 WS-TODAY-DATE PIC X(10).
           01 WS-PRONOUN-RESULT PIC A(5).
           01 WS-POSTAL-STREET PIC X(40).                               * Copies, so the sweep never alters the master
           01 WS-POSTAL-CITY PIC X(30).
           01 WS-POSTAL-STATE PIC X(20).
           01 WS-POSTAL-CODE PIC X(10).
           01 WS-POSTAL-RESULT PIC X(8).
           01 WS-POSTAL-REASON PIC X(40).
           01 WS-POSTAL-DETAIL PIC X(160).
           01 WS-RULE-COUNTS.                                           * One tally per data-quality rule
               05 WS-BLANK-ADDRESS-COUNT PIC 9(6) VALUE 0.
               05 WS-BAD-EMAIL-COUNT PIC 9(6) VALUE 0.
               05 WS-BAD-PRONOUN-COUNT PIC 9(6) VALUE 0.
               05 WS-FUTURE-BIRTHDAY-COUNT PIC 9(6) VALUE 0.
               05 WS-BAD-BIRTHDAY-COUNT PIC 9(6) VALUE 0.
               05 WS-POSTAL-MISMATCH-COUNT PIC 9(6) VALUE 0.
               05 WS-POSTAL-SPELLING-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           END-IF.
           IF PERSON-STATUS NOT = "ACTIVE" AND
              PERSON-STATUS NOT = "INACTIVE" AND
              PERSON-STATUS NOT = "DORMANT" AND
              PERSON-STATUS NOT = "DECEASED"
               ADD 1 TO WS-BAD-STATUS-COUNT
               MOVE 'Y' TO WS-RECORD-FAILED
               END-IF
           END-IF.
           PERFORM SCORE-BIRTHDAY.
           MOVE SPACES TO WS-POSTAL-DETAIL.
           IF PERSON-ADDRESS NOT = SPACES
               PERFORM SCORE-POSTAL-MATCH
           END-IF.
           IF WS-RECORD-FAILED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               IF WS-POSTAL-DETAIL NOT = SPACES
                   WRITE WS-REPORT-RECORD FROM WS-POSTAL-DETAIL
               END-IF
               MOVE SPACES TO QUEUE-RECORD
               MOVE 'U' TO QUEUE-ACTION
               MOVE PERSON-ID TO QUEUE-ID
               END-STRING
           END-IF.

      * The stored address held up to the postal reference: a postal
      * code that cannot go with its city or state is a mismatch; one
      * that only wants the post office's spelling is listed with it
           SCORE-POSTAL-MATCH SECTION.
           MOVE PERSON-STREET TO WS-POSTAL-STREET.
           MOVE PERSON-CITY TO WS-POSTAL-CITY.
           MOVE PERSON-STATE TO WS-POSTAL-STATE.
           MOVE PERSON-POSTAL-CODE TO WS-POSTAL-CODE.
           CALL "postal-standardizer" USING PERSON-COUNTRY,
               WS-POSTAL-STREET, WS-POSTAL-CITY, WS-POSTAL-STATE,
               WS-POSTAL-CODE, WS-POSTAL-RESULT, WS-POSTAL-REASON.
           EVALUATE WS-POSTAL-RESULT
               WHEN "REJECTED"
                   ADD 1 TO WS-POSTAL-MISMATCH-COUNT
                   MOVE 'Y' TO WS-RECORD-FAILED
                   STRING FUNCTION TRIM(WS-RECORD-REASONS)
                       " postal-mismatch" INTO WS-RECORD-REASONS
                   END-STRING
                   STRING "    " FUNCTION TRIM(PERSON-CITY) ", "
                          FUNCTION TRIM(PERSON-STATE) " "
                          FUNCTION TRIM(PERSON-POSTAL-CODE) ": "
                          WS-POSTAL-REASON
                       INTO WS-POSTAL-DETAIL
                   END-STRING
               WHEN "FIXED"
                   ADD 1 TO WS-POSTAL-SPELLING-COUNT
                   MOVE 'Y' TO WS-RECORD-FAILED
                   STRING FUNCTION TRIM(WS-RECORD-REASONS)
                       " postal-spelling" INTO WS-RECORD-REASONS
                   END-STRING
                   STRING "    " FUNCTION TRIM(PERSON-CITY) ", "
                          FUNCTION TRIM(PERSON-STATE) " "
                          FUNCTION TRIM(PERSON-POSTAL-CODE)
                          ": standard is "
                          FUNCTION TRIM(WS-POSTAL-CITY) ", "
                          FUNCTION TRIM(WS-POSTAL-STATE)
                       INTO WS-POSTAL-DETAIL
                   END-STRING
           END-EVALUATE.

           WRITE-RULE-COUNTS SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SCANNED=" WS-SCANNED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "POSTAL-MISMATCH=" WS-POSTAL-MISMATCH-COUNT
                  " POSTAL-SPELLING=" WS-POSTAL-SPELLING-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
