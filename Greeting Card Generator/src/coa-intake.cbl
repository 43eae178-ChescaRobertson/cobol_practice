                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-REVIEW-FILE ASSIGN TO "coa-review.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 WS-AMBIGUOUS-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-STANDARDIZED-COUNT PIC 9(6) VALUE 0.
           01 WS-MATCH-COUNT PIC 9(3).
           01 WS-MATCHED-ID PIC X(10).
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "coa-intake".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-POSTAL-COUNTRY PIC X(2) VALUE SPACES.                  * The change-of-address product is domestic only
           01 WS-POSTAL-RESULT PIC X(8).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "coa-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

           STRING "MOVES APPLIED: " WS-APPLIED-COUNT
                  " AMBIGUOUS: " WS-AMBIGUOUS-COUNT
                  " UNMATCHED: " WS-UNMATCHED-COUNT
                  " REJECTED: " WS-REJECTED-COUNT
                  " STANDARDIZED: " WS-STANDARDIZED-COUNT
               INTO WS-REVIEW-RECORD
           END-STRING.
           WRITE WS-REVIEW-RECORD.
           CLOSE F-REVIEW-FILE.
           DISPLAY "Moves applied: " WS-APPLIED-COUNT
               " Ambiguous to review: " WS-AMBIGUOUS-COUNT
               " Unmatched: " WS-UNMATCHED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Standardized: " WS-STANDARDIZED-COUNT.
           GOBACK.

      * One mover is applied only when exactly one customer carries
      * the feed's name and old street/city/postal; anything else is
      * a review line, never a guess. The new address is first put
      * in the post office's spelling; one the postal reference says
      * cannot exist goes to exceptions.dat and is not applied.
           APPLY-ONE-MOVE SECTION.
           CALL "postal-standardizer" USING WS-POSTAL-COUNTRY,
               COA-NEW-STREET, COA-NEW-CITY, COA-NEW-STATE,
               COA-NEW-POSTAL-CODE, WS-POSTAL-RESULT, WS-EXC-REASON.
           IF WS-POSTAL-RESULT = "REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE COA-RECORD TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING WS-EXC-PROGRAM
                   WS-EXC-REASON WS-EXC-ORIGINAL
               EXIT SECTION
           END-IF.
           IF WS-POSTAL-RESULT = "FIXED"
               ADD 1 TO WS-STANDARDIZED-COUNT
           END-IF.
           PERFORM COUNT-FEED-MATCHES.
           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   CALL "customer-audit-writer" USING
                       WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                       PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                       WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
           END-REWRITE.
