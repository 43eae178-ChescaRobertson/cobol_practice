                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-MERGE-LIST-FILE ASSIGN TO "merge-approved.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-MERGE-REPORT-FILE ASSIGN TO "merge-applied.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-BLOCKED-FILE ASSIGN TO "merge-blocked.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BLOCKED-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           01 WS-REVIEW-RECORD PIC X(120).
           FD F-MERGE-REPORT-FILE.
           01 WS-MERGE-REPORT-RECORD PIC X(120).
           FD F-BLOCKED-FILE.
      * Pairs an unmerge proved to be two different people; they are
      * never reported or merged again, in either order
           01 BLOCKED-RECORD.
               05 BLOCKED-FIRST-ID PIC X(10).
               05 BLOCKED-SECOND-ID PIC X(10).
               05 BLOCKED-DATE PIC X(10).
               05 BLOCKED-BY PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-MERGE-LIST-STATUS PIC XX.
           01 WS-BLOCKED-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PAIR-COUNT PIC 9(6) VALUE 0.
           01 WS-MERGED-COUNT PIC 9(6) VALUE 0.
           01 WS-MERGE-OK PIC X VALUE 'Y'.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "customer-dedupe".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-SURVIVOR-BEFORE PIC X(600).                               * The survivor's as-read image for its audit entry
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-MOVE-MODE PIC X(8) VALUE "MERGE".
           01 WS-ROWS-MOVED PIC 9(6).
           01 WS-ROWS-LEFT PIC 9(6).
           01 WS-HISTORY-FAILED-COUNT PIC 9(5) VALUE 0.                 * Merges whose history rows could not be moved
           01 WS-PAIR-BLOCKED PIC X.
           01 WS-CHECK-ID-1 PIC X(10).
           01 WS-CHECK-ID-2 PIC X(10).
           01 WS-BLOCKED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-BLOCKED-IDX PIC 9(5) COMP.
           01 WS-BLOCKED-PAIRS.
              05 WS-BLOCKED-PAIR OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-BLOCKED-COUNT
                  INDEXED BY BLOCKED-IDX.
                      10 WS-BLOCKED-ID-1 PIC X(10).
                      10 WS-BLOCKED-ID-2 PIC X(10).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           PERFORM LOAD-BLOCKED-PAIRS.
           PERFORM SCAN-FOR-DUPLICATES.
           PERFORM APPLY-APPROVED-MERGES.

           DISPLAY "Duplicate pairs reported: " WS-PAIR-COUNT
               " Merges applied: " WS-MERGED-COUNT
               " Merges failed: " WS-MERGE-FAILED-COUNT.
           MOVE 0 TO RETURN-CODE.
           IF WS-HISTORY-FAILED-COUNT > 0
               DISPLAY "WARNING: " WS-HISTORY-FAILED-COUNT
                   " merges left their history rows on the absorbed ID"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Loads every record's identity fields, then reports each pair
           WRITE WS-REVIEW-RECORD.
           CLOSE F-REVIEW-FILE.

           LOAD-BLOCKED-PAIRS SECTION.
           MOVE 0 TO WS-BLOCKED-COUNT.
           OPEN INPUT F-BLOCKED-FILE.
           IF WS-BLOCKED-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BLOCKED-FILE
                   NOT AT END
                       IF WS-BLOCKED-COUNT < 20000
                           ADD 1 TO WS-BLOCKED-COUNT
                           MOVE BLOCKED-FIRST-ID
                               TO WS-BLOCKED-ID-1(WS-BLOCKED-COUNT)
                           MOVE BLOCKED-SECOND-ID
                               TO WS-BLOCKED-ID-2(WS-BLOCKED-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BLOCKED-FILE.

      * Sets WS-PAIR-BLOCKED for the two IDs in WS-CHECK-ID-1/2
           CHECK-PAIR-BLOCKED SECTION.
           MOVE 'N' TO WS-PAIR-BLOCKED.
           PERFORM VARYING WS-BLOCKED-IDX FROM 1 BY 1
               UNTIL WS-BLOCKED-IDX > WS-BLOCKED-COUNT
               IF (WS-BLOCKED-ID-1(WS-BLOCKED-IDX) = WS-CHECK-ID-1 AND
                   WS-BLOCKED-ID-2(WS-BLOCKED-IDX) = WS-CHECK-ID-2) OR
                  (WS-BLOCKED-ID-1(WS-BLOCKED-IDX) = WS-CHECK-ID-2 AND
                   WS-BLOCKED-ID-2(WS-BLOCKED-IDX) = WS-CHECK-ID-1)
                   MOVE 'Y' TO WS-PAIR-BLOCKED
               END-IF
           END-PERFORM.

      * Compares one record against every earlier record in the table
           REPORT-DUPLICATES-OF-ONE SECTION.
           PERFORM COMPARE-CUSTOMER-PAIR
                  WS-CUST-BIRTHDAY(WS-CUST-IDX) AND
              WS-CUST-ADDRESS(CUST-IDX) =
                  WS-CUST-ADDRESS(WS-CUST-IDX)
               MOVE WS-CUST-ID(CUST-IDX) TO WS-CHECK-ID-1
               MOVE WS-CUST-ID(WS-CUST-IDX) TO WS-CHECK-ID-2
               PERFORM CHECK-PAIR-BLOCKED
               IF WS-PAIR-BLOCKED = 'Y'
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               STRING "LIKELY DUPLICATE: " WS-CUST-ID(CUST-IDX)
                      " AND " WS-CUST-ID(WS-CUST-IDX)
               WRITE WS-MERGE-REPORT-RECORD
               EXIT SECTION
           END-IF.
           MOVE MERGE-SURVIVOR-ID TO WS-CHECK-ID-1.
           MOVE MERGE-DUPLICATE-ID TO WS-CHECK-ID-2.
           PERFORM CHECK-PAIR-BLOCKED.
           IF WS-PAIR-BLOCKED = 'Y'                                     * An earlier unmerge proved these are different people
               ADD 1 TO WS-MERGE-FAILED-COUNT
               MOVE SPACES TO WS-MERGE-REPORT-RECORD
               STRING "SKIPPED: " MERGE-SURVIVOR-ID " AND "
                      MERGE-DUPLICATE-ID " were unmerged, not the "
                      "same person"
                   INTO WS-MERGE-REPORT-RECORD
               END-STRING
               WRITE WS-MERGE-REPORT-RECORD
               EXIT SECTION
           END-IF.
           MOVE MERGE-SURVIVOR-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                       CALL "customer-audit-writer" USING
                           WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                           PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                           WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
               END-DELETE
           ELSE
               ADD 1 TO WS-MERGE-FAILED-COUNT
                           WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                           PERSON-ID WS-SURVIVOR-BEFORE
                           WS-AUDIT-AFTER
                           WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
                       CALL "customer-row-mover" USING WS-MOVE-MODE
                           MERGE-DUPLICATE-ID MERGE-SURVIVOR-ID
                           WS-ROWS-MOVED WS-ROWS-LEFT
                       IF RETURN-CODE = 8
                           ADD 1 TO WS-HISTORY-FAILED-COUNT
                           STRING "MERGED " MERGE-DUPLICATE-ID
                                  " INTO " MERGE-SURVIVOR-ID
                                  ", HISTORY ROWS NOT MOVED - a "
                                  "history file is too large"
                               INTO WS-MERGE-REPORT-RECORD
                           END-STRING
                       ELSE
                           STRING "MERGED " MERGE-DUPLICATE-ID
                                  " INTO " MERGE-SURVIVOR-ID
                                  ", HISTORY ROWS MOVED " WS-ROWS-MOVED
                               INTO WS-MERGE-REPORT-RECORD
                           END-STRING
                       END-IF
                       WRITE WS-MERGE-REPORT-RECORD
               END-REWRITE
           END-IF.
