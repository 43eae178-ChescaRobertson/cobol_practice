      * Second-operator sign-off for the customer changes
      * customer-maintenance holds back: name, address, email,
      * status and VIP. Each waiting change is shown against the
      * record as it stands and approved, rejected or left for later;
      * the operator who keyed a change may not decide it. Approved
      * changes are applied with both operators in customer-audit.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-approval.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-APPROVAL-FILE ASSIGN TO "customer-approvals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPROVAL-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PERSON-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-APPROVAL-FILE.
      * Changes held by customer-maintenance, decided here; decided
      * rows stay on file as the record of who approved what
           COPY "customer-approval.cpy".
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           WORKING-STORAGE SECTION.
           01 WS-APPROVAL-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-ANSWER PIC X.
           01 WS-REJECT-NOTE PIC X(40).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-QUEUE-LOCK-NAME PIC X(40)
               VALUE "customer-approvals.lck".
           01 WS-QUEUE-LOCK-HOLDER PIC X(20) VALUE "customer-approval".
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "customer-approval".
           01 WS-AUTH-ACTION PIC X(8) VALUE "APPROVE".
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "customer-approval".
           01 WS-AUDIT-ACTION PIC X(8) VALUE "REWRITE".
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-LEFT-COUNT PIC 9(6) VALUE 0.
           01 WS-CHANGE-IDX PIC 9(5) COMP.
           01 WS-CHANGE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CHANGES-LOADED PIC 9(5) COMP VALUE 0.                  * Rows on file when the session started
           01 WS-FILE-ROW PIC 9(5) COMP.
           01 WS-CHANGES-TRUNCATED PIC X VALUE 'N'.                     * 'Y' when the file outgrew the table
           01 WS-CHANGES.                                               * The whole file, rewritten once decisions are made
              05 WS-CHANGE-ROW OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-CHANGE-COUNT
                  INDEXED BY CHANGE-IDX.
                      10 WS-CHANGE-LINE PIC X(490).
                      10 WS-CHANGE-DECIDED PIC X.                       * 'Y' once decided in this session
      * The held transaction, in customer-maintenance's layout
           COPY "customer-maint.cpy".

       PROCEDURE DIVISION.

           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHECK" TO WS-LOCK-ACTION.                               * The nightly pass owns customers.dat while its lock is on
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, approvals not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-HELD-CHANGES.
           IF WS-CHANGES-TRUNCATED = 'Y'                                * Deciding rows that could not be saved back would
               DISPLAY "WARNING: customer-approvals.dat over 20000 "    * apply changes with no record of who approved them
                   "rows, nothing decided - archive decided rows first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CHANGE-COUNT = 0
               DISPLAY "No customer changes on file for approval"
               GOBACK
           END-IF.
           OPEN I-O F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing decided"
               GOBACK
           END-IF.
           PERFORM DECIDE-ONE-CHANGE
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               PERFORM SAVE-HELD-CHANGES
           END-IF.
           DISPLAY "Approved: " WS-APPROVED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Still waiting: " WS-LEFT-COUNT.
           GOBACK.

           LOAD-HELD-CHANGES SECTION.
           MOVE 0 TO WS-CHANGE-COUNT.
           OPEN INPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-APPROVAL-FILE
                   NOT AT END
                       IF WS-CHANGE-COUNT < 20000
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE APPROVAL-RECORD
                               TO WS-CHANGE-LINE(WS-CHANGE-COUNT)
                           MOVE 'N'
                               TO WS-CHANGE-DECIDED(WS-CHANGE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CHANGES-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.
           MOVE WS-CHANGE-COUNT TO WS-CHANGES-LOADED.

      * Shows one waiting change beside the stored values and takes
      * the decision; the keying operator's own changes are skipped
           DECIDE-ONE-CHANGE SECTION.
           MOVE WS-CHANGE-LINE(WS-CHANGE-IDX) TO APPROVAL-RECORD.
           IF APPROVAL-STATE NOT = "PENDING"
               EXIT SECTION
           END-IF.
           MOVE APPROVAL-CHANGE TO MAINT-RECORD.
           DISPLAY " ".
           DISPLAY "Change " APPROVAL-NUMBER " for customer " MAINT-ID
               " keyed by " APPROVAL-REQUESTED-BY " on "
               APPROVAL-REQUESTED-DATE.
           IF APPROVAL-REQUESTED-BY = WS-AUTH-OPERATOR
               DISPLAY "  Keyed by you - left for another operator"
               ADD 1 TO WS-LEFT-COUNT
               EXIT SECTION
           END-IF.
           MOVE MAINT-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "  Customer no longer on file - rejected"
                   MOVE "customer no longer on file"
                       TO WS-REJECT-NOTE
                   PERFORM RECORD-REJECTION
                   EXIT SECTION
           END-READ.
           PERFORM SHOW-HELD-FIELDS.
           DISPLAY "Approve, reject or leave for later (A/R/L): ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPLY-APPROVED-CHANGE
               WHEN 'R'
               WHEN 'r'
                   DISPLAY "Reason for rejecting: "
                   ACCEPT WS-REJECT-NOTE
                   PERFORM RECORD-REJECTION
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

           SHOW-HELD-FIELDS SECTION.
           IF MAINT-NAME NOT = SPACES
               DISPLAY "  Name:    " PERSON-NAME
               DISPLAY "       ->  " MAINT-NAME
           END-IF.
           IF MAINT-ADDRESS NOT = SPACES
               DISPLAY "  Address: " FUNCTION TRIM(PERSON-STREET) ", "
                   FUNCTION TRIM(PERSON-CITY) " "
                   FUNCTION TRIM(PERSON-STATE) " " PERSON-POSTAL-CODE
               DISPLAY "       ->  " FUNCTION TRIM(MAINT-STREET) ", "
                   FUNCTION TRIM(MAINT-CITY) " "
                   FUNCTION TRIM(MAINT-STATE) " " MAINT-POSTAL-CODE
           END-IF.
           IF MAINT-EMAIL NOT = SPACES
               DISPLAY "  Email:   " PERSON-EMAIL
               DISPLAY "       ->  " MAINT-EMAIL
           END-IF.
           IF MAINT-PERSON-STATUS NOT = SPACES
               DISPLAY "  Status:  " PERSON-STATUS
                   " -> " MAINT-PERSON-STATUS
           END-IF.
           IF MAINT-VIP-FLAG NOT = SPACES
               DISPLAY "  VIP:     " PERSON-VIP-FLAG
                   " -> " MAINT-VIP-FLAG
           END-IF.

      * The approved fields overlay the record as it stands today,
      * so low-risk changes applied since the change was keyed stay
      * in place
           APPLY-APPROVED-CHANGE SECTION.
           MOVE PERSON TO WS-AUDIT-BEFORE.
           IF MAINT-NAME NOT = SPACES
               MOVE MAINT-NAME TO PERSON-NAME
           END-IF.
           IF MAINT-ADDRESS NOT = SPACES
               MOVE MAINT-ADDRESS TO PERSON-ADDRESS
           END-IF.
           IF MAINT-EMAIL NOT = SPACES
               MOVE MAINT-EMAIL TO PERSON-EMAIL
           END-IF.
           IF MAINT-PERSON-STATUS NOT = SPACES
               MOVE MAINT-PERSON-STATUS TO PERSON-STATUS
           END-IF.
           IF MAINT-VIP-FLAG NOT = SPACES
               MOVE MAINT-VIP-FLAG TO PERSON-VIP-FLAG
           END-IF.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "  Rewrite failed, change left waiting"
                   ADD 1 TO WS-LEFT-COUNT
                   EXIT SECTION
           END-REWRITE.
           MOVE PERSON TO WS-AUDIT-AFTER.
           CALL "customer-audit-writer" USING WS-AUDIT-PROGRAM-NAME
               WS-AUDIT-ACTION PERSON-ID WS-AUDIT-BEFORE
               WS-AUDIT-AFTER APPROVAL-REQUESTED-BY WS-AUTH-OPERATOR.
           MOVE "APPROVED" TO APPROVAL-STATE.
           MOVE WS-RUN-DATE TO APPROVAL-DECIDED-DATE.
           MOVE WS-AUTH-OPERATOR TO APPROVAL-DECIDED-BY.
           MOVE APPROVAL-RECORD TO WS-CHANGE-LINE(WS-CHANGE-IDX).
           MOVE 'Y' TO WS-CHANGE-DECIDED(WS-CHANGE-IDX).
           ADD 1 TO WS-APPROVED-COUNT.
           DISPLAY "  Approved and applied".

           RECORD-REJECTION SECTION.
           MOVE "REJECTED" TO APPROVAL-STATE.
           MOVE WS-RUN-DATE TO APPROVAL-DECIDED-DATE.
           MOVE WS-AUTH-OPERATOR TO APPROVAL-DECIDED-BY.
           MOVE WS-REJECT-NOTE TO APPROVAL-NOTE.
           MOVE APPROVAL-RECORD TO WS-CHANGE-LINE(WS-CHANGE-IDX).
           MOVE 'Y' TO WS-CHANGE-DECIDED(WS-CHANGE-IDX).
           ADD 1 TO WS-REJECTED-COUNT.

      * customer-maintenance and crm-customer-sync append to the file
      * while the session waits on the operator, so the rewrite is
      * done under the queue lock they also take: the file is read
      * again, rows appended since the load are kept, and rows this
      * session did not decide are taken as they now stand
           SAVE-HELD-CHANGES SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "WARNING: customer-approvals.dat locked, "
                   "decisions not saved"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM MERGE-CURRENT-CHANGES.
           IF WS-CHANGES-TRUNCATED = 'Y'
               DISPLAY "WARNING: customer-approvals.dat over 20000 "
                   "rows, decisions not saved"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-HELD-CHANGES
           END-IF.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.

      * Rows keep their places in the file, since only a rewrite
      * under the lock changes it and it keeps the order
           MERGE-CURRENT-CHANGES SECTION.
           OPEN INPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-ROW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-APPROVAL-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-ROW
                       PERFORM MERGE-ONE-CHANGE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.

           MERGE-ONE-CHANGE SECTION.
           IF WS-FILE-ROW NOT > WS-CHANGES-LOADED
               IF WS-CHANGE-DECIDED(WS-FILE-ROW) = 'N'
                   MOVE APPROVAL-RECORD TO WS-CHANGE-LINE(WS-FILE-ROW)
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-CHANGE-COUNT NOT < 20000
               MOVE 'Y' TO WS-CHANGES-TRUNCATED
               MOVE 1 TO WS-FILE-IS-ENDED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE APPROVAL-RECORD TO WS-CHANGE-LINE(WS-CHANGE-COUNT).
           MOVE 'N' TO WS-CHANGE-DECIDED(WS-CHANGE-COUNT).

           WRITE-HELD-CHANGES SECTION.
           OPEN OUTPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               DISPLAY "WARNING: customer-approvals.dat FILE STATUS "
                   WS-APPROVAL-STATUS ", decisions not saved"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               MOVE WS-CHANGE-LINE(WS-CHANGE-IDX) TO APPROVAL-RECORD
               WRITE APPROVAL-RECORD
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.
