      * Applies the CRM team's customer edits from crm-changes.dat,
      * one field per line with the CRM's change timestamp, in place
      * of keying their spreadsheets into customer-maint.dat. Each
      * change goes through the same field rules customer-maintenance
      * uses (customer-maint-check), and name, address and email still
      * wait in customer-approvals.dat for a second operator. When
      * customer-audit.dat shows we changed the same field on or after
      * the CRM's change date, the change is not applied: it goes to
      * crm-sync-conflicts.rpt for review instead. crm-sync-reply.dat
      * tells the CRM what became of every line it sent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crm-customer-sync.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CRM-CHANGE-FILE ASSIGN TO "crm-changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CRM-CHANGE-STATUS.
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
               SELECT F-AUDIT-FILE ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-APPROVAL-FILE ASSIGN TO "customer-approvals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPROVAL-STATUS.
               SELECT F-REPLY-FILE ASSIGN TO "crm-sync-reply.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CONFLICT-FILE ASSIGN TO "crm-sync-conflicts.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CRM-CHANGE-FILE.
      * One field change per line as the CRM exports it: the CRM's own
      * change reference, the customer, the field name, when the CRM
      * user made the change (YYYY-MM-DD HH:MM:SS) and the new value
           01 CRM-CHANGE-RECORD.
               05 CRMCHG-REF PIC X(12).
               05 CRMCHG-PERSON-ID PIC X(10).
               05 CRMCHG-FIELD PIC X(16).
               05 CRMCHG-CHANGED-AT PIC X(19).
               05 CRMCHG-VALUE PIC X(100).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-APPROVAL-FILE.
           COPY "customer-approval.cpy".
           FD F-REPLY-FILE.
      * Header/detail/trailer reply the CRM loads back: one detail per
      * change line it sent, APPLIED, HELD, REJECTED or CONFLICT
           01 REPLY-RECORD PIC X(160).
           FD F-CONFLICT-FILE.
           01 CONFLICT-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-CRM-CHANGE-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-APPROVAL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-QUEUE-LOCK-NAME PIC X(40)
               VALUE "customer-approvals.lck".
           01 WS-QUEUE-LOCK-HOLDER PIC X(20) VALUE "crm-customer-sync".
           01 WS-SYNC-OPERATOR PIC X(8) VALUE "CRM-SYNC".                * Requested-by on everything this sync changes or holds
           01 WS-EARLIEST-CRM-DATE PIC X(10) VALUE HIGH-VALUES.
           01 WS-LAST-APPROVAL-NUMBER PIC 9(8) VALUE 0.
           01 WS-APPROVAL-DISPLAY PIC 9(8).
           01 WS-CHECK-MODE PIC X.
           01 WS-MAINT-VALID PIC X.
           01 WS-REJECT-REASON PIC X(40).
           01 WS-POSTAL-RESULT PIC X(8).
           01 WS-FIELD-FOUND PIC 9.
           01 WS-FIELD-IDX PIC 9(2) COMP.
           01 WS-FIELD-OFFSET PIC 9(3).
           01 WS-FIELD-LEN PIC 9(3).
           01 WS-FIELD-HELD PIC X.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "crm-customer-sync".
           01 WS-AUDIT-ACTION PIC X(8) VALUE "REWRITE".
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 WS-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(6) VALUE 0.
           01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
           COPY "customer-maint.cpy".
      * The fields the CRM may change, where each sits on the PERSON
      * record, and whether it waits for a second operator the way
      * customer-maintenance holds it
           01 WS-CRM-FIELDS.
               05 FILLER PIC X(16) VALUE "NAME".
               05 FILLER PIC 9(3) VALUE 11.
               05 FILLER PIC 9(3) VALUE 40.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "STREET".
               05 FILLER PIC 9(3) VALUE 51.
               05 FILLER PIC 9(3) VALUE 40.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "CITY".
               05 FILLER PIC 9(3) VALUE 91.
               05 FILLER PIC 9(3) VALUE 30.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "STATE".
               05 FILLER PIC 9(3) VALUE 121.
               05 FILLER PIC 9(3) VALUE 20.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "POSTAL-CODE".
               05 FILLER PIC 9(3) VALUE 141.
               05 FILLER PIC 9(3) VALUE 10.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "EMAIL".
               05 FILLER PIC 9(3) VALUE 231.
               05 FILLER PIC 9(3) VALUE 60.
               05 FILLER PIC X VALUE 'Y'.
               05 FILLER PIC X(16) VALUE "CHANNEL".
               05 FILLER PIC 9(3) VALUE 291.
               05 FILLER PIC 9(3) VALUE 5.
               05 FILLER PIC X VALUE 'N'.
               05 FILLER PIC X(16) VALUE "LANGUAGE".
               05 FILLER PIC 9(3) VALUE 318.
               05 FILLER PIC 9(3) VALUE 2.
               05 FILLER PIC X VALUE 'N'.
               05 FILLER PIC X(16) VALUE "PREFERRED-NAME".
               05 FILLER PIC 9(3) VALUE 357.
               05 FILLER PIC 9(3) VALUE 40.
               05 FILLER PIC X VALUE 'N'.
               05 FILLER PIC X(16) VALUE "MOBILE".
               05 FILLER PIC 9(3) VALUE 399.
               05 FILLER PIC 9(3) VALUE 15.
               05 FILLER PIC X VALUE 'N'.
           01 WS-CRM-FIELD-TABLE REDEFINES WS-CRM-FIELDS.
               05 WS-CRM-FIELD OCCURS 10 TIMES.
                   10 WS-CRM-FIELD-NAME PIC X(16).
                   10 WS-CRM-FIELD-OFFSET PIC 9(3).
                   10 WS-CRM-FIELD-LEN PIC 9(3).
                   10 WS-CRM-FIELD-HELD PIC X.
           01 WS-CHANGE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CHANGE-IDX PIC 9(4) COMP.
           01 WS-FOLD-IDX PIC 9(4) COMP.
           01 WS-CHANGES.                                               * The CRM's lines as read, with what became of each
              05 WS-CHANGE OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CHANGE-COUNT.
                      10 WS-CHG-REF PIC X(12).
                      10 WS-CHG-PERSON-ID PIC X(10).
                      10 WS-CHG-FIELD PIC X(16).
                      10 WS-CHG-CHANGED-AT PIC X(19).
                      10 WS-CHG-VALUE PIC X(100).
                      10 WS-CHG-FIELD-IDX PIC 9(2).
                      10 WS-CHG-OUTCOME PIC X(8).                       * Spaces until decided
                      10 WS-CHG-REASON PIC X(60).
                      10 WS-CHG-OUR-DATE PIC X(10).                     * Our clashing change, for a conflict
                      10 WS-CHG-OUR-PROGRAM PIC X(20).
                      10 WS-CHG-OUR-BY PIC X(8).
                      10 WS-CHG-OUR-VALUE PIC X(100).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           MOVE "CHECK" TO WS-LOCK-ACTION.                               * The nightly pass owns customers.dat while its lock is on
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, CRM sync not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CRM-CHANGES.
           IF WS-CHANGE-COUNT = 0
               DISPLAY "No CRM changes to apply"
               GOBACK
           END-IF.
           PERFORM FIND-CONFLICTS.
           OPEN I-O F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing applied"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM APPLY-ONE-CHANGE
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM WRITE-CRM-REPLY.
           PERFORM WRITE-CONFLICT-REPORT.
           DISPLAY "CRM sync applied: " WS-APPLIED-COUNT
               " Held for approval: " WS-HELD-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Conflicts: " WS-CONFLICT-COUNT.
           GOBACK.

      * Reads the whole change file up front, so one pass over the
      * audit trail can judge every change; a line naming a field the
      * CRM may not change, or with no usable timestamp, is refused
      * here
           LOAD-CRM-CHANGES SECTION.
           OPEN INPUT F-CRM-CHANGE-FILE.
           IF WS-CRM-CHANGE-STATUS NOT = "00"
               DISPLAY "WARNING: crm-changes.dat FILE STATUS "
                   WS-CRM-CHANGE-STATUS ", nothing to apply"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CRM-CHANGE-FILE
                   NOT AT END
                       IF WS-CHANGE-COUNT < 9999
                           PERFORM LOAD-ONE-CRM-CHANGE
                       ELSE
                           DISPLAY "WARNING: more than 9999 CRM "
                               "changes, the rest wait for the next run"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CRM-CHANGE-FILE.

           LOAD-ONE-CRM-CHANGE SECTION.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-IDX.
           MOVE CRMCHG-REF TO WS-CHG-REF(WS-CHANGE-IDX).
           MOVE CRMCHG-PERSON-ID TO WS-CHG-PERSON-ID(WS-CHANGE-IDX).
           MOVE FUNCTION UPPER-CASE(CRMCHG-FIELD)
               TO WS-CHG-FIELD(WS-CHANGE-IDX).
           MOVE CRMCHG-CHANGED-AT TO WS-CHG-CHANGED-AT(WS-CHANGE-IDX).
           MOVE CRMCHG-VALUE TO WS-CHG-VALUE(WS-CHANGE-IDX).
           MOVE 0 TO WS-CHG-FIELD-IDX(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-OUTCOME(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-REASON(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-OUR-DATE(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-OUR-PROGRAM(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-OUR-BY(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-OUR-VALUE(WS-CHANGE-IDX).
           MOVE 0 TO WS-FIELD-FOUND.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 10 OR WS-FIELD-FOUND = 1
               IF WS-CRM-FIELD-NAME(WS-FIELD-IDX) =
                  WS-CHG-FIELD(WS-CHANGE-IDX)
                   MOVE 1 TO WS-FIELD-FOUND
                   MOVE WS-FIELD-IDX TO WS-CHG-FIELD-IDX(WS-CHANGE-IDX)
               END-IF
           END-PERFORM.
           IF CRMCHG-PERSON-ID = SPACES
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "missing customer ID"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           IF WS-FIELD-FOUND = 0
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "field not maintained from the CRM"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           IF CRMCHG-CHANGED-AT(5:1) NOT = "-" OR
              CRMCHG-CHANGED-AT(8:1) NOT = "-" OR
              CRMCHG-CHANGED-AT(1:4) IS NOT NUMERIC OR
              CRMCHG-CHANGED-AT(6:2) IS NOT NUMERIC OR
              CRMCHG-CHANGED-AT(9:2) IS NOT NUMERIC
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "malformed change timestamp"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           IF CRMCHG-VALUE = SPACES                                     * Blank means "leave alone" on a maintenance update
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "a blank value cannot clear a field"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           IF CRMCHG-CHANGED-AT(1:10) < WS-EARLIEST-CRM-DATE
               MOVE CRMCHG-CHANGED-AT(1:10) TO WS-EARLIEST-CRM-DATE
           END-IF.

      * Our changes are the audit rows not made on the CRM's behalf.
      * The trail is dated by day only, so one of ours made the same
      * day as the CRM's edit counts as after it: a person decides
      * which stands rather than the sync guessing
           FIND-CONFLICTS SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       IF AUDIT-DATE >= WS-EARLIEST-CRM-DATE AND
                          AUDIT-REQUESTED-BY NOT = WS-SYNC-OPERATOR AND
                          AUDIT-ACTION NOT = "DELETE"
                           PERFORM CHECK-AUDIT-ROW
                               VARYING WS-CHANGE-IDX FROM 1 BY 1
                               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.

      * A later clash overwrites an earlier one, so the review sees
      * our most recent change to the field
           CHECK-AUDIT-ROW SECTION.
           IF WS-CHG-PERSON-ID(WS-CHANGE-IDX) NOT = AUDIT-PERSON-ID OR
              WS-CHG-FIELD-IDX(WS-CHANGE-IDX) = 0 OR
              (WS-CHG-OUTCOME(WS-CHANGE-IDX) NOT = SPACES AND
               WS-CHG-OUTCOME(WS-CHANGE-IDX) NOT = "CONFLICT") OR
              AUDIT-DATE < WS-CHG-CHANGED-AT(WS-CHANGE-IDX)(1:10)
               EXIT SECTION
           END-IF.
           MOVE WS-CHG-FIELD-IDX(WS-CHANGE-IDX) TO WS-FIELD-IDX.
           MOVE WS-CRM-FIELD-OFFSET(WS-FIELD-IDX) TO WS-FIELD-OFFSET.
           MOVE WS-CRM-FIELD-LEN(WS-FIELD-IDX) TO WS-FIELD-LEN.
           IF AUDIT-BEFORE-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LEN) =
              AUDIT-AFTER-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LEN)
               EXIT SECTION
           END-IF.
           MOVE "CONFLICT" TO WS-CHG-OUTCOME(WS-CHANGE-IDX).
           MOVE SPACES TO WS-CHG-REASON(WS-CHANGE-IDX).
           STRING "changed here on " AUDIT-DATE " by "
                  FUNCTION TRIM(AUDIT-PROGRAM)
               INTO WS-CHG-REASON(WS-CHANGE-IDX)
           END-STRING.
           MOVE AUDIT-DATE TO WS-CHG-OUR-DATE(WS-CHANGE-IDX).
           MOVE AUDIT-PROGRAM TO WS-CHG-OUR-PROGRAM(WS-CHANGE-IDX).
           MOVE AUDIT-REQUESTED-BY TO WS-CHG-OUR-BY(WS-CHANGE-IDX).
           MOVE AUDIT-AFTER-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LEN)
               TO WS-CHG-OUR-VALUE(WS-CHANGE-IDX).

      * Read under the queue lock, so no other program can hand out
      * the same change number in between
           FIND-LAST-APPROVAL-NUMBER SECTION.
           MOVE 0 TO WS-LAST-APPROVAL-NUMBER.
           OPEN INPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-APPROVAL-FILE
                   NOT AT END
                       IF APPROVAL-NUMBER > WS-LAST-APPROVAL-NUMBER
                           MOVE APPROVAL-NUMBER
                               TO WS-LAST-APPROVAL-NUMBER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.

           APPLY-ONE-CHANGE SECTION.
           IF WS-CHG-OUTCOME(WS-CHANGE-IDX) NOT = SPACES
               EXIT SECTION
           END-IF.
           PERFORM DECIDE-ONE-CHANGE.
           PERFORM VARYING WS-FOLD-IDX FROM WS-CHANGE-IDX BY 1
               UNTIL WS-FOLD-IDX > WS-CHANGE-COUNT
               IF WS-CHG-OUTCOME(WS-FOLD-IDX) = "FOLDED"
                   MOVE WS-CHG-OUTCOME(WS-CHANGE-IDX)
                       TO WS-CHG-OUTCOME(WS-FOLD-IDX)
                   MOVE WS-CHG-REASON(WS-CHANGE-IDX)
                       TO WS-CHG-REASON(WS-FOLD-IDX)
               END-IF
           END-PERFORM.

      * The change is keyed as a one-field maintenance update and put
      * through the same checks; a held field joins the approval
      * queue, anything else is rewritten and audited now
           DECIDE-ONE-CHANGE SECTION.
           MOVE WS-CHG-PERSON-ID(WS-CHANGE-IDX) TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
                   MOVE "no such customer ID"
                       TO WS-CHG-REASON(WS-CHANGE-IDX)
                   EXIT SECTION
           END-READ.
           MOVE WS-CHG-FIELD-IDX(WS-CHANGE-IDX) TO WS-FIELD-IDX.
           MOVE WS-CRM-FIELD-OFFSET(WS-FIELD-IDX) TO WS-FIELD-OFFSET.
           MOVE WS-CRM-FIELD-LEN(WS-FIELD-IDX) TO WS-FIELD-LEN.
           MOVE WS-CRM-FIELD-HELD(WS-FIELD-IDX) TO WS-FIELD-HELD.
           IF PERSON(WS-FIELD-OFFSET:WS-FIELD-LEN) =
              WS-CHG-VALUE(WS-CHANGE-IDX)(1:WS-FIELD-LEN)
               MOVE "APPLIED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "value already on file"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           PERFORM BUILD-MAINT-TRANSACTION.
           MOVE PERSON TO WS-AUDIT-BEFORE.
           IF WS-FIELD-HELD = 'N'
               MOVE WS-CHG-VALUE(WS-CHANGE-IDX)(1:WS-FIELD-LEN)
                   TO PERSON(WS-FIELD-OFFSET:WS-FIELD-LEN)
           END-IF.
           MOVE 'Y' TO WS-MAINT-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'H' TO WS-CHECK-MODE.
           PERFORM CALL-MAINT-CHECK.
           IF WS-MAINT-VALID = 'Y'
               MOVE 'M' TO WS-CHECK-MODE
               PERFORM CALL-MAINT-CHECK
           END-IF.
           IF WS-MAINT-VALID = 'Y' AND MAINT-ADDRESS NOT = SPACES       * Held in the post office's spelling, as a keyed change is
               CALL "postal-standardizer" USING PERSON-COUNTRY,
                   MAINT-STREET, MAINT-CITY, MAINT-STATE,
                   MAINT-POSTAL-CODE, WS-POSTAL-RESULT,
                   WS-REJECT-REASON
               IF WS-POSTAL-RESULT = "REJECTED"
                   MOVE 'N' TO WS-MAINT-VALID
               END-IF
           END-IF.
           IF WS-MAINT-VALID = 'N'
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE WS-REJECT-REASON TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           IF WS-FIELD-HELD = 'Y'
               PERFORM HOLD-CRM-CHANGE
               EXIT SECTION
           END-IF.
           REWRITE PERSON
               INVALID KEY
                   MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
                   MOVE "rewrite failed" TO WS-CHG-REASON(WS-CHANGE-IDX)
               NOT INVALID KEY
                   MOVE PERSON TO WS-AUDIT-AFTER
                   CALL "customer-audit-writer" USING
                       WS-AUDIT-PROGRAM-NAME, WS-AUDIT-ACTION,
                       PERSON-ID, WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-SYNC-OPERATOR, WS-AUDIT-APPROVED-BY
                   MOVE "APPLIED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
           END-REWRITE.

      * An address part is sent as the whole stored address with that
      * part replaced, since a maintenance update replaces the address
      * as one field. Other parts of the same customer's address later
      * in the file ride in the same transaction: held separately, the
      * second approval would put back the first part's old value
           BUILD-MAINT-TRANSACTION SECTION.
           MOVE SPACES TO MAINT-RECORD.
           MOVE 'U' TO MAINT-ACTION.
           MOVE PERSON-ID TO MAINT-ID.
           EVALUATE WS-CHG-FIELD(WS-CHANGE-IDX)
               WHEN "NAME"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-NAME
               WHEN "STREET"
                   MOVE PERSON-ADDRESS TO MAINT-ADDRESS
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-STREET
               WHEN "CITY"
                   MOVE PERSON-ADDRESS TO MAINT-ADDRESS
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-CITY
               WHEN "STATE"
                   MOVE PERSON-ADDRESS TO MAINT-ADDRESS
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-STATE
               WHEN "POSTAL-CODE"
                   MOVE PERSON-ADDRESS TO MAINT-ADDRESS
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX)
                       TO MAINT-POSTAL-CODE
               WHEN "EMAIL"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-EMAIL
               WHEN "CHANNEL"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-CHANNEL
               WHEN "LANGUAGE"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-LANGUAGE
               WHEN "PREFERRED-NAME"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX)
                       TO MAINT-PREFERRED-NAME
               WHEN "MOBILE"
                   MOVE WS-CHG-VALUE(WS-CHANGE-IDX) TO MAINT-MOBILE
           END-EVALUATE.
           IF MAINT-ADDRESS = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-FOLD-IDX FROM WS-CHANGE-IDX BY 1
               UNTIL WS-FOLD-IDX >= WS-CHANGE-COUNT
               IF WS-CHG-PERSON-ID(WS-FOLD-IDX + 1) = PERSON-ID AND
                  WS-CHG-OUTCOME(WS-FOLD-IDX + 1) = SPACES
                   PERFORM FOLD-ADDRESS-PART
               END-IF
           END-PERFORM.

           FOLD-ADDRESS-PART SECTION.
           ADD 1 TO WS-FOLD-IDX.
           EVALUATE WS-CHG-FIELD(WS-FOLD-IDX)
               WHEN "STREET"
                   MOVE WS-CHG-VALUE(WS-FOLD-IDX) TO MAINT-STREET
                   MOVE "FOLDED" TO WS-CHG-OUTCOME(WS-FOLD-IDX)
               WHEN "CITY"
                   MOVE WS-CHG-VALUE(WS-FOLD-IDX) TO MAINT-CITY
                   MOVE "FOLDED" TO WS-CHG-OUTCOME(WS-FOLD-IDX)
               WHEN "STATE"
                   MOVE WS-CHG-VALUE(WS-FOLD-IDX) TO MAINT-STATE
                   MOVE "FOLDED" TO WS-CHG-OUTCOME(WS-FOLD-IDX)
               WHEN "POSTAL-CODE"
                   MOVE WS-CHG-VALUE(WS-FOLD-IDX) TO MAINT-POSTAL-CODE
                   MOVE "FOLDED" TO WS-CHG-OUTCOME(WS-FOLD-IDX)
           END-EVALUATE.
           SUBTRACT 1 FROM WS-FOLD-IDX.

           CALL-MAINT-CHECK SECTION.
           CALL "customer-maint-check" USING WS-CHECK-MODE,
               MAINT-RECORD, PERSON-CONTACT-CHANNEL, PERSON-MOBILE,
               WS-MAINT-VALID, WS-REJECT-REASON.

      * Queued exactly as customer-maintenance queues a keyed change,
      * with the sync as the requesting operator
           HOLD-CRM-CHANGE SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.                            * customer-approval rewrites the file under this lock
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "OK"
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "approval file busy, change not held"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           PERFORM FIND-LAST-APPROVAL-NUMBER.
           OPEN EXTEND F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35"
               OPEN OUTPUT F-APPROVAL-FILE
           END-IF.
           IF WS-APPROVAL-STATUS NOT = "00"
               PERFORM RELEASE-APPROVAL-LOCK
               MOVE "REJECTED" TO WS-CHG-OUTCOME(WS-CHANGE-IDX)
               MOVE "approval file unavailable, change not held"
                   TO WS-CHG-REASON(WS-CHANGE-IDX)
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-LAST-APPROVAL-NUMBER.
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE WS-LAST-APPROVAL-NUMBER TO APPROVAL-NUMBER.
           MOVE "PENDING" TO APPROVAL-STATE.
           MOVE WS-RUN-DATE TO APPROVAL-REQUESTED-DATE.
           MOVE WS-SYNC-OPERATOR TO APPROVAL-REQUESTED-BY.
           MOVE "CRM change" TO APPROVAL-NOTE.
           MOVE WS-CHG-REF(WS-CHANGE-IDX) TO APPROVAL-NOTE(12:12).
           MOVE MAINT-RECORD TO APPROVAL-CHANGE.
           WRITE APPROVAL-RECORD.
           CLOSE F-APPROVAL-FILE.
           PERFORM RELEASE-APPROVAL-LOCK.
           MOVE "HELD" TO WS-CHG-OUTCOME(WS-CHANGE-IDX).
           MOVE WS-LAST-APPROVAL-NUMBER TO WS-APPROVAL-DISPLAY.
           MOVE SPACES TO WS-CHG-REASON(WS-CHANGE-IDX).
           STRING "awaiting approval, change " WS-APPROVAL-DISPLAY
               INTO WS-CHG-REASON(WS-CHANGE-IDX)
           END-STRING.

           RELEASE-APPROVAL-LOCK SECTION.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.

           WRITE-CRM-REPLY SECTION.
           OPEN OUTPUT F-REPLY-FILE.
           MOVE SPACES TO REPLY-RECORD.
           STRING "HDR" WS-RUN-DATE " CRM CUSTOMER SYNC REPLY"
               INTO REPLY-RECORD
           END-STRING.
           WRITE REPLY-RECORD.
           PERFORM WRITE-ONE-REPLY
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
           MOVE SPACES TO REPLY-RECORD.
           STRING "TRL" WS-DETAIL-COUNT
                  " APPLIED=" WS-APPLIED-COUNT
                  " HELD=" WS-HELD-COUNT
                  " REJECTED=" WS-REJECTED-COUNT
                  " CONFLICT=" WS-CONFLICT-COUNT
               INTO REPLY-RECORD
           END-STRING.
           WRITE REPLY-RECORD.
           CLOSE F-REPLY-FILE.

           WRITE-ONE-REPLY SECTION.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE WS-CHG-OUTCOME(WS-CHANGE-IDX)
               WHEN "APPLIED"
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN "CONFLICT"
                   ADD 1 TO WS-CONFLICT-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPLY-RECORD.
           STRING "DTL" WS-CHG-REF(WS-CHANGE-IDX)
                  WS-CHG-PERSON-ID(WS-CHANGE-IDX)
                  WS-CHG-FIELD(WS-CHANGE-IDX)
                  WS-CHG-CHANGED-AT(WS-CHANGE-IDX)
                  WS-CHG-OUTCOME(WS-CHANGE-IDX)
                  WS-CHG-REASON(WS-CHANGE-IDX)
               INTO REPLY-RECORD
           END-STRING.
           WRITE REPLY-RECORD.

      * Each conflict shows both sides: the CRM's value and when it
      * was keyed, and ours with the program and operator behind it
           WRITE-CONFLICT-REPORT SECTION.
           OPEN OUTPUT F-CONFLICT-FILE.
           MOVE SPACES TO CONFLICT-REPORT-RECORD.
           STRING "CRM SYNC CONFLICTS FOR REVIEW " WS-RUN-DATE
               INTO CONFLICT-REPORT-RECORD
           END-STRING.
           WRITE CONFLICT-REPORT-RECORD.
           PERFORM WRITE-ONE-CONFLICT
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
           MOVE SPACES TO CONFLICT-REPORT-RECORD.
           STRING "CONFLICTS=" WS-CONFLICT-COUNT
               INTO CONFLICT-REPORT-RECORD
           END-STRING.
           WRITE CONFLICT-REPORT-RECORD.
           CLOSE F-CONFLICT-FILE.

           WRITE-ONE-CONFLICT SECTION.
           IF WS-CHG-OUTCOME(WS-CHANGE-IDX) NOT = "CONFLICT"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CONFLICT-REPORT-RECORD.
           STRING "CUSTOMER " WS-CHG-PERSON-ID(WS-CHANGE-IDX)
                  " FIELD " WS-CHG-FIELD(WS-CHANGE-IDX)
                  " CRM REF " WS-CHG-REF(WS-CHANGE-IDX)
               INTO CONFLICT-REPORT-RECORD
           END-STRING.
           WRITE CONFLICT-REPORT-RECORD.
           MOVE SPACES TO CONFLICT-REPORT-RECORD.
           STRING "  CRM  " WS-CHG-CHANGED-AT(WS-CHANGE-IDX) " "
                  FUNCTION TRIM(WS-CHG-VALUE(WS-CHANGE-IDX))
               INTO CONFLICT-REPORT-RECORD
           END-STRING.
           WRITE CONFLICT-REPORT-RECORD.
           MOVE SPACES TO CONFLICT-REPORT-RECORD.
           STRING "  OURS " WS-CHG-OUR-DATE(WS-CHANGE-IDX) " "
                  WS-CHG-OUR-PROGRAM(WS-CHANGE-IDX) " "
                  WS-CHG-OUR-BY(WS-CHANGE-IDX) " "
                  FUNCTION TRIM(WS-CHG-OUR-VALUE(WS-CHANGE-IDX))
               INTO CONFLICT-REPORT-RECORD
           END-STRING.
           WRITE CONFLICT-REPORT-RECORD.
