               SELECT F-MAINT-FILE ASSIGN TO "customer-maint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAINT-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-SUMMARY-FILE
                 ASSIGN TO "customer-maint-summary.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-APPROVAL-FILE ASSIGN TO "customer-approvals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPROVAL-STATUS.
               SELECT F-THRESHOLDS-FILE
                 ASSIGN TO "alert-thresholds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-THRESHOLDS-STATUS.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-MAINT-FILE.
      * One add/update/delete transaction per line, keyed by PERSON-ID.
      * On an update, a blank field means "leave the stored value alone"
      * so callers can fix one field without retyping the whole record.
           COPY "customer-maint.cpy".
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-SUMMARY-FILE.
           01 WS-SUMMARY-RECORD PIC X(120).
           FD F-APPROVAL-FILE.
           COPY "customer-approval.cpy".
           FD F-THRESHOLDS-FILE.                                           * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
               05 THRESHOLD-VALUE PIC X(8).
           FD F-ALERTS-FILE.                                              * One line per breach, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-MAINT-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-QUEUE-LOCK-NAME PIC X(40)
               VALUE "customer-approvals.lck".
           01 WS-QUEUE-LOCK-HOLDER PIC X(20)
               VALUE "customer-maintenance".
           01 WS-CHECK-MODE PIC X.                                      * A add, H held fields as keyed, M merged update
           01 WS-AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "customer-maintenance".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-APPROVAL-STATUS PIC XX.
           01 WS-THRESHOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-OPERATOR PIC X(8).
           01 WS-MAINT-SOURCE PIC X(8).                                 * ENTRY when the online entry screen submitted the change
           01 WS-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-LAST-APPROVAL-NUMBER PIC 9(8) VALUE 0.
           01 WS-APPROVAL-IS-ENDED PIC 9.
           01 WS-KEYED-CHANGE PIC X(398).                               * The transaction as read, before the held fields split off
           01 WS-UPDATE-APPLIED PIC X.
           01 WS-APPROVAL-STALE-DAYS PIC 9(3) VALUE 2.                  * Pending approvals older than this raise an alert
           01 WS-STALE-COUNT PIC 9(6) VALUE 0.
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-TODAY-DAY-NUM PIC 9(8).
           01 WS-WAITING-DAYS PIC 9(5).
           01 WS-POSTAL-COUNTRY PIC X(2).
           01 WS-POSTAL-RESULT PIC X(8).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "customer-maintenance".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           IF WS-OPERATOR = SPACES
               MOVE "NOBODY" TO WS-OPERATOR
           END-IF.
           MOVE SPACES TO WS-MAINT-SOURCE.
           ACCEPT WS-MAINT-SOURCE FROM ENVIRONMENT "MAINT_SOURCE"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAINT-SOURCE
           END-ACCEPT.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM SCAN-WAITING-APPROVALS.

           OPEN INPUT F-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = "00"
           MOVE SPACES TO WS-SUMMARY-RECORD.
           STRING "APPLIED=" WS-APPLIED-COUNT
                  " REJECTED=" WS-REJECTED-COUNT
                  " HELD FOR APPROVAL=" WS-HELD-COUNT
               INTO WS-SUMMARY-RECORD
           END-STRING.
           WRITE WS-SUMMARY-RECORD.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-SUMMARY-FILE.
           DISPLAY "Maintenance applied: " WS-APPLIED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Held for approval: " WS-HELD-COUNT.
           GOBACK.

      * Routes one transaction to its add/update/delete handler
      * Adds a brand-new PERSON, validated like an enrollment record
           APPLY-ADD SECTION.
           PERFORM VALIDATE-ADD-FIELDS.
           IF WS-MAINT-VALID = 'Y'
               MOVE MAINT-COUNTRY TO WS-POSTAL-COUNTRY
               PERFORM STANDARDIZE-MAINT-ADDRESS
           END-IF.
           IF WS-MAINT-VALID = 'N'
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE MAINT-COUNTRY TO PERSON-COUNTRY
               MOVE MAINT-PREFERRED-NAME TO PERSON-PREFERRED-NAME
               MOVE MAINT-ACCESS-FORMAT TO PERSON-ACCESS-FORMAT
               MOVE MAINT-MOBILE TO PERSON-MOBILE
               MOVE "ACTIVE" TO PERSON-STATUS
               MOVE SPACES TO PERSON-PRONOUN-NOM
               MOVE SPACES TO PERSON-PRONOUN-OBJ
                       MOVE "WRITE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                       PERFORM WRITE-APPLIED-LINE
                       IF MAINT-VIP-FLAG NOT = SPACES
                           PERFORM HOLD-VIP-ON-ADD
                       END-IF
               END-WRITE
           END-IF.

      * Overlays only the transaction's non-blank fields, then
      * re-validates the merged record before rewriting it. Name,
      * address, email, status and VIP changes are split off first
      * and held for a second operator's approval; the rest apply
      * now. A transaction that fails validation is neither applied
      * nor held.
           APPLY-UPDATE SECTION.
           MOVE MAINT-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "no such customer ID" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT SECTION
           END-READ.
           MOVE PERSON TO WS-AUDIT-BEFORE.
           PERFORM VALIDATE-HELD-FIELDS.
           IF WS-MAINT-VALID = 'Y' AND MAINT-ADDRESS NOT = SPACES
               IF MAINT-COUNTRY NOT = SPACES
                   MOVE MAINT-COUNTRY TO WS-POSTAL-COUNTRY
               ELSE
                   MOVE PERSON-COUNTRY TO WS-POSTAL-COUNTRY
               END-IF
               PERFORM STANDARDIZE-MAINT-ADDRESS
           END-IF.
           IF WS-MAINT-VALID = 'N'
               PERFORM WRITE-REJECT-LINE
               EXIT SECTION
           END-IF.
           MOVE MAINT-RECORD TO WS-KEYED-CHANGE.
           PERFORM SPLIT-OFF-HELD-FIELDS.
           PERFORM MERGE-UPDATE-FIELDS.
           PERFORM VALIDATE-MERGED-FIELDS.
           IF WS-MAINT-VALID = 'N'
               PERFORM WRITE-REJECT-LINE
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-UPDATE-APPLIED.
           IF MAINT-RECORD(12:) NOT = SPACES                            * Something low-risk is left to apply straight away
               REWRITE PERSON
                   INVALID KEY
                       MOVE 'N' TO WS-UPDATE-APPLIED
                       MOVE "rewrite failed" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       MOVE PERSON TO WS-AUDIT-AFTER
                       MOVE "REWRITE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                       PERFORM WRITE-APPLIED-LINE
               END-REWRITE
           END-IF.
           IF WS-UPDATE-APPLIED = 'Y'
               MOVE WS-KEYED-CHANGE TO MAINT-RECORD
               PERFORM HOLD-HIGH-RISK-FIELDS
           END-IF.

      * The fields that wait for approval come out of the transaction
      * applied now
           SPLIT-OFF-HELD-FIELDS SECTION.
           MOVE SPACES TO MAINT-NAME.
           MOVE SPACES TO MAINT-ADDRESS.
           MOVE SPACES TO MAINT-EMAIL.
           MOVE SPACES TO MAINT-PERSON-STATUS.
           MOVE SPACES TO MAINT-VIP-FLAG.

      * What is left of the keyed transaction once the low-risk
      * fields are taken out goes to customer-approvals.dat
           HOLD-HIGH-RISK-FIELDS SECTION.
           MOVE SPACES TO MAINT-BIRTHDAY.
           MOVE SPACES TO MAINT-ANNIVERSARY-DATE.
           MOVE SPACES TO MAINT-JOB-TITLE.
           MOVE SPACES TO MAINT-CHANNEL.
           MOVE SPACES TO MAINT-LANGUAGE.
           MOVE SPACES TO MAINT-REGION.
           MOVE SPACES TO MAINT-BRAND.
           MOVE SPACES TO MAINT-COUNTRY.
           MOVE SPACES TO MAINT-PREFERRED-NAME.
           MOVE SPACES TO MAINT-ACCESS-FORMAT.
           MOVE SPACES TO MAINT-MOBILE.
           IF MAINT-RECORD(12:) = SPACES
               EXIT SECTION
           END-IF.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.                            * customer-approval rewrites the file under this lock
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "OK"
               MOVE "approval file busy, change not held"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT SECTION
           END-IF.
           PERFORM FIND-LAST-APPROVAL-NUMBER.
           OPEN EXTEND F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35"                                 * First ever held change: create the file, then append
               OPEN OUTPUT F-APPROVAL-FILE
           END-IF.
           IF WS-APPROVAL-STATUS NOT = "00"
               PERFORM RELEASE-APPROVAL-LOCK
               MOVE "approval file unavailable, change not held"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-LAST-APPROVAL-NUMBER.
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE WS-LAST-APPROVAL-NUMBER TO APPROVAL-NUMBER.
           MOVE "PENDING" TO APPROVAL-STATE.
           MOVE WS-RUN-DATE TO APPROVAL-REQUESTED-DATE.
           MOVE WS-OPERATOR TO APPROVAL-REQUESTED-BY.
           MOVE 'U' TO MAINT-ACTION.
           MOVE MAINT-RECORD TO APPROVAL-CHANGE.
           WRITE APPROVAL-RECORD.
           CLOSE F-APPROVAL-FILE.
           PERFORM RELEASE-APPROVAL-LOCK.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO WS-SUMMARY-RECORD.
           STRING "HELD     U " MAINT-ID " for approval, change "
                  WS-LAST-APPROVAL-NUMBER
               INTO WS-SUMMARY-RECORD
           END-STRING.
           WRITE WS-SUMMARY-RECORD.

      * Read under the queue lock, so no other program can hand out
      * the same change number in between
           FIND-LAST-APPROVAL-NUMBER SECTION.
           MOVE 0 TO WS-LAST-APPROVAL-NUMBER.
           OPEN INPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-APPROVAL-IS-ENDED.
           PERFORM UNTIL WS-APPROVAL-IS-ENDED = 1
               READ F-APPROVAL-FILE
                   NOT AT END
                       IF APPROVAL-NUMBER > WS-LAST-APPROVAL-NUMBER
                           MOVE APPROVAL-NUMBER
                               TO WS-LAST-APPROVAL-NUMBER
                       END-IF
                   AT END
                       MOVE 1 TO WS-APPROVAL-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.

           RELEASE-APPROVAL-LOCK SECTION.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.

      * A new customer is written at once, but a VIP flag keyed with
      * them waits for approval like any other VIP change
           HOLD-VIP-ON-ADD SECTION.
           MOVE SPACES TO MAINT-NAME.
           MOVE SPACES TO MAINT-ADDRESS.
           MOVE SPACES TO MAINT-EMAIL.
           MOVE SPACES TO MAINT-PERSON-STATUS.
           PERFORM HOLD-HIGH-RISK-FIELDS.

      * The held fields are checked as they are keyed, so a change
      * that could never apply is refused now rather than approved
           VALIDATE-HELD-FIELDS SECTION.
           MOVE 'H' TO WS-CHECK-MODE.
           PERFORM CALL-MAINT-CHECK.

      * Reads the PERSON first so the audit trail keeps its last
      * image, then removes the record outright
           IF MAINT-ACCESS-FORMAT NOT = SPACES
               MOVE MAINT-ACCESS-FORMAT TO PERSON-ACCESS-FORMAT
           END-IF.
           IF MAINT-MOBILE NOT = SPACES
               MOVE MAINT-MOBILE TO PERSON-MOBILE
           END-IF.

      * An add must carry every field an enrollment record would
           VALIDATE-ADD-FIELDS SECTION.
           MOVE 'A' TO WS-CHECK-MODE.
           PERFORM CALL-MAINT-CHECK.

      * Field-level checks shared by adds and merged updates, the
      * same rules VALIDATE-ENROLLMENT applies on the way in
           VALIDATE-MERGED-FIELDS SECTION.
           MOVE 'M' TO WS-CHECK-MODE.
           PERFORM CALL-MAINT-CHECK.

      * A keyed address is put in the post office's spelling before
      * it is written or held; one the postal reference says cannot
      * exist is refused and sent to exceptions.dat
           STANDARDIZE-MAINT-ADDRESS SECTION.
           CALL "postal-standardizer" USING WS-POSTAL-COUNTRY,
               MAINT-STREET, MAINT-CITY, MAINT-STATE,
               MAINT-POSTAL-CODE, WS-POSTAL-RESULT, WS-REJECT-REASON.
           IF WS-POSTAL-RESULT = "REJECTED"
               MOVE 'N' TO WS-MAINT-VALID
               MOVE WS-REJECT-REASON TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE MAINT-RECORD TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING WS-EXC-PROGRAM
                   WS-EXC-REASON WS-EXC-ORIGINAL
           END-IF.

      * The rules themselves live in customer-maint-check, which the
      * CRM update sync calls too
           CALL-MAINT-CHECK SECTION.
           CALL "customer-maint-check" USING WS-CHECK-MODE,
               MAINT-RECORD, PERSON-CONTACT-CHANNEL, PERSON-MOBILE,
               WS-MAINT-VALID, WS-REJECT-REASON.

           WRITE-AUDIT-ENTRY SECTION.
           CALL "customer-audit-writer" USING WS-AUDIT-PROGRAM-NAME
               WS-AUDIT-ACTION PERSON-ID WS-AUDIT-BEFORE
               WS-AUDIT-AFTER
               WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY.

           WRITE-APPLIED-LINE SECTION.
           ADD 1 TO WS-APPLIED-COUNT.
           END-STRING.
           WRITE WS-SUMMARY-RECORD.

           LOAD-APPROVAL-THRESHOLD SECTION.
           OPEN INPUT F-THRESHOLDS-FILE.
           IF WS-THRESHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-THRESHOLDS-FILE
                   NOT AT END
                       IF THRESHOLD-KEYWORD = "APPROVAL-STALE-DAYS"
                          AND THRESHOLD-VALUE NOT = SPACES
                           MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                               TO WS-APPROVAL-STALE-DAYS
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-THRESHOLDS-FILE.

      * Raises an operator alert for every change still waiting for
      * its second operator after the allowed number of days. A
      * change submitted from the entry screen skips this: the batch
      * run raises the alerts, not every online submit.
           SCAN-WAITING-APPROVALS SECTION.
           IF WS-MAINT-SOURCE = "ENTRY"
               EXIT SECTION
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DATE-DIGITS TO WS-TODAY-DAY-NUM.
           OPEN INPUT F-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-APPROVAL-FILE
                   NOT AT END
                       IF APPROVAL-STATE = "PENDING"
                           PERFORM CHECK-ONE-WAITING-APPROVAL
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-APPROVAL-FILE.
           IF WS-STALE-COUNT > 0
               DISPLAY WS-STALE-COUNT " customer changes waiting more "
                   "than " WS-APPROVAL-STALE-DAYS " days for approval"
           END-IF.

           CHECK-ONE-WAITING-APPROVAL SECTION.
           MOVE APPROVAL-REQUESTED-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DATE-DIGITS = 0 OR WS-DATE-DIGITS > WS-TODAY-DAY-NUM
               EXIT SECTION
           END-IF.
           COMPUTE WS-WAITING-DAYS = WS-TODAY-DAY-NUM - WS-DATE-DIGITS.
           IF WS-WAITING-DAYS <= WS-APPROVAL-STALE-DAYS
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-STALE-COUNT.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           IF WS-ALERTS-STATUS = "00"
               MOVE SPACES TO ALERT-RECORD
               STRING WS-RUN-DATE " ALERT: customer change "
                      APPROVAL-NUMBER " for "
                      APPROVAL-CHANGE(2:10) " keyed by "
                      FUNCTION TRIM(APPROVAL-REQUESTED-BY) " on "
                      APPROVAL-REQUESTED-DATE " still awaits approval"
                   INTO ALERT-RECORD
               END-STRING
               WRITE ALERT-RECORD
               CLOSE F-ALERTS-FILE
           END-IF.

           DATE-TO-DAY-NUMBER SECTION.                                  * YYYY-MM-DD to a day count, zero when malformed
           MOVE 0 TO WS-DATE-DIGITS.
           IF WS-DATE-WORK(5:1) = "-" AND WS-DATE-WORK(8:1) = "-" AND
              WS-DATE-WORK(1:4) IS NUMERIC
               COMPUTE WS-DATE-DIGITS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-WORK(9:2)))
           END-IF.
