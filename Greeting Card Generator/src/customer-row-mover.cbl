      * Moves a customer's rows in the history files from one
      * PERSON-ID to another when two records are merged, and moves
      * them back when the merge turns out to be wrong. MERGE mode
      * re-points every card-history, sent-history, response-history,
      * voucher-pool and campaign-preferences row of the absorbed ID
      * to the survivor and logs each row, as it stood, in
      * merge-ledger.dat. UNMERGE mode hands back exactly the rows the
      * ledger logged for the pair and marks them RETURNED. A sent or
      * preference row the survivor already had its own of is DROPPED
      * on the merge and written back on the unmerge.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-row-mover.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-VOUCHER-FILE ASSIGN TO "voucher-pool.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT F-PREFERENCES-FILE
                 ASSIGN TO "campaign-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-LEDGER-FILE ASSIGN TO "merge-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-SENT-HISTORY-FILE.                                        * Ledger of who got which campaign on which date
           01 SENT-RECORD.
               05 SENT-KEY.
                   10 SENT-PERSON-ID PIC X(10).
                   10 SENT-CAMPAIGN PIC X(12).
                   10 SENT-RUN-DATE PIC X(10).
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           FD F-VOUCHER-FILE.                                             * Finance's gift-voucher pool; codes must never re-issue
           01 VOUCHER-RECORD.
               05 VOUCHER-CODE PIC X(16).
               05 VOUCHER-STATE PIC X(6).
               05 VOUCHER-PERSON-ID PIC X(10).
               05 VOUCHER-ISSUE-DATE PIC X(10).
           FD F-PREFERENCES-FILE.                                         * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-FLAGS PIC X(7).
           FD F-LEDGER-FILE.
      * One line per history row a merge moved, holding the row as it
      * stood under the absorbed ID so an unmerge can put it back
           01 LEDGER-RECORD.
               05 LEDGER-MERGE-DATE PIC X(10).
               05 LEDGER-SURVIVOR-ID PIC X(10).
               05 LEDGER-ABSORBED-ID PIC X(10).
               05 LEDGER-FILE PIC X(8).                                 * CARDS, SENT, RESPONSE, VOUCHER or PREFS
               05 LEDGER-STATE PIC X(8).                                * MOVED, DROPPED or RETURNED
               05 LEDGER-RETURNED-DATE PIC X(10).
               05 LEDGER-ROW-IMAGE PIC X(60).
           WORKING-STORAGE SECTION.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-VOUCHER-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SURVIVOR-ID PIC X(10).
           01 WS-ABSORBED-ID PIC X(10).
           01 WS-ROWS-CHANGED PIC X.
           01 WS-ROW-FOUND PIC X.
           01 WS-TO-HAS-PREFS PIC X.
           01 WS-ROWS-TRUNCATED PIC X VALUE 'N'.                        * 'Y' when a file outgrew its table
           01 WS-TRUNCATED-FILE PIC X(30).
           01 WS-KEY-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-KEY-IDX PIC 9(5) COMP.
      * Keys are gathered first and moved after, so no scan runs over
      * a key it is changing
           01 WS-ROW-KEYS.
              05 WS-ROW-KEY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-KEY-COUNT
                  INDEXED BY ROW-KEY-IDX.
                      10 WS-ROW-KEY-VALUE PIC X(32).
           01 WS-ROW-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ROW-IDX PIC 9(5) COMP.
           01 WS-ROWS.                                                  * A whole line-sequential file, rewritten in place
              05 WS-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-ROW-COUNT
                  INDEXED BY ROW-IDX.
                      10 WS-ROW-DROPPED PIC X.
                      10 WS-ROW-LINE PIC X(60).
           01 WS-LEDGER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LEDGER-IDX PIC 9(5) COMP.
           01 WS-LEDGER-ROWS.                                           * The whole ledger, for UNMERGE's RETURNED marks
              05 WS-LEDGER-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LEDGER-COUNT
                  INDEXED BY LEDGER-ROW-IDX.
                      10 WS-LEDGER-LINE PIC X(116).
           01 WS-WORK-RESPONSE.
               05 WS-WORK-RESPONSE-CARD PIC X(9).
               05 WS-WORK-RESPONSE-PERSON PIC X(10).
               05 WS-WORK-RESPONSE-REST PIC X(22).
           01 WS-WORK-VOUCHER.
               05 WS-WORK-VOUCHER-CODE PIC X(16).
               05 WS-WORK-VOUCHER-STATE PIC X(6).
               05 WS-WORK-VOUCHER-PERSON PIC X(10).
               05 WS-WORK-VOUCHER-ISSUED PIC X(10).
           LINKAGE SECTION.
           01 LS-MOVE-MODE PIC X(8).                                    * MERGE or UNMERGE
           01 LS-FROM-ID PIC X(10).
           01 LS-TO-ID PIC X(10).
           01 LS-ROWS-MOVED PIC 9(6).
           01 LS-ROWS-LEFT PIC 9(6).                                    * Ledger rows UNMERGE could not hand back
       PROCEDURE DIVISION USING LS-MOVE-MODE, LS-FROM-ID, LS-TO-ID,
           LS-ROWS-MOVED, LS-ROWS-LEFT.

           MOVE 0 TO LS-ROWS-MOVED.
           MOVE 0 TO LS-ROWS-LEFT.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           IF LS-FROM-ID = SPACES OR LS-TO-ID = SPACES OR
              LS-FROM-ID = LS-TO-ID
               GOBACK
           END-IF.

           PERFORM CHECK-FILE-SIZES.
           IF WS-ROWS-TRUNCATED = 'Y'
               DISPLAY "WARNING: " FUNCTION TRIM(WS-TRUNCATED-FILE)
                   " over 99999 rows, " FUNCTION TRIM(LS-MOVE-MODE)
                   " of " LS-FROM-ID " and " LS-TO-ID
                   " not done - no history row moved"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF LS-MOVE-MODE = "MERGE"
               MOVE LS-TO-ID TO WS-SURVIVOR-ID
               MOVE LS-FROM-ID TO WS-ABSORBED-ID
               OPEN EXTEND F-LEDGER-FILE
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT F-LEDGER-FILE
               END-IF
               PERFORM MERGE-CARD-HISTORY
               PERFORM MERGE-SENT-HISTORY
               PERFORM MERGE-RESPONSES
               PERFORM MERGE-VOUCHERS
               PERFORM MERGE-PREFERENCES
               CLOSE F-LEDGER-FILE
           END-IF.
           IF LS-MOVE-MODE = "UNMERGE"
               MOVE LS-FROM-ID TO WS-SURVIVOR-ID
               MOVE LS-TO-ID TO WS-ABSORBED-ID
               PERFORM LOAD-LEDGER
               PERFORM RETURN-CARD-HISTORY
               PERFORM RETURN-SENT-HISTORY
               PERFORM RETURN-RESPONSES
               PERFORM RETURN-VOUCHERS
               PERFORM RETURN-PREFERENCES
               PERFORM SAVE-LEDGER
           END-IF.
           GOBACK.

      * Every line-sequential file the mode rewrites must fit its
      * table whole, or the rewrite would drop the rows past the end;
      * checked before any row of either mode is touched
           CHECK-FILE-SIZES SECTION.
           MOVE 'N' TO WS-ROWS-TRUNCATED.
           IF LS-MOVE-MODE = "UNMERGE"
               PERFORM LOAD-LEDGER
           END-IF.
           IF WS-ROWS-TRUNCATED = 'N'
               PERFORM LOAD-RESPONSES
           END-IF.
           IF WS-ROWS-TRUNCATED = 'N'
               PERFORM LOAD-VOUCHERS
           END-IF.
           IF WS-ROWS-TRUNCATED = 'N'
               PERFORM LOAD-PREFERENCES
           END-IF.

           WRITE-LEDGER-ROW SECTION.
           MOVE WS-RUN-DATE TO LEDGER-MERGE-DATE.
           MOVE WS-SURVIVOR-ID TO LEDGER-SURVIVOR-ID.
           MOVE WS-ABSORBED-ID TO LEDGER-ABSORBED-ID.
           MOVE SPACES TO LEDGER-RETURNED-DATE.
           WRITE LEDGER-RECORD.
           IF LEDGER-STATE = "MOVED"
               ADD 1 TO LS-ROWS-MOVED
           END-IF.

           MERGE-CARD-HISTORY SECTION.
           OPEN I-O F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE LS-FROM-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
               NOT INVALID KEY
                   MOVE 0 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF HIST-PERSON-ID NOT = LS-FROM-ID OR
                          WS-KEY-COUNT >= 5000
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           ADD 1 TO WS-KEY-COUNT
                           MOVE HIST-CARD-ID
                               TO WS-ROW-KEY-VALUE(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-ROW-KEY-VALUE(WS-KEY-IDX)(1:9) TO HIST-CARD-ID
               READ F-CARD-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CARDS" TO LEDGER-FILE
                       MOVE "MOVED" TO LEDGER-STATE
                       MOVE CARD-HISTORY TO LEDGER-ROW-IMAGE
                       MOVE LS-TO-ID TO HIST-PERSON-ID
                       REWRITE CARD-HISTORY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM WRITE-LEDGER-ROW
                       END-REWRITE
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.

      * The sent key carries the person, so a move is a delete and a
      * write; where the survivor already has the same campaign and
      * date the absorbed row is dropped rather than duplicated
           MERGE-SENT-HISTORY SECTION.
           OPEN I-O F-SENT-HISTORY-FILE.
           IF WS-SENT-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE SPACES TO SENT-KEY.
           MOVE LS-FROM-ID TO SENT-PERSON-ID.
           START F-SENT-HISTORY-FILE KEY >= SENT-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
               NOT INVALID KEY
                   MOVE 0 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-SENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF SENT-PERSON-ID NOT = LS-FROM-ID OR
                          WS-KEY-COUNT >= 5000
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           ADD 1 TO WS-KEY-COUNT
                           MOVE SENT-KEY
                               TO WS-ROW-KEY-VALUE(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-ROW-KEY-VALUE(WS-KEY-IDX) TO SENT-KEY
               MOVE SENT-RECORD TO LEDGER-ROW-IMAGE
               DELETE F-SENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SENT" TO LEDGER-FILE
                       MOVE LS-TO-ID TO SENT-PERSON-ID
                       WRITE SENT-RECORD
                           INVALID KEY
                               MOVE "DROPPED" TO LEDGER-STATE
                           NOT INVALID KEY
                               MOVE "MOVED" TO LEDGER-STATE
                       END-WRITE
                       PERFORM WRITE-LEDGER-ROW
               END-DELETE
           END-PERFORM.
           CLOSE F-SENT-HISTORY-FILE.

           MERGE-RESPONSES SECTION.
           PERFORM LOAD-RESPONSES.
           MOVE 'N' TO WS-ROWS-CHANGED.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO WS-WORK-RESPONSE
               IF WS-WORK-RESPONSE-PERSON = LS-FROM-ID
                   MOVE "RESPONSE" TO LEDGER-FILE
                   MOVE "MOVED" TO LEDGER-STATE
                   MOVE WS-WORK-RESPONSE TO LEDGER-ROW-IMAGE
                   PERFORM WRITE-LEDGER-ROW
                   MOVE LS-TO-ID TO WS-WORK-RESPONSE-PERSON
                   MOVE WS-WORK-RESPONSE TO WS-ROW-LINE(WS-ROW-IDX)
                   MOVE 'Y' TO WS-ROWS-CHANGED
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-RESPONSES
           END-IF.

           MERGE-VOUCHERS SECTION.
           PERFORM LOAD-VOUCHERS.
           MOVE 'N' TO WS-ROWS-CHANGED.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO WS-WORK-VOUCHER
               IF WS-WORK-VOUCHER-PERSON = LS-FROM-ID
                   MOVE "VOUCHER" TO LEDGER-FILE
                   MOVE "MOVED" TO LEDGER-STATE
                   MOVE WS-WORK-VOUCHER TO LEDGER-ROW-IMAGE
                   PERFORM WRITE-LEDGER-ROW
                   MOVE LS-TO-ID TO WS-WORK-VOUCHER-PERSON
                   MOVE WS-WORK-VOUCHER TO WS-ROW-LINE(WS-ROW-IDX)
                   MOVE 'Y' TO WS-ROWS-CHANGED
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-VOUCHERS
           END-IF.

      * The survivor's own opt-outs win; the absorbed row only moves
      * across when the survivor has none
           MERGE-PREFERENCES SECTION.
           PERFORM LOAD-PREFERENCES.
           MOVE 'N' TO WS-ROWS-CHANGED.
           MOVE 'N' TO WS-TO-HAS-PREFS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-LINE(WS-ROW-IDX)(1:10) = LS-TO-ID
                   MOVE 'Y' TO WS-TO-HAS-PREFS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-LINE(WS-ROW-IDX)(1:10) = LS-FROM-ID
                   MOVE "PREFS" TO LEDGER-FILE
                   MOVE WS-ROW-LINE(WS-ROW-IDX) TO LEDGER-ROW-IMAGE
                   IF WS-TO-HAS-PREFS = 'Y'
                       MOVE "DROPPED" TO LEDGER-STATE
                       MOVE 'Y' TO WS-ROW-DROPPED(WS-ROW-IDX)
                   ELSE
                       MOVE "MOVED" TO LEDGER-STATE
                       MOVE LS-TO-ID TO WS-ROW-LINE(WS-ROW-IDX)(1:10)
                       MOVE 'Y' TO WS-TO-HAS-PREFS
                   END-IF
                   PERFORM WRITE-LEDGER-ROW
                   MOVE 'Y' TO WS-ROWS-CHANGED
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-PREFERENCES
           END-IF.

           LOAD-LEDGER SECTION.
           MOVE 0 TO WS-LEDGER-COUNT.
           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE
                   NOT AT END
                       IF WS-LEDGER-COUNT < 99999
                           ADD 1 TO WS-LEDGER-COUNT
                           MOVE LEDGER-RECORD
                               TO WS-LEDGER-LINE(WS-LEDGER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ROWS-TRUNCATED
                           MOVE "merge-ledger.dat"
                               TO WS-TRUNCATED-FILE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

           SAVE-LEDGER SECTION.
           IF WS-LEDGER-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-LEDGER-FILE.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               MOVE WS-LEDGER-LINE(WS-LEDGER-IDX) TO LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

      * True when ledger row WS-LEDGER-IDX belongs to this pair and
      * the given file and has not been handed back yet
           PICK-LEDGER-ROW SECTION.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE WS-LEDGER-LINE(WS-LEDGER-IDX) TO LEDGER-RECORD.
           IF LEDGER-SURVIVOR-ID = WS-SURVIVOR-ID AND
              LEDGER-ABSORBED-ID = WS-ABSORBED-ID AND
              (LEDGER-STATE = "MOVED" OR LEDGER-STATE = "DROPPED")
               MOVE 'Y' TO WS-ROW-FOUND
           END-IF.

           MARK-LEDGER-RETURNED SECTION.
           MOVE "RETURNED" TO LEDGER-STATE.
           MOVE WS-RUN-DATE TO LEDGER-RETURNED-DATE.
           MOVE LEDGER-RECORD TO WS-LEDGER-LINE(WS-LEDGER-IDX).
           ADD 1 TO LS-ROWS-MOVED.

           RETURN-CARD-HISTORY SECTION.
           OPEN I-O F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM PICK-LEDGER-ROW
               IF WS-ROW-FOUND = 'Y' AND LEDGER-FILE = "CARDS"
                   MOVE LEDGER-ROW-IMAGE TO CARD-HISTORY
                   READ F-CARD-HISTORY-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-ROW-FOUND
                   END-READ
                   IF WS-ROW-FOUND = 'Y' AND
                      HIST-PERSON-ID = WS-SURVIVOR-ID
                       MOVE WS-ABSORBED-ID TO HIST-PERSON-ID
                       REWRITE CARD-HISTORY
                           INVALID KEY
                               MOVE 'N' TO WS-ROW-FOUND
                       END-REWRITE
                   ELSE
                       MOVE 'N' TO WS-ROW-FOUND
                   END-IF
                   IF WS-ROW-FOUND = 'Y'
                       PERFORM MARK-LEDGER-RETURNED
                   ELSE
                       ADD 1 TO LS-ROWS-LEFT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.

      * A MOVED row comes off the survivor and back on the absorbed
      * ID; a DROPPED row was never the survivor's, so it is only
      * written back
           RETURN-SENT-HISTORY SECTION.
           OPEN I-O F-SENT-HISTORY-FILE.
           IF WS-SENT-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM PICK-LEDGER-ROW
               IF WS-ROW-FOUND = 'Y' AND LEDGER-FILE = "SENT"
                   IF LEDGER-STATE = "MOVED"
                       MOVE LEDGER-ROW-IMAGE TO SENT-RECORD
                       MOVE WS-SURVIVOR-ID TO SENT-PERSON-ID
                       DELETE F-SENT-HISTORY-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   MOVE LEDGER-ROW-IMAGE TO SENT-RECORD
                   WRITE SENT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM MARK-LEDGER-RETURNED
               END-IF
           END-PERFORM.
           CLOSE F-SENT-HISTORY-FILE.

           RETURN-RESPONSES SECTION.
           PERFORM LOAD-RESPONSES.
           MOVE 'N' TO WS-ROWS-CHANGED.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM PICK-LEDGER-ROW
               IF WS-ROW-FOUND = 'Y' AND LEDGER-FILE = "RESPONSE"
                   PERFORM RETURN-ONE-RESPONSE
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-RESPONSES
           END-IF.

           RETURN-ONE-RESPONSE SECTION.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-FOUND = 'Y'
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO WS-WORK-RESPONSE
               IF WS-WORK-RESPONSE-PERSON = WS-SURVIVOR-ID AND
                  WS-WORK-RESPONSE-CARD = LEDGER-ROW-IMAGE(1:9) AND
                  WS-WORK-RESPONSE-REST = LEDGER-ROW-IMAGE(20:22)
                   MOVE WS-ABSORBED-ID TO WS-WORK-RESPONSE-PERSON
                   MOVE WS-WORK-RESPONSE TO WS-ROW-LINE(WS-ROW-IDX)
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 'Y'
               MOVE 'Y' TO WS-ROWS-CHANGED
               PERFORM MARK-LEDGER-RETURNED
           ELSE
               ADD 1 TO LS-ROWS-LEFT
           END-IF.

           RETURN-VOUCHERS SECTION.
           PERFORM LOAD-VOUCHERS.
           MOVE 'N' TO WS-ROWS-CHANGED.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM PICK-LEDGER-ROW
               IF WS-ROW-FOUND = 'Y' AND LEDGER-FILE = "VOUCHER"
                   PERFORM RETURN-ONE-VOUCHER
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-VOUCHERS
           END-IF.

      * Matched on the code alone: the voucher may have been redeemed
      * since the merge, and keeps whatever state it has now
           RETURN-ONE-VOUCHER SECTION.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-FOUND = 'Y'
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO WS-WORK-VOUCHER
               IF WS-WORK-VOUCHER-PERSON = WS-SURVIVOR-ID AND
                  WS-WORK-VOUCHER-CODE = LEDGER-ROW-IMAGE(1:16)
                   MOVE WS-ABSORBED-ID TO WS-WORK-VOUCHER-PERSON
                   MOVE WS-WORK-VOUCHER TO WS-ROW-LINE(WS-ROW-IDX)
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 'Y'
               MOVE 'Y' TO WS-ROWS-CHANGED
               PERFORM MARK-LEDGER-RETURNED
           ELSE
               ADD 1 TO LS-ROWS-LEFT
           END-IF.

           RETURN-PREFERENCES SECTION.
           PERFORM LOAD-PREFERENCES.
           MOVE 'N' TO WS-ROWS-CHANGED.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM PICK-LEDGER-ROW
               IF WS-ROW-FOUND = 'Y' AND LEDGER-FILE = "PREFS"
                   PERFORM RETURN-ONE-PREFERENCE
               END-IF
           END-PERFORM.
           IF WS-ROWS-CHANGED = 'Y'
               PERFORM SAVE-PREFERENCES
           END-IF.

      * A moved row is taken back off the survivor with whatever
      * flags it carries now; a dropped row is added back as it was
           RETURN-ONE-PREFERENCE SECTION.
           MOVE 'N' TO WS-ROW-FOUND.
           IF LEDGER-STATE = "MOVED"
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT OR
                         WS-ROW-FOUND = 'Y'
                   IF WS-ROW-LINE(WS-ROW-IDX)(1:10) = WS-SURVIVOR-ID
                       MOVE WS-ABSORBED-ID
                           TO WS-ROW-LINE(WS-ROW-IDX)(1:10)
                       MOVE 'Y' TO WS-ROW-FOUND
                   END-IF
               END-PERFORM
           ELSE
               IF WS-ROW-COUNT < 99999
                   ADD 1 TO WS-ROW-COUNT
                   MOVE 'N' TO WS-ROW-DROPPED(WS-ROW-COUNT)
                   MOVE LEDGER-ROW-IMAGE TO WS-ROW-LINE(WS-ROW-COUNT)
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 'Y'
               MOVE 'Y' TO WS-ROWS-CHANGED
               PERFORM MARK-LEDGER-RETURNED
           ELSE
               ADD 1 TO LS-ROWS-LEFT
           END-IF.

           LOAD-RESPONSES SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           OPEN INPUT F-RESPONSE-HISTORY-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-HISTORY-FILE
                   NOT AT END
                       IF WS-ROW-COUNT < 99999
                           ADD 1 TO WS-ROW-COUNT
                           MOVE 'N' TO WS-ROW-DROPPED(WS-ROW-COUNT)
                           MOVE HISTORY-RECORD
                               TO WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ROWS-TRUNCATED
                           MOVE "response-history.dat"
                               TO WS-TRUNCATED-FILE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-HISTORY-FILE.

           SAVE-RESPONSES SECTION.
           OPEN OUTPUT F-RESPONSE-HISTORY-FILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM.
           CLOSE F-RESPONSE-HISTORY-FILE.

           LOAD-VOUCHERS SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           OPEN INPUT F-VOUCHER-FILE.
           IF WS-VOUCHER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHER-FILE
                   NOT AT END
                       IF WS-ROW-COUNT < 99999
                           ADD 1 TO WS-ROW-COUNT
                           MOVE 'N' TO WS-ROW-DROPPED(WS-ROW-COUNT)
                           MOVE VOUCHER-RECORD
                               TO WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ROWS-TRUNCATED
                           MOVE "voucher-pool.dat"
                               TO WS-TRUNCATED-FILE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.

           SAVE-VOUCHERS SECTION.
           OPEN OUTPUT F-VOUCHER-FILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO VOUCHER-RECORD
               WRITE VOUCHER-RECORD
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.

           LOAD-PREFERENCES SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           OPEN INPUT F-PREFERENCES-FILE.
           IF WS-PREFERENCES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFERENCES-FILE
                   NOT AT END
                       IF WS-ROW-COUNT < 99999
                           ADD 1 TO WS-ROW-COUNT
                           MOVE 'N' TO WS-ROW-DROPPED(WS-ROW-COUNT)
                           MOVE PREFERENCE-RECORD
                               TO WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ROWS-TRUNCATED
                           MOVE "campaign-preferences.dat"
                               TO WS-TRUNCATED-FILE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.

           SAVE-PREFERENCES SECTION.
           OPEN OUTPUT F-PREFERENCES-FILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-DROPPED(WS-ROW-IDX) = 'N'
                   MOVE WS-ROW-LINE(WS-ROW-IDX) TO PREFERENCE-RECORD
                   WRITE PREFERENCE-RECORD
               END-IF
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.
