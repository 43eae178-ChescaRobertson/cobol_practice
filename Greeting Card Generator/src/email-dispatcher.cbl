                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
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
               SELECT F-COUNTRY-FORMATS-FILE
                 ASSIGN TO "country-formats.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COUNTRY-FORMATS-STATUS.
               SELECT F-HELD-FILE ASSIGN TO "email-held.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HELD-STATUS.
               SELECT F-HELD-REPORT-FILE ASSIGN TO "email-held.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HELD-REPORT-STATUS.
               SELECT F-APPLIED-RESULTS-FILE
                 ASSIGN TO "email-results-applied.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPLIED-STATUS.
               SELECT F-CHECKPOINT-FILE
                 ASSIGN TO "email-dispatcher.ckpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHECKPOINT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-FILE.
           FD F-REGION-MASTER-FILE.                                       * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
      * The region's clock against UTC as +hhmm or -hhmm; spaces
      * when the region spans more than one zone
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.                                        * The white-label brand codes in service
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-CUSTOMERS-FILE.                                           * Gives the card's region and country for its send window
           COPY "person.cpy".
           FD F-COUNTRY-FORMATS-FILE.
           01 COUNTRY-FORMAT-RECORD.
               05 CF-COUNTRY PIC X(2).
               05 CF-COUNTRY-NAME PIC X(30).
               05 CF-UTC-OFFSET PIC X(5).
           FD F-HELD-FILE.
      * The emails held back this pass because the customer's local
      * send window was not open; rewritten every pass
           01 HELD-RECORD.
               05 HELD-CARD-ID PIC X(9).
               05 HELD-PERSON-ID PIC X(10).
               05 HELD-DOMAIN PIC X(40).
               05 HELD-RUN-DATE PIC X(10).
               05 HELD-LOCAL-TIME PIC X(5).
               05 HELD-STATE PIC X(8).
           FD F-HELD-REPORT-FILE.                                         * Emails whose local send window closed while still held
           01 HELD-REPORT-RECORD PIC X(160).
           FD F-APPLIED-RESULTS-FILE.                                     * This pass's relay verdicts, kept for a restart
           01 APPLIED-RESULT-RECORD PIC X(42).
           FD F-CHECKPOINT-FILE.
      * How far the current pass has got: its clock, the ledger rows
      * on file before it sent anything, the EMAIL rows it has
      * handled with the last card, and its counters so far; state
      * R while the pass is under way, C once it finished cleanly
           01 CHECKPOINT-RECORD.
               05 CKPT-STATE PIC X.
               05 CKPT-RUN-DATE PIC X(10).
               05 CKPT-RUN-HOUR PIC X(2).
               05 CKPT-RUN-STAMP PIC X(21).
               05 CKPT-LEDGER-BASE PIC 9(5).
               05 CKPT-POSITION PIC 9(6).
               05 CKPT-LAST-CARD-ID PIC X(9).
               05 CKPT-SENT-COUNT PIC 9(6).
               05 CKPT-DEFERRED-COUNT PIC 9(6).
               05 CKPT-SOFT-BOUNCE-COUNT PIC 9(6).
               05 CKPT-HARD-BOUNCE-COUNT PIC 9(6).
               05 CKPT-HELD-COUNT PIC 9(6).
               05 CKPT-MISSED-COUNT PIC 9(6).
               05 CKPT-SENT-HASH PIC 9(15).
           WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-CONFIG-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-BRAND-MASTER-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-COUNTRY-FORMATS-STATUS PIC XX.
           01 WS-HELD-STATUS PIC XX.
           01 WS-HELD-REPORT-STATUS PIC XX.
           01 WS-APPLIED-STATUS PIC XX.
           01 WS-CHECKPOINT-STATUS PIC XX.
           01 WS-DISPATCH-LOG-OPEN PIC X VALUE 'N'.
           01 WS-PASS-FINISHED PIC X VALUE 'N'.
           01 WS-REPLAYING PIC X VALUE 'N'.                             * On while re-walking cards a stopped pass already handled
           01 WS-CARDS-HANDLED PIC 9(6) VALUE 0.                        * EMAIL rows met this pass, the restart position
           01 WS-LEDGER-BASE PIC 9(5) COMP VALUE 0.                     * Ledger rows on file before this pass sent anything
           01 WS-SEED-ROW PIC 9(5) COMP.
           01 WS-SENT-HASH PIC 9(15) VALUE 0.                           * Sum of the card IDs sent, a hash total for the restart
           01 WS-RESTART-POSITION PIC 9(6) VALUE 0.
           01 WS-RESTART-CARD-ID PIC X(9).
           01 WS-RESTART-TOTALS.
               05 WS-RESTART-SENT PIC 9(6).
               05 WS-RESTART-DEFERRED PIC 9(6).
               05 WS-RESTART-SOFT-BOUNCE PIC 9(6).
               05 WS-RESTART-HARD-BOUNCE PIC 9(6).
               05 WS-RESTART-HELD PIC 9(6).
               05 WS-RESTART-MISSED PIC 9(6).
               05 WS-RESTART-HASH PIC 9(15).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESULTS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-HOUR PIC X(2).
           01 WS-RUN-STAMP PIC X(21).
           01 WS-WINDOW-START PIC 9(2) VALUE 8.                         * Local hours the email may go out: from the start hour
           01 WS-WINDOW-END PIC 9(2) VALUE 21.                          * up to, not including, the end hour
           01 WS-LOOKUP-FILES-OPEN PIC X VALUE 'N'.
           01 WS-OFFSET-TEXT PIC X(5).
           01 WS-OFFSET-MINUTES PIC S9(5) COMP.
           01 WS-SERVER-OFFSET PIC S9(5) COMP.
           01 WS-LOCAL-MINUTES PIC S9(5) COMP.
           01 WS-LOCAL-DAY-SHIFT PIC S9 COMP.
           01 WS-LOCAL-HOUR PIC 9(2).
           01 WS-LOCAL-MINUTE PIC 9(2).
           01 WS-WINDOW-STATE PIC X(8).
           01 WS-LOCAL-TEXT PIC X(5).
           01 WS-LOCAL-DAY-NOTE PIC X(10).
           01 WS-ROW-PERSON-ID PIC X(10).
           01 WS-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-MISSED-COUNT PIC 9(6) VALUE 0.
           01 WS-DEFAULT-CAP PIC 9(6) VALUE 200.                        * Per-domain sends per hour unless a domain row says else
           01 WS-SENT-COUNT PIC 9(6) VALUE 0.
           01 WS-DEFERRED-COUNT PIC 9(6) VALUE 0.
           01 WS-HARD-BOUNCE-COUNT PIC 9(6) VALUE 0.
           01 WS-CAMPAIGN-IDX PIC 9(2) COMP.
           01 WS-SOURCE-NAME PIC X(60).
           01 WS-ROW-CARD-ID PIC X(9) VALUE SPACES.
           01 WS-ROW-CARD-NUM REDEFINES WS-ROW-CARD-ID PIC 9(9).
           01 WS-ROW-DOMAIN PIC X(40).
           01 WS-AT-POS PIC 9(3) COMP.
           01 WS-SCAN-POS PIC 9(3) COMP.
                  DEPENDING ON WS-REGION-COUNT
                  INDEXED BY REGION-IDX.
                      10 WS-REGION-NAME PIC X(20).
                      10 WS-REGION-UTC-OFFSET PIC X(5).
           01 WS-BRAND-MASTER-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-BRAND-MASTERS.
              05 WS-BRAND-MASTER-ROW OCCURS 1 TO 99 TIMES
                      10 WS-DOMAIN-NAME PIC X(40).
                      10 WS-DOMAIN-SENT PIC 9(6).
                      10 WS-DOMAIN-CAP PIC 9(6).
           01 WS-COUNTRY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-COUNTRY-IDX PIC 9(3) COMP.
           01 WS-COUNTRIES.
              05 WS-COUNTRY-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-COUNTRY-COUNT
                  INDEXED BY COUNTRY-IDX.
                      10 WS-COUNTRY-CODE PIC X(2).
                      10 WS-COUNTRY-UTC-OFFSET PIC X(5).
           01 WS-HELD-ROW-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-HELD-IDX PIC 9(5) COMP.
           01 WS-HELD-SLOT PIC 9(5) COMP.
           01 WS-HELD-ROWS.                                             * Today's held emails, carried from pass to pass so a
              05 WS-HELD-ROW OCCURS 1 TO 99999 TIMES                    * closed window is reported only the once
                  DEPENDING ON WS-HELD-ROW-COUNT
                  INDEXED BY HELD-IDX.
                      10 WS-HELD-CARD PIC X(9).
                      10 WS-HELD-PERSON PIC X(10).
                      10 WS-HELD-DOMAIN PIC X(40).
                      10 WS-HELD-LOCAL PIC X(5).
                      10 WS-HELD-STATE PIC X(8).
                      10 WS-HELD-SEEN PIC X.
           01 WS-LEDGER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LEDGER-IDX PIC 9(5) COMP.
           01 WS-LEDGER-FOUND PIC 9.
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           PERFORM LOAD-DISPATCH-CHECKPOINT.                            * A pass that stopped part-way carries on as that pass

           PERFORM LOAD-DISPATCH-CONFIG.
           PERFORM CHECK-SEND-WINDOW-CONFIG.
           PERFORM LOAD-ROUTING-MASTERS.                                * Region/brand lists say which suffixed files exist
           PERFORM LOAD-COUNTRY-OFFSETS.
           PERFORM LOAD-HELD-EMAILS.
           PERFORM LOAD-DISPATCH-LEDGER.
           PERFORM SEED-HOURLY-TALLIES.
           PERFORM APPLY-RELAY-RESULTS.                                 * Yesterday's verdicts first, so soft bounces retry now
           IF WS-DISPATCH-LOG-STATUS = "35"
               OPEN OUTPUT F-DISPATCH-LOG-FILE
           END-IF.
           MOVE 'Y' TO WS-DISPATCH-LOG-OPEN.
           PERFORM OPEN-WINDOW-LOOKUPS.
           IF WS-REPLAYING = 'Y' AND WS-RESTART-POSITION = 0            * Stopped before its first card: only the verdicts to redo
               PERFORM RESUME-AT-RESTART-POINT
           END-IF.
           PERFORM DISPATCH-ONE-CAMPAIGN
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 12.
           IF WS-REPLAYING = 'Y'                                        * The files ran out before the checkpoint's card came up
               PERFORM ABANDON-RESTART
           END-IF.
           IF WS-LOOKUP-FILES-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           CLOSE F-DISPATCH-LOG-FILE.
           MOVE 'N' TO WS-DISPATCH-LOG-OPEN.
           MOVE 'Y' TO WS-PASS-FINISHED.                                * Every card handled, clear the checkpoint
           PERFORM SAVE-DISPATCH-CHECKPOINT.
           PERFORM SAVE-DISPATCH-LEDGER.
           PERFORM SAVE-HELD-EMAILS.
           DISPLAY "Dispatched: " WS-SENT-COUNT
               " Deferred over cap: " WS-DEFERRED-COUNT
               " Soft bounces requeued: " WS-SOFT-BOUNCE-COUNT
               " Hard bounces to intake: " WS-HARD-BOUNCE-COUNT.
           DISPLAY "Held for send window: " WS-HELD-COUNT
               " Window closed while held: " WS-MISSED-COUNT.
           DISPLAY "Sent card-ID hash total: " WS-SENT-HASH.
           GOBACK.

      * DEFAULT-CAP sets the blanket per-domain hourly cap; a DOMAIN
      * row (keyword DOMAIN-<name>) pins one provider's own cap;
      * SEND-WINDOW-START and SEND-WINDOW-END set the local hours an
      * email may go out in
           LOAD-DISPATCH-CONFIG SECTION.
           OPEN INPUT F-DISPATCH-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE FUNCTION NUMVAL(DC-VALUE) TO WS-DEFAULT-CAP
               EXIT SECTION
           END-IF.
           IF DC-KEYWORD = "SEND-WINDOW-START"
               MOVE FUNCTION NUMVAL(DC-VALUE) TO WS-WINDOW-START
               EXIT SECTION
           END-IF.
           IF DC-KEYWORD = "SEND-WINDOW-END"
               MOVE FUNCTION NUMVAL(DC-VALUE) TO WS-WINDOW-END
               EXIT SECTION
           END-IF.
           IF DC-KEYWORD(1:7) = "DOMAIN-"
               MOVE DC-KEYWORD(8:23) TO WS-ROW-DOMAIN
               PERFORM FIND-OR-ADD-DOMAIN
           DISPLAY "WARNING: unknown dispatch-config keyword "
               DC-KEYWORD.

           CHECK-SEND-WINDOW-CONFIG SECTION.
           IF WS-WINDOW-START > 23 OR WS-WINDOW-END > 24 OR
              WS-WINDOW-START >= WS-WINDOW-END
               DISPLAY "WARNING: send window " WS-WINDOW-START
                   " to " WS-WINDOW-END " is not usable, 08 to 21 kept"
               MOVE 8 TO WS-WINDOW-START
               MOVE 21 TO WS-WINDOW-END
           END-IF.

           LOAD-DISPATCH-LEDGER SECTION.
           SET LEDGER-IDX TO 0.
           OPEN INPUT F-DISPATCH-LEDGER-FILE.
               CLOSE F-DISPATCH-LEDGER-FILE
           END-IF.
           MOVE LEDGER-IDX TO WS-LEDGER-COUNT.
           IF WS-REPLAYING = 'N'
               MOVE WS-LEDGER-COUNT TO WS-LEDGER-BASE
               EXIT SECTION
           END-IF.
           IF WS-LEDGER-BASE > WS-LEDGER-COUNT                          * The ledger was rewritten since the pass stopped
               PERFORM ABANDON-RESTART
           END-IF.
           MOVE WS-LEDGER-BASE TO WS-LEDGER-COUNT.                      * The stopped pass's own rows come back as it replays

      * Re-reads this hour's SENT lines from the attempt log so a
      * second invocation inside the hour keeps honoring the cap;
      * rows a stopped pass appended are counted as it replays
           SEED-HOURLY-TALLIES SECTION.
           OPEN INPUT F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SEED-ROW.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPATCH-LEDGER-FILE
                   NOT AT END
                       ADD 1 TO WS-SEED-ROW
                       IF WS-SEED-ROW <= WS-LEDGER-BASE AND
                          DL-STATE = "SENT" AND
                          DL-DISPATCH-DATE = WS-RUN-DATE AND
                          DL-DISPATCH-HOUR = WS-RUN-HOUR
                           MOVE DL-DOMAIN TO WS-ROW-DOMAIN
      * 4xx codes are transient: the ledger row is dropped so the
      * card goes out again next cycle. 5xx codes are final: the
      * customer's bounce goes to the mailroom failures file for
      * delivery-failure-intake to flag and reroute. The verdicts
      * applied are kept aside with the pass's first checkpoint, so
      * a restart can apply them again after the file is emptied.
           APPLY-RELAY-RESULTS SECTION.
           IF WS-REPLAYING = 'Y'
               PERFORM REAPPLY-RELAY-RESULTS
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-APPLIED-RESULTS-FILE.
           OPEN INPUT F-RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = "00"
               CLOSE F-APPLIED-RESULTS-FILE
               PERFORM SAVE-DISPATCH-CHECKPOINT
               EXIT SECTION
           END-IF.
           OPEN I-O F-CARD-HISTORY-FILE.
               READ F-RESULTS-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-RESULT
                       WRITE APPLIED-RESULT-RECORD FROM RESULT-RECORD
                   AT END
                       MOVE 1 TO WS-RESULTS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-RESULTS-FILE.
           CLOSE F-APPLIED-RESULTS-FILE.
           OPEN OUTPUT F-RESULTS-FILE.                                  * Verdicts are applied once, then the file is emptied
           CLOSE F-RESULTS-FILE.
           PERFORM SAVE-DISPATCH-CHECKPOINT.

      * The stopped pass's verdicts, read back through the results
      * layout; anything the relay has returned since waits for the
      * next pass in the results file
           REAPPLY-RELAY-RESULTS SECTION.
           SET ENVIRONMENT "email-results_dat"
               TO "email-results-applied.dat".
           OPEN INPUT F-RESULTS-FILE.
           IF WS-RESULTS-STATUS = "00"
               OPEN I-O F-CARD-HISTORY-FILE
               MOVE 0 TO WS-RESULTS-ENDED
               PERFORM UNTIL WS-RESULTS-ENDED = 1
                   READ F-RESULTS-FILE
                       NOT AT END
                           PERFORM APPLY-ONE-RESULT
                       AT END
                           MOVE 1 TO WS-RESULTS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CARD-HISTORY-FILE
               CLOSE F-RESULTS-FILE
           END-IF.
           SET ENVIRONMENT "email-results_dat" TO "email-results.dat".

           APPLY-ONE-RESULT SECTION.
           IF RESULT-CODE(1:1) = "4"
                       RESULT-CARD-ID ", not reported"
               NOT INVALID KEY
                   ADD 1 TO WS-HARD-BOUNCE-COUNT
                   IF WS-REPLAYING = 'N'                                * The stopped pass reported it already
                       PERFORM WRITE-FAILURE-ROW
                   END-IF
                   PERFORM MARK-LEDGER-BOUNCED
           END-READ.

           WRITE-FAILURE-ROW SECTION.
           OPEN EXTEND F-FAILURES-FILE.
           IF WS-FAILURES-STATUS = "35"
               OPEN OUTPUT F-FAILURES-FILE
           END-IF.
           IF WS-FAILURES-STATUS = "00"
               MOVE HIST-PERSON-ID TO FAILURE-PERSON-ID
               MOVE "EMAIL" TO FAILURE-CHANNEL
               MOVE RESULT-REASON TO FAILURE-REASON
               MOVE WS-RUN-DATE TO FAILURE-DATE
               WRITE FAILURE-RECORD
               CLOSE F-FAILURES-FILE
           END-IF.

           MARK-LEDGER-BOUNCED SECTION.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                   NOT AT END
                       IF CARD-CHANNEL = "EMAIL"
                           PERFORM DISPATCH-ONE-CARD
                           PERFORM NOTE-CARD-HANDLED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                           ADD 1 TO REGION-IDX
                           MOVE REGION-MASTER-NAME
                               TO WS-REGION-NAME(REGION-IDX)
                           MOVE REGION-MASTER-UTC-OFFSET
                               TO WS-REGION-UTC-OFFSET(REGION-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
           IF WS-ROW-DOMAIN = SPACES
               EXIT SECTION
           END-IF.
           PERFORM CHECK-SEND-WINDOW.
           IF WS-WINDOW-STATE NOT = "OPEN"
               PERFORM HOLD-FOR-SEND-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM FIND-OR-ADD-DOMAIN.
           IF WS-DOMAIN-SENT(WS-DOMAIN-SLOT) >=
              WS-DOMAIN-CAP(WS-DOMAIN-SLOT)
                      " hourly cap reached"
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-DISPATCH-LOG-LINE
               EXIT SECTION
           END-IF.
           PERFORM WRITE-TO-DOMAIN-OUTBOX.
           MOVE WS-RUN-DATE TO WS-LEDGER-DATE(WS-LEDGER-COUNT).
           MOVE WS-RUN-HOUR TO WS-LEDGER-HOUR(WS-LEDGER-COUNT).
           MOVE "SENT" TO WS-LEDGER-STATE(WS-LEDGER-COUNT).
           IF WS-ROW-CARD-ID IS NUMERIC
               ADD WS-ROW-CARD-NUM TO WS-SENT-HASH
           END-IF.
           PERFORM APPEND-LEDGER-ROW.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING WS-RUN-DATE " " WS-RUN-HOUR " SENT "
                  WS-ROW-CARD-ID " " FUNCTION TRIM(WS-ROW-DOMAIN)
               INTO WS-LOG-TEXT
           END-STRING.
           PERFORM WRITE-DISPATCH-LOG-LINE.

      * The stopped pass wrote the outbox, ledger and log lines for
      * the cards it handled; the replay rebuilds only the counts
           WRITE-DISPATCH-LOG-LINE SECTION.
           IF WS-REPLAYING = 'Y'
               EXIT SECTION
           END-IF.
           MOVE WS-LOG-TEXT TO DISPATCH-LOG-RECORD.
           WRITE DISPATCH-LOG-RECORD.

           END-IF.

           WRITE-TO-DOMAIN-OUTBOX SECTION.
           IF WS-REPLAYING = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-OUTBOX-NAME.
           STRING "email-outbox-" FUNCTION TRIM(WS-ROW-DOMAIN)
                  ".dat"
           END-IF.

           APPEND-LEDGER-ROW SECTION.
           IF WS-REPLAYING = 'Y'
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT F-DISPATCH-LEDGER-FILE
           MOVE WS-LEDGER-HOUR(WS-LEDGER-IDX) TO DL-DISPATCH-HOUR.
           MOVE WS-LEDGER-STATE(WS-LEDGER-IDX) TO DL-STATE.
           WRITE DISPATCH-LEDGER-RECORD.

           LOAD-COUNTRY-OFFSETS SECTION.                                * Country clocks for customers outside a zoned region
           SET COUNTRY-IDX TO 0.
           OPEN INPUT F-COUNTRY-FORMATS-FILE.
           IF WS-COUNTRY-FORMATS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-COUNTRY-FORMATS-FILE
                       NOT AT END
                           ADD 1 TO COUNTRY-IDX
                           MOVE CF-COUNTRY
                               TO WS-COUNTRY-CODE(COUNTRY-IDX)
                           MOVE CF-UTC-OFFSET
                               TO WS-COUNTRY-UTC-OFFSET(COUNTRY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COUNTRY-FORMATS-FILE
           END-IF.
           MOVE COUNTRY-IDX TO WS-COUNTRY-COUNT.

      * Only today's rows matter: a held email is judged against the
      * local day that matches the run date
           LOAD-HELD-EMAILS SECTION.
           SET HELD-IDX TO 0.
           OPEN INPUT F-HELD-FILE.
           IF WS-HELD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HELD-FILE
                       NOT AT END
                           IF HELD-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO HELD-IDX
                               MOVE HELD-CARD-ID
                                   TO WS-HELD-CARD(HELD-IDX)
                               MOVE HELD-PERSON-ID
                                   TO WS-HELD-PERSON(HELD-IDX)
                               MOVE HELD-DOMAIN
                                   TO WS-HELD-DOMAIN(HELD-IDX)
                               MOVE HELD-LOCAL-TIME
                                   TO WS-HELD-LOCAL(HELD-IDX)
                               MOVE HELD-STATE
                                   TO WS-HELD-STATE(HELD-IDX)
                               MOVE 'N' TO WS-HELD-SEEN(HELD-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HELD-FILE
           END-IF.
           MOVE HELD-IDX TO WS-HELD-ROW-COUNT.

      * Without the card history or the customer file every email is
      * timed on the house clock
           OPEN-WINDOW-LOOKUPS SECTION.
           MOVE 0 TO WS-OFFSET-MINUTES.
           MOVE WS-RUN-STAMP(17:5) TO WS-OFFSET-TEXT.
           PERFORM OFFSET-TO-MINUTES.
           MOVE WS-OFFSET-MINUTES TO WS-SERVER-OFFSET.
           MOVE 'N' TO WS-LOOKUP-FILES-OPEN.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", house clock used"
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", house clock used"
               CLOSE F-CARD-HISTORY-FILE
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-LOOKUP-FILES-OPEN.

      * The customer's local clock is the house clock moved from the
      * server's UTC offset to the customer's. An email is due on the
      * local day matching the run date: a clock still on the day
      * before, or short of the start hour, waits; a clock already
      * on the day after, or past the end hour, has missed it.
           CHECK-SEND-WINDOW SECTION.
           MOVE WS-SERVER-OFFSET TO WS-OFFSET-MINUTES.
           PERFORM FIND-CUSTOMER-OFFSET.
           IF WS-OFFSET-TEXT NOT = SPACES
               PERFORM OFFSET-TO-MINUTES
           END-IF.
           COMPUTE WS-LOCAL-MINUTES =
               FUNCTION NUMVAL(WS-RUN-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-RUN-STAMP(11:2))
               - WS-SERVER-OFFSET + WS-OFFSET-MINUTES.
           MOVE 0 TO WS-LOCAL-DAY-SHIFT.
           PERFORM UNTIL WS-LOCAL-MINUTES >= 0
               ADD 1440 TO WS-LOCAL-MINUTES
               SUBTRACT 1 FROM WS-LOCAL-DAY-SHIFT
           END-PERFORM.
           PERFORM UNTIL WS-LOCAL-MINUTES < 1440
               SUBTRACT 1440 FROM WS-LOCAL-MINUTES
               ADD 1 TO WS-LOCAL-DAY-SHIFT
           END-PERFORM.
           DIVIDE WS-LOCAL-MINUTES BY 60 GIVING WS-LOCAL-HOUR
               REMAINDER WS-LOCAL-MINUTE.
           STRING WS-LOCAL-HOUR ":" WS-LOCAL-MINUTE
               DELIMITED BY SIZE INTO WS-LOCAL-TEXT
           END-STRING.
           EVALUATE TRUE
               WHEN WS-LOCAL-DAY-SHIFT < 0
                   MOVE " day before" TO WS-LOCAL-DAY-NOTE
               WHEN WS-LOCAL-DAY-SHIFT > 0
                   MOVE " day after" TO WS-LOCAL-DAY-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-LOCAL-DAY-NOTE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-LOCAL-DAY-SHIFT < 0
                   MOVE "WAITING" TO WS-WINDOW-STATE
               WHEN WS-LOCAL-DAY-SHIFT > 0
                   MOVE "MISSED" TO WS-WINDOW-STATE
               WHEN WS-LOCAL-HOUR < WS-WINDOW-START
                   MOVE "WAITING" TO WS-WINDOW-STATE
               WHEN WS-LOCAL-HOUR >= WS-WINDOW-END
                   MOVE "MISSED" TO WS-WINDOW-STATE
               WHEN OTHER
                   MOVE "OPEN" TO WS-WINDOW-STATE
           END-EVALUATE.

      * A zoned region is the closer clock, so it wins; the country
      * row covers everyone else; no offset at all means house time
           FIND-CUSTOMER-OFFSET SECTION.
           MOVE SPACES TO WS-OFFSET-TEXT.
           MOVE SPACES TO WS-ROW-PERSON-ID.
           IF WS-LOOKUP-FILES-OPEN NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ROW-CARD-ID) TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE HIST-PERSON-ID TO WS-ROW-PERSON-ID.
           MOVE HIST-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           IF PERSON-REGION NOT = SPACES
               PERFORM VARYING WS-REGION-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REGION-SCAN-IDX > WS-REGION-COUNT
                       OR WS-OFFSET-TEXT NOT = SPACES
                   IF WS-REGION-NAME(WS-REGION-SCAN-IDX) =
                      PERSON-REGION
                       MOVE WS-REGION-UTC-OFFSET(WS-REGION-SCAN-IDX)
                           TO WS-OFFSET-TEXT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-OFFSET-TEXT NOT = SPACES OR PERSON-COUNTRY = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
               UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT
                   OR WS-OFFSET-TEXT NOT = SPACES
               IF WS-COUNTRY-CODE(WS-COUNTRY-IDX) = PERSON-COUNTRY
                   MOVE WS-COUNTRY-UTC-OFFSET(WS-COUNTRY-IDX)
                       TO WS-OFFSET-TEXT
               END-IF
           END-PERFORM.

           OFFSET-TO-MINUTES SECTION.                                   * +hhmm or -hhmm; anything else leaves the minutes as they were
           IF (WS-OFFSET-TEXT(1:1) NOT = "+" AND
               WS-OFFSET-TEXT(1:1) NOT = "-") OR
              WS-OFFSET-TEXT(2:4) IS NOT NUMERIC
               DISPLAY "WARNING: UTC offset " WS-OFFSET-TEXT
                   " is not +hhmm or -hhmm, ignored"
               EXIT SECTION
           END-IF.
           COMPUTE WS-OFFSET-MINUTES =
               FUNCTION NUMVAL(WS-OFFSET-TEXT(2:2)) * 60
               + FUNCTION NUMVAL(WS-OFFSET-TEXT(4:2)).
           IF WS-OFFSET-TEXT(1:1) = "-"
               COMPUTE WS-OFFSET-MINUTES = 0 - WS-OFFSET-MINUTES
           END-IF.

      * The card stays in its campaign file and off the ledger, so a
      * later pass picks it up again once the window opens
           HOLD-FOR-SEND-WINDOW SECTION.
           ADD 1 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HELD-SLOT.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-ROW-COUNT
                   OR WS-HELD-SLOT > 0
               IF WS-HELD-CARD(WS-HELD-IDX) = WS-ROW-CARD-ID
                   MOVE WS-HELD-IDX TO WS-HELD-SLOT
               END-IF
           END-PERFORM.
           IF WS-HELD-SLOT = 0
               ADD 1 TO WS-HELD-ROW-COUNT
               MOVE WS-HELD-ROW-COUNT TO WS-HELD-SLOT
               MOVE WS-ROW-CARD-ID TO WS-HELD-CARD(WS-HELD-SLOT)
               MOVE SPACES TO WS-HELD-STATE(WS-HELD-SLOT)
           END-IF.
           IF WS-WINDOW-STATE = "MISSED"
               ADD 1 TO WS-MISSED-COUNT
               IF WS-HELD-STATE(WS-HELD-SLOT) NOT = "MISSED"
                   PERFORM REPORT-WINDOW-CLOSED
               END-IF
           END-IF.
           MOVE WS-ROW-PERSON-ID TO WS-HELD-PERSON(WS-HELD-SLOT).
           MOVE WS-ROW-DOMAIN TO WS-HELD-DOMAIN(WS-HELD-SLOT).
           MOVE WS-LOCAL-TEXT TO WS-HELD-LOCAL(WS-HELD-SLOT).
           MOVE WS-WINDOW-STATE TO WS-HELD-STATE(WS-HELD-SLOT).
           MOVE 'Y' TO WS-HELD-SEEN(WS-HELD-SLOT).
           MOVE SPACES TO WS-LOG-TEXT.
           STRING WS-RUN-DATE " " WS-RUN-HOUR " HELD "
                  WS-ROW-CARD-ID " " FUNCTION TRIM(WS-ROW-DOMAIN)
                  " local " WS-LOCAL-TEXT
                  FUNCTION TRIM(WS-LOCAL-DAY-NOTE TRAILING)
                  " " FUNCTION TRIM(WS-WINDOW-STATE)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING.
           PERFORM WRITE-DISPATCH-LOG-LINE.

           REPORT-WINDOW-CLOSED SECTION.
           IF WS-REPLAYING = 'Y'
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-HELD-REPORT-FILE.
           IF WS-HELD-REPORT-STATUS = "35"
               OPEN OUTPUT F-HELD-REPORT-FILE
           END-IF.
           IF WS-HELD-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: email-held.rpt FILE STATUS "
                   WS-HELD-REPORT-STATUS
               EXIT SECTION
           END-IF.
           MOVE SPACES TO HELD-REPORT-RECORD.
           STRING WS-RUN-DATE " " WS-RUN-HOUR " WINDOW CLOSED CARD "
                  WS-ROW-CARD-ID " PERSON " WS-ROW-PERSON-ID
                  " " FUNCTION TRIM(WS-ROW-DOMAIN)
                  " LOCAL " WS-LOCAL-TEXT
                  FUNCTION TRIM(WS-LOCAL-DAY-NOTE TRAILING)
                  " WINDOW " WS-WINDOW-START "-" WS-WINDOW-END
               DELIMITED BY SIZE INTO HELD-REPORT-RECORD
           END-STRING.
           WRITE HELD-REPORT-RECORD.
           CLOSE F-HELD-REPORT-FILE.

           SAVE-HELD-EMAILS SECTION.
           OPEN OUTPUT F-HELD-FILE.
           PERFORM SAVE-ONE-HELD-ROW
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-ROW-COUNT.
           CLOSE F-HELD-FILE.

           SAVE-ONE-HELD-ROW SECTION.                                   * A row not held again this pass was sent or has left the queue
           IF WS-HELD-SEEN(WS-HELD-IDX) NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO HELD-RECORD.
           MOVE WS-HELD-CARD(WS-HELD-IDX) TO HELD-CARD-ID.
           MOVE WS-HELD-PERSON(WS-HELD-IDX) TO HELD-PERSON-ID.
           MOVE WS-HELD-DOMAIN(WS-HELD-IDX) TO HELD-DOMAIN.
           MOVE WS-RUN-DATE TO HELD-RUN-DATE.
           MOVE WS-HELD-LOCAL(WS-HELD-IDX) TO HELD-LOCAL-TIME.
           MOVE WS-HELD-STATE(WS-HELD-IDX) TO HELD-STATE.
           WRITE HELD-RECORD.

      * Only a pass of today left under way is a restart point; the
      * restart runs on that pass's clock so its hour, caps and send
      * windows are the ones the stopped pass was working to
           LOAD-DISPATCH-CHECKPOINT SECTION.
           OPEN INPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           READ F-CHECKPOINT-FILE
               NOT AT END
                   IF CKPT-STATE = 'R' AND
                      CKPT-RUN-DATE = WS-RUN-DATE
                       MOVE 'Y' TO WS-REPLAYING
                       MOVE CKPT-RUN-HOUR TO WS-RUN-HOUR
                       MOVE CKPT-RUN-STAMP TO WS-RUN-STAMP
                       MOVE CKPT-LEDGER-BASE TO WS-LEDGER-BASE
                       MOVE CKPT-POSITION TO WS-RESTART-POSITION
                       MOVE CKPT-LAST-CARD-ID TO WS-RESTART-CARD-ID
                       MOVE CKPT-SENT-COUNT TO WS-RESTART-SENT
                       MOVE CKPT-DEFERRED-COUNT TO WS-RESTART-DEFERRED
                       MOVE CKPT-SOFT-BOUNCE-COUNT
                           TO WS-RESTART-SOFT-BOUNCE
                       MOVE CKPT-HARD-BOUNCE-COUNT
                           TO WS-RESTART-HARD-BOUNCE
                       MOVE CKPT-HELD-COUNT TO WS-RESTART-HELD
                       MOVE CKPT-MISSED-COUNT TO WS-RESTART-MISSED
                       MOVE CKPT-SENT-HASH TO WS-RESTART-HASH
                   END-IF
           END-READ.
           CLOSE F-CHECKPOINT-FILE.
           IF WS-REPLAYING = 'Y'
               DISPLAY "Restarting the " WS-RUN-DATE " " WS-RUN-HOUR
                   ":00 dispatch pass after " WS-RESTART-POSITION
                   " email cards"
           END-IF.

      * Saved once the verdicts are applied and again after every
      * EMAIL row, so the restart point is never a card behind
           SAVE-DISPATCH-CHECKPOINT SECTION.
           OPEN OUTPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           IF WS-PASS-FINISHED = 'Y'
               MOVE 'C' TO CKPT-STATE
           ELSE
               MOVE 'R' TO CKPT-STATE
           END-IF.
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
           MOVE WS-RUN-HOUR TO CKPT-RUN-HOUR.
           MOVE WS-RUN-STAMP TO CKPT-RUN-STAMP.
           MOVE WS-LEDGER-BASE TO CKPT-LEDGER-BASE.
           MOVE WS-CARDS-HANDLED TO CKPT-POSITION.
           MOVE WS-ROW-CARD-ID TO CKPT-LAST-CARD-ID.
           MOVE WS-SENT-COUNT TO CKPT-SENT-COUNT.
           MOVE WS-DEFERRED-COUNT TO CKPT-DEFERRED-COUNT.
           MOVE WS-SOFT-BOUNCE-COUNT TO CKPT-SOFT-BOUNCE-COUNT.
           MOVE WS-HARD-BOUNCE-COUNT TO CKPT-HARD-BOUNCE-COUNT.
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
           MOVE WS-MISSED-COUNT TO CKPT-MISSED-COUNT.
           MOVE WS-SENT-HASH TO CKPT-SENT-HASH.
           WRITE CHECKPOINT-RECORD.
           CLOSE F-CHECKPOINT-FILE.

           NOTE-CARD-HANDLED SECTION.
           ADD 1 TO WS-CARDS-HANDLED.
           IF WS-REPLAYING = 'N'
               PERFORM SAVE-DISPATCH-CHECKPOINT
               EXIT SECTION
           END-IF.
           IF WS-CARDS-HANDLED = WS-RESTART-POSITION
               PERFORM RESUME-AT-RESTART-POINT
           END-IF.

      * The replayed counters must land exactly on the checkpoint, or
      * the campaign files have changed since the pass stopped and
      * carrying on could send a card twice or not at all
           RESUME-AT-RESTART-POINT SECTION.
           IF WS-SENT-COUNT NOT = WS-RESTART-SENT OR
              WS-DEFERRED-COUNT NOT = WS-RESTART-DEFERRED OR
              WS-SOFT-BOUNCE-COUNT NOT = WS-RESTART-SOFT-BOUNCE OR
              WS-HARD-BOUNCE-COUNT NOT = WS-RESTART-HARD-BOUNCE OR
              WS-HELD-COUNT NOT = WS-RESTART-HELD OR
              WS-MISSED-COUNT NOT = WS-RESTART-MISSED OR
              WS-SENT-HASH NOT = WS-RESTART-HASH
               PERFORM ABANDON-RESTART
           END-IF.
           IF WS-RESTART-POSITION > 0 AND
              WS-ROW-CARD-ID NOT = WS-RESTART-CARD-ID
               PERFORM ABANDON-RESTART
           END-IF.
           MOVE 'N' TO WS-REPLAYING.
           IF WS-RESTART-POSITION > 0
               DISPLAY "Restart: carrying on after card "
                   WS-RESTART-CARD-ID ", " WS-CARDS-HANDLED
                   " email cards already handled"
           ELSE
               DISPLAY "Restart: carrying on from the first email card"
           END-IF.

           ABANDON-RESTART SECTION.
           DISPLAY "WARNING: email-dispatcher.ckpt does not match "
               "the ledger and campaign files at email card "
               WS-CARDS-HANDLED ", restart abandoned; check the "
               "outboxes already written before clearing the "
               "checkpoint".
           IF WS-LOOKUP-FILES-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           IF WS-DISPATCH-LOG-OPEN = 'Y'
               CLOSE F-DISPATCH-LOG-FILE
           END-IF.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
