               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
               SELECT F-JOB-HISTORY-FILE ASSIGN TO "job-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOB-HISTORY-STATUS.
               SELECT F-BATCH-WINDOW-FILE ASSIGN TO "batch-window.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BATCH-WINDOW-STATUS.
               SELECT F-FEED-EXPECT-FILE
                 ASSIGN TO "feed-expectations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FEED-EXPECT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-CONTROL-FILE.                                       * One keyword/value pair per line of operational knobs
               05 LAST-RUN-DATE PIC X(10).
           FD F-ALERTS-FILE.                                            * One line per breach, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           FD F-JOB-HISTORY-FILE.
      * Every finished step, every night, with how long it took and
      * how big customers.dat was at the time
           01 JOB-HISTORY-RECORD.
               05 JH-RUN-DATE PIC X(10).
               05 JH-STEP-NUMBER PIC 9(2).
               05 JH-STEP-NAME PIC X(30).
               05 JH-STATUS PIC X(8).
               05 JH-ELAPSED-SECS PIC 9(6).
               05 JH-VOLUME PIC 9(12).
           FD F-BATCH-WINDOW-FILE.
      * The finish time projected after each step (P), and the time
      * the chain actually finished (A), as offsets from its start
           01 BATCH-WINDOW-RECORD.
               05 BW-RUN-DATE PIC X(10).
               05 BW-ROW-TYPE PIC X.
               05 BW-AFTER-STEP PIC 9(2).
               05 BW-TAKEN-TIME PIC X(8).
               05 BW-FINISH-TIME PIC X(8).
               05 BW-FINISH-OFFSET PIC 9(6).
               05 BW-CUTOFF PIC X(5).
           FD F-FEED-EXPECT-FILE.
      * One line per upstream feed the chain reads: how often it comes,
      * the latest time it may land on the run day, whether the night
      * can go without it, and if not, whether a missing one stops
      * the chain or lets it run degraded
           01 FEED-EXPECT-RECORD.
               05 FX-FEED-NAME PIC X(40).
               05 FX-FREQUENCY PIC X(8).                                * DAILY, WEEKLY or MONTHLY
               05 FX-LATEST-ARRIVAL PIC X(5).                           * HH:MM
               05 FX-REQUIRED PIC X(8).                                 * REQUIRED or OPTIONAL
               05 FX-LATE-POLICY PIC X(8).                              * FAIL or DEGRADE, for a required feed
           FD F-JOB-STATUS-FILE.
      * One line per chain step with its last outcome; the next
      * invocation resumes from the first step that did not finish
           01 WS-RESUME-STEP PIC 9(2) VALUE 1.
           01 WS-CHAIN-FAILED PIC X VALUE 'N'.
           01 WS-STEP-FAILED PIC X.
           01 WS-FIRST-STEP PIC 9(2) COMP.
           01 WS-STEP-COUNT PIC 9(2) VALUE 16.
           01 WS-STEP-TABLE.                                            * The nightly chain, in run order
               05 WS-STEP OCCURS 16 TIMES.
                   10 WS-STEP-NAME PIC X(30).
                   10 WS-STEP-STATUS PIC X(8).
                   10 WS-STEP-START PIC X(8).
                   10 WS-STEP-END PIC X(8).
           01 WS-TIME-NOW PIC X(8).
           01 WS-JOB-HISTORY-STATUS PIC XX.
           01 WS-BATCH-WINDOW-STATUS PIC XX.
           01 WS-TRANSMIT-CUTOFF PIC X(5) VALUE SPACES.                 * Vendor transmission cutoff, HH:MM
           01 WS-CUTOFF-ALERTED PIC X VALUE 'N'.
           01 WS-TONIGHT-VOLUME PIC 9(12) VALUE 0.
           01 WS-TIME-WORK PIC X(8).
           01 WS-SECS-WORK PIC 9(6).
           01 WS-CLOCK-HH PIC 99.
           01 WS-CLOCK-MM PIC 99.
           01 WS-CLOCK-SS PIC 99.
           01 WS-CLOCK-REST PIC 9(4).
           01 WS-CHAIN-START-SECS PIC 9(6).
           01 WS-STEP-START-SECS PIC 9(6).
           01 WS-STEP-ELAPSED PIC 9(6).
           01 WS-NOW-OFFSET PIC 9(6).
           01 WS-CUTOFF-OFFSET PIC 9(6).
           01 WS-PROJECTED-OFFSET PIC 9(6).
           01 WS-REMAINING-SECS PIC 9(7)V99.
           01 WS-STEP-ESTIMATE PIC 9(7)V99.
           01 WS-PACE-ACTUAL PIC 9(7) VALUE 0.                          * Tonight's finished steps against their averages
           01 WS-PACE-EXPECTED PIC 9(7)V99 VALUE 0.
           01 WS-PACE-FACTOR PIC 9(3)V99.
           01 WS-PACE-DISPLAY PIC ZZ9.99.
           01 WS-UNKNOWN-STEPS PIC 9(2).
           01 WS-PROJECT-IDX PIC 9(2) COMP.
           01 WS-HIST-STEP PIC 9(2) COMP.
           01 WS-HIST-IDX PIC 9 COMP.
           01 WS-HIST-TOTAL-SECS PIC 9(8).
           01 WS-HIST-TOTAL-VOL PIC 9(14).
           01 WS-STEP-HISTORY.                                          * The last seven good runs of each step
               05 WS-HIST-STEP-ROW OCCURS 16 TIMES.
                   10 WS-HIST-COUNT PIC 9 COMP.
                   10 WS-HIST-NEXT PIC 9 COMP.
                   10 WS-HIST-AVG-SECS PIC 9(6).
                   10 WS-HIST-AVG-VOL PIC 9(12).
                   10 WS-HIST-RUN OCCURS 7 TIMES.
                       15 WS-HIST-SECS PIC 9(6).
                       15 WS-HIST-VOL PIC 9(12).
           01 WS-FEED-EXPECT-STATUS PIC XX.
           01 WS-FEED-RETRY-SECONDS PIC 9(4) VALUE 300.                 * Pause between looks for a required feed
           01 WS-FEED-GATE-RESULT PIC X(8).                             * OK, DEGRADED or FAILED
           01 WS-FEED-STATE PIC X(8).                                   * CURRENT, MISSING or STALE
           01 WS-FEED-NAME PIC X(40).
           01 WS-FEED-INFO.                                             * As CBL_CHECK_FILE_EXIST returns it
               05 WS-FEED-SIZE PIC X(8) COMP-X.
               05 WS-FEED-DAY PIC X COMP-X.
               05 WS-FEED-MONTH PIC X COMP-X.
               05 WS-FEED-YEAR PIC X(2) COMP-X.
               05 WS-FEED-HOUR PIC X COMP-X.
               05 WS-FEED-MINUTE PIC X COMP-X.
               05 WS-FEED-SECOND PIC X COMP-X.
               05 WS-FEED-HUNDREDTH PIC X COMP-X.
           01 WS-FEED-CHECK-RC PIC S9(9).
           01 WS-FEED-DATE-NUM PIC 9(8).
           01 WS-FEED-DAY-NUM PIC 9(8).
           01 WS-CLOCK-DAY-NUM PIC 9(8).
           01 WS-FEED-WINDOW-DAYS PIC 9(3).
           01 WS-FEED-AGE-MINUTES PIC S9(9).
           01 WS-FEED-ARRIVED-MINUTE PIC 9(4).
           01 WS-NOW-MINUTE PIC 9(4).
           01 WS-CUTOFF-MINUTE PIC 9(4).
           01 WS-FEED-ARRIVED.                                          * When the feed on hand landed, for the alert text
               05 WS-FEED-ARRIVED-DATE PIC 9999/99/99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-FEED-ARRIVED-HH PIC 99.
               05 FILLER PIC X VALUE ":".
               05 WS-FEED-ARRIVED-MM PIC 99.
           01 WS-FEED-PROBLEM PIC X(50).
           01 WS-FEED-HANDLING PIC X(30).
           01 WS-FEEDS-CHECKED PIC 9(3).
           01 WS-FEEDS-LATE PIC 9(3).
           01 WS-FEEDS-MISSING PIC 9(3).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           PERFORM LOAD-STEP-HISTORY.
           MOVE "customers.dat" TO WS-FEED-NAME.                        * Tonight's volume, against the nights averaged
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-NAME,
               WS-FEED-INFO.
           IF RETURN-CODE = 0
               MOVE WS-FEED-SIZE TO WS-TONIGHT-VOLUME
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-CHAIN-START-SECS.

           MOVE WS-RESUME-STEP TO WS-FIRST-STEP.
           IF WS-RESUME-STEP = 1                                        * The feed gate goes first: catch-up passes read the
               MOVE 1 TO WS-STEP-IDX                                    * same feeds the chain does
               PERFORM RUN-ONE-STEP
               MOVE 2 TO WS-FIRST-STEP
           END-IF.

           IF WS-CALENDAR-ON-FILE = 'Y' AND WS-RESUME-STEP = 1 AND
              WS-CHAIN-FAILED = 'N'
               PERFORM CATCH-UP-MISSED-DAYS
           END-IF.

           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-CHAIN-FAILED = 'Y'.

           PERFORM WRITE-JOB-STATUS.
           MOVE "RELEASE" TO WS-LOCK-ACTION.                            * Online programs may update again
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-CHAIN-FAILED = 'N'
               PERFORM RECORD-ACTUAL-FINISH
           END-IF.
           IF WS-CHAIN-FAILED = 'N'                                     * The lock is off, so queued online updates apply now
               DISPLAY "Applying deferred updates"
               CALL "deferred-pronoun-applier"
           GOBACK.

           INITIALIZE-STEP-TABLE SECTION.
           MOVE "feed arrival gate" TO WS-STEP-NAME(1).
           MOVE "control-file-certifier" TO WS-STEP-NAME(2).
           MOVE "customers verify" TO WS-STEP-NAME(3).
           MOVE "deferred-release" TO WS-STEP-NAME(4).
           MOVE "customer-filterer" TO WS-STEP-NAME(5).
           MOVE "werewolf-lookahead-report" TO WS-STEP-NAME(6).
           MOVE "qa-sample-draw" TO WS-STEP-NAME(7).
           MOVE "card-csv-export" TO WS-STEP-NAME(8).
           MOVE "werewolf-engagement-report" TO WS-STEP-NAME(9).
           MOVE "card-reconciler" TO WS-STEP-NAME(10).
           MOVE "web-response-intake" TO WS-STEP-NAME(11).
           MOVE "email-event-intake" TO WS-STEP-NAME(12).
           MOVE "engagement-scorer" TO WS-STEP-NAME(13).
           MOVE "dormant-lifecycle" TO WS-STEP-NAME(14).
           MOVE "dr-snapshot" TO WS-STEP-NAME(15).
           MOVE "pipeline-verifier" TO WS-STEP-NAME(16).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-IDX)
                           MOVE 'Y' TO WS-STEP-FAILED
                           MOVE JS-STEP-NUMBER TO WS-RESUME-STEP
                       END-IF
                       IF (JS-STATUS = "OK" OR JS-STATUS = "DEGRADED")
                          AND WS-STEP-FAILED = 'N'
                           MOVE JS-STATUS
                               TO WS-STEP-STATUS(JS-STEP-NUMBER)
                           MOVE JS-START-TIME
                               TO WS-STEP-START(JS-STEP-NUMBER)
                           MOVE JS-END-TIME
           RUN-ONE-STEP SECTION.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-STEP-START(WS-STEP-IDX).
           MOVE WS-TIME-NOW TO WS-TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-STEP-START-SECS.
           MOVE "RUNNING" TO WS-STEP-STATUS(WS-STEP-IDX).
           PERFORM WRITE-JOB-STATUS.                                    * Persist RUNNING so a crash mid-step is visible
           MOVE 'N' TO WS-CHAIN-FAILED.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Step " WS-STEP-IDX ": "
               WS-STEP-NAME(WS-STEP-IDX).
           MOVE "OK" TO WS-FEED-GATE-RESULT.
           EVALUATE WS-STEP-IDX
               WHEN 1
                   PERFORM CHECK-FEED-ARRIVALS
                   IF WS-FEED-GATE-RESULT = "FAILED"
                       MOVE 'Y' TO WS-CHAIN-FAILED
                   END-IF
               WHEN 2
                   CALL "control-file-certifier"
               WHEN 3
                   MOVE "VERIFY" TO WS-UTILITY-MODE
                   CALL "customer-file-utility" USING WS-UTILITY-MODE,
                       WS-UTILITY-RESULT
                   IF WS-UTILITY-RESULT NOT = "OK"
                       MOVE 'Y' TO WS-CHAIN-FAILED
                   END-IF
               WHEN 4
                   CALL "deferred-release"
               WHEN 5
                   CALL "customer-filterer" USING LS-TODAY,
                       LS-TODAY-YEAR
               WHEN 6
                   CALL "werewolf-lookahead-report" USING LS-TODAY,
                       LS-TODAY-YEAR, LS-LOOKAHEAD-DAYS
               WHEN 7
                   CALL "qa-sample-draw"
               WHEN 8
                   CALL "card-csv-export"
               WHEN 9
                   CALL "werewolf-engagement-report"
               WHEN 10
                   CALL "card-reconciler"
               WHEN 11
                   CALL "web-response-intake"
               WHEN 12
                   CALL "email-event-intake"
               WHEN 13
                   CALL "engagement-scorer"
               WHEN 14
                   CALL "dormant-lifecycle"
               WHEN 15
                   CALL "dr-snapshot"
               WHEN 16
                   CALL "pipeline-verifier"
           END-EVALUATE.
           IF RETURN-CODE NOT < 8                                       * 4 is a warning; only 8 and up stops the chain
               MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE WS-STEP-IDX TO WS-FAILED-STEP
           ELSE
               IF WS-FEED-GATE-RESULT = "DEGRADED"
                   MOVE "DEGRADED" TO WS-STEP-STATUS(WS-STEP-IDX)
               ELSE
                   MOVE "OK" TO WS-STEP-STATUS(WS-STEP-IDX)
               END-IF
           END-IF.
           PERFORM RECORD-STEP-HISTORY.
           IF WS-CHAIN-FAILED = 'N' AND WS-STEP-IDX < WS-STEP-COUNT
               PERFORM PROJECT-FINISH-TIME
           END-IF.

      * The recent run times of each step, newest seven kept, so the
      * projection moves with the file rather than with a fixed guess
           LOAD-STEP-HISTORY SECTION.
           PERFORM VARYING WS-HIST-STEP FROM 1 BY 1
               UNTIL WS-HIST-STEP > WS-STEP-COUNT
               MOVE 0 TO WS-HIST-COUNT(WS-HIST-STEP)
               MOVE 1 TO WS-HIST-NEXT(WS-HIST-STEP)
               MOVE 0 TO WS-HIST-AVG-SECS(WS-HIST-STEP)
               MOVE 0 TO WS-HIST-AVG-VOL(WS-HIST-STEP)
           END-PERFORM.
           OPEN INPUT F-JOB-HISTORY-FILE.
           IF WS-JOB-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JOB-HISTORY-FILE
                   NOT AT END
                       IF (JH-STATUS = "OK" OR JH-STATUS = "DEGRADED")
                          AND JH-ELAPSED-SECS IS NUMERIC
                          AND JH-VOLUME IS NUMERIC
                           PERFORM KEEP-STEP-HISTORY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOB-HISTORY-FILE.
           PERFORM VARYING WS-HIST-STEP FROM 1 BY 1
               UNTIL WS-HIST-STEP > WS-STEP-COUNT
               IF WS-HIST-COUNT(WS-HIST-STEP) > 0
                   MOVE 0 TO WS-HIST-TOTAL-SECS
                   MOVE 0 TO WS-HIST-TOTAL-VOL
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT(WS-HIST-STEP)
                       ADD WS-HIST-SECS(WS-HIST-STEP, WS-HIST-IDX)
                           TO WS-HIST-TOTAL-SECS
                       ADD WS-HIST-VOL(WS-HIST-STEP, WS-HIST-IDX)
                           TO WS-HIST-TOTAL-VOL
                   END-PERFORM
                   COMPUTE WS-HIST-AVG-SECS(WS-HIST-STEP) ROUNDED =
                       WS-HIST-TOTAL-SECS / WS-HIST-COUNT(WS-HIST-STEP)
                   COMPUTE WS-HIST-AVG-VOL(WS-HIST-STEP) ROUNDED =
                       WS-HIST-TOTAL-VOL / WS-HIST-COUNT(WS-HIST-STEP)
               END-IF
           END-PERFORM.

      * Matched on the step name, so a step added to the chain does
      * not inherit the timings of the one it displaced
           KEEP-STEP-HISTORY SECTION.
           PERFORM VARYING WS-HIST-STEP FROM 1 BY 1
               UNTIL WS-HIST-STEP > WS-STEP-COUNT
               OR WS-STEP-NAME(WS-HIST-STEP) = JH-STEP-NAME
               CONTINUE
           END-PERFORM.
           IF WS-HIST-STEP > WS-STEP-COUNT
               EXIT SECTION
           END-IF.
           MOVE WS-HIST-NEXT(WS-HIST-STEP) TO WS-HIST-IDX.
           MOVE JH-ELAPSED-SECS
               TO WS-HIST-SECS(WS-HIST-STEP, WS-HIST-IDX).
           MOVE JH-VOLUME TO WS-HIST-VOL(WS-HIST-STEP, WS-HIST-IDX).
           IF WS-HIST-COUNT(WS-HIST-STEP) < 7
               ADD 1 TO WS-HIST-COUNT(WS-HIST-STEP)
           END-IF.
           IF WS-HIST-IDX = 7
               MOVE 1 TO WS-HIST-NEXT(WS-HIST-STEP)
           ELSE
               ADD 1 TO WS-HIST-NEXT(WS-HIST-STEP)
           END-IF.

      * One history line per finished step; a step that took longer
      * or shorter than its average also moves tonight's pace
           RECORD-STEP-HISTORY SECTION.
           MOVE WS-STEP-END(WS-STEP-IDX) TO WS-TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           IF WS-SECS-WORK < WS-STEP-START-SECS                         * Ran through midnight
               COMPUTE WS-STEP-ELAPSED =
                   WS-SECS-WORK + 86400 - WS-STEP-START-SECS
           ELSE
               COMPUTE WS-STEP-ELAPSED =
                   WS-SECS-WORK - WS-STEP-START-SECS
           END-IF.
           OPEN EXTEND F-JOB-HISTORY-FILE.
           IF WS-JOB-HISTORY-STATUS = "35"
               OPEN OUTPUT F-JOB-HISTORY-FILE
           END-IF.
           IF WS-JOB-HISTORY-STATUS = "00"
               MOVE WS-DATE-FORMAT TO JH-RUN-DATE
               MOVE WS-STEP-IDX TO JH-STEP-NUMBER
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO JH-STEP-NAME
               MOVE WS-STEP-STATUS(WS-STEP-IDX) TO JH-STATUS
               MOVE WS-STEP-ELAPSED TO JH-ELAPSED-SECS
               MOVE WS-TONIGHT-VOLUME TO JH-VOLUME
               WRITE JOB-HISTORY-RECORD
               CLOSE F-JOB-HISTORY-FILE
           END-IF.
           IF WS-CHAIN-FAILED = 'N' AND
              WS-HIST-COUNT(WS-STEP-IDX) > 0
               MOVE WS-STEP-IDX TO WS-PROJECT-IDX
               PERFORM ESTIMATE-ONE-STEP
               ADD WS-STEP-ELAPSED TO WS-PACE-ACTUAL
               ADD WS-STEP-ESTIMATE TO WS-PACE-EXPECTED
           END-IF.

      * Projected finish: now, plus each step still to run at its
      * recent average scaled to tonight's volume, all scaled again
      * by how tonight's finished steps ran against the same
      * estimate. Passing the transmission cutoff raises one alert.
           PROJECT-FINISH-TIME SECTION.
           MOVE 1 TO WS-PACE-FACTOR.
           IF WS-PACE-EXPECTED NOT < 60                                 * Too little run so far to read a pace from
               COMPUTE WS-PACE-FACTOR ROUNDED =
                   WS-PACE-ACTUAL / WS-PACE-EXPECTED
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PACE-FACTOR
               END-COMPUTE
           END-IF.
           MOVE 0 TO WS-REMAINING-SECS.
           MOVE 0 TO WS-UNKNOWN-STEPS.
           COMPUTE WS-PROJECT-IDX = WS-STEP-IDX + 1.
           PERFORM UNTIL WS-PROJECT-IDX > WS-STEP-COUNT
               IF WS-HIST-COUNT(WS-PROJECT-IDX) = 0
                   ADD 1 TO WS-UNKNOWN-STEPS
               ELSE
                   PERFORM ESTIMATE-ONE-STEP
                   ADD WS-STEP-ESTIMATE TO WS-REMAINING-SECS
               END-IF
               ADD 1 TO WS-PROJECT-IDX
           END-PERFORM.
           COMPUTE WS-REMAINING-SECS ROUNDED =
               WS-REMAINING-SECS * WS-PACE-FACTOR.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           PERFORM SECONDS-TO-OFFSET.
           MOVE WS-SECS-WORK TO WS-NOW-OFFSET.
           COMPUTE WS-PROJECTED-OFFSET ROUNDED =
               WS-NOW-OFFSET + WS-REMAINING-SECS
               ON SIZE ERROR
                   MOVE 999999 TO WS-PROJECTED-OFFSET
           END-COMPUTE.
           COMPUTE WS-SECS-WORK = FUNCTION MOD(
               WS-CHAIN-START-SECS + WS-PROJECTED-OFFSET, 86400).
           PERFORM SECONDS-TO-TIME.
           MOVE WS-PACE-FACTOR TO WS-PACE-DISPLAY.
           DISPLAY "Projected finish " WS-TIME-WORK
               " (pace " FUNCTION TRIM(WS-PACE-DISPLAY) ", "
               WS-UNKNOWN-STEPS
               " steps without history)".
           OPEN EXTEND F-BATCH-WINDOW-FILE.
           IF WS-BATCH-WINDOW-STATUS = "35"
               OPEN OUTPUT F-BATCH-WINDOW-FILE
           END-IF.
           IF WS-BATCH-WINDOW-STATUS = "00"
               MOVE WS-DATE-FORMAT TO BW-RUN-DATE
               MOVE "P" TO BW-ROW-TYPE
               MOVE WS-STEP-IDX TO BW-AFTER-STEP
               MOVE WS-TIME-NOW TO BW-TAKEN-TIME
               MOVE WS-TIME-WORK TO BW-FINISH-TIME
               MOVE WS-PROJECTED-OFFSET TO BW-FINISH-OFFSET
               MOVE WS-TRANSMIT-CUTOFF TO BW-CUTOFF
               WRITE BATCH-WINDOW-RECORD
               CLOSE F-BATCH-WINDOW-FILE
           END-IF.
           IF WS-TRANSMIT-CUTOFF(1:2) IS NOT NUMERIC OR
              WS-TRANSMIT-CUTOFF(4:2) IS NOT NUMERIC OR
              WS-CUTOFF-ALERTED = 'Y'
               EXIT SECTION
           END-IF.
           COMPUTE WS-SECS-WORK =
               FUNCTION NUMVAL(WS-TRANSMIT-CUTOFF(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-TRANSMIT-CUTOFF(4:2)) * 60.
           PERFORM SECONDS-TO-OFFSET.
           MOVE WS-SECS-WORK TO WS-CUTOFF-OFFSET.
           IF WS-PROJECTED-OFFSET > WS-CUTOFF-OFFSET
               MOVE 'Y' TO WS-CUTOFF-ALERTED
               MOVE WS-STEP-IDX TO WS-STEP-DISPLAY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-DATE-FORMAT " ALERT: batch window projected "
                      "to finish " WS-TIME-WORK " after step "
                      WS-STEP-DISPLAY " ("
                      FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                      "), past the " WS-TRANSMIT-CUTOFF
                      " transmission cutoff"
                   INTO WS-ALERT-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(WS-ALERT-TEXT)
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

      * A step's recent average, scaled by tonight's customers.dat
      * against the nights it was averaged over
           ESTIMATE-ONE-STEP SECTION.
           IF WS-HIST-AVG-VOL(WS-PROJECT-IDX) > 0 AND
              WS-TONIGHT-VOLUME > 0
               COMPUTE WS-STEP-ESTIMATE ROUNDED =
                   WS-HIST-AVG-SECS(WS-PROJECT-IDX) *
                   WS-TONIGHT-VOLUME / WS-HIST-AVG-VOL(WS-PROJECT-IDX)
                   ON SIZE ERROR
                       MOVE WS-HIST-AVG-SECS(WS-PROJECT-IDX)
                           TO WS-STEP-ESTIMATE
               END-COMPUTE
           ELSE
               MOVE WS-HIST-AVG-SECS(WS-PROJECT-IDX)
                   TO WS-STEP-ESTIMATE
           END-IF.

      * The chain finished clean: its real finish goes beside the
      * projections for the batch-window trend report
           RECORD-ACTUAL-FINISH SECTION.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           PERFORM SECONDS-TO-OFFSET.
           OPEN EXTEND F-BATCH-WINDOW-FILE.
           IF WS-BATCH-WINDOW-STATUS = "35"
               OPEN OUTPUT F-BATCH-WINDOW-FILE
           END-IF.
           IF WS-BATCH-WINDOW-STATUS = "00"
               MOVE WS-DATE-FORMAT TO BW-RUN-DATE
               MOVE "A" TO BW-ROW-TYPE
               MOVE WS-STEP-COUNT TO BW-AFTER-STEP
               MOVE WS-TIME-NOW TO BW-TAKEN-TIME
               MOVE WS-TIME-NOW TO BW-FINISH-TIME
               MOVE WS-SECS-WORK TO BW-FINISH-OFFSET
               MOVE WS-TRANSMIT-CUTOFF TO BW-CUTOFF
               WRITE BATCH-WINDOW-RECORD
               CLOSE F-BATCH-WINDOW-FILE
           END-IF.

           TIME-TO-SECONDS SECTION.                                     * HH:MM:SS to seconds since midnight
           COMPUTE WS-SECS-WORK =
               FUNCTION NUMVAL(WS-TIME-WORK(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-TIME-WORK(4:2)) * 60 +
               FUNCTION NUMVAL(WS-TIME-WORK(7:2)).

           SECONDS-TO-TIME SECTION.                                     * Seconds since midnight to HH:MM:SS
           DIVIDE WS-SECS-WORK BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-REST.
           DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-MM
               REMAINDER WS-CLOCK-SS.
           MOVE SPACES TO WS-TIME-WORK.
           STRING WS-CLOCK-HH ":" WS-CLOCK-MM ":" WS-CLOCK-SS
               INTO WS-TIME-WORK
           END-STRING.

      * A clock time as seconds after the chain started, so a run
      * that crosses midnight still compares in order
           SECONDS-TO-OFFSET SECTION.
           IF WS-SECS-WORK < WS-CHAIN-START-SECS
               COMPUTE WS-SECS-WORK =
                   WS-SECS-WORK + 86400 - WS-CHAIN-START-SECS
           ELSE
               COMPUTE WS-SECS-WORK = WS-SECS-WORK - WS-CHAIN-START-SECS
           END-IF.

      * Every feed in feed-expectations.dat must be on hand and no
      * older than its frequency allows. A required feed that is not
      * is looked for again every few minutes until its latest
      * arrival time; after that it stops the chain or, where its
      * policy says DEGRADE, lets the night run without it. Each
      * late, stale or missing feed raises an operator alert.
           CHECK-FEED-ARRIVALS SECTION.
           MOVE 0 TO WS-FEEDS-CHECKED.
           MOVE 0 TO WS-FEEDS-LATE.
           MOVE 0 TO WS-FEEDS-MISSING.
           OPEN INPUT F-FEED-EXPECT-FILE.
           IF WS-FEED-EXPECT-STATUS NOT = "00"
               DISPLAY "WARNING: feed-expectations.dat FILE STATUS "
                   WS-FEED-EXPECT-STATUS ", upstream feeds not checked"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FEED-EXPECT-FILE
                   NOT AT END
                       IF FX-FEED-NAME NOT = SPACES
                           PERFORM GATE-ONE-FEED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FEED-EXPECT-FILE.
           PERFORM LOG-FEED-GATE.
           DISPLAY "Feeds checked: " WS-FEEDS-CHECKED
               " late: " WS-FEEDS-LATE
               " missing or stale: " WS-FEEDS-MISSING
               " gate: " WS-FEED-GATE-RESULT.

           GATE-ONE-FEED SECTION.
           ADD 1 TO WS-FEEDS-CHECKED.
           MOVE FX-FEED-NAME TO WS-FEED-NAME.
           EVALUATE FX-FREQUENCY
               WHEN "WEEKLY"
                   MOVE 7 TO WS-FEED-WINDOW-DAYS
               WHEN "MONTHLY"
                   MOVE 31 TO WS-FEED-WINDOW-DAYS
               WHEN OTHER                                               * DAILY, and the strictest for anything unreadable
                   MOVE 1 TO WS-FEED-WINDOW-DAYS
           END-EVALUATE.
           IF FX-LATEST-ARRIVAL(1:2) IS NUMERIC AND
              FX-LATEST-ARRIVAL(4:2) IS NUMERIC
               COMPUTE WS-CUTOFF-MINUTE =
                   FUNCTION NUMVAL(FX-LATEST-ARRIVAL(1:2)) * 60 +
                   FUNCTION NUMVAL(FX-LATEST-ARRIVAL(4:2))
           ELSE
               MOVE 0 TO WS-CUTOFF-MINUTE
           END-IF.
           PERFORM LOOK-FOR-FEED.
           PERFORM UNTIL WS-FEED-STATE = "CURRENT" OR
                         FX-REQUIRED NOT = "REQUIRED" OR
                         WS-NOW-MINUTE NOT < WS-CUTOFF-MINUTE
               DISPLAY "Waiting for feed " FUNCTION TRIM(FX-FEED-NAME)
                   " (" FUNCTION TRIM(WS-FEED-STATE) "), due by "
                   FX-LATEST-ARRIVAL
               CALL "C$SLEEP" USING WS-FEED-RETRY-SECONDS
               MOVE 0 TO RETURN-CODE
               PERFORM LOOK-FOR-FEED
           END-PERFORM.
           MOVE SPACES TO WS-FEED-PROBLEM.
           MOVE SPACES TO WS-FEED-HANDLING.
           IF WS-FEED-STATE = "CURRENT"
               IF WS-FEED-DAY-NUM = WS-CLOCK-DAY-NUM AND
                  WS-FEED-ARRIVED-MINUTE > WS-CUTOFF-MINUTE
                   ADD 1 TO WS-FEEDS-LATE
                   STRING "arrived late at " WS-FEED-ARRIVED-HH ":"
                          WS-FEED-ARRIVED-MM ", due by "
                          FX-LATEST-ARRIVAL
                       INTO WS-FEED-PROBLEM
                   END-STRING
                   MOVE "feed used" TO WS-FEED-HANDLING
               END-IF
           ELSE
               ADD 1 TO WS-FEEDS-MISSING
               IF WS-FEED-STATE = "MISSING"
                   STRING "missing, due by " FX-LATEST-ARRIVAL
                       INTO WS-FEED-PROBLEM
                   END-STRING
               ELSE
                   STRING "stale, last arrived " WS-FEED-ARRIVED
                       INTO WS-FEED-PROBLEM
                   END-STRING
               END-IF
               EVALUATE TRUE
                   WHEN FX-REQUIRED NOT = "REQUIRED"
                       MOVE "optional, run continues"
                           TO WS-FEED-HANDLING
                   WHEN FX-LATE-POLICY = "DEGRADE"
                       MOVE "required, running degraded"
                           TO WS-FEED-HANDLING
                       IF WS-FEED-GATE-RESULT NOT = "FAILED"
                           MOVE "DEGRADED" TO WS-FEED-GATE-RESULT
                       END-IF
                   WHEN OTHER
                       MOVE "required, chain stopped"
                           TO WS-FEED-HANDLING
                       MOVE "FAILED" TO WS-FEED-GATE-RESULT
               END-EVALUATE
           END-IF.
           IF WS-FEED-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-DATE-FORMAT " ALERT: feed "
                      FUNCTION TRIM(FX-FEED-NAME) " "
                      FUNCTION TRIM(WS-FEED-PROBLEM) " - "
                      WS-FEED-HANDLING
                   INTO WS-ALERT-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(WS-ALERT-TEXT)
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

      * Is the feed on hand, and did it land inside its window? Age is
      * reckoned on the machine clock, not any as-of override, since
      * it is tonight's delivery that matters
           LOOK-FOR-FEED SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               TO WS-CLOCK-DAY-NUM.
           COMPUTE WS-NOW-MINUTE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60 +
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)).
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-NAME,
               WS-FEED-INFO.
           MOVE RETURN-CODE TO WS-FEED-CHECK-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-FEED-CHECK-RC NOT = 0
               MOVE "MISSING" TO WS-FEED-STATE
               EXIT SECTION
           END-IF.
           COMPUTE WS-FEED-DATE-NUM = WS-FEED-YEAR * 10000 +
               WS-FEED-MONTH * 100 + WS-FEED-DAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FEED-DATE-NUM)
               TO WS-FEED-DAY-NUM.
           COMPUTE WS-FEED-ARRIVED-MINUTE =
               WS-FEED-HOUR * 60 + WS-FEED-MINUTE.
           MOVE WS-FEED-DATE-NUM TO WS-FEED-ARRIVED-DATE.
           INSPECT WS-FEED-ARRIVED-DATE REPLACING ALL "/" BY "-".
           MOVE WS-FEED-HOUR TO WS-FEED-ARRIVED-HH.
           MOVE WS-FEED-MINUTE TO WS-FEED-ARRIVED-MM.
           COMPUTE WS-FEED-AGE-MINUTES =
               (WS-CLOCK-DAY-NUM - WS-FEED-DAY-NUM) * 1440 +
               WS-NOW-MINUTE - WS-FEED-ARRIVED-MINUTE.
           IF WS-FEED-AGE-MINUTES > WS-FEED-WINDOW-DAYS * 1440
               MOVE "STALE" TO WS-FEED-STATE
           ELSE
               MOVE "CURRENT" TO WS-FEED-STATE
           END-IF.

           LOG-FEED-GATE SECTION.
           OPEN EXTEND F-RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT F-RUN-LOG-FILE
           END-IF.
           IF WS-RUN-LOG-STATUS = "00"
               MOVE SPACES TO WS-LOG-RECORD
               STRING WS-DATE-FORMAT " FEED GATE " WS-FEED-GATE-RESULT
                      " CHECKED=" WS-FEEDS-CHECKED
                      " LATE=" WS-FEEDS-LATE
                      " MISSING-OR-STALE=" WS-FEEDS-MISSING
                   INTO WS-LOG-RECORD
               END-STRING
               WRITE WS-LOG-RECORD
               CLOSE F-RUN-LOG-FILE
           END-IF.

      * The step loop varies WS-STEP-IDX, so the write-out loop runs
                                   TO LS-LOOKAHEAD-DAYS
                           WHEN "AS-OF-DATE"
                               MOVE RC-VALUE(1:10) TO WS-AS-OF-DATE
                           WHEN "TRANSMIT-CUTOFF"
                               MOVE RC-VALUE(1:5) TO WS-TRANSMIT-CUTOFF
                           WHEN "FEED-RETRY-SECONDS"
                               MOVE FUNCTION NUMVAL(RC-VALUE)
                                   TO WS-FEED-RETRY-SECONDS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
