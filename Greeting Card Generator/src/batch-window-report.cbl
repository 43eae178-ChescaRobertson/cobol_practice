      * Trend of the nightly batch window from batch-window.dat, the
      * projections and actual finishes nightly-driver writes. One
      * line per night for the last thirty: the first projection of
      * the night, the latest the projection ran to, the actual
      * finish, how far the first projection was out in minutes, the
      * transmission cutoff and whether it was missed, with a rolling
      * seven-night average of run minutes so creep shows before the
      * cutoff is in danger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch-window-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-BATCH-WINDOW-FILE ASSIGN TO "batch-window.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BATCH-WINDOW-STATUS.
               SELECT F-WINDOW-REPORT-FILE
                 ASSIGN TO "batch-window.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-BATCH-WINDOW-FILE.
           01 BATCH-WINDOW-RECORD.
               05 BW-RUN-DATE PIC X(10).
               05 BW-ROW-TYPE PIC X.                                    * P projection, A actual finish
               05 BW-AFTER-STEP PIC 9(2).
               05 BW-TAKEN-TIME PIC X(8).
               05 BW-FINISH-TIME PIC X(8).
               05 BW-FINISH-OFFSET PIC 9(6).                            * Seconds after the chain started
               05 BW-CUTOFF PIC X(5).
           FD F-WINDOW-REPORT-FILE.
           01 WS-WINDOW-REPORT-RECORD PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-BATCH-WINDOW-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-NIGHT-IDX PIC 9(4) COMP.
           01 WS-FIRST-SHOWN PIC 9(4) COMP.
           01 WS-AVG-IDX PIC 9(4) COMP.
           01 WS-AVG-NIGHTS PIC 9(2).
           01 WS-AVG-TOTAL PIC 9(8).
           01 WS-AVG-MINUTES PIC ZZZ9.
           01 WS-RUN-MINUTES PIC ZZZ9.
           01 WS-ERROR-MINUTES PIC S9(5).
           01 WS-ERROR-DISPLAY PIC +ZZZ9.
           01 WS-START-SECS PIC 9(6).
           01 WS-CUTOFF-SECS PIC 9(6).
           01 WS-CUTOFF-OFFSET PIC 9(6).
           01 WS-MISSED PIC X.
           01 WS-MISSED-COUNT PIC 9(4) VALUE 0.
           01 WS-SHOWN-COUNT PIC 9(4) VALUE 0.
           01 WS-NIGHT-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-NIGHTS.
              05 WS-NIGHT OCCURS 1 TO 400 TIMES
                  DEPENDING ON WS-NIGHT-COUNT.
                      10 WS-NIGHT-DATE PIC X(10).
                      10 WS-NIGHT-CUTOFF PIC X(5).
                      10 WS-FIRST-TIME PIC X(8).
                      10 WS-FIRST-OFFSET PIC 9(6).
                      10 WS-MAX-TIME PIC X(8).
                      10 WS-MAX-OFFSET PIC 9(6).
                      10 WS-ACTUAL-TIME PIC X(8).
                      10 WS-ACTUAL-OFFSET PIC 9(6).
                      10 WS-HAS-PROJECTION PIC X.
                      10 WS-HAS-ACTUAL PIC X.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-NIGHTS.
           OPEN OUTPUT F-WINDOW-REPORT-FILE.
           MOVE SPACES TO WS-WINDOW-REPORT-RECORD.
           STRING "BATCH WINDOW TREND " WS-RUN-DATE
               INTO WS-WINDOW-REPORT-RECORD
           END-STRING.
           WRITE WS-WINDOW-REPORT-RECORD.
           MOVE SPACES TO WS-WINDOW-REPORT-RECORD.
           WRITE WS-WINDOW-REPORT-RECORD.
           MOVE "RUN DATE   FIRST-PROJ MAX-PROJ ACTUAL   ERR-MIN CUTOFF"
               & " MISSED RUN-MIN 7-NIGHT-AVG"
               TO WS-WINDOW-REPORT-RECORD.
           WRITE WS-WINDOW-REPORT-RECORD.
           IF WS-NIGHT-COUNT > 30
               COMPUTE WS-FIRST-SHOWN = WS-NIGHT-COUNT - 29
           ELSE
               MOVE 1 TO WS-FIRST-SHOWN
           END-IF.
           PERFORM WRITE-ONE-NIGHT
               VARYING WS-NIGHT-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
           MOVE SPACES TO WS-WINDOW-REPORT-RECORD.
           WRITE WS-WINDOW-REPORT-RECORD.
           MOVE SPACES TO WS-WINDOW-REPORT-RECORD.
           STRING "NIGHTS SHOWN: " WS-SHOWN-COUNT
                  "  CUTOFF MISSED: " WS-MISSED-COUNT
               INTO WS-WINDOW-REPORT-RECORD
           END-STRING.
           WRITE WS-WINDOW-REPORT-RECORD.
           CLOSE F-WINDOW-REPORT-FILE.
           DISPLAY "Batch window nights in batch-window.rpt: "
               WS-SHOWN-COUNT ", cutoff missed: " WS-MISSED-COUNT.
           GOBACK.

      * A night is every row for one run date; the first projection
      * is the one taken earliest in the chain, the actual is the
      * last A row (a resumed chain finishes once more)
           LOAD-NIGHTS SECTION.
           OPEN INPUT F-BATCH-WINDOW-FILE.
           IF WS-BATCH-WINDOW-STATUS NOT = "00"
               DISPLAY "WARNING: batch-window.dat FILE STATUS "
                   WS-BATCH-WINDOW-STATUS ", no nights to report"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BATCH-WINDOW-FILE
                   NOT AT END
                       IF BW-FINISH-OFFSET IS NUMERIC AND
                          (BW-ROW-TYPE = "P" OR BW-ROW-TYPE = "A")
                           PERFORM KEEP-WINDOW-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BATCH-WINDOW-FILE.

           KEEP-WINDOW-ROW SECTION.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               OR WS-NIGHT-DATE(WS-NIGHT-IDX) = BW-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NIGHT-COUNT < 400
                   ADD 1 TO WS-NIGHT-COUNT
               ELSE                                                     * Full: the oldest night drops off
                   PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                       UNTIL WS-AVG-IDX >= WS-NIGHT-COUNT
                       MOVE WS-NIGHT(WS-AVG-IDX + 1)
                           TO WS-NIGHT(WS-AVG-IDX)
                   END-PERFORM
               END-IF
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
               INITIALIZE WS-NIGHT(WS-NIGHT-IDX)
               MOVE BW-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-IDX)
               MOVE "N" TO WS-HAS-PROJECTION(WS-NIGHT-IDX)
               MOVE "N" TO WS-HAS-ACTUAL(WS-NIGHT-IDX)
           END-IF.
           MOVE BW-CUTOFF TO WS-NIGHT-CUTOFF(WS-NIGHT-IDX).
           IF BW-ROW-TYPE = "A"
               MOVE "Y" TO WS-HAS-ACTUAL(WS-NIGHT-IDX)
               MOVE BW-FINISH-TIME TO WS-ACTUAL-TIME(WS-NIGHT-IDX)
               MOVE BW-FINISH-OFFSET TO WS-ACTUAL-OFFSET(WS-NIGHT-IDX)
               EXIT SECTION
           END-IF.
           IF WS-HAS-PROJECTION(WS-NIGHT-IDX) = "N"
               MOVE "Y" TO WS-HAS-PROJECTION(WS-NIGHT-IDX)
               MOVE BW-FINISH-TIME TO WS-FIRST-TIME(WS-NIGHT-IDX)
               MOVE BW-FINISH-OFFSET TO WS-FIRST-OFFSET(WS-NIGHT-IDX)
               MOVE BW-FINISH-TIME TO WS-MAX-TIME(WS-NIGHT-IDX)
               MOVE BW-FINISH-OFFSET TO WS-MAX-OFFSET(WS-NIGHT-IDX)
           END-IF.
           IF BW-FINISH-OFFSET > WS-MAX-OFFSET(WS-NIGHT-IDX)
               MOVE BW-FINISH-TIME TO WS-MAX-TIME(WS-NIGHT-IDX)
               MOVE BW-FINISH-OFFSET TO WS-MAX-OFFSET(WS-NIGHT-IDX)
           END-IF.

           WRITE-ONE-NIGHT SECTION.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE SPACES TO WS-WINDOW-REPORT-RECORD.
           MOVE WS-NIGHT-DATE(WS-NIGHT-IDX)
               TO WS-WINDOW-REPORT-RECORD(1:10).
           IF WS-HAS-PROJECTION(WS-NIGHT-IDX) = "Y"
               MOVE WS-FIRST-TIME(WS-NIGHT-IDX)
                   TO WS-WINDOW-REPORT-RECORD(12:8)
               MOVE WS-MAX-TIME(WS-NIGHT-IDX)
                   TO WS-WINDOW-REPORT-RECORD(23:8)
           ELSE
               MOVE "--" TO WS-WINDOW-REPORT-RECORD(12:2)
               MOVE "--" TO WS-WINDOW-REPORT-RECORD(23:2)
           END-IF.
           MOVE WS-NIGHT-CUTOFF(WS-NIGHT-IDX)
               TO WS-WINDOW-REPORT-RECORD(50:5).
           IF WS-HAS-ACTUAL(WS-NIGHT-IDX) = "N"
               MOVE "did not finish" TO WS-WINDOW-REPORT-RECORD(32:14)
               WRITE WS-WINDOW-REPORT-RECORD
               EXIT SECTION
           END-IF.
           MOVE WS-ACTUAL-TIME(WS-NIGHT-IDX)
               TO WS-WINDOW-REPORT-RECORD(32:8).
           IF WS-HAS-PROJECTION(WS-NIGHT-IDX) = "Y"
               COMPUTE WS-ERROR-MINUTES ROUNDED =
                   (WS-ACTUAL-OFFSET(WS-NIGHT-IDX) -
                    WS-FIRST-OFFSET(WS-NIGHT-IDX)) / 60
               MOVE WS-ERROR-MINUTES TO WS-ERROR-DISPLAY
               MOVE WS-ERROR-DISPLAY TO WS-WINDOW-REPORT-RECORD(42:5)
           END-IF.
           PERFORM CHECK-CUTOFF-MISSED.
           MOVE WS-MISSED TO WS-WINDOW-REPORT-RECORD(59:1).
           COMPUTE WS-RUN-MINUTES ROUNDED =
               WS-ACTUAL-OFFSET(WS-NIGHT-IDX) / 60.
           MOVE WS-RUN-MINUTES TO WS-WINDOW-REPORT-RECORD(63:4).
           PERFORM ROLLING-AVERAGE.
           MOVE WS-AVG-MINUTES TO WS-WINDOW-REPORT-RECORD(71:4).
           WRITE WS-WINDOW-REPORT-RECORD.

      * The chain start is the actual finish less its offset; the
      * cutoff is measured from there so a run across midnight
      * still compares in order
           CHECK-CUTOFF-MISSED SECTION.
           MOVE SPACE TO WS-MISSED.
           IF WS-NIGHT-CUTOFF(WS-NIGHT-IDX)(1:2) IS NOT NUMERIC OR
              WS-NIGHT-CUTOFF(WS-NIGHT-IDX)(4:2) IS NOT NUMERIC OR
              WS-ACTUAL-TIME(WS-NIGHT-IDX)(1:2) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           COMPUTE WS-START-SECS = FUNCTION MOD(
               FUNCTION NUMVAL(WS-ACTUAL-TIME(WS-NIGHT-IDX)(1:2)) * 3600
             + FUNCTION NUMVAL(WS-ACTUAL-TIME(WS-NIGHT-IDX)(4:2)) * 60
             + FUNCTION NUMVAL(WS-ACTUAL-TIME(WS-NIGHT-IDX)(7:2))
             + 86400 - WS-ACTUAL-OFFSET(WS-NIGHT-IDX), 86400).
           COMPUTE WS-CUTOFF-SECS =
               FUNCTION NUMVAL(WS-NIGHT-CUTOFF(WS-NIGHT-IDX)(1:2))
                   * 3600 +
               FUNCTION NUMVAL(WS-NIGHT-CUTOFF(WS-NIGHT-IDX)(4:2)) * 60.
           COMPUTE WS-CUTOFF-OFFSET = FUNCTION MOD(
               WS-CUTOFF-SECS + 86400 - WS-START-SECS, 86400).
           IF WS-ACTUAL-OFFSET(WS-NIGHT-IDX) > WS-CUTOFF-OFFSET
               MOVE "Y" TO WS-MISSED
               ADD 1 TO WS-MISSED-COUNT
           ELSE
               MOVE "N" TO WS-MISSED
           END-IF.

      * Run minutes of this night and up to six finished nights
      * before it
           ROLLING-AVERAGE SECTION.
           MOVE 0 TO WS-AVG-NIGHTS.
           MOVE 0 TO WS-AVG-TOTAL.
           MOVE WS-NIGHT-IDX TO WS-AVG-IDX.
           PERFORM UNTIL WS-AVG-IDX = 0 OR WS-AVG-NIGHTS = 7
               IF WS-HAS-ACTUAL(WS-AVG-IDX) = "Y"
                   ADD 1 TO WS-AVG-NIGHTS
                   ADD WS-ACTUAL-OFFSET(WS-AVG-IDX) TO WS-AVG-TOTAL
               END-IF
               SUBTRACT 1 FROM WS-AVG-IDX
           END-PERFORM.
           COMPUTE WS-AVG-MINUTES ROUNDED =
               WS-AVG-TOTAL / WS-AVG-NIGHTS / 60.
