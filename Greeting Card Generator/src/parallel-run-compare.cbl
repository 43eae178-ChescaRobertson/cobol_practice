      * Compares two runs of the nightly job made against the same
      * input - one by the current programs and control files, one
      * by the candidate change - so the change board can see what
      * the change would do before it goes live. Each run is read
      * from its own directory: the cards it left on the pending
      * queues, the card-history rows of its latest run date and the
      * counts it wrote to run-audit.log. Cards are matched by person
      * and campaign; the report lists cards only the candidate
      * produces, cards it no longer produces, and cards whose
      * greeting, channel, address, region or voucher differ, then
      * the run-audit counts that moved, with totals for sign-off.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parallel-run-compare.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-HISTORY-FILE
                 ASSIGN TO "compare-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-CARD-FILE ASSIGN TO "compare-source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARD-STATUS.
               SELECT F-RUN-AUDIT-FILE ASSIGN TO "compare-audit.log"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-AUDIT-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "parallel-run.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-HISTORY-FILE.
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-CARD-FILE.
      * Generic card view; the trailer carries the id, region and
      * brand per campaign kind (werewolf layouts put the moon date
      * first) and the voucher code on the voucher-column layouts
           01 COMPARE-CARD-RECORD.
               05 COMPARE-CARD-NAME PIC X(40).
               05 COMPARE-CARD-ADDRESS PIC X(100).
               05 COMPARE-CARD-EMAIL PIC X(60).
               05 COMPARE-CARD-CHANNEL PIC X(5).
               05 COMPARE-CARD-GREETING PIC X(200).
               05 COMPARE-CARD-TRAILER PIC X(95).
           FD F-RUN-AUDIT-FILE.
           01 RUN-AUDIT-RECORD PIC X(400).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(240).
           WORKING-STORAGE SECTION.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CARD-STATUS PIC XX.
           01 WS-RUN-AUDIT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-CURRENT-DIR PIC X(80).
           01 WS-CANDIDATE-DIR PIC X(80).
           01 WS-SIDE-DIR PIC X(80).
           01 WS-TARGET-NAME PIC X(140).
           01 WS-SIDE PIC 9.                                            * 1 current version, 2 candidate
           01 WS-BASE-IDX PIC 9(2) COMP.
           01 WS-CAMPAIGN-KIND PIC 9.
           01 WS-WORK-CARD-TEXT PIC X(9).
           01 WS-WORK-CARD-ID PIC 9(9).
           01 WS-TABLE-FULL PIC X VALUE 'N'.
           01 WS-CARD-CAPACITY PIC 9(5) COMP VALUE 40000.
      * Per run: the run date its history rows were taken from, the
      * latest date it wrote counts to run-audit.log, and its tallies
           01 WS-RUN-SIDES.
               05 WS-RUN-SIDE OCCURS 2 TIMES.
                   10 WS-SIDE-HIST-DATE PIC X(10).
                   10 WS-SIDE-AUDIT-DATE PIC X(10).
                   10 WS-SIDE-FIRST PIC 9(5) COMP.
                   10 WS-SIDE-LAST PIC 9(5) COMP.
                   10 WS-SIDE-CARDS PIC 9(6).
                   10 WS-SIDE-ON-PENDING PIC 9(6).
                   10 WS-SIDE-OTHER-RUN PIC 9(6).                       * Pending cards left by an earlier run date
           01 WS-COMPARED-COUNT PIC 9(6) VALUE 0.
           01 WS-IDENTICAL-COUNT PIC 9(6) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(6) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-GREETING-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-CHANNEL-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-ADDRESS-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-REGION-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-VOUCHER-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFF-QUEUE-COUNT PIC 9(6) VALUE 0.                     * Released on one run, still pending on the other
           01 WS-AUDIT-DIFF-COUNT PIC 9(4) VALUE 0.
           01 WS-CARD-CHANGED PIC X.
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SCAN-IDX PIC 9(5) COMP.
           01 WS-FOUND-IDX PIC 9(5) COMP.
           01 WS-FIELD-LABEL PIC X(9).
           01 WS-WAS-VALUE PIC X(200).
           01 WS-NOW-VALUE PIC X(200).
      * This run's cards, one row per card-history row of the run
      * date, filled in from the pending queues; the current run's
      * rows come first and each run's rows are in card-ID order
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CARDS.
              05 WS-CARD-ROW OCCURS 1 TO 40000 TIMES
                  DEPENDING ON WS-CARD-COUNT
                  ASCENDING KEY IS WS-CARD-SIDE WS-CARD-ID
                  INDEXED BY CARD-IDX.
                      10 WS-CARD-SIDE PIC 9.
                      10 WS-CARD-ID PIC 9(9).
                      10 WS-CARD-PERSON PIC X(10).
                      10 WS-CARD-CAMPAIGN PIC X(12).
                      10 WS-CARD-CHANNEL PIC X(5).
                      10 WS-CARD-ON-PENDING PIC X.
                      10 WS-CARD-ADDRESS PIC X(100).
                      10 WS-CARD-REGION PIC X(20).
                      10 WS-CARD-VOUCHER PIC X(16).
                      10 WS-CARD-GREETING PIC X(200).
                      10 WS-CARD-MATCHED PIC X.
      * The pending queues with their trailer kind (1 plain,
      * 2 voucher column, 3 moon date first)
           01 WS-LIVE-FILES.
               05 FILLER PIC X(40) VALUE "cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X(40) VALUE "cards-tax-day.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "werewolf-cards.dat".
               05 FILLER PIC 9 VALUE 3.
               05 FILLER PIC X(40) VALUE "anniversary-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "holiday-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE
                   "professional-day-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "digest-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X(40) VALUE "eclipse-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "outreach-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "occasion-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X(40) VALUE "vip-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X(40) VALUE "international-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X(40) VALUE "braille-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X(40) VALUE "largeprint-cards.dat".
               05 FILLER PIC 9 VALUE 2.
           01 WS-LIVE-FILE-TABLE REDEFINES WS-LIVE-FILES.
               05 WS-LIVE-FILE OCCURS 14 TIMES.
                   10 WS-LIVE-FILE-NAME PIC X(40).
                   10 WS-LIVE-FILE-KIND PIC 9.
      * run-audit.log counts of each run's latest date, keyed by the
      * line kind (SUMMARY for the run summary line) and the label
           01 WS-LOG-LINE PIC X(400).
           01 WS-LOG-POINTER PIC 9(3) COMP.
           01 WS-LOG-TOKEN PIC X(60).
           01 WS-LOG-EQUALS PIC 9(2) COMP.
           01 WS-LOG-KIND PIC X(24).
           01 WS-LOG-KIND-POINTER PIC 9(2) COMP.
           01 WS-LOG-LABEL PIC X(24).
           01 WS-LOG-VALUE PIC X(20).
           01 WS-AUDIT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-AUDIT-IDX PIC 9(3) COMP.
           01 WS-AUDIT-ROWS.
              05 WS-AUDIT-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-AUDIT-COUNT.
                      10 WS-AUDIT-KIND PIC X(24).
                      10 WS-AUDIT-LABEL PIC X(24).
                      10 WS-AUDIT-VALUE PIC X(20) OCCURS 2 TIMES.
           01 WS-AUDIT-SHOWN PIC X(20) OCCURS 2 TIMES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           DISPLAY "Current-version run directory: ".
           ACCEPT WS-CURRENT-DIR.
           DISPLAY "Candidate run directory: ".
           ACCEPT WS-CANDIDATE-DIR.
           IF WS-CURRENT-DIR = SPACES OR WS-CANDIDATE-DIR = SPACES
               DISPLAY "Both run directories are required"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CURRENT-DIR = WS-CANDIDATE-DIR
               DISPLAY "The two runs must be in different directories"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PARALLEL RUN COMPARISON " WS-RUN-DATE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           PERFORM LOAD-ONE-RUN
               VARYING WS-SIDE FROM 1 BY 1
               UNTIL WS-SIDE > 2.
           PERFORM WRITE-RUN-HEADINGS.
           PERFORM COMPARE-CURRENT-CARDS.
           PERFORM REPORT-ADDED-CARDS.
           PERFORM COMPARE-AUDIT-COUNTS.
           PERFORM WRITE-TOTALS.
           CLOSE F-REPORT-FILE.

           DISPLAY "Parallel run: compared=" WS-COMPARED-COUNT
               " added=" WS-ADDED-COUNT
               " dropped=" WS-DROPPED-COUNT
               " changed=" WS-CHANGED-COUNT
               " audit-diffs=" WS-AUDIT-DIFF-COUNT
               ", see parallel-run.rpt".
           IF WS-ADDED-COUNT > 0 OR WS-DROPPED-COUNT > 0
              OR WS-CHANGED-COUNT > 0 OR WS-AUDIT-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-ONE-RUN SECTION.
           IF WS-SIDE = 1
               MOVE WS-CURRENT-DIR TO WS-SIDE-DIR
           ELSE
               MOVE WS-CANDIDATE-DIR TO WS-SIDE-DIR
           END-IF.
           MOVE SPACES TO WS-SIDE-HIST-DATE(WS-SIDE).
           MOVE SPACES TO WS-SIDE-AUDIT-DATE(WS-SIDE).
           MOVE 0 TO WS-SIDE-CARDS(WS-SIDE).
           MOVE 0 TO WS-SIDE-ON-PENDING(WS-SIDE).
           MOVE 0 TO WS-SIDE-OTHER-RUN(WS-SIDE).
           COMPUTE WS-SIDE-FIRST(WS-SIDE) = WS-CARD-COUNT + 1.
           PERFORM LOAD-RUN-HISTORY.
           MOVE WS-CARD-COUNT TO WS-SIDE-LAST(WS-SIDE).
           PERFORM SWEEP-ONE-PENDING
               VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > 14.
           PERFORM LOAD-RUN-AUDIT.

      * Two passes over the run's card history: the first finds its
      * latest run date, the second keeps that date's rows - the
      * cards this run itself wrote
           LOAD-RUN-HISTORY SECTION.
           MOVE SPACES TO WS-TARGET-NAME.
           STRING FUNCTION TRIM(WS-SIDE-DIR) "/card-history.dat"
               INTO WS-TARGET-NAME
           END-STRING.
           SET ENVIRONMENT "compare-history_dat" TO WS-TARGET-NAME.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-RECORD
               STRING FUNCTION TRIM(WS-TARGET-NAME)
                      " could not be opened"
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-HISTORY-FILE
                   NOT AT END
                       IF HIST-RUN-DATE > WS-SIDE-HIST-DATE(WS-SIDE)
                           MOVE HIST-RUN-DATE
                               TO WS-SIDE-HIST-DATE(WS-SIDE)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.
           OPEN INPUT F-CARD-HISTORY-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-HISTORY-FILE
                   NOT AT END
                       IF HIST-RUN-DATE = WS-SIDE-HIST-DATE(WS-SIDE)
                           PERFORM KEEP-ONE-HISTORY-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.

           KEEP-ONE-HISTORY-ROW SECTION.
           IF WS-CARD-COUNT >= WS-CARD-CAPACITY
               IF WS-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-TABLE-FULL
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "WARNING: more than 40000 cards across both"
                          " runs, the rest are not compared"
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           ADD 1 TO WS-SIDE-CARDS(WS-SIDE).
           MOVE WS-SIDE TO WS-CARD-SIDE(WS-CARD-COUNT).
           MOVE HIST-CARD-ID TO WS-CARD-ID(WS-CARD-COUNT).
           MOVE HIST-PERSON-ID TO WS-CARD-PERSON(WS-CARD-COUNT).
           MOVE HIST-CAMPAIGN TO WS-CARD-CAMPAIGN(WS-CARD-COUNT).
           MOVE HIST-CHANNEL TO WS-CARD-CHANNEL(WS-CARD-COUNT).
           MOVE 'N' TO WS-CARD-ON-PENDING(WS-CARD-COUNT).
           MOVE SPACES TO WS-CARD-ADDRESS(WS-CARD-COUNT).
           MOVE SPACES TO WS-CARD-REGION(WS-CARD-COUNT).
           MOVE SPACES TO WS-CARD-VOUCHER(WS-CARD-COUNT).
           MOVE SPACES TO WS-CARD-GREETING(WS-CARD-COUNT).
           MOVE 'N' TO WS-CARD-MATCHED(WS-CARD-COUNT).

           SWEEP-ONE-PENDING SECTION.
           MOVE WS-LIVE-FILE-KIND(WS-BASE-IDX) TO WS-CAMPAIGN-KIND.
           MOVE SPACES TO WS-TARGET-NAME.
           STRING FUNCTION TRIM(WS-SIDE-DIR) "/pending-"
                  FUNCTION TRIM(WS-LIVE-FILE-NAME(WS-BASE-IDX))
               INTO WS-TARGET-NAME
           END-STRING.
           SET ENVIRONMENT "compare-source_dat" TO WS-TARGET-NAME.
           OPEN INPUT F-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-PENDING-CARD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-FILE.

      * A pending card is joined to this run's history row by its
      * card ID; the row supplies the person and campaign it is
      * matched on, the card supplies what the customer would get
           TAKE-ONE-PENDING-CARD SECTION.
           EVALUATE WS-CAMPAIGN-KIND
               WHEN 3
                   MOVE COMPARE-CARD-TRAILER(11:9)
                       TO WS-WORK-CARD-TEXT
               WHEN OTHER
                   MOVE COMPARE-CARD-TRAILER(1:9)
                       TO WS-WORK-CARD-TEXT
           END-EVALUATE.
           IF WS-WORK-CARD-TEXT = SPACES OR
              WS-WORK-CARD-TEXT IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-WORK-CARD-TEXT TO WS-WORK-CARD-ID.
           IF WS-CARD-COUNT = 0
               ADD 1 TO WS-SIDE-OTHER-RUN(WS-SIDE)
               EXIT SECTION
           END-IF.
           SEARCH ALL WS-CARD-ROW
               AT END
                   ADD 1 TO WS-SIDE-OTHER-RUN(WS-SIDE)
               WHEN WS-CARD-SIDE(CARD-IDX) = WS-SIDE
                AND WS-CARD-ID(CARD-IDX) = WS-WORK-CARD-ID
                   ADD 1 TO WS-SIDE-ON-PENDING(WS-SIDE)
                   MOVE 'Y' TO WS-CARD-ON-PENDING(CARD-IDX)
                   MOVE COMPARE-CARD-CHANNEL
                       TO WS-CARD-CHANNEL(CARD-IDX)
                   MOVE COMPARE-CARD-ADDRESS
                       TO WS-CARD-ADDRESS(CARD-IDX)
                   MOVE COMPARE-CARD-GREETING
                       TO WS-CARD-GREETING(CARD-IDX)
                   IF WS-CAMPAIGN-KIND = 3
                       MOVE COMPARE-CARD-TRAILER(20:20)
                           TO WS-CARD-REGION(CARD-IDX)
                   ELSE
                       MOVE COMPARE-CARD-TRAILER(10:20)
                           TO WS-CARD-REGION(CARD-IDX)
                   END-IF
                   IF WS-CAMPAIGN-KIND = 2
                       MOVE COMPARE-CARD-TRAILER(38:16)
                           TO WS-CARD-VOUCHER(CARD-IDX)
                   END-IF
           END-SEARCH.

      * The counts the run wrote on the latest date it logged a run
      * summary; a rerun on the same date leaves its own counts last
           LOAD-RUN-AUDIT SECTION.
           MOVE SPACES TO WS-TARGET-NAME.
           STRING FUNCTION TRIM(WS-SIDE-DIR) "/run-audit.log"
               INTO WS-TARGET-NAME
           END-STRING.
           SET ENVIRONMENT "compare-audit_log" TO WS-TARGET-NAME.
           OPEN INPUT F-RUN-AUDIT-FILE.
           IF WS-RUN-AUDIT-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-RECORD
               STRING FUNCTION TRIM(WS-TARGET-NAME)
                      " could not be opened"
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-AUDIT-FILE
                   NOT AT END
                       IF RUN-AUDIT-RECORD(5:1) = "-"
                          AND RUN-AUDIT-RECORD(11:1) = SPACE
                          AND RUN-AUDIT-RECORD(12:10) = "PROCESSED="
                          AND RUN-AUDIT-RECORD(1:10)
                              > WS-SIDE-AUDIT-DATE(WS-SIDE)
                           MOVE RUN-AUDIT-RECORD(1:10)
                               TO WS-SIDE-AUDIT-DATE(WS-SIDE)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RUN-AUDIT-FILE.
           IF WS-SIDE-AUDIT-DATE(WS-SIDE) = SPACES
               EXIT SECTION
           END-IF.
           OPEN INPUT F-RUN-AUDIT-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-AUDIT-FILE
                   NOT AT END
                       IF RUN-AUDIT-RECORD(1:10)
                              = WS-SIDE-AUDIT-DATE(WS-SIDE)
                          AND RUN-AUDIT-RECORD(11:1) = SPACE
                           MOVE RUN-AUDIT-RECORD TO WS-LOG-LINE
                           PERFORM TAKE-ONE-AUDIT-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RUN-AUDIT-FILE.

      * Words ahead of the first LABEL=value name the line kind
      * (SUMMARY when there are none); alerts and timings are not
      * counts and differ between any two runs
           TAKE-ONE-AUDIT-LINE SECTION.
           MOVE SPACES TO WS-LOG-KIND.
           MOVE 1 TO WS-LOG-KIND-POINTER.
           MOVE 12 TO WS-LOG-POINTER.
           PERFORM UNTIL WS-LOG-POINTER > 400
               MOVE SPACES TO WS-LOG-TOKEN
               UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
                   INTO WS-LOG-TOKEN
                   WITH POINTER WS-LOG-POINTER
               END-UNSTRING
               IF WS-LOG-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               MOVE 0 TO WS-LOG-EQUALS
               INSPECT WS-LOG-TOKEN TALLYING WS-LOG-EQUALS
                   FOR ALL "="
               IF WS-LOG-EQUALS = 0
                   IF WS-LOG-KIND-POINTER > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-LOG-KIND
                           WITH POINTER WS-LOG-KIND-POINTER
                       END-STRING
                   END-IF
                   STRING WS-LOG-TOKEN DELIMITED BY SPACE
                       INTO WS-LOG-KIND
                       WITH POINTER WS-LOG-KIND-POINTER
                   END-STRING
               ELSE
                   IF WS-LOG-KIND = SPACES
                       MOVE "SUMMARY" TO WS-LOG-KIND
                   END-IF
                   IF WS-LOG-KIND(1:5) = "ALERT"
                      OR WS-LOG-KIND(1:4) = "PERF"
                       EXIT SECTION
                   END-IF
                   MOVE SPACES TO WS-LOG-LABEL
                   MOVE SPACES TO WS-LOG-VALUE
                   UNSTRING WS-LOG-TOKEN DELIMITED BY "="
                       INTO WS-LOG-LABEL WS-LOG-VALUE
                   END-UNSTRING
                   PERFORM KEEP-ONE-AUDIT-COUNT
               END-IF
           END-PERFORM.

           KEEP-ONE-AUDIT-COUNT SECTION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
               UNTIL WS-AUDIT-IDX > WS-AUDIT-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-AUDIT-KIND(WS-AUDIT-IDX) = WS-LOG-KIND
                  AND WS-AUDIT-LABEL(WS-AUDIT-IDX) = WS-LOG-LABEL
                   MOVE WS-AUDIT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-AUDIT-COUNT >= 500
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-AUDIT-COUNT
               MOVE WS-AUDIT-COUNT TO WS-FOUND-IDX
               MOVE WS-LOG-KIND TO WS-AUDIT-KIND(WS-FOUND-IDX)
               MOVE WS-LOG-LABEL TO WS-AUDIT-LABEL(WS-FOUND-IDX)
               MOVE SPACES TO WS-AUDIT-VALUE(WS-FOUND-IDX, 1)
               MOVE SPACES TO WS-AUDIT-VALUE(WS-FOUND-IDX, 2)
           END-IF.
           MOVE WS-LOG-VALUE TO WS-AUDIT-VALUE(WS-FOUND-IDX, WS-SIDE).

           WRITE-RUN-HEADINGS SECTION.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               MOVE SPACES TO WS-REPORT-RECORD
               IF WS-SIDE = 1
                   STRING "CURRENT   " FUNCTION TRIM(WS-CURRENT-DIR)
                       INTO WS-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "CANDIDATE " FUNCTION TRIM(WS-CANDIDATE-DIR)
                       INTO WS-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE WS-REPORT-RECORD
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "          RUN-DATE=" WS-SIDE-HIST-DATE(WS-SIDE)
                      " CARDS=" WS-SIDE-CARDS(WS-SIDE)
                      " ON-PENDING=" WS-SIDE-ON-PENDING(WS-SIDE)
                      " EARLIER-RUNS=" WS-SIDE-OTHER-RUN(WS-SIDE)
                      " AUDIT-DATE=" WS-SIDE-AUDIT-DATE(WS-SIDE)
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-PERFORM.
           IF WS-SIDE-HIST-DATE(1) NOT = WS-SIDE-HIST-DATE(2)
               MOVE "WARNING: the two runs are for different run dates"
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
           END-IF.

      * Every current-version card looks for the first candidate card
      * of the same person and campaign not already paired; the ones
      * left over on either side were dropped or added
           COMPARE-CURRENT-CARDS SECTION.
           IF WS-SIDE-CARDS(1) = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-MATCH-IDX FROM WS-SIDE-FIRST(1) BY 1
               UNTIL WS-MATCH-IDX > WS-SIDE-LAST(1)
               MOVE 0 TO WS-FOUND-IDX
               IF WS-SIDE-CARDS(2) > 0
                   PERFORM VARYING WS-SCAN-IDX FROM WS-SIDE-FIRST(2)
                       BY 1 UNTIL WS-SCAN-IDX > WS-SIDE-LAST(2)
                           OR WS-FOUND-IDX > 0
                       IF WS-CARD-MATCHED(WS-SCAN-IDX) = 'N'
                          AND WS-CARD-PERSON(WS-SCAN-IDX)
                              = WS-CARD-PERSON(WS-MATCH-IDX)
                          AND WS-CARD-CAMPAIGN(WS-SCAN-IDX)
                              = WS-CARD-CAMPAIGN(WS-MATCH-IDX)
                           MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-FOUND-IDX = 0
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "DROPPED " WS-CARD-PERSON(WS-MATCH-IDX)
                          " " WS-CARD-CAMPAIGN(WS-MATCH-IDX)
                          " CARD " WS-CARD-ID(WS-MATCH-IDX)
                          " " WS-CARD-CHANNEL(WS-MATCH-IDX)
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
               ELSE
                   MOVE 'Y' TO WS-CARD-MATCHED(WS-MATCH-IDX)
                   MOVE 'Y' TO WS-CARD-MATCHED(WS-FOUND-IDX)
                   ADD 1 TO WS-COMPARED-COUNT
                   PERFORM COMPARE-ONE-PAIR
               END-IF
           END-PERFORM.

           COMPARE-ONE-PAIR SECTION.
           MOVE 'N' TO WS-CARD-CHANGED.
           IF WS-CARD-CHANNEL(WS-MATCH-IDX)
                  NOT = WS-CARD-CHANNEL(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-CHANNEL-COUNT
               MOVE "CHANNEL" TO WS-FIELD-LABEL
               MOVE WS-CARD-CHANNEL(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-CHANNEL(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-ON-PENDING(WS-MATCH-IDX)
                  NOT = WS-CARD-ON-PENDING(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-QUEUE-COUNT
               MOVE "PENDING" TO WS-FIELD-LABEL
               MOVE WS-CARD-ON-PENDING(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-ON-PENDING(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-ADDRESS(WS-MATCH-IDX)
                  NOT = WS-CARD-ADDRESS(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-ADDRESS-COUNT
               MOVE "ADDRESS" TO WS-FIELD-LABEL
               MOVE WS-CARD-ADDRESS(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-ADDRESS(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-REGION(WS-MATCH-IDX)
                  NOT = WS-CARD-REGION(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-REGION-COUNT
               MOVE "REGION" TO WS-FIELD-LABEL
               MOVE WS-CARD-REGION(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-REGION(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-VOUCHER(WS-MATCH-IDX)
                  NOT = WS-CARD-VOUCHER(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-VOUCHER-COUNT
               MOVE "VOUCHER" TO WS-FIELD-LABEL
               MOVE WS-CARD-VOUCHER(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-VOUCHER(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-GREETING(WS-MATCH-IDX)
                  NOT = WS-CARD-GREETING(WS-FOUND-IDX)
               ADD 1 TO WS-DIFF-GREETING-COUNT
               MOVE "GREETING" TO WS-FIELD-LABEL
               MOVE WS-CARD-GREETING(WS-MATCH-IDX) TO WS-WAS-VALUE
               MOVE WS-CARD-GREETING(WS-FOUND-IDX) TO WS-NOW-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF.
           IF WS-CARD-CHANGED = 'Y'
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-IDENTICAL-COUNT
           END-IF.

      * The first difference on a pair heads it with the person and
      * both card IDs; each differing field follows as was / now
           WRITE-FIELD-DIFFERENCE SECTION.
           IF WS-CARD-CHANGED = 'N'
               MOVE 'Y' TO WS-CARD-CHANGED
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "CHANGED " WS-CARD-PERSON(WS-MATCH-IDX)
                      " " WS-CARD-CAMPAIGN(WS-MATCH-IDX)
                      " CARD " WS-CARD-ID(WS-MATCH-IDX)
                      " -> " WS-CARD-ID(WS-FOUND-IDX)
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "    " WS-FIELD-LABEL " WAS: "
                  FUNCTION TRIM(WS-WAS-VALUE TRAILING)
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "              NOW: "
                  FUNCTION TRIM(WS-NOW-VALUE TRAILING)
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           REPORT-ADDED-CARDS SECTION.
           IF WS-SIDE-CARDS(2) = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SCAN-IDX FROM WS-SIDE-FIRST(2) BY 1
               UNTIL WS-SCAN-IDX > WS-SIDE-LAST(2)
               IF WS-CARD-MATCHED(WS-SCAN-IDX) = 'N'
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "ADDED   " WS-CARD-PERSON(WS-SCAN-IDX)
                          " " WS-CARD-CAMPAIGN(WS-SCAN-IDX)
                          " CARD " WS-CARD-ID(WS-SCAN-IDX)
                          " " WS-CARD-CHANNEL(WS-SCAN-IDX)
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
               END-IF
           END-PERFORM.

           COMPARE-AUDIT-COUNTS SECTION.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
               UNTIL WS-AUDIT-IDX > WS-AUDIT-COUNT
               IF WS-AUDIT-VALUE(WS-AUDIT-IDX, 1)
                      NOT = WS-AUDIT-VALUE(WS-AUDIT-IDX, 2)
                   ADD 1 TO WS-AUDIT-DIFF-COUNT
                   MOVE WS-AUDIT-VALUE(WS-AUDIT-IDX, 1)
                       TO WS-AUDIT-SHOWN(1)
                   MOVE WS-AUDIT-VALUE(WS-AUDIT-IDX, 2)
                       TO WS-AUDIT-SHOWN(2)
                   IF WS-AUDIT-SHOWN(1) = SPACES
                       MOVE "(none)" TO WS-AUDIT-SHOWN(1)
                   END-IF
                   IF WS-AUDIT-SHOWN(2) = SPACES
                       MOVE "(none)" TO WS-AUDIT-SHOWN(2)
                   END-IF
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "AUDIT   "
                          FUNCTION TRIM(WS-AUDIT-KIND(WS-AUDIT-IDX))
                          " "
                          FUNCTION TRIM(WS-AUDIT-LABEL(WS-AUDIT-IDX))
                          " WAS " FUNCTION TRIM(WS-AUDIT-SHOWN(1))
                          " NOW " FUNCTION TRIM(WS-AUDIT-SHOWN(2))
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
               END-IF
           END-PERFORM.

           WRITE-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTALS COMPARED=" WS-COMPARED-COUNT
                  " IDENTICAL=" WS-IDENTICAL-COUNT
                  " CHANGED=" WS-CHANGED-COUNT
                  " ADDED=" WS-ADDED-COUNT
                  " DROPPED=" WS-DROPPED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "FIELDS GREETING=" WS-DIFF-GREETING-COUNT
                  " CHANNEL=" WS-DIFF-CHANNEL-COUNT
                  " ADDRESS=" WS-DIFF-ADDRESS-COUNT
                  " REGION=" WS-DIFF-REGION-COUNT
                  " VOUCHER=" WS-DIFF-VOUCHER-COUNT
                  " PENDING=" WS-DIFF-QUEUE-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "AUDIT-COUNTS-DIFFERING=" WS-AUDIT-DIFF-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-ADDED-COUNT = 0 AND WS-DROPPED-COUNT = 0
              AND WS-CHANGED-COUNT = 0 AND WS-AUDIT-DIFF-COUNT = 0
               MOVE "RESULT: NO DIFFERENCES - the candidate matches"
                   TO WS-REPORT-RECORD
           ELSE
               MOVE "RESULT: DIFFERENCES FOUND - review before sign-off"
                   TO WS-REPORT-RECORD
           END-IF.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CHANGE BOARD SIGN-OFF: ______________"
                  "  DATE: __________"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
