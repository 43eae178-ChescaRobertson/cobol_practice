       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-root-cause-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-COMPLAINT-LOG-FILE ASSIGN TO "complaint-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COMPLAINT-LOG-STATUS.
               SELECT F-ROOT-CAUSE-REPORT-FILE
                 ASSIGN TO "complaint-root-cause.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-COMPLAINT-LOG-FILE.
           01 COMPLAINT-LOG-RECORD.
               05 CL-COMPLAINT-DATE PIC X(10).
               05 CL-CARD-ID PIC X(9).
               05 CL-PERSON-ID PIC X(10).
               05 CL-REASON PIC X(12).
               05 CL-CAMPAIGN PIC X(12).
               05 CL-TEMPLATE PIC X(20).
               05 CL-REGION PIC X(20).
               05 CL-BRAND PIC X(8).
               05 CL-PROGRAM PIC X(20).
               05 CL-CHANNEL PIC X(5).
               05 CL-RUN-DATE PIC X(10).
               05 CL-SUPPRESSION PIC X(8).
               05 CL-TAKEN-BY PIC X(8).
               05 CL-NOTE PIC X(60).
           FD F-ROOT-CAUSE-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-COMPLAINT-LOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-WEEK-ANSWER PIC X(10).
           01 WS-WEEK-END PIC X(10).
           01 WS-WEEK-START PIC X(10).
           01 WS-DATE-DIGITS PIC X(8).
           01 WS-DAY-NUM PIC 9(8).
           01 WS-WEEK-COMPLAINTS PIC 9(6) VALUE 0.
      * The reason columns, in the order customer service keys them;
      * the last slot collects any older code no longer on the list
           01 WS-REASON-CODES.
               05 FILLER PIC X(12) VALUE "WRONG-NAME".
               05 FILLER PIC X(12) VALUE "DECEASED".
               05 FILLER PIC X(12) VALUE "PRONOUNS".
               05 FILLER PIC X(12) VALUE "DUPLICATE".
               05 FILLER PIC X(12) VALUE "ADDRESS".
               05 FILLER PIC X(12) VALUE "OTHER".
           01 WS-REASON-TABLE REDEFINES WS-REASON-CODES.
               05 WS-REASON-CODE OCCURS 6 TIMES PIC X(12).
           01 WS-REASON-IDX PIC 9(2) COMP.
           01 WS-REASON-SLOT PIC 9(2) COMP.
           01 WS-REASON-TOTALS.
               05 WS-REASON-TOTAL OCCURS 6 TIMES PIC 9(6).
      * The five ways the week is cut, one report block each
           01 WS-DIMENSION-NAMES.
               05 FILLER PIC X(10) VALUE "CAMPAIGN".
               05 FILLER PIC X(10) VALUE "TEMPLATE".
               05 FILLER PIC X(10) VALUE "REGION".
               05 FILLER PIC X(10) VALUE "BRAND".
               05 FILLER PIC X(10) VALUE "PROGRAM".
           01 WS-DIMENSION-TABLE REDEFINES WS-DIMENSION-NAMES.
               05 WS-DIMENSION-NAME OCCURS 5 TIMES PIC X(10).
           01 WS-DIMENSION-IDX PIC 9 COMP.
           01 WS-DIMENSION-VALUE PIC X(20).
           01 WS-TALLY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-TALLY-IDX PIC 9(4) COMP.
           01 WS-TALLY-SLOT PIC 9(4) COMP.
           01 WS-TALLIES.
              05 WS-TALLY-ROW OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-TALLY-COUNT
                  INDEXED BY TALLY-IDX.
                      10 WS-TALLY-DIMENSION PIC 9.
                      10 WS-TALLY-VALUE PIC X(20).
                      10 WS-TALLY-REASON PIC 9(6) OCCURS 6 TIMES.
                      10 WS-TALLY-TOTAL PIC 9(6).
           01 WS-TALLY-FULL-WARNED PIC X VALUE 'N'.
           01 WS-COUNT-DISPLAY PIC ZZZZZ9.
           01 WS-LINE-POS PIC 9(3) COMP.

       PROCEDURE DIVISION.

           DISPLAY "Week ending (YYYY-MM-DD, blank for today): ".
           ACCEPT WS-WEEK-ANSWER.
           IF WS-WEEK-ANSWER = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-WEEK-END(1:4)
               MOVE "-" TO WS-WEEK-END(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-WEEK-END(6:2)
               MOVE "-" TO WS-WEEK-END(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-WEEK-END(9:2)
           ELSE
               MOVE WS-WEEK-ANSWER TO WS-WEEK-END
           END-IF.
           IF WS-WEEK-END(1:4) IS NOT NUMERIC OR
              WS-WEEK-END(6:2) IS NOT NUMERIC OR
              WS-WEEK-END(9:2) IS NOT NUMERIC
               DISPLAY "Week ending date not YYYY-MM-DD: " WS-WEEK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WS-WEEK-END(1:4) WS-WEEK-END(6:2) WS-WEEK-END(9:2)
               INTO WS-DATE-DIGITS
           END-STRING.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DATE-DIGITS)) - 6.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-DATE-DIGITS.
           MOVE SPACES TO WS-WEEK-START.
           STRING WS-DATE-DIGITS(1:4) "-" WS-DATE-DIGITS(5:2) "-"
                  WS-DATE-DIGITS(7:2)
               INTO WS-WEEK-START
           END-STRING.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
               MOVE 0 TO WS-REASON-TOTAL(WS-REASON-IDX)
           END-PERFORM.

           OPEN INPUT F-COMPLAINT-LOG-FILE.
           IF WS-COMPLAINT-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: complaint-log.dat FILE STATUS "
                   WS-COMPLAINT-LOG-STATUS ", no root-cause report "
                   "produced"
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMPLAINT-LOG-FILE
                   NOT AT END
                       IF CL-COMPLAINT-DATE >= WS-WEEK-START AND
                          CL-COMPLAINT-DATE <= WS-WEEK-END
                           PERFORM TALLY-ONE-COMPLAINT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-COMPLAINT-LOG-FILE.

           OPEN OUTPUT F-ROOT-CAUSE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "COMPLAINT ROOT-CAUSE REPORT " WS-WEEK-START
                  " TO " WS-WEEK-END
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM REPORT-ONE-DIMENSION
               VARYING WS-DIMENSION-IDX FROM 1 BY 1
               UNTIL WS-DIMENSION-IDX > 5.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           MOVE "ALL COMPLAINTS" TO WS-REPORT-RECORD(1:20).
           MOVE 22 TO WS-LINE-POS.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
               MOVE WS-REASON-TOTAL(WS-REASON-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO
                   WS-REPORT-RECORD(WS-LINE-POS + 6:6)
               ADD 13 TO WS-LINE-POS
           END-PERFORM.
           MOVE WS-WEEK-COMPLAINTS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-RECORD(WS-LINE-POS + 6:6).
           WRITE WS-REPORT-RECORD.
           CLOSE F-ROOT-CAUSE-REPORT-FILE.
           DISPLAY "Complaints in week: " WS-WEEK-COMPLAINTS
               " report written to complaint-root-cause.rpt".
           GOBACK.

      * Each complaint counts once under every dimension, in its
      * reason's column
           TALLY-ONE-COMPLAINT SECTION.
           ADD 1 TO WS-WEEK-COMPLAINTS.
           MOVE 6 TO WS-REASON-SLOT.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
               IF WS-REASON-CODE(WS-REASON-IDX) = CL-REASON
                   MOVE WS-REASON-IDX TO WS-REASON-SLOT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-REASON-TOTAL(WS-REASON-SLOT).
           PERFORM TALLY-ONE-DIMENSION
               VARYING WS-DIMENSION-IDX FROM 1 BY 1
               UNTIL WS-DIMENSION-IDX > 5.

           TALLY-ONE-DIMENSION SECTION.
           EVALUATE WS-DIMENSION-IDX
               WHEN 1
                   MOVE CL-CAMPAIGN TO WS-DIMENSION-VALUE
               WHEN 2
                   MOVE CL-TEMPLATE TO WS-DIMENSION-VALUE
               WHEN 3
                   MOVE CL-REGION TO WS-DIMENSION-VALUE
               WHEN 4
                   MOVE CL-BRAND TO WS-DIMENSION-VALUE
               WHEN OTHER
                   MOVE CL-PROGRAM TO WS-DIMENSION-VALUE
           END-EVALUATE.
           MOVE 0 TO WS-TALLY-SLOT.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT OR WS-TALLY-SLOT > 0
               IF WS-TALLY-DIMENSION(WS-TALLY-IDX) = WS-DIMENSION-IDX
                  AND WS-TALLY-VALUE(WS-TALLY-IDX) = WS-DIMENSION-VALUE
                   MOVE WS-TALLY-IDX TO WS-TALLY-SLOT
               END-IF
           END-PERFORM.
           IF WS-TALLY-SLOT = 0
               IF WS-TALLY-COUNT >= 5000
                   IF WS-TALLY-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-TALLY-FULL-WARNED
                       DISPLAY "WARNING: more than 5000 report lines, "
                           "later values not broken out"
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-SLOT
               MOVE WS-DIMENSION-IDX
                   TO WS-TALLY-DIMENSION(WS-TALLY-SLOT)
               MOVE WS-DIMENSION-VALUE
                   TO WS-TALLY-VALUE(WS-TALLY-SLOT)
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 6
                   MOVE 0 TO
                       WS-TALLY-REASON(WS-TALLY-SLOT, WS-REASON-IDX)
               END-PERFORM
               MOVE 0 TO WS-TALLY-TOTAL(WS-TALLY-SLOT)
           END-IF.
           ADD 1 TO WS-TALLY-REASON(WS-TALLY-SLOT, WS-REASON-SLOT).
           ADD 1 TO WS-TALLY-TOTAL(WS-TALLY-SLOT).

           REPORT-ONE-DIMENSION SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           MOVE WS-DIMENSION-NAME(WS-DIMENSION-IDX)
               TO WS-REPORT-RECORD(1:10).
           MOVE 22 TO WS-LINE-POS.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
               MOVE WS-REASON-CODE(WS-REASON-IDX)
                   TO WS-REPORT-RECORD(WS-LINE-POS:12)
               ADD 13 TO WS-LINE-POS
           END-PERFORM.
           MOVE "TOTAL" TO WS-REPORT-RECORD(WS-LINE-POS + 7:5).
           WRITE WS-REPORT-RECORD.
           PERFORM REPORT-ONE-TALLY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT.

           REPORT-ONE-TALLY SECTION.
           IF WS-TALLY-DIMENSION(WS-TALLY-IDX) NOT = WS-DIMENSION-IDX
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           MOVE WS-TALLY-VALUE(WS-TALLY-IDX) TO WS-REPORT-RECORD(1:20).
           IF WS-TALLY-VALUE(WS-TALLY-IDX) = SPACES
               MOVE "(NONE)" TO WS-REPORT-RECORD(1:20)
           END-IF.
           MOVE 22 TO WS-LINE-POS.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
               MOVE WS-TALLY-REASON(WS-TALLY-IDX, WS-REASON-IDX)
                   TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO
                   WS-REPORT-RECORD(WS-LINE-POS + 6:6)
               ADD 13 TO WS-LINE-POS
           END-PERFORM.
           MOVE WS-TALLY-TOTAL(WS-TALLY-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-RECORD(WS-LINE-POS + 6:6).
           WRITE WS-REPORT-RECORD.
