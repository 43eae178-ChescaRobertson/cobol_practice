       IDENTIFICATION DIVISION.
       PROGRAM-ID. artwork-usage-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ARTWORK-CATALOG-FILE
                 ASSIGN TO "artwork-catalog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARTWORK-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "artwork-usage.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ARTWORK-CATALOG-FILE.
      * The card designs the print vendor holds: the stock count is
      * the vendor's as of the stock date, and the reorder point is
      * where a reprint has to be ordered
           01 ARTWORK-RECORD.
               05 ART-DESIGN-CODE PIC X(8).
               05 ART-CAMPAIGN PIC X(12).
               05 ART-BRAND PIC X(8).
               05 ART-SEASON PIC X(6).
               05 ART-ACCESS-FORMAT PIC X(2).
               05 ART-ACTIVE PIC X.
               05 ART-STOCK-ON-HAND PIC 9(6).
               05 ART-STOCK-DATE PIC X(10).
               05 ART-REORDER-POINT PIC 9(6).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-ARTWORK-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-IDLE-ANSWER PIC X(4).
           01 WS-IDLE-DAYS PIC 9(4) VALUE 90.                           * A design unused this long is flagged
           01 WS-WINDOW-START PIC X(10).
           01 WS-DAY-NUM PIC 9(8).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-ART-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ART-IDX PIC 9(4) COMP.
           01 WS-ART-FOUND PIC 9(4) COMP.
      * One row per catalog design with what card history says
      * about it
           01 WS-ARTWORK.
              05 WS-ART-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ART-COUNT
                  INDEXED BY ART-IDX.
                      10 WS-ART-DESIGN PIC X(8).
                      10 WS-ART-CAMPAIGN PIC X(12).
                      10 WS-ART-BRAND PIC X(8).
                      10 WS-ART-SEASON PIC X(6).
                      10 WS-ART-ACCESS PIC X(2).
                      10 WS-ART-ACTIVE PIC X.
                      10 WS-ART-ON-HAND PIC 9(6).
                      10 WS-ART-STOCK-DATE PIC X(10).
                      10 WS-ART-REORDER PIC 9(6).
                      10 WS-ART-TOTAL PIC 9(7).
                      10 WS-ART-RECENT PIC 9(6).
                      10 WS-ART-PRINTED PIC 9(6).
                      10 WS-ART-LAST-USED PIC X(10).
           01 WS-REMAINING PIC 9(6).
           01 WS-STATUS-TEXT PIC X(20).
           01 WS-DESIGNS-LISTED PIC 9(4) VALUE 0.
           01 WS-LOW-COUNT PIC 9(4) VALUE 0.
           01 WS-UNUSED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNCATALOGED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "Days idle before a design is flagged unused "
               "(blank for 90): ".
           ACCEPT WS-IDLE-ANSWER.
           IF WS-IDLE-ANSWER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IDLE-ANSWER) TO WS-IDLE-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - WS-IDLE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-DATE-DIGITS.
           MOVE SPACES TO WS-WINDOW-START.
           STRING WS-DATE-DIGITS(1:4) "-" WS-DATE-DIGITS(5:2) "-"
                  WS-DATE-DIGITS(7:2)
               INTO WS-WINDOW-START
           END-STRING.
           PERFORM LOAD-ARTWORK-CATALOG.
           IF WS-ART-COUNT = 0
               DISPLAY "No designs on artwork-catalog.dat"
               GOBACK
           END-IF.
           PERFORM TALLY-CARD-HISTORY.
           PERFORM WRITE-USAGE-REPORT.
           DISPLAY "Designs: " WS-DESIGNS-LISTED " running low: "
               WS-LOW-COUNT " unused: " WS-UNUSED-COUNT.
           DISPLAY "Usage report written to artwork-usage.rpt".
           GOBACK.

           LOAD-ARTWORK-CATALOG SECTION.
           MOVE 0 TO WS-ART-COUNT.
           OPEN INPUT F-ARTWORK-CATALOG-FILE.
           IF WS-ARTWORK-STATUS NOT = "00"
               DISPLAY "WARNING: artwork-catalog.dat FILE STATUS "
                   WS-ARTWORK-STATUS
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTWORK-CATALOG-FILE
                   NOT AT END
                       IF ART-DESIGN-CODE NOT = SPACES AND
                          WS-ART-COUNT < 999
                           PERFORM LOAD-ONE-DESIGN
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ARTWORK-CATALOG-FILE.

           LOAD-ONE-DESIGN SECTION.
           ADD 1 TO WS-ART-COUNT.
           MOVE ART-DESIGN-CODE TO WS-ART-DESIGN(WS-ART-COUNT).
           MOVE ART-CAMPAIGN TO WS-ART-CAMPAIGN(WS-ART-COUNT).
           MOVE ART-BRAND TO WS-ART-BRAND(WS-ART-COUNT).
           MOVE ART-SEASON TO WS-ART-SEASON(WS-ART-COUNT).
           MOVE ART-ACCESS-FORMAT TO WS-ART-ACCESS(WS-ART-COUNT).
           MOVE ART-ACTIVE TO WS-ART-ACTIVE(WS-ART-COUNT).
           MOVE ART-STOCK-ON-HAND TO WS-ART-ON-HAND(WS-ART-COUNT).
           MOVE ART-STOCK-DATE TO WS-ART-STOCK-DATE(WS-ART-COUNT).
           MOVE ART-REORDER-POINT TO WS-ART-REORDER(WS-ART-COUNT).
           MOVE 0 TO WS-ART-TOTAL(WS-ART-COUNT).
           MOVE 0 TO WS-ART-RECENT(WS-ART-COUNT).
           MOVE 0 TO WS-ART-PRINTED(WS-ART-COUNT).
           MOVE SPACES TO WS-ART-LAST-USED(WS-ART-COUNT).

           TALLY-CARD-HISTORY SECTION.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-HISTORY-FILE
                   NOT AT END
                       IF HIST-DESIGN-CODE NOT = SPACES
                           PERFORM TALLY-ONE-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.

      * Only mailed cards draw on the printed stock; every card,
      * whatever its channel, counts toward the design's use
           TALLY-ONE-CARD SECTION.
           MOVE 0 TO WS-ART-FOUND.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
                   OR WS-ART-FOUND > 0
               IF WS-ART-DESIGN(WS-ART-IDX) = HIST-DESIGN-CODE
                   MOVE WS-ART-IDX TO WS-ART-FOUND
               END-IF
           END-PERFORM.
           IF WS-ART-FOUND = 0
               ADD 1 TO WS-UNCATALOGED-COUNT
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ART-TOTAL(WS-ART-FOUND).
           IF HIST-RUN-DATE > WS-WINDOW-START
               ADD 1 TO WS-ART-RECENT(WS-ART-FOUND)
           END-IF.
           IF HIST-CHANNEL = "MAIL" AND
              HIST-RUN-DATE >= WS-ART-STOCK-DATE(WS-ART-FOUND)
               ADD 1 TO WS-ART-PRINTED(WS-ART-FOUND)
           END-IF.
           IF HIST-RUN-DATE > WS-ART-LAST-USED(WS-ART-FOUND)
               MOVE HIST-RUN-DATE TO WS-ART-LAST-USED(WS-ART-FOUND)
           END-IF.

           WRITE-USAGE-REPORT SECTION.
           MOVE WS-ART-COUNT TO WS-DESIGNS-LISTED.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ARTWORK CATALOG USAGE " WS-RUN-DATE
                  "  IDLE WINDOW FROM " WS-WINDOW-START
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DESIGN   CAMPAIGN     BRAND    SEASON FMT "
                  "RECENT   TOTAL LAST-USED  ON-HAND PRINTED "
                  "REMAIN REORDER STATUS"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM WRITE-DESIGN-LINE
               VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DESIGNS=" WS-DESIGNS-LISTED
                  " RUNNING LOW=" WS-LOW-COUNT
                  " UNUSED=" WS-UNUSED-COUNT
                  " CARDS ON DESIGNS NOT IN CATALOG="
                  WS-UNCATALOGED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           CLOSE F-REPORT-FILE.

      * Stock left is the vendor's count less the cards mailed on
      * the design since it was taken; a retired design is listed
      * but never flagged
           WRITE-DESIGN-LINE SECTION.
           IF WS-ART-PRINTED(WS-ART-IDX) >= WS-ART-ON-HAND(WS-ART-IDX)
               MOVE 0 TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING = WS-ART-ON-HAND(WS-ART-IDX)
                   - WS-ART-PRINTED(WS-ART-IDX)
           END-IF.
           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-ART-ACTIVE(WS-ART-IDX) = 'N'
                   MOVE "RETIRED" TO WS-STATUS-TEXT
               WHEN WS-ART-RECENT(WS-ART-IDX) = 0 AND
                    WS-REMAINING <= WS-ART-REORDER(WS-ART-IDX)
                   MOVE "UNUSED, RUNNING LOW" TO WS-STATUS-TEXT
                   ADD 1 TO WS-UNUSED-COUNT
                   ADD 1 TO WS-LOW-COUNT
               WHEN WS-ART-RECENT(WS-ART-IDX) = 0
                   MOVE "UNUSED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-UNUSED-COUNT
               WHEN WS-REMAINING <= WS-ART-REORDER(WS-ART-IDX)
                   MOVE "RUNNING LOW" TO WS-STATUS-TEXT
                   ADD 1 TO WS-LOW-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-ART-DESIGN(WS-ART-IDX) " "
                  WS-ART-CAMPAIGN(WS-ART-IDX) " "
                  WS-ART-BRAND(WS-ART-IDX) " "
                  WS-ART-SEASON(WS-ART-IDX) " "
                  WS-ART-ACCESS(WS-ART-IDX) "  "
                  WS-ART-RECENT(WS-ART-IDX) " "
                  WS-ART-TOTAL(WS-ART-IDX) " "
                  WS-ART-LAST-USED(WS-ART-IDX) " "
                  WS-ART-ON-HAND(WS-ART-IDX) "  "
                  WS-ART-PRINTED(WS-ART-IDX) " "
                  WS-REMAINING "  "
                  WS-ART-REORDER(WS-ART-IDX) " "
                  WS-STATUS-TEXT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
