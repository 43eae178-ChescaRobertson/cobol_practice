                 ASSIGN TO "campaign-registry.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAMPAIGN-REGISTRY-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-RATES-FILE.
           FD F-REGION-MASTER-FILE.
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
               05 REG-ACTIVE PIC X.
               05 REG-CHANNELS PIC X(5).
               05 REG-OUTPUT-FILE PIC X(40).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-OPEN PIC X VALUE 'N'.
           01 WS-HISTORY-FILTER PIC X.
           01 WS-CARD-ID-WORK PIC X(9).
           01 WS-CAMPAIGN-REGISTRY-STATUS PIC XX.
           01 WS-REGISTRY-ON-FILE PIC X VALUE 'N'.
           01 WS-REG-COUNT PIC 9(2) COMP VALUE 0.
               05 FILLER PIC X(40) VALUE "digest-cards.dat".
               05 FILLER PIC X(40) VALUE "eclipse-cards.dat".
               05 FILLER PIC X(40) VALUE "outreach-cards.dat".
               05 FILLER PIC X(40) VALUE "occasion-cards.dat".
           01 WS-CARD-FILE-TABLE REDEFINES WS-CARD-FILE-NAMES.
               05 WS-CARD-FILE-NAME OCCURS 10 TIMES PIC X(40).
           01 WS-CAMPAIGN-NAMES.
               05 FILLER PIC X(12) VALUE "TAX-DAY".
               05 FILLER PIC X(12) VALUE "BIRTHDAY".
               05 FILLER PIC X(12) VALUE "DIGEST".
               05 FILLER PIC X(12) VALUE "ECLIPSE".
               05 FILLER PIC X(12) VALUE "PRONOUN".
               05 FILLER PIC X(12) VALUE "RMD".
           01 WS-CAMPAIGN-NAME-TABLE REDEFINES WS-CAMPAIGN-NAMES.
               05 WS-CAMPAIGN-NAME OCCURS 10 TIMES PIC X(12).
      * A campaign sharing the occasion queue with others is told
      * apart card by card through the history master
           01 WS-HISTORY-FILTERS.
               05 FILLER PIC X(9) VALUE "NNNNNNNNN".
               05 FILLER PIC X VALUE "Y".
           01 WS-HISTORY-FILTER-TABLE REDEFINES WS-HISTORY-FILTERS.
               05 WS-CAMPAIGN-HISTORY-FILTER OCCURS 10 TIMES PIC X.
      * Where the region column sits on each campaign's record: the
      * werewolf layout carries a moon date ahead of the card id
           01 WS-REGION-OFFSETS.
               05 FILLER PIC 9(3) VALUE 415.
               05 FILLER PIC 9(3) VALUE 415.
               05 FILLER PIC 9(3) VALUE 415.
               05 FILLER PIC 9(3) VALUE 415.
           01 WS-REGION-OFFSET-TABLE REDEFINES WS-REGION-OFFSETS.
               05 WS-CAMPAIGN-REGION-OFFSET OCCURS 10 TIMES PIC 9(3).
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-BRAND-MASTER-STATUS PIC XX.
           01 WS-REGION-OFFSET PIC 9(3) COMP.
           01 WS-TOKEN-VALUE PIC X(8).
           01 WS-MONTH-TOTALS.
               05 WS-MONTH-TOTAL OCCURS 6 TIMES PIC 9(8).
           01 WS-RMD-MONTH-TOTAL PIC 9(8).

       PROCEDURE DIVISION.

           MOVE 0 TO WS-TOTAL-COST.
           PERFORM COST-ONE-CAMPAIGN
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 10.
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
           END-IF.
           PERFORM REPORT-REGION-COSTS.
           MOVE WS-TOTAL-COST TO WS-COST-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
      * region each card itself carries
           COST-ONE-CAMPAIGN SECTION.
           MOVE WS-CAMPAIGN-NAME(WS-FILE-IDX) TO WS-WORK-CAMPAIGN.
           MOVE WS-CAMPAIGN-HISTORY-FILTER(WS-FILE-IDX)
               TO WS-HISTORY-FILTER.
           IF WS-HISTORY-FILTER = 'Y' AND WS-HISTORY-OPEN = 'N'
               OPEN INPUT F-CARD-HISTORY-FILE
               IF WS-CARD-HISTORY-STATUS NOT = "00"
                   DISPLAY "WARNING: card-history.dat FILE STATUS "
                       WS-CARD-HISTORY-STATUS ", "
                       FUNCTION TRIM(WS-WORK-CAMPAIGN)
                       " cards cannot be told apart, not costed"
                   EXIT SECTION
               END-IF
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF.
           MOVE WS-CAMPAIGN-REGION-OFFSET(WS-FILE-IDX)
               TO WS-REGION-OFFSET.
           MOVE 0 TO WS-MAIL-COUNT.
           END-EVALUATE.

           COST-ONE-CARD SECTION.
           IF WS-HISTORY-FILTER = 'Y'
               MOVE COST-CARD-TRAILER(1:9) TO WS-CARD-ID-WORK
               IF WS-CARD-ID-WORK IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE WS-CARD-ID-WORK TO HIST-CARD-ID
               READ F-CARD-HISTORY-FILE
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF HIST-CAMPAIGN NOT = WS-WORK-CAMPAIGN
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 0 TO WS-CARD-COST.
           EVALUATE COST-CARD-CHANNEL
               WHEN "MAIL"
           MOVE 0 TO WS-MONTH-TOTAL(1) WS-MONTH-TOTAL(2)
               WS-MONTH-TOTAL(3) WS-MONTH-TOTAL(4)
               WS-MONTH-TOTAL(5) WS-MONTH-TOTAL(6).
           MOVE 0 TO WS-RMD-MONTH-TOTAL.
           OPEN INPUT F-RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS NOT = "00"
               EXIT SECTION
                          WS-LOG-RECORD(12:10) = "PROCESSED="
                           PERFORM TALLY-MONTH-LINE
                       END-IF
                       IF WS-LOG-RECORD(1:7) = WS-REPORT-MONTH AND
                          WS-LOG-RECORD(12:4) = "RMD "
                           PERFORM TALLY-RMD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           PERFORM REPORT-ONE-MONTH-TOTAL
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  " WS-CAMPAIGN-NAME(10) " " WS-RMD-MONTH-TOTAL
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

      * The withdrawal reminders log a line of their own, first-year
      * and annual counted together here
           TALLY-RMD-LINE SECTION.
           MOVE SPACES TO WS-LOG-TOKENS.
           UNSTRING WS-LOG-RECORD DELIMITED BY ALL " "
               INTO WS-LOG-TOKEN(1) WS-LOG-TOKEN(2) WS-LOG-TOKEN(3)
                    WS-LOG-TOKEN(4)
           END-UNSTRING.
           PERFORM VARYING WS-TOKEN-IDX FROM 3 BY 1
               UNTIL WS-TOKEN-IDX > 4
               MOVE SPACES TO WS-TOKEN-LABEL
               MOVE SPACES TO WS-TOKEN-VALUE
               UNSTRING WS-LOG-TOKEN(WS-TOKEN-IDX) DELIMITED BY "="
                   INTO WS-TOKEN-LABEL WS-TOKEN-VALUE
               END-UNSTRING
               IF WS-TOKEN-LABEL = "FIRST-YEAR" OR
                  WS-TOKEN-LABEL = "ANNUAL"
                   ADD FUNCTION NUMVAL(WS-TOKEN-VALUE)
                       TO WS-RMD-MONTH-TOTAL
               END-IF
           END-PERFORM.

           TALLY-MONTH-LINE SECTION.
           MOVE SPACES TO WS-LOG-TOKENS.
