      * Month-end charity remittance from donation-ledger.dat: the
      * donations for the month asked for, by charity and campaign,
      * with what card-cost-report would have charged for the same
      * cards at the card-rates.dat prices. Charities are named from
      * charities.dat, and a ledger row for a charity since dropped
      * from the master is still reported under its code. Any line
      * whose cost differs from the rate table leaves the report
      * NOT RECONCILED with RC 4. Only donation-remittance.rpt is
      * written; the ledger, the charity master and the rates are
      * read and left as they were.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. donation-remittance-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-DONATION-LEDGER-FILE
                 ASSIGN TO "donation-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
               SELECT F-CHARITIES-FILE ASSIGN TO "charities.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHARITIES-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "card-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-REMITTANCE-REPORT-FILE
                 ASSIGN TO "donation-remittance.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-DONATION-LEDGER-FILE.
      * One row per card the nightly pass gave up for a donation
           01 DONATION-LEDGER-RECORD.
               05 DL-RUN-DATE PIC X(10).
               05 DL-PERSON-ID PIC X(10).
               05 DL-CAMPAIGN PIC X(12).
               05 DL-CHARITY-ID PIC X(8).
               05 DL-CHANNEL PIC X(5).
               05 DL-AMOUNT PIC 9(5)V99.
               05 DL-OCCASION-DATE PIC X(10).
           FD F-CHARITIES-FILE.
           01 CHARITY-RECORD.
               05 CHARITY-ID PIC X(8).
               05 CHARITY-NAME PIC X(40).
               05 CHARITY-ACTIVE PIC X.
           FD F-RATES-FILE.
      * Finance's rate table: cost per card by campaign and channel,
      * with an effective date so postage hikes take over on the day
           01 RATE-RECORD.
               05 RATE-CAMPAIGN PIC X(12).
               05 RATE-CHANNEL PIC X(5).
               05 RATE-EFFECTIVE-DATE PIC X(10).
               05 RATE-COST PIC X(8).
           FD F-REMITTANCE-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-CHARITIES-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-RATE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-RATE-IDX PIC 9(4) COMP.
           01 WS-BEST-RATE-DATE PIC X(10).
           01 WS-RATE-FOUND PIC 9.
           01 WS-UNIT-COST PIC 9(5)V99.
           01 WS-RATES.
              05 WS-RATE OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RATE-COUNT
                  INDEXED BY RATE-IDX.
                      10 WS-RATE-CAMPAIGN PIC X(12).
                      10 WS-RATE-CHANNEL PIC X(5).
                      10 WS-RATE-DATE PIC X(10).
                      10 WS-RATE-COST PIC 9(5)V99.
           01 WS-CHARITY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CHARITY-IDX PIC 9(4) COMP.
           01 WS-CHARITIES.
              05 WS-CHARITY-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CHARITY-COUNT
                  INDEXED BY CHARITY-IDX.
                      10 WS-CHARITY-ID PIC X(8).
                      10 WS-CHARITY-NAME PIC X(40).
                      10 WS-CHARITY-SEEN PIC X.
      * Donations by charity and campaign for the month, with what
      * card-cost-report would have charged for the same cards
           01 WS-TALLY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-TALLY-IDX PIC 9(4) COMP.
           01 WS-TALLY-SLOT PIC 9(4) COMP.
           01 WS-TALLIES.
              05 WS-TALLY-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-TALLY-COUNT
                  INDEXED BY TALLY-IDX.
                      10 WS-TALLY-CHARITY PIC X(8).
                      10 WS-TALLY-CAMPAIGN PIC X(12).
                      10 WS-TALLY-CARDS PIC 9(6).
                      10 WS-TALLY-DONATED PIC 9(7)V99.
                      10 WS-TALLY-CARD-COST PIC 9(7)V99.
                      10 WS-TALLY-PRINTED PIC X.
           01 WS-CARD-COST PIC 9(5)V99.
           01 WS-ROWS-IN-MONTH PIC 9(6) VALUE 0.
           01 WS-CHARITY-CARDS PIC 9(6).
           01 WS-CHARITY-DONATED PIC 9(7)V99.
           01 WS-TOTAL-CARDS PIC 9(6) VALUE 0.
           01 WS-TOTAL-DONATED PIC 9(7)V99 VALUE 0.
           01 WS-TOTAL-CARD-COST PIC 9(7)V99 VALUE 0.
           01 WS-VARIANCE-COUNT PIC 9(4) VALUE 0.
           01 WS-DONATED-DISPLAY PIC Z,ZZZ,ZZ9.99.
           01 WS-COST-DISPLAY PIC Z,ZZZ,ZZ9.99.
           01 WS-VARIANCE-DISPLAY PIC -,---,--9.99.
           01 WS-VARIANCE PIC S9(7)V99.
           01 WS-CURRENT-CHARITY PIC X(8).
           01 WS-CURRENT-NAME PIC X(40).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           DISPLAY "Remittance month (YYYY-MM): ".
           ACCEPT WS-REPORT-MONTH.

           OPEN INPUT F-DONATION-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: donation-ledger.dat FILE STATUS "
                   WS-LEDGER-STATUS ", no remittance report produced"
               GOBACK
           END-IF.
           PERFORM LOAD-CHARITIES.
           PERFORM LOAD-RATE-TABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DONATION-LEDGER-FILE
                   NOT AT END
                       IF DL-RUN-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM TALLY-ONE-DONATION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DONATION-LEDGER-FILE.

           OPEN OUTPUT F-REMITTANCE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CHARITY REMITTANCE REPORT " WS-RUN-DATE
                  " MONTH " WS-REPORT-MONTH
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM REPORT-ONE-CHARITY
               VARYING WS-CHARITY-IDX FROM 1 BY 1
               UNTIL WS-CHARITY-IDX > WS-CHARITY-COUNT.
           PERFORM REPORT-UNKNOWN-CHARITIES.

           MOVE WS-TOTAL-DONATED TO WS-DONATED-DISPLAY.
           MOVE WS-TOTAL-CARD-COST TO WS-COST-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL TO REMIT CARDS=" WS-TOTAL-CARDS
                  " DONATED=" WS-DONATED-DISPLAY
                  " CARD-COST=" WS-COST-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-VARIANCE-COUNT = 0
               STRING "RECONCILED: every line agrees with the card "
                      "cost rates"
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "NOT RECONCILED: " WS-VARIANCE-COUNT
                      " line(s) differ from the card cost rates"
                   INTO WS-REPORT-RECORD
               END-STRING
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           CLOSE F-REMITTANCE-REPORT-FILE.
           DISPLAY "Remittance report written to "
               "donation-remittance.rpt: " WS-ROWS-IN-MONTH
               " donations, " WS-VARIANCE-COUNT " variances".
           GOBACK.

           LOAD-CHARITIES SECTION.
           SET CHARITY-IDX TO 0.
           OPEN INPUT F-CHARITIES-FILE.
           IF WS-CHARITIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHARITIES-FILE
                       NOT AT END
                           IF CHARITY-IDX < 9999
                               ADD 1 TO CHARITY-IDX
                               MOVE CHARITY-ID
                                   TO WS-CHARITY-ID(CHARITY-IDX)
                               MOVE CHARITY-NAME
                                   TO WS-CHARITY-NAME(CHARITY-IDX)
                               MOVE 'N'
                                   TO WS-CHARITY-SEEN(CHARITY-IDX)
                           ELSE
                               DISPLAY "WARNING: charities.dat over "
                                   "9999 rows, the rest listed by code"
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHARITIES-FILE
           ELSE
               DISPLAY "WARNING: charities.dat FILE STATUS "
                   WS-CHARITIES-STATUS ", charities listed by code"
           END-IF.
           MOVE CHARITY-IDX TO WS-CHARITY-COUNT.

           LOAD-RATE-TABLE SECTION.
           SET RATE-IDX TO 0.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATES-FILE
                       NOT AT END
                           IF RATE-IDX < 9999
                               ADD 1 TO RATE-IDX
                               MOVE RATE-CAMPAIGN
                                   TO WS-RATE-CAMPAIGN(RATE-IDX)
                               MOVE RATE-CHANNEL
                                   TO WS-RATE-CHANNEL(RATE-IDX)
                               MOVE RATE-EFFECTIVE-DATE
                                   TO WS-RATE-DATE(RATE-IDX)
                               MOVE FUNCTION NUMVAL(RATE-COST)
                                   TO WS-RATE-COST(RATE-IDX)
                           ELSE
                               DISPLAY "WARNING: card-rates.dat over "
                                   "9999 rows, the rest not priced"
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           ELSE
               DISPLAY "WARNING: card-rates.dat FILE STATUS "
                   WS-RATES-STATUS ", card cost shown as zero"
           END-IF.
           MOVE RATE-IDX TO WS-RATE-COUNT.

      * The card cost is priced the way card-cost-report prices a
      * card: MAIL and EMAIL at the latest rate effective on or
      * before today, anything else at nothing
           TALLY-ONE-DONATION SECTION.
           ADD 1 TO WS-ROWS-IN-MONTH.
           MOVE 0 TO WS-CARD-COST.
           IF DL-CHANNEL = "MAIL" OR DL-CHANNEL = "EMAIL"
               PERFORM FIND-EFFECTIVE-RATE
               MOVE WS-UNIT-COST TO WS-CARD-COST
           END-IF.
           MOVE 0 TO WS-TALLY-SLOT.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   OR WS-TALLY-SLOT > 0
               IF WS-TALLY-CHARITY(WS-TALLY-IDX) = DL-CHARITY-ID AND
                  WS-TALLY-CAMPAIGN(WS-TALLY-IDX) = DL-CAMPAIGN
                   MOVE WS-TALLY-IDX TO WS-TALLY-SLOT
               END-IF
           END-PERFORM.
           IF WS-TALLY-SLOT = 0
               IF WS-TALLY-COUNT >= 9999
                   DISPLAY "WARNING: too many charity/campaign pairs, "
                       "donation for " DL-PERSON-ID " not reported"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-SLOT
               MOVE DL-CHARITY-ID TO WS-TALLY-CHARITY(WS-TALLY-SLOT)
               MOVE DL-CAMPAIGN TO WS-TALLY-CAMPAIGN(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-CARDS(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-DONATED(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-CARD-COST(WS-TALLY-SLOT)
               MOVE 'N' TO WS-TALLY-PRINTED(WS-TALLY-SLOT)
           END-IF.
           ADD 1 TO WS-TALLY-CARDS(WS-TALLY-SLOT).
           ADD DL-AMOUNT TO WS-TALLY-DONATED(WS-TALLY-SLOT).
           ADD WS-CARD-COST TO WS-TALLY-CARD-COST(WS-TALLY-SLOT).

           FIND-EFFECTIVE-RATE SECTION.
           MOVE 0 TO WS-RATE-FOUND.
           MOVE SPACES TO WS-BEST-RATE-DATE.
           MOVE 0 TO WS-UNIT-COST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CAMPAIGN(WS-RATE-IDX) = DL-CAMPAIGN AND
                  WS-RATE-CHANNEL(WS-RATE-IDX) = DL-CHANNEL AND
                  WS-RATE-DATE(WS-RATE-IDX) <= WS-RUN-DATE AND
                  WS-RATE-DATE(WS-RATE-IDX) > WS-BEST-RATE-DATE
                   MOVE 1 TO WS-RATE-FOUND
                   MOVE WS-RATE-DATE(WS-RATE-IDX) TO WS-BEST-RATE-DATE
                   MOVE WS-RATE-COST(WS-RATE-IDX) TO WS-UNIT-COST
               END-IF
           END-PERFORM.

      * One block per charity on the master, in master order, with a
      * line per campaign and a subtotal to remit
           REPORT-ONE-CHARITY SECTION.
           MOVE WS-CHARITY-ID(WS-CHARITY-IDX) TO WS-CURRENT-CHARITY.
           MOVE WS-CHARITY-NAME(WS-CHARITY-IDX) TO WS-CURRENT-NAME.
           PERFORM REPORT-CHARITY-BLOCK.

      * Ledger rows for a charity since dropped from the master are
      * still owed, so they are reported under their code
           REPORT-UNKNOWN-CHARITIES SECTION.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               IF WS-TALLY-PRINTED(WS-TALLY-IDX) = 'N'
                   MOVE WS-TALLY-CHARITY(WS-TALLY-IDX)
                       TO WS-CURRENT-CHARITY
                   MOVE "NOT ON CHARITY MASTER" TO WS-CURRENT-NAME
                   PERFORM REPORT-CHARITY-BLOCK
               END-IF
           END-PERFORM.

           REPORT-CHARITY-BLOCK SECTION.
           MOVE 0 TO WS-CHARITY-CARDS.
           MOVE 0 TO WS-CHARITY-DONATED.
           PERFORM VARYING WS-TALLY-SLOT FROM 1 BY 1
               UNTIL WS-TALLY-SLOT > WS-TALLY-COUNT
               IF WS-TALLY-CHARITY(WS-TALLY-SLOT) = WS-CURRENT-CHARITY
                  AND WS-TALLY-PRINTED(WS-TALLY-SLOT) = 'N'
                   IF WS-CHARITY-CARDS = 0
                       MOVE SPACES TO WS-REPORT-RECORD
                       STRING "CHARITY " WS-CURRENT-CHARITY " "
                              WS-CURRENT-NAME
                           INTO WS-REPORT-RECORD
                       END-STRING
                       WRITE WS-REPORT-RECORD
                   END-IF
                   PERFORM REPORT-ONE-TALLY
               END-IF
           END-PERFORM.
           IF WS-CHARITY-CARDS = 0
               EXIT SECTION
           END-IF.
           MOVE WS-CHARITY-DONATED TO WS-DONATED-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  REMIT " WS-CURRENT-CHARITY
                  " CARDS=" WS-CHARITY-CARDS
                  " AMOUNT=" WS-DONATED-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           REPORT-ONE-TALLY SECTION.
           MOVE 'Y' TO WS-TALLY-PRINTED(WS-TALLY-SLOT).
           ADD WS-TALLY-CARDS(WS-TALLY-SLOT) TO WS-CHARITY-CARDS.
           ADD WS-TALLY-DONATED(WS-TALLY-SLOT) TO WS-CHARITY-DONATED.
           ADD WS-TALLY-CARDS(WS-TALLY-SLOT) TO WS-TOTAL-CARDS.
           ADD WS-TALLY-DONATED(WS-TALLY-SLOT) TO WS-TOTAL-DONATED.
           ADD WS-TALLY-CARD-COST(WS-TALLY-SLOT) TO WS-TOTAL-CARD-COST.
           COMPUTE WS-VARIANCE = WS-TALLY-DONATED(WS-TALLY-SLOT) -
               WS-TALLY-CARD-COST(WS-TALLY-SLOT).
           MOVE WS-TALLY-DONATED(WS-TALLY-SLOT) TO WS-DONATED-DISPLAY.
           MOVE WS-TALLY-CARD-COST(WS-TALLY-SLOT) TO WS-COST-DISPLAY.
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  " WS-TALLY-CAMPAIGN(WS-TALLY-SLOT)
                  " CARDS=" WS-TALLY-CARDS(WS-TALLY-SLOT)
                  " DONATED=" WS-DONATED-DISPLAY
                  " CARD-COST=" WS-COST-DISPLAY
                  " VARIANCE=" WS-VARIANCE-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-VARIANCE NOT = 0
               ADD 1 TO WS-VARIANCE-COUNT
           END-IF.
