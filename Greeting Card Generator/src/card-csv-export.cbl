                 ASSIGN TO "nightly-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NIGHTLY-MANIFEST-STATUS.
               SELECT F-CAPACITY-QUEUE-FILE
                 ASSIGN TO "capacity-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAPACITY-QUEUE-STATUS.
               SELECT F-CAPACITY-REPORT-FILE
                 ASSIGN TO "capacity-queue.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAPACITY-REPORT-STATUS.
               SELECT F-QA-SAMPLE-FILE ASSIGN TO "qa-sample.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-SAMPLE-STATUS.
               SELECT F-QA-SIGNOFF-FILE ASSIGN TO "qa-signoff.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-SIGNOFF-STATUS.
               SELECT F-QA-HOLDS-FILE ASSIGN TO "qa-export-holds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-HOLDS-STATUS.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
               SELECT F-STAGE-LOG-FILE ASSIGN TO "card-stage-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STAGE-LOG-STATUS.
               SELECT F-CHECKPOINT-FILE
                 ASSIGN TO "card-csv-export.ckpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHECKPOINT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-FILE.
           FD F-REGION-MASTER-FILE.                                       * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.                                        * The white-label brand codes in service
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
           FD F-VENDOR-MASTER-FILE.
      * The print vendors in service; the format code picks each
      * vendor's column layout (1 house, 2 id-first), and the daily
      * capacity caps the cards one night's file may carry (zero or
      * blank for no cap)
           01 VENDOR-MASTER-RECORD.
               05 VM-VENDOR-ID PIC X(8).
               05 VM-VENDOR-NAME PIC X(30).
               05 VM-FORMAT PIC 9.
               05 VM-DAILY-CAPACITY PIC 9(6).
           FD F-VENDOR-ROUTING-FILE.
      * Which vendor a card belongs to: BRAND rows outrank REGION
      * rows, and a DEFAULT row catches the rest
               05 VR-VALUE PIC X(20).
               05 VR-VENDOR-ID PIC X(8).
           FD F-CSV-FILE.                                                 * File description for the merged CSV export
           01 WS-CSV-RECORD PIC X(600).
           FD F-MANIFEST-FILE.                                            * One line per handed-over file: counts and checksum
           01 MANIFEST-RECORD PIC X(300).
           FD F-TRANSMISSION-LOG-FILE.                                    * Every file ever handed to the vendor, by export date
               05 NM-STEP PIC X(10).
               05 NM-CAMPAIGN PIC X(12).
               05 NM-COUNT PIC 9(6).
           FD F-CAPACITY-QUEUE-FILE.
      * Flexible cards held back over a vendor's daily capacity, in
      * the order they were held; each must go by its due date
           01 CAPACITY-QUEUE-RECORD.
               05 CQ-VENDOR-ID PIC X(8).
               05 CQ-CAMPAIGN-IDX PIC 9(2).
               05 CQ-QUEUED-DATE PIC X(10).
               05 CQ-DUE-DATE PIC X(10).
               05 CQ-CARD PIC X(500).
           FD F-CAPACITY-REPORT-FILE.                                     * The carried-over cards still waiting, rewritten nightly
           01 CAPACITY-REPORT-RECORD PIC X(200).
           FD F-QA-SAMPLE-FILE.                                           * Tonight's QA sample as qa-sample-draw wrote it
           01 QA-SAMPLE-RECORD.
               05 QS-RUN-DATE PIC X(10).
               05 QS-SAMPLE-ID PIC 9(4).
               05 QS-CAMPAIGN PIC X(12).
               05 QS-LANGUAGE PIC X(2).
               05 QS-BRAND PIC X(8).
               05 QS-CARD-ID PIC X(9).
               05 QS-GROUP-CARDS PIC 9(7).
               05 QS-SOURCE-FILE PIC X(60).
           FD F-QA-SIGNOFF-FILE.                                          * The checkers' verdicts as qa-signoff recorded them
           01 QA-SIGNOFF-RECORD.
               05 QF-RUN-DATE PIC X(10).
               05 QF-ACTION PIC X(8).
               05 QF-SAMPLE-ID PIC 9(4).
               05 QF-CAMPAIGN PIC X(12).
               05 QF-RESULT PIC X(4).
               05 QF-CHECKER PIC X(8).
               05 QF-SIGNED-DATE PIC X(10).
               05 QF-SIGNED-TIME PIC X(8).
               05 QF-NOTE PIC X(60).
           FD F-QA-HOLDS-FILE.
      * What the QA gate did with each campaign: HELD with the cards
      * kept back, RELEASED when a rerun sent them after sign-off,
      * OVERRIDE when an override let an unpassed campaign go
           01 QA-HOLDS-RECORD.
               05 QH-RUN-DATE PIC X(10).
               05 QH-CAMPAIGN PIC X(12).
               05 QH-ACTION PIC X(8).
               05 QH-COUNT PIC 9(6).
               05 QH-TIME PIC X(8).
           FD F-ALERTS-FILE.                                              * One line per held night, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           FD F-STAGE-LOG-FILE.
      * One line per card as it passes a hand-off stage, for the CRM
      * card-event feed; card-release appends the RELEASED lines
           01 STAGE-LOG-RECORD.
               05 STAGE-CARD-ID PIC X(9).
               05 STAGE-EVENT PIC X(10).
               05 STAGE-DATE PIC X(10).
               05 STAGE-DETAIL PIC X(20).
           FD F-CHECKPOINT-FILE.
      * How far tonight's export has got: the file being cut (the
      * vendors in master order, then braille, then the wrap-up),
      * the rows already in it with the last card written, and the
      * control totals so far; file zero marks a finished night
           01 CHECKPOINT-RECORD.
               05 CKPT-DATE PIC X(10).
               05 CKPT-FILE-DATE-TAG PIC X(15).
               05 CKPT-RELEASE-MODE PIC X.
               05 CKPT-FILE-SEQ PIC 9(2).
               05 CKPT-POSITION PIC 9(6).
               05 CKPT-LAST-CARD-ID PIC X(9).
               05 CKPT-CHECKSUM PIC 9(12).
               05 CKPT-GRAND-TOTAL-ROWS PIC 9(6).
               05 CKPT-GRAND-CHECKSUM PIC 9(15).                        * Over the files already handed over
               05 CKPT-GRAND-CARRIED PIC 9(6).
               05 CKPT-GRAND-DRAINED PIC 9(6).
               05 CKPT-CAMPAIGN-COUNTS PIC X(234).                      * The campaign rows, carried and drained as they stood
           WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-NIGHTLY-MANIFEST-STATUS PIC XX.
           01 WS-NM-CAMPAIGN-IDX PIC 9(2) COMP.
           01 WS-TRANSMISSION-STATUS PIC XX.
           01 WS-CAPACITY-QUEUE-STATUS PIC XX.
           01 WS-STAGE-LOG-STATUS PIC XX.
           01 WS-STAGE-LOG-OPEN PIC X VALUE 'N'.
           01 WS-CHECKPOINT-STATUS PIC XX.
           01 WS-FILE-SEQ PIC 9(2) COMP.                                * The file now cutting, numbered as the checkpoint has it
           01 WS-RESTART-SEQ PIC 9(2) VALUE 0.                          * The file a failed run stopped in, zero on a clean start
           01 WS-RESTART-POSITION PIC 9(6) VALUE 0.
           01 WS-RESTART-CARD-ID PIC X(9).
           01 WS-RESTART-CHECKSUM PIC 9(12).
           01 WS-RESTART-GRAND-ROWS PIC 9(6).
           01 WS-RESTART-GRAND-CHECKSUM PIC 9(15).
           01 WS-RESTART-GRAND-CARRIED PIC 9(6).
           01 WS-RESTART-GRAND-DRAINED PIC 9(6).
           01 WS-RESTART-COUNTS PIC X(234).
           01 WS-REPLAYING PIC X VALUE 'N'.                             * On while re-walking cards the failed run already cut
           01 WS-FILE-DONE-BEFORE PIC X VALUE 'N'.                      * The failed run handed this whole file over already
           01 WS-CAPACITY-REPORT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-DATE-COMPACT PIC X(8).
           01 WS-FILE-DATE-TAG PIC X(15).                               * The date in the file names, -QAhhmm on a release rerun
           01 WS-EXPORT-FILE-NAME PIC X(50).
           01 WS-ALREADY-SENT PIC X VALUE 'N'.
           01 WS-ROW-LEN PIC 9(4) COMP.
           01 WS-CHECKSUM PIC 9(12) VALUE 0.                            * Sum of row lengths, the vendor recomputes it on receipt
           01 WS-ROW-REGION PIC X(20).
           01 WS-ROW-BRAND PIC X(8).
           01 WS-ROW-VOUCHER PIC X(16).
           01 WS-ROW-DESIGN PIC X(8).
           01 WS-ROW-RESPONSE-URL PIC X(60).
           01 WS-CODE-MODE PIC X VALUE 'E'.
           01 WS-CODE-CARD-ID PIC 9(9).
           01 WS-CODE-BRAND PIC X(8).
           01 WS-CODE-TEXT PIC X(10).
           01 WS-CODE-URL PIC X(60).
           01 WS-CODE-VALID-DAYS PIC 9(4).
           01 WS-CODE-RESULT PIC X.
           01 WS-EXPORT-PASS PIC X VALUE 'F'.                           * F fixed-date streams, C carried cards, L flexible streams
           01 WS-CURRENT-VENDOR-CAPACITY PIC 9(6).
           01 WS-DUE-DATE-NUM PIC 9(8).
           01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE-NUM PIC X(8).
           01 WS-GRAND-CARRIED PIC 9(6) VALUE 0.
           01 WS-GRAND-DRAINED PIC 9(6) VALUE 0.
           01 WS-QUEUE-VENDOR-FOUND PIC 9.
           01 WS-QUEUE-CARD-ID PIC X(9).
           01 WS-QA-SAMPLE-STATUS PIC XX.
           01 WS-QA-SIGNOFF-STATUS PIC XX.
           01 WS-QA-HOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-ALERT-TEXT PIC X(160).
           01 WS-QA-DRAW-DATE PIC X(10) VALUE SPACES.                   * The qa-sample.dat draw the gate and its verdicts belong to
           01 WS-QA-PRIOR-DATE PIC X(10).
           01 WS-QA-PRIOR-NUM PIC 9(8).
           01 WS-QA-PRIOR-X REDEFINES WS-QA-PRIOR-NUM PIC X(8).
           01 WS-QA-RELEASE-MODE PIC X VALUE 'N'.                       * On for a rerun sending campaigns signed off since
           01 WS-QA-RELEASE-COUNT PIC 9(2) VALUE 0.
           01 WS-QA-HELD-CAMPAIGNS PIC 9(2) VALUE 0.
           01 WS-QA-HELD-TOTAL PIC 9(6) VALUE 0.
           01 WS-QA-SLOT PIC 9(2) COMP.
           01 WS-QA-IDX PIC 9(2) COMP.
           01 WS-QA-SAMPLE-IDX PIC 9(4) COMP.
           01 WS-QA-ROW-PASSES PIC X.
           01 WS-QA-TIME PIC X(8).
      * The QA gate per stream, the export's thirteen and braille
      * last: a stream goes only when every card of its sample has
      * passed, or an override is on file
           01 WS-QA-CAMPAIGNS.
              05 WS-QA-CAMPAIGN OCCURS 14 TIMES.
                  10 WS-QA-NAME PIC X(12).
                  10 WS-QA-SAMPLED PIC 9(4).
                  10 WS-QA-PASSED PIC 9(4).
                  10 WS-QA-OVERRIDE PIC X.
                  10 WS-QA-CLEARED PIC X.
                  10 WS-QA-WAS-HELD PIC X.                              * Held by an earlier export today
                  10 WS-QA-WAS-RELEASED PIC X.
                  10 WS-QA-RELEASING PIC X.
                  10 WS-QA-HELD-ROWS PIC 9(6).
                  10 WS-QA-SENT-ROWS PIC 9(6).
           01 WS-QA-SAMPLE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-QA-SAMPLES.
              05 WS-QA-SAMPLE OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-QA-SAMPLE-COUNT
                  INDEXED BY QA-SAMPLE-IDX.
                      10 WS-QA-SAMPLE-ID PIC 9(4).
                      10 WS-QA-SAMPLE-SLOT PIC 9(2).
                      10 WS-QA-SAMPLE-RESULT PIC X(4).                  * The latest verdict stands
      * The nine campaign outputs the pipeline produces; the layout
      * kind drives where the trailer fields sit: 1 plain, 2 with a
      * voucher column, 3 with the werewolf moon date first. The
      * slack is the days a card may slip past tonight when a
      * vendor is full; zero marks a card due on a fixed date.
           01 WS-CAMPAIGN-FILES.
               05 FILLER PIC X(12) VALUE "BIRTHDAY".
               05 FILLER PIC X(40) VALUE "cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "TAX-DAY".
               05 FILLER PIC X(40) VALUE "cards-tax-day.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "WEREWOLF".
               05 FILLER PIC X(40) VALUE "werewolf-cards.dat".
               05 FILLER PIC 9 VALUE 3.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "ANNIVERSARY".
               05 FILLER PIC X(40) VALUE "anniversary-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "HOLIDAY".
               05 FILLER PIC X(40) VALUE "holiday-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 3.
               05 FILLER PIC X(12) VALUE "PROFESSIONAL".
               05 FILLER PIC X(40) VALUE
                   "professional-day-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 2.
               05 FILLER PIC X(12) VALUE "DIGEST".
               05 FILLER PIC X(40) VALUE "digest-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "ECLIPSE".
               05 FILLER PIC X(40) VALUE "eclipse-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "PRONOUN".
               05 FILLER PIC X(40) VALUE "outreach-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 7.
               05 FILLER PIC X(12) VALUE "OCCASION".
               05 FILLER PIC X(40) VALUE "occasion-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "VIP".
               05 FILLER PIC X(40) VALUE "vip-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "INTL".
               05 FILLER PIC X(40) VALUE "international-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9(2) VALUE 0.
               05 FILLER PIC X(12) VALUE "LARGEPRINT".
               05 FILLER PIC X(40) VALUE "largeprint-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9(2) VALUE 0.
           01 WS-CAMPAIGN-FILE-TABLE REDEFINES WS-CAMPAIGN-FILES.
               05 WS-CAMPAIGN-FILE OCCURS 13 TIMES.
                   10 WS-CAMPAIGN-NAME PIC X(12).
                   10 WS-CAMPAIGN-BASE PIC X(40).
                   10 WS-CAMPAIGN-KIND PIC 9.
                   10 WS-CAMPAIGN-SLACK PIC 9(2).
           01 WS-CAMPAIGN-ROW-COUNTS.
               05 WS-CAMPAIGN-ROWS OCCURS 13 TIMES PIC 9(6).
               05 WS-CAMPAIGN-CARRIED OCCURS 13 TIMES PIC 9(6).         * Tonight's cards held back over the vendor's capacity
               05 WS-CAMPAIGN-DRAINED OCCURS 13 TIMES PIC 9(6).         * Earlier nights' held cards that went out tonight
           01 WS-REGION-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-REGIONS.
              05 WS-REGION-ROW OCCURS 1 TO 999 TIMES
           01 WS-ROUTE-IDX PIC 9(3) COMP.
           01 WS-ROUTE-FOUND PIC 9.
           01 WS-GRAND-TOTAL-ROWS PIC 9(6) VALUE 0.
           01 WS-GRAND-CHECKSUM PIC 9(15) VALUE 0.
           01 WS-BRAILLE-PASS PIC X VALUE 'N'.                          * On while the specialist braille stream is cutting
           01 WS-VENDORS.                                               * The vendor master as loaded; a missing master file
              05 WS-VENDOR-ROW OCCURS 1 TO 20 TIMES                     * leaves one anonymous house-format vendor in place
                      10 WS-VENDOR-ID PIC X(8).
                      10 WS-VENDOR-NAME PIC X(30).
                      10 WS-VENDOR-FORMAT PIC 9.
                      10 WS-VENDOR-CAPACITY PIC 9(6).
                      10 WS-VENDOR-EXPORTED PIC 9(6).
                      10 WS-VENDOR-QUEUED PIC 9(6).
           01 WS-ROUTE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ROUTES.                                                * Set up for the vendor routing-rule table
              05 WS-ROUTE-ROW OCCURS 1 TO 999 TIMES
                  INDEXED BY BRAND-IDX.
                      10 WS-BRAND-NAME PIC X(8).
                      10 WS-BRAND-ROWS PIC 9(6).
           01 WS-QUEUE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-QUEUE-IDX PIC 9(5) COMP.
           01 WS-QUEUE-ROWS.                                            * The capacity queue as loaded, plus tonight's carries
              05 WS-QUEUE-ROW OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-QUEUE-COUNT
                  INDEXED BY QUEUE-IDX.
                      10 WS-QUEUE-VENDOR PIC X(8).
                      10 WS-QUEUE-CAMPAIGN PIC 9(2).
                      10 WS-QUEUE-QUEUED PIC X(10).
                      10 WS-QUEUE-DUE PIC X(10).
                      10 WS-QUEUE-CARD PIC X(500).
                      10 WS-QUEUE-STATE PIC X.                          * K still held, S sent tonight

       PROCEDURE DIVISION.

           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-COMPACT.
           MOVE WS-RUN-DATE-COMPACT TO WS-FILE-DATE-TAG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-QA-TIME(1:2).
           MOVE ":" TO WS-QA-TIME(3:1).
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-QA-TIME(4:2).
           MOVE ":" TO WS-QA-TIME(6:1).
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-QA-TIME(7:2).

           PERFORM LOAD-EXPORT-CHECKPOINT.                              * A run that died mid-file carries on where it stopped
           PERFORM CHECK-PRIOR-TRANSMISSION.                            * Never hand the vendor the same day's cards twice
           PERFORM LOAD-QA-GATE.
           IF WS-RESTART-SEQ > 0                                        * The failed run's own hand-overs are on the log
               MOVE 'N' TO WS-ALREADY-SENT
           END-IF.
           IF WS-ALREADY-SENT = 'Y' AND                                 * A re-run of a delivered day is a no-op, not a failure,
              WS-QA-RELEASE-COUNT = 0                                   * unless it has QA-held campaigns now signed off to send
               DISPLAY "Export for " WS-RUN-DATE " was already "
                   "transmitted, not exporting again"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ALREADY-SENT = 'Y'
               MOVE 'Y' TO WS-QA-RELEASE-MODE
               MOVE SPACES TO WS-FILE-DATE-TAG
               STRING WS-RUN-DATE-COMPACT "-QA" WS-QA-TIME(1:2)
                      WS-QA-TIME(4:2)
                   INTO WS-FILE-DATE-TAG
               END-STRING
               DISPLAY "Export for " WS-RUN-DATE " was already "
                   "transmitted, sending the " WS-QA-RELEASE-COUNT
                   " campaign(s) QA has cleared since"
           END-IF.
           PERFORM LOAD-REGION-MASTER.
           PERFORM LOAD-BRAND-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-VENDOR-ROUTING.
           PERFORM LOAD-CAPACITY-QUEUE.
           IF WS-RESTART-SEQ > WS-VENDOR-COUNT + 2
               DISPLAY "WARNING: card-csv-export.ckpt names file "
                   WS-RESTART-SEQ " but only " WS-VENDOR-COUNT
                   " vendors are in service, not restarting"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-STAGE-LOG-FILE.
           IF WS-STAGE-LOG-STATUS = "35"
               OPEN OUTPUT F-STAGE-LOG-FILE
           END-IF.
           IF WS-STAGE-LOG-STATUS = "00"
               MOVE 'Y' TO WS-STAGE-LOG-OPEN
           ELSE
               DISPLAY "WARNING: card-stage-log.dat FILE STATUS "
                   WS-STAGE-LOG-STATUS ", exports not logged per card"
           END-IF.

           PERFORM EXPORT-FOR-ONE-VENDOR                                * One correctly formatted file per vendor in service
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT.
           PERFORM EXPORT-BRAILLE-STREAM.                               * The specialist braille vendor's own file and manifest
           PERFORM SAVE-CAPACITY-QUEUE.
           PERFORM WRITE-CAPACITY-REPORT.
           PERFORM WRITE-QA-HOLDS.
           IF WS-STAGE-LOG-OPEN = 'Y'
               CLOSE F-STAGE-LOG-FILE
           END-IF.
           MOVE 0 TO WS-FILE-SEQ.                                       * Night finished cleanly, clear the checkpoint
           PERFORM SAVE-FILE-DONE-CHECKPOINT.
           DISPLAY "Exported " WS-GRAND-TOTAL-ROWS " rows across "
               WS-VENDOR-COUNT " vendor files".
           DISPLAY "Carried over capacity: " WS-GRAND-CARRIED
               " Released from the capacity queue: " WS-GRAND-DRAINED.
           IF WS-QA-HELD-TOTAL > 0
               DISPLAY "Held for QA sign-off: " WS-QA-HELD-TOTAL
                   " cards in " WS-QA-HELD-CAMPAIGNS " campaign(s)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-VENDOR-MASTER SECTION.
                               MOVE VM-FORMAT
                                   TO WS-VENDOR-FORMAT(VENDOR-IDX)
                           END-IF
                           IF VM-DAILY-CAPACITY IS NUMERIC
                               MOVE VM-DAILY-CAPACITY
                                   TO WS-VENDOR-CAPACITY(VENDOR-IDX)
                           ELSE
                               MOVE 0 TO WS-VENDOR-CAPACITY(VENDOR-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               MOVE SPACES TO WS-VENDOR-ID(1)
               MOVE "HOUSE VENDOR" TO WS-VENDOR-NAME(1)
               MOVE 1 TO WS-VENDOR-FORMAT(1)
               MOVE 0 TO WS-VENDOR-CAPACITY(1)
           END-IF.

           LOAD-VENDOR-ROUTING SECTION.
               TO WS-CURRENT-VENDOR-ID.
           MOVE WS-VENDOR-FORMAT(WS-VENDOR-IDX)
               TO WS-CURRENT-VENDOR-FORMAT.
           MOVE WS-VENDOR-CAPACITY(WS-VENDOR-IDX)
               TO WS-CURRENT-VENDOR-CAPACITY.
           MOVE 0 TO WS-TOTAL-ROWS.
           MOVE 0 TO WS-CHECKSUM.
           MOVE 0 TO WS-BRAND-COUNT.
           INITIALIZE WS-CAMPAIGN-ROW-COUNTS.
           MOVE SPACES TO WS-EXPORT-FILE-NAME.
           IF WS-CURRENT-VENDOR-ID = SPACES
               STRING "cards-export-" FUNCTION TRIM(WS-FILE-DATE-TAG)
                      ".csv"
                   INTO WS-EXPORT-FILE-NAME
               END-STRING
           ELSE
               STRING "cards-export-"
                      FUNCTION TRIM(WS-CURRENT-VENDOR-ID)
                      "-" FUNCTION TRIM(WS-FILE-DATE-TAG) ".csv"
                   INTO WS-EXPORT-FILE-NAME
               END-STRING
           END-IF.
           SET ENVIRONMENT "cards-export_csv" TO WS-EXPORT-FILE-NAME.
           MOVE WS-VENDOR-IDX TO WS-FILE-SEQ.
           PERFORM PREPARE-RESTART-REPLAY.
           IF WS-FILE-DONE-BEFORE = 'N'                                 * A file cut part-way is cut again from the top
               OPEN OUTPUT F-CSV-FILE
           END-IF.
           MOVE SPACES TO WS-CSV-RECORD.
           IF WS-CURRENT-VENDOR-FORMAT = 2                              * The white-label house wants the piece ID up front
               STRING "CARD_ID,CARD_TYPE,BRAND,REGION,NAME,ADDRESS"
                      ",EMAIL,CHANNEL,GREETING,VOUCHER,DESIGN"
                      ",RESPONSE_URL"
                   INTO WS-CSV-RECORD
               END-STRING
           ELSE
               STRING "CARD_TYPE,NAME,ADDRESS,EMAIL,CHANNEL,GREETING"
                      ",CARD_ID,REGION,BRAND,VOUCHER,DESIGN"
                      ",RESPONSE_URL"
                   INTO WS-CSV-RECORD
               END-STRING
           END-IF.
           IF WS-FILE-DONE-BEFORE = 'N'
               WRITE WS-CSV-RECORD
           END-IF.
           MOVE 'F' TO WS-EXPORT-PASS.                                  * Fixed-date cards first, then the held ones, then the
           PERFORM EXPORT-ONE-CAMPAIGN                                  * flexible streams into whatever capacity is left
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 13.
           IF WS-QA-RELEASE-MODE = 'N'                                  * A release rerun sends the signed-off campaigns only
               PERFORM EXPORT-CARRIED-CARDS
           END-IF.
           MOVE 'L' TO WS-EXPORT-PASS.
           PERFORM EXPORT-ONE-CAMPAIGN
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 13.
           MOVE 'F' TO WS-EXPORT-PASS.
           PERFORM CHECK-REPLAY-FINISHED.
           IF WS-FILE-DONE-BEFORE = 'Y'                                 * Manifested and logged by the failed run: totals only
               IF WS-QA-RELEASE-MODE = 'N' OR WS-TOTAL-ROWS > 0
                   ADD WS-TOTAL-ROWS TO WS-GRAND-TOTAL-ROWS
                   ADD WS-CHECKSUM TO WS-GRAND-CHECKSUM
                   MOVE WS-TOTAL-ROWS
                       TO WS-VENDOR-EXPORTED(WS-VENDOR-IDX)
               END-IF
               EXIT SECTION
           END-IF.
           CLOSE F-CSV-FILE.
           IF WS-QA-RELEASE-MODE = 'Y' AND WS-TOTAL-ROWS = 0            * Nothing released for this vendor: nothing to hand over
               PERFORM SAVE-FILE-DONE-CHECKPOINT
               EXIT SECTION
           END-IF.
           PERFORM WRITE-EXPORT-MANIFEST.
           PERFORM WRITE-NIGHTLY-MANIFEST-LINES.
           PERFORM LOG-TRANSMISSION.
           ADD WS-TOTAL-ROWS TO WS-GRAND-TOTAL-ROWS.
           ADD WS-CHECKSUM TO WS-GRAND-CHECKSUM.
           MOVE WS-TOTAL-ROWS TO WS-VENDOR-EXPORTED(WS-VENDOR-IDX).
           PERFORM SAVE-FILE-DONE-CHECKPOINT.
           DISPLAY "Exported " WS-TOTAL-ROWS " rows to "
               FUNCTION TRIM(WS-EXPORT-FILE-NAME).
           IF WS-CURRENT-VENDOR-CAPACITY > 0 AND
              WS-TOTAL-ROWS > WS-CURRENT-VENDOR-CAPACITY
               DISPLAY "WARNING: vendor "
                   FUNCTION TRIM(WS-VENDOR-NAME(WS-VENDOR-IDX))
                   " is over its daily capacity of "
                   WS-CURRENT-VENDOR-CAPACITY
                   " on fixed-date and due cards alone"
           END-IF.

      * One EXPORTED line per campaign for this vendor's file; the
      * verifier sums the vendors back together
               UNTIL WS-NM-CAMPAIGN-IDX > 13.
           CLOSE F-NIGHTLY-MANIFEST-FILE.

      * Cards held over capacity are CARRIED rather than lost, and
      * a held card going out later is DRAINED, so the verifier can
      * still balance each night's release against the export
           WRITE-ONE-NM-LINE SECTION.
           MOVE WS-RUN-DATE TO NM-DATE.
           MOVE WS-CAMPAIGN-NAME(WS-NM-CAMPAIGN-IDX) TO NM-CAMPAIGN.
           IF WS-CAMPAIGN-ROWS(WS-NM-CAMPAIGN-IDX) > 0
               MOVE "EXPORTED" TO NM-STEP
               MOVE WS-CAMPAIGN-ROWS(WS-NM-CAMPAIGN-IDX) TO NM-COUNT
               WRITE NIGHTLY-MANIFEST-RECORD
           END-IF.
           IF WS-CAMPAIGN-CARRIED(WS-NM-CAMPAIGN-IDX) > 0
               MOVE "CARRIED" TO NM-STEP
               MOVE WS-CAMPAIGN-CARRIED(WS-NM-CAMPAIGN-IDX)
                   TO NM-COUNT
               WRITE NIGHTLY-MANIFEST-RECORD
           END-IF.
           IF WS-CAMPAIGN-DRAINED(WS-NM-CAMPAIGN-IDX) > 0
               MOVE "DRAINED" TO NM-STEP
               MOVE WS-CAMPAIGN-DRAINED(WS-NM-CAMPAIGN-IDX)
                   TO NM-COUNT
               WRITE NIGHTLY-MANIFEST-RECORD
           END-IF.

      * Braille cards leave in their own file with their own
      * manifest line: the specialist vendor takes nothing else and
           MOVE 0 TO WS-BRAND-COUNT.
           INITIALIZE WS-CAMPAIGN-ROW-COUNTS.
           MOVE SPACES TO WS-EXPORT-FILE-NAME.
           STRING "cards-export-braille-"
                  FUNCTION TRIM(WS-FILE-DATE-TAG) ".csv"
               INTO WS-EXPORT-FILE-NAME
           END-STRING.
           SET ENVIRONMENT "cards-export_csv" TO WS-EXPORT-FILE-NAME.
           COMPUTE WS-FILE-SEQ = WS-VENDOR-COUNT + 1.
           PERFORM PREPARE-RESTART-REPLAY.
           IF WS-FILE-DONE-BEFORE = 'N'
               OPEN OUTPUT F-CSV-FILE
           END-IF.
           MOVE SPACES TO WS-CSV-RECORD.
           STRING "CARD_TYPE,NAME,ADDRESS,EMAIL,CHANNEL,GREETING"
                  ",CARD_ID,REGION,BRAND,VOUCHER,DESIGN"
                  ",RESPONSE_URL"
               INTO WS-CSV-RECORD
           END-STRING.
           IF WS-FILE-DONE-BEFORE = 'N'
               WRITE WS-CSV-RECORD
           END-IF.
           MOVE "BRAILLE" TO WS-CAMPAIGN-NAME(13).
           MOVE "braille-cards.dat" TO WS-CAMPAIGN-BASE(13).
           MOVE 2 TO WS-CAMPAIGN-KIND(13).
           MOVE SPACES TO WS-VARIANT-REGION.
           MOVE SPACES TO WS-VARIANT-BRAND.
           PERFORM EXPORT-ONE-VARIANT.
           PERFORM CHECK-REPLAY-FINISHED.
           IF WS-FILE-DONE-BEFORE = 'N'
               CLOSE F-CSV-FILE
           END-IF.
           IF WS-TOTAL-ROWS > 0 AND WS-FILE-DONE-BEFORE = 'N'
               PERFORM WRITE-BRAILLE-MANIFEST
               PERFORM LOG-TRANSMISSION
               ADD WS-TOTAL-ROWS TO WS-GRAND-TOTAL-ROWS
               ADD WS-CHECKSUM TO WS-GRAND-CHECKSUM
               DISPLAY "Exported " WS-TOTAL-ROWS
                   " braille rows to "
                   FUNCTION TRIM(WS-EXPORT-FILE-NAME)
           END-IF.
           IF WS-FILE-DONE-BEFORE = 'Y'
               ADD WS-TOTAL-ROWS TO WS-GRAND-TOTAL-ROWS
               ADD WS-CHECKSUM TO WS-GRAND-CHECKSUM
           ELSE
               PERFORM SAVE-FILE-DONE-CHECKPOINT
           END-IF.
           MOVE "LARGEPRINT" TO WS-CAMPAIGN-NAME(13).                   * Put slot 13 back the way the vendor sweep keeps it
           MOVE "largeprint-cards.dat" TO WS-CAMPAIGN-BASE(13).
           MOVE 2 TO WS-CAMPAIGN-KIND(13).
      * The release step routes cards to the base file and to every
      * region/brand-suffixed sibling, so the export sweeps them all
           EXPORT-ONE-CAMPAIGN SECTION.
           IF WS-EXPORT-PASS = 'F' AND
              WS-CAMPAIGN-SLACK(WS-CAMPAIGN-IDX) > 0
               EXIT SECTION
           END-IF.
           IF WS-EXPORT-PASS = 'L' AND
              WS-CAMPAIGN-SLACK(WS-CAMPAIGN-IDX) = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-VARIANT-REGION.
           MOVE SPACES TO WS-VARIANT-BRAND.
           PERFORM EXPORT-ONE-VARIANT.
                   MOVE CARD-EXPORT-TRAILER(10:20) TO WS-ROW-REGION
                   MOVE CARD-EXPORT-TRAILER(30:8) TO WS-ROW-BRAND
           END-EVALUATE.
           MOVE CARD-EXPORT-TRAILER(54:8) TO WS-ROW-DESIGN.             * The design sits in the same column on every layout
           IF WS-BRAILLE-PASS = 'N' AND                                 * The braille file holds only braille cards already, so
              WS-EXPORT-PASS NOT = 'C'                                  * the vendor routing has no say over that stream; a held
               PERFORM ROUTE-ROW-VENDOR                                  * card stays with the vendor it was held for
               IF WS-ROW-VENDOR NOT = WS-CURRENT-VENDOR-ID
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-EXPORT-PASS NOT = 'C'                                  * Carried cards cleared their own night's gate
               PERFORM CHECK-QA-GATE
               IF WS-QA-ROW-PASSES = 'N'
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-EXPORT-PASS = 'L' AND
              WS-CURRENT-VENDOR-CAPACITY > 0 AND
              WS-TOTAL-ROWS >= WS-CURRENT-VENDOR-CAPACITY AND
              WS-QUEUE-COUNT < 20000
               PERFORM CARRY-ROW-OVER
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-ROW-RESPONSE-URL.                          * The URL doubles as the QR payload the vendor prints
           IF WS-ROW-CARD-ID IS NUMERIC
               MOVE WS-ROW-CARD-ID TO WS-CODE-CARD-ID
               MOVE WS-ROW-BRAND TO WS-CODE-BRAND
               MOVE 'E' TO WS-CODE-MODE
               CALL "response-code" USING WS-CODE-MODE,
                   WS-CODE-CARD-ID, WS-CODE-BRAND, WS-CODE-TEXT,
                   WS-CODE-URL, WS-CODE-VALID-DAYS, WS-CODE-RESULT
               MOVE WS-CODE-URL TO WS-ROW-RESPONSE-URL
           END-IF.
           MOVE SPACES TO WS-CSV-RECORD.
           IF WS-CURRENT-VENDOR-FORMAT = 2
               STRING WS-ROW-CARD-ID ","
                      CARD-EXPORT-EMAIL ","
                      CARD-EXPORT-CHANNEL ","
                      CARD-EXPORT-GREETING ","
                      WS-ROW-VOUCHER ","
                      WS-ROW-DESIGN ","
                      WS-ROW-RESPONSE-URL
                   INTO WS-CSV-RECORD
               END-STRING
           ELSE
                      WS-ROW-CARD-ID ","
                      WS-ROW-REGION ","
                      WS-ROW-BRAND ","
                      WS-ROW-VOUCHER ","
                      WS-ROW-DESIGN ","
                      WS-ROW-RESPONSE-URL
                   INTO WS-CSV-RECORD
               END-STRING
           END-IF.
           IF WS-FILE-DONE-BEFORE = 'N'
               WRITE WS-CSV-RECORD
           END-IF.
           ADD 1 TO WS-TOTAL-ROWS.
           ADD 1 TO WS-CAMPAIGN-ROWS(WS-CAMPAIGN-IDX).
           COMPUTE WS-ROW-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-CSV-RECORD TRAILING)).
           ADD WS-ROW-LEN TO WS-CHECKSUM.
           PERFORM TALLY-ROW-BRAND.
           IF WS-REPLAYING = 'Y'                                        * Logged by the failed run already
               IF WS-FILE-DONE-BEFORE = 'N' AND
                  WS-TOTAL-ROWS = WS-RESTART-POSITION
                   PERFORM RESUME-AT-RESTART-POINT
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM LOG-CARD-EXPORT.
           PERFORM SAVE-EXPORT-CHECKPOINT.

      * The vendor the card went to rides along; blank is the house
      * vendor when no vendor master is in service
           LOG-CARD-EXPORT SECTION.
           IF WS-STAGE-LOG-OPEN = 'N' OR
              WS-ROW-CARD-ID IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE SPACES TO STAGE-LOG-RECORD.
           MOVE WS-ROW-CARD-ID TO STAGE-CARD-ID.
           MOVE "EXPORTED" TO STAGE-EVENT.
           MOVE WS-RUN-DATE TO STAGE-DATE.
           MOVE WS-CURRENT-VENDOR-ID TO STAGE-DETAIL.
           WRITE STAGE-LOG-RECORD.

           TALLY-ROW-BRAND SECTION.
           IF WS-ROW-BRAND = SPACES
           END-STRING.
           WRITE TRANSMISSION-RECORD.
           CLOSE F-TRANSMISSION-LOG-FILE.

      * Only a checkpoint left by today's run is a restart point; it
      * brings back the file names and release mode that run chose
           LOAD-EXPORT-CHECKPOINT SECTION.
           MOVE 0 TO WS-RESTART-SEQ.
           OPEN INPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           READ F-CHECKPOINT-FILE
               NOT AT END
                   IF CKPT-DATE = WS-RUN-DATE AND
                      CKPT-FILE-SEQ IS NUMERIC AND
                      CKPT-FILE-SEQ > 0
                       MOVE CKPT-FILE-SEQ TO WS-RESTART-SEQ
                       MOVE CKPT-POSITION TO WS-RESTART-POSITION
                       MOVE CKPT-LAST-CARD-ID TO WS-RESTART-CARD-ID
                       MOVE CKPT-CHECKSUM TO WS-RESTART-CHECKSUM
                       MOVE CKPT-GRAND-TOTAL-ROWS
                           TO WS-RESTART-GRAND-ROWS
                       MOVE CKPT-GRAND-CHECKSUM
                           TO WS-RESTART-GRAND-CHECKSUM
                       MOVE CKPT-GRAND-CARRIED
                           TO WS-RESTART-GRAND-CARRIED
                       MOVE CKPT-GRAND-DRAINED
                           TO WS-RESTART-GRAND-DRAINED
                       MOVE CKPT-CAMPAIGN-COUNTS TO WS-RESTART-COUNTS
                       MOVE CKPT-RELEASE-MODE TO WS-QA-RELEASE-MODE
                       MOVE CKPT-FILE-DATE-TAG TO WS-FILE-DATE-TAG
                   END-IF
           END-READ.
           CLOSE F-CHECKPOINT-FILE.
           IF WS-RESTART-SEQ > 0
               DISPLAY "Restarting the " WS-RUN-DATE " export at file "
                   WS-RESTART-SEQ " after " WS-RESTART-POSITION
                   " rows"
           END-IF.

      * Saved after every row cut, so the restart point is never
      * more than one card behind the file
           SAVE-EXPORT-CHECKPOINT SECTION.
           OPEN OUTPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-RUN-DATE TO CKPT-DATE.
           MOVE WS-FILE-DATE-TAG TO CKPT-FILE-DATE-TAG.
           MOVE WS-QA-RELEASE-MODE TO CKPT-RELEASE-MODE.
           MOVE WS-FILE-SEQ TO CKPT-FILE-SEQ.
           MOVE WS-TOTAL-ROWS TO CKPT-POSITION.
           MOVE WS-ROW-CARD-ID TO CKPT-LAST-CARD-ID.
           MOVE WS-CHECKSUM TO CKPT-CHECKSUM.
           MOVE WS-GRAND-TOTAL-ROWS TO CKPT-GRAND-TOTAL-ROWS.
           MOVE WS-GRAND-CHECKSUM TO CKPT-GRAND-CHECKSUM.
           MOVE WS-GRAND-CARRIED TO CKPT-GRAND-CARRIED.
           MOVE WS-GRAND-DRAINED TO CKPT-GRAND-DRAINED.
           MOVE WS-CAMPAIGN-ROW-COUNTS TO CKPT-CAMPAIGN-COUNTS.
           WRITE CHECKPOINT-RECORD.
           CLOSE F-CHECKPOINT-FILE.

      * A file handed over (manifested and logged) moves the restart
      * point on to the start of the next one; file zero clears it
           SAVE-FILE-DONE-CHECKPOINT SECTION.
           OPEN OUTPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-RUN-DATE TO CKPT-DATE.
           MOVE WS-FILE-DATE-TAG TO CKPT-FILE-DATE-TAG.
           MOVE WS-QA-RELEASE-MODE TO CKPT-RELEASE-MODE.
           IF WS-FILE-SEQ = 0
               MOVE 0 TO CKPT-FILE-SEQ
           ELSE
               COMPUTE CKPT-FILE-SEQ = WS-FILE-SEQ + 1
           END-IF.
           MOVE 0 TO CKPT-POSITION.
           MOVE 0 TO CKPT-CHECKSUM.
           MOVE WS-GRAND-TOTAL-ROWS TO CKPT-GRAND-TOTAL-ROWS.
           MOVE WS-GRAND-CHECKSUM TO CKPT-GRAND-CHECKSUM.
           MOVE WS-GRAND-CARRIED TO CKPT-GRAND-CARRIED.
           MOVE WS-GRAND-DRAINED TO CKPT-GRAND-DRAINED.
           MOVE ZEROES TO CKPT-CAMPAIGN-COUNTS.
           WRITE CHECKPOINT-RECORD.
           CLOSE F-CHECKPOINT-FILE.

      * On a restart every file is walked again in the same order so
      * the capacity queue and the QA tallies come out as a clean
      * run's would: files the failed run handed over are walked for
      * their totals only, and the file it stopped in is cut again
      * from the top without logging the cards it had already logged
           PREPARE-RESTART-REPLAY SECTION.
           MOVE 'N' TO WS-REPLAYING.
           MOVE 'N' TO WS-FILE-DONE-BEFORE.
           IF WS-RESTART-SEQ = 0 OR WS-FILE-SEQ > WS-RESTART-SEQ
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-REPLAYING.
           IF WS-FILE-SEQ < WS-RESTART-SEQ
               MOVE 'Y' TO WS-FILE-DONE-BEFORE
               EXIT SECTION
           END-IF.
           IF WS-RESTART-POSITION = 0                                   * The failed run stopped before this file's first row
               PERFORM RESUME-AT-RESTART-POINT
           END-IF.

      * The replayed totals must land exactly on the checkpoint, or
      * the card files have changed since the failed run and carrying
      * on would hand the vendor a different night
           RESUME-AT-RESTART-POINT SECTION.
           IF WS-TOTAL-ROWS NOT = WS-RESTART-POSITION OR
              WS-CHECKSUM NOT = WS-RESTART-CHECKSUM OR
              WS-GRAND-TOTAL-ROWS NOT = WS-RESTART-GRAND-ROWS OR
              WS-GRAND-CHECKSUM NOT = WS-RESTART-GRAND-CHECKSUM OR
              WS-GRAND-CARRIED NOT = WS-RESTART-GRAND-CARRIED OR
              WS-GRAND-DRAINED NOT = WS-RESTART-GRAND-DRAINED OR
              WS-CAMPAIGN-ROW-COUNTS NOT = WS-RESTART-COUNTS
               PERFORM ABANDON-RESTART
           END-IF.
           IF WS-RESTART-POSITION > 0 AND
              WS-ROW-CARD-ID NOT = WS-RESTART-CARD-ID
               PERFORM ABANDON-RESTART
           END-IF.
           MOVE 'N' TO WS-REPLAYING.
           MOVE 0 TO WS-RESTART-SEQ.
           IF WS-RESTART-POSITION > 0
               DISPLAY "Restart: carrying on in "
                   FUNCTION TRIM(WS-EXPORT-FILE-NAME) " after card "
                   WS-ROW-CARD-ID ", row " WS-TOTAL-ROWS
           ELSE
               DISPLAY "Restart: carrying on at "
                   FUNCTION TRIM(WS-EXPORT-FILE-NAME)
           END-IF.

           CHECK-REPLAY-FINISHED SECTION.
           IF WS-REPLAYING = 'Y' AND WS-FILE-DONE-BEFORE = 'N'          * The file ran out before the checkpoint's row came up
               PERFORM ABANDON-RESTART
           END-IF.

           ABANDON-RESTART SECTION.
           DISPLAY "WARNING: card-csv-export.ckpt does not match "
               "tonight's card files at "
               FUNCTION TRIM(WS-EXPORT-FILE-NAME) " row "
               WS-TOTAL-ROWS ", restart abandoned; check the files "
               "already handed over before clearing the checkpoint".
           IF WS-FILE-DONE-BEFORE = 'N'
               CLOSE F-CSV-FILE
           END-IF.
           IF WS-STAGE-LOG-OPEN = 'Y'
               CLOSE F-STAGE-LOG-FILE
           END-IF.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * A held card whose vendor has left the master goes to the
      * first vendor in service rather than waiting forever
           LOAD-CAPACITY-QUEUE SECTION.
           SET QUEUE-IDX TO 0.
           OPEN INPUT F-CAPACITY-QUEUE-FILE.
           IF WS-CAPACITY-QUEUE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CAPACITY-QUEUE-FILE
                       NOT AT END
                           IF QUEUE-IDX < 20000
                               ADD 1 TO QUEUE-IDX
                               PERFORM LOAD-ONE-QUEUE-ROW
                           ELSE
                               DISPLAY "WARNING: capacity queue full, "
                                   "row for card " CQ-CARD(406:9)
                                   " dropped"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CAPACITY-QUEUE-FILE
           END-IF.
           MOVE QUEUE-IDX TO WS-QUEUE-COUNT.

           LOAD-ONE-QUEUE-ROW SECTION.
           MOVE CQ-VENDOR-ID TO WS-QUEUE-VENDOR(QUEUE-IDX).
           MOVE CQ-CAMPAIGN-IDX TO WS-QUEUE-CAMPAIGN(QUEUE-IDX).
           MOVE CQ-QUEUED-DATE TO WS-QUEUE-QUEUED(QUEUE-IDX).
           MOVE CQ-DUE-DATE TO WS-QUEUE-DUE(QUEUE-IDX).
           MOVE CQ-CARD TO WS-QUEUE-CARD(QUEUE-IDX).
           MOVE 'K' TO WS-QUEUE-STATE(QUEUE-IDX).
           MOVE 0 TO WS-QUEUE-VENDOR-FOUND.
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                   OR WS-QUEUE-VENDOR-FOUND = 1
               IF WS-VENDOR-ID(WS-VENDOR-IDX) = CQ-VENDOR-ID
                   MOVE 1 TO WS-QUEUE-VENDOR-FOUND
               END-IF
           END-PERFORM.
           IF WS-QUEUE-VENDOR-FOUND = 0
               DISPLAY "WARNING: held card for vendor " CQ-VENDOR-ID
                   " moved to " WS-VENDOR-ID(1)
                   ", vendor no longer in service"
               MOVE WS-VENDOR-ID(1) TO WS-QUEUE-VENDOR(QUEUE-IDX)
           END-IF.

      * Held cards at the end of their slack go tonight whatever the
      * capacity says; the rest go, oldest first, while there is room
           EXPORT-CARRIED-CARDS SECTION.
           MOVE 'C' TO WS-EXPORT-PASS.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-VENDOR(WS-QUEUE-IDX) =
                  WS-CURRENT-VENDOR-ID AND
                  WS-QUEUE-STATE(WS-QUEUE-IDX) = 'K' AND
                  WS-QUEUE-DUE(WS-QUEUE-IDX) <= WS-RUN-DATE
                   PERFORM EXPORT-QUEUED-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-VENDOR(WS-QUEUE-IDX) =
                  WS-CURRENT-VENDOR-ID AND
                  WS-QUEUE-STATE(WS-QUEUE-IDX) = 'K' AND
                  (WS-CURRENT-VENDOR-CAPACITY = 0 OR
                   WS-TOTAL-ROWS < WS-CURRENT-VENDOR-CAPACITY)
                   PERFORM EXPORT-QUEUED-ROW
               END-IF
           END-PERFORM.

           EXPORT-QUEUED-ROW SECTION.
           MOVE WS-QUEUE-CARD(WS-QUEUE-IDX) TO CARD-EXPORT-RECORD.
           MOVE WS-QUEUE-CAMPAIGN(WS-QUEUE-IDX) TO WS-CAMPAIGN-IDX.
           PERFORM EXPORT-ONE-ROW.
           MOVE 'S' TO WS-QUEUE-STATE(WS-QUEUE-IDX).
           ADD 1 TO WS-CAMPAIGN-DRAINED(WS-CAMPAIGN-IDX).
           ADD 1 TO WS-GRAND-DRAINED.

      * The card waits in the queue for this vendor; its due date is
      * tonight plus the stream's slack
           CARRY-ROW-OVER SECTION.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE WS-CURRENT-VENDOR-ID TO WS-QUEUE-VENDOR(WS-QUEUE-COUNT).
           MOVE WS-CAMPAIGN-IDX TO WS-QUEUE-CAMPAIGN(WS-QUEUE-COUNT).
           MOVE WS-RUN-DATE TO WS-QUEUE-QUEUED(WS-QUEUE-COUNT).
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE-COMPACT))
               + WS-CAMPAIGN-SLACK(WS-CAMPAIGN-IDX)).
           STRING WS-DUE-DATE-X(1:4) "-" WS-DUE-DATE-X(5:2) "-"
                  WS-DUE-DATE-X(7:2)
               DELIMITED BY SIZE
               INTO WS-QUEUE-DUE(WS-QUEUE-COUNT)
           END-STRING.
           MOVE CARD-EXPORT-RECORD TO WS-QUEUE-CARD(WS-QUEUE-COUNT).
           MOVE 'K' TO WS-QUEUE-STATE(WS-QUEUE-COUNT).
           ADD 1 TO WS-CAMPAIGN-CARRIED(WS-CAMPAIGN-IDX).
           ADD 1 TO WS-GRAND-CARRIED.

           SAVE-CAPACITY-QUEUE SECTION.
           OPEN OUTPUT F-CAPACITY-QUEUE-FILE.
           IF WS-CAPACITY-QUEUE-STATUS NOT = "00"
               DISPLAY "WARNING: capacity-queue.dat FILE STATUS "
                   WS-CAPACITY-QUEUE-STATUS ", held cards not saved"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-STATE(WS-QUEUE-IDX) = 'K'
                   MOVE WS-QUEUE-VENDOR(WS-QUEUE-IDX) TO CQ-VENDOR-ID
                   MOVE WS-QUEUE-CAMPAIGN(WS-QUEUE-IDX)
                       TO CQ-CAMPAIGN-IDX
                   MOVE WS-QUEUE-QUEUED(WS-QUEUE-IDX) TO CQ-QUEUED-DATE
                   MOVE WS-QUEUE-DUE(WS-QUEUE-IDX) TO CQ-DUE-DATE
                   MOVE WS-QUEUE-CARD(WS-QUEUE-IDX) TO CQ-CARD
                   WRITE CAPACITY-QUEUE-RECORD
               END-IF
           END-PERFORM.
           CLOSE F-CAPACITY-QUEUE-FILE.

      * Per vendor: tonight's capacity and file count, then every
      * card still held for it with the night it was held and the
      * night it must go by
           WRITE-CAPACITY-REPORT SECTION.
           OPEN OUTPUT F-CAPACITY-REPORT-FILE.
           IF WS-CAPACITY-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: capacity-queue.rpt FILE STATUS "
                   WS-CAPACITY-REPORT-STATUS
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           STRING "VENDOR CAPACITY QUEUE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.
           PERFORM REPORT-ONE-VENDOR-QUEUE
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           STRING "TOTAL CARRIED TONIGHT=" WS-GRAND-CARRIED
                  " RELEASED FROM QUEUE=" WS-GRAND-DRAINED
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.
           CLOSE F-CAPACITY-REPORT-FILE.

           REPORT-ONE-VENDOR-QUEUE SECTION.
           MOVE 0 TO WS-VENDOR-QUEUED(WS-VENDOR-IDX).
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-VENDOR(WS-QUEUE-IDX) =
                  WS-VENDOR-ID(WS-VENDOR-IDX) AND
                  WS-QUEUE-STATE(WS-QUEUE-IDX) = 'K'
                   ADD 1 TO WS-VENDOR-QUEUED(WS-VENDOR-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           STRING "VENDOR " WS-VENDOR-ID(WS-VENDOR-IDX) " "
                  WS-VENDOR-NAME(WS-VENDOR-IDX)
                  " CAPACITY=" WS-VENDOR-CAPACITY(WS-VENDOR-IDX)
                  " EXPORTED=" WS-VENDOR-EXPORTED(WS-VENDOR-IDX)
                  " HELD=" WS-VENDOR-QUEUED(WS-VENDOR-IDX)
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-VENDOR(WS-QUEUE-IDX) =
                  WS-VENDOR-ID(WS-VENDOR-IDX) AND
                  WS-QUEUE-STATE(WS-QUEUE-IDX) = 'K'
                   PERFORM REPORT-ONE-HELD-CARD
               END-IF
           END-PERFORM.

           REPORT-ONE-HELD-CARD SECTION.
           IF WS-CAMPAIGN-KIND(WS-QUEUE-CAMPAIGN(WS-QUEUE-IDX)) = 3
               MOVE WS-QUEUE-CARD(WS-QUEUE-IDX)(416:9)
                   TO WS-QUEUE-CARD-ID
           ELSE
               MOVE WS-QUEUE-CARD(WS-QUEUE-IDX)(406:9)
                   TO WS-QUEUE-CARD-ID
           END-IF.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           STRING "  " WS-CAMPAIGN-NAME(WS-QUEUE-CAMPAIGN(WS-QUEUE-IDX))
                  " CARD " WS-QUEUE-CARD-ID
                  " HELD " WS-QUEUE-QUEUED(WS-QUEUE-IDX)
                  " DUE " WS-QUEUE-DUE(WS-QUEUE-IDX)
                  " " WS-QUEUE-CARD(WS-QUEUE-IDX)(1:40)
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.

      * Tonight's draw and every verdict on it; a campaign clears
      * when it has a sample and each sampled card's latest verdict
      * is PASS, or an override names it. A campaign with no sample
      * drawn tonight stays held. The holds file says which
      * campaigns an earlier export today kept back and which of
      * those a rerun has already sent.
           LOAD-QA-GATE SECTION.
           INITIALIZE WS-QA-CAMPAIGNS.
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
               UNTIL WS-QA-IDX > 13
               MOVE WS-CAMPAIGN-NAME(WS-QA-IDX) TO WS-QA-NAME(WS-QA-IDX)
           END-PERFORM.
           MOVE "BRAILLE" TO WS-QA-NAME(14).
           MOVE 0 TO WS-QA-SAMPLE-COUNT.
           MOVE SPACES TO WS-QA-DRAW-DATE.
           OPEN INPUT F-QA-SAMPLE-FILE.
           IF WS-QA-SAMPLE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QA-SAMPLE-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-QA-SAMPLE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QA-SAMPLE-FILE
           ELSE
               DISPLAY "WARNING: qa-sample.dat FILE STATUS "
                   WS-QA-SAMPLE-STATUS ", no QA sample drawn tonight"
           END-IF.
           IF WS-QA-DRAW-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-QA-DRAW-DATE
           END-IF.
           OPEN INPUT F-QA-SIGNOFF-FILE.
           IF WS-QA-SIGNOFF-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QA-SIGNOFF-FILE
                       NOT AT END
                           IF QF-RUN-DATE = WS-QA-DRAW-DATE
                               PERFORM APPLY-ONE-QA-VERDICT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QA-SIGNOFF-FILE
           END-IF.
           PERFORM VARYING WS-QA-SAMPLE-IDX FROM 1 BY 1
               UNTIL WS-QA-SAMPLE-IDX > WS-QA-SAMPLE-COUNT
               IF WS-QA-SAMPLE-RESULT(WS-QA-SAMPLE-IDX) = "PASS"
                   ADD 1 TO WS-QA-PASSED(
                       WS-QA-SAMPLE-SLOT(WS-QA-SAMPLE-IDX))
               END-IF
           END-PERFORM.
           OPEN INPUT F-QA-HOLDS-FILE.
           IF WS-QA-HOLDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QA-HOLDS-FILE
                       NOT AT END
                           IF QH-RUN-DATE = WS-QA-DRAW-DATE
                               PERFORM NOTE-ONE-QA-HOLD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QA-HOLDS-FILE
           END-IF.
           MOVE 0 TO WS-QA-RELEASE-COUNT.
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
               UNTIL WS-QA-IDX > 14
               IF WS-QA-OVERRIDE(WS-QA-IDX) = 'Y' OR
                  (WS-QA-SAMPLED(WS-QA-IDX) > 0 AND
                   WS-QA-PASSED(WS-QA-IDX) = WS-QA-SAMPLED(WS-QA-IDX))
                   MOVE 'Y' TO WS-QA-CLEARED(WS-QA-IDX)
               ELSE
                   MOVE 'N' TO WS-QA-CLEARED(WS-QA-IDX)
               END-IF
               IF WS-QA-CLEARED(WS-QA-IDX) = 'Y' AND
                  WS-QA-WAS-HELD(WS-QA-IDX) = 'Y' AND
                  WS-QA-WAS-RELEASED(WS-QA-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-QA-RELEASING(WS-QA-IDX)
                   ADD 1 TO WS-QA-RELEASE-COUNT
               END-IF
           END-PERFORM.

      * The draw on file gates the export that follows it, even one
      * run or re-run after midnight; a draw older than yesterday is
      * stale and leaves every campaign unsampled
           LOAD-ONE-QA-SAMPLE SECTION.
           IF WS-QA-DRAW-DATE = SPACES
               PERFORM SET-QA-DRAW-DATE
           END-IF.
           IF QS-RUN-DATE NOT = WS-QA-DRAW-DATE OR
              WS-QA-SAMPLE-COUNT = 3000
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-QA-SLOT.
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
               UNTIL WS-QA-IDX > 14 OR WS-QA-SLOT > 0
               IF WS-QA-NAME(WS-QA-IDX) = QS-CAMPAIGN
                   MOVE WS-QA-IDX TO WS-QA-SLOT
               END-IF
           END-PERFORM.
           IF WS-QA-SLOT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-QA-SAMPLE-COUNT.
           MOVE QS-SAMPLE-ID TO WS-QA-SAMPLE-ID(WS-QA-SAMPLE-COUNT).
           MOVE WS-QA-SLOT TO WS-QA-SAMPLE-SLOT(WS-QA-SAMPLE-COUNT).
           MOVE SPACES TO WS-QA-SAMPLE-RESULT(WS-QA-SAMPLE-COUNT).
           ADD 1 TO WS-QA-SAMPLED(WS-QA-SLOT).

           SET-QA-DRAW-DATE SECTION.
           MOVE QS-RUN-DATE TO WS-QA-DRAW-DATE.
           COMPUTE WS-QA-PRIOR-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE-COMPACT)) - 1).
           STRING WS-QA-PRIOR-X(1:4) "-" WS-QA-PRIOR-X(5:2) "-"
                  WS-QA-PRIOR-X(7:2)
               DELIMITED BY SIZE
               INTO WS-QA-PRIOR-DATE
           END-STRING.
           IF WS-QA-DRAW-DATE NOT = WS-RUN-DATE AND
              WS-QA-DRAW-DATE NOT = WS-QA-PRIOR-DATE
               DISPLAY "WARNING: qa-sample.dat holds the stale draw of "
                   WS-QA-DRAW-DATE ", every campaign unsampled"
               MOVE WS-RUN-DATE TO WS-QA-DRAW-DATE
           END-IF.

           APPLY-ONE-QA-VERDICT SECTION.
           IF QF-ACTION = "OVERRIDE"
               PERFORM VARYING WS-QA-IDX FROM 1 BY 1
                   UNTIL WS-QA-IDX > 14
                   IF WS-QA-NAME(WS-QA-IDX) = QF-CAMPAIGN
                       MOVE 'Y' TO WS-QA-OVERRIDE(WS-QA-IDX)
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-QA-SAMPLE-IDX FROM 1 BY 1
               UNTIL WS-QA-SAMPLE-IDX > WS-QA-SAMPLE-COUNT
               IF WS-QA-SAMPLE-ID(WS-QA-SAMPLE-IDX) = QF-SAMPLE-ID
                   MOVE QF-RESULT
                       TO WS-QA-SAMPLE-RESULT(WS-QA-SAMPLE-IDX)
               END-IF
           END-PERFORM.

           NOTE-ONE-QA-HOLD SECTION.
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
               UNTIL WS-QA-IDX > 14
               IF WS-QA-NAME(WS-QA-IDX) = QH-CAMPAIGN
                   EVALUATE QH-ACTION
                       WHEN "HELD"
                           MOVE 'Y' TO WS-QA-WAS-HELD(WS-QA-IDX)
                       WHEN "RELEASED"
                           MOVE 'Y' TO WS-QA-WAS-RELEASED(WS-QA-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Counted once per card: the row has already been routed to
      * the vendor whose file is cutting. A release rerun passes
      * only the campaigns it is releasing.
           CHECK-QA-GATE SECTION.
           IF WS-BRAILLE-PASS = 'Y'
               MOVE 14 TO WS-QA-SLOT
           ELSE
               MOVE WS-CAMPAIGN-IDX TO WS-QA-SLOT
           END-IF.
           MOVE 'N' TO WS-QA-ROW-PASSES.
           IF WS-QA-RELEASE-MODE = 'Y'
               IF WS-QA-RELEASING(WS-QA-SLOT) = 'Y'
                   MOVE 'Y' TO WS-QA-ROW-PASSES
                   ADD 1 TO WS-QA-SENT-ROWS(WS-QA-SLOT)
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-QA-CLEARED(WS-QA-SLOT) = 'Y'
               MOVE 'Y' TO WS-QA-ROW-PASSES
               ADD 1 TO WS-QA-SENT-ROWS(WS-QA-SLOT)
           ELSE
               ADD 1 TO WS-QA-HELD-ROWS(WS-QA-SLOT)
           END-IF.

      * QA-HELD and QA-RELEASE lines keep the verifier's balance:
      * held cards count as handed off on the night, and a release
      * takes back out what its EXPORTED lines put in again
           WRITE-QA-HOLDS SECTION.
           OPEN EXTEND F-QA-HOLDS-FILE.
           IF WS-QA-HOLDS-STATUS = "35"
               OPEN OUTPUT F-QA-HOLDS-FILE
           END-IF.
           IF WS-QA-HOLDS-STATUS NOT = "00"
               DISPLAY "WARNING: qa-export-holds.dat FILE STATUS "
                   WS-QA-HOLDS-STATUS ", QA holds not recorded"
           END-IF.
           OPEN EXTEND F-NIGHTLY-MANIFEST-FILE.
           IF WS-NIGHTLY-MANIFEST-STATUS = "35"
               OPEN OUTPUT F-NIGHTLY-MANIFEST-FILE
           END-IF.
           PERFORM WRITE-ONE-QA-HOLD
               VARYING WS-QA-IDX FROM 1 BY 1
               UNTIL WS-QA-IDX > 14.
           IF WS-NIGHTLY-MANIFEST-STATUS = "00"
               CLOSE F-NIGHTLY-MANIFEST-FILE
           END-IF.
           IF WS-QA-HOLDS-STATUS = "00"
               CLOSE F-QA-HOLDS-FILE
           END-IF.
           IF WS-QA-HELD-TOTAL > 0
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-RUN-DATE " ALERT: " WS-QA-HELD-TOTAL
                      " cards in " WS-QA-HELD-CAMPAIGNS
                      " campaign(s) held from export - QA sample "
                      "failed or not signed off, see "
                      "qa-export-holds.dat"
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

           WRITE-ONE-QA-HOLD SECTION.
           MOVE SPACES TO QA-HOLDS-RECORD.
           MOVE WS-QA-DRAW-DATE TO QH-RUN-DATE.
           MOVE WS-QA-NAME(WS-QA-IDX) TO QH-CAMPAIGN.
           MOVE WS-QA-TIME TO QH-TIME.
           MOVE WS-RUN-DATE TO NM-DATE.
           MOVE WS-QA-NAME(WS-QA-IDX) TO NM-CAMPAIGN.
           IF WS-QA-HELD-ROWS(WS-QA-IDX) > 0
               ADD 1 TO WS-QA-HELD-CAMPAIGNS
               ADD WS-QA-HELD-ROWS(WS-QA-IDX) TO WS-QA-HELD-TOTAL
               MOVE "HELD" TO QH-ACTION
               MOVE WS-QA-HELD-ROWS(WS-QA-IDX) TO QH-COUNT
               MOVE "QA-HELD" TO NM-STEP
               MOVE WS-QA-HELD-ROWS(WS-QA-IDX) TO NM-COUNT
               PERFORM WRITE-QA-HOLD-LINES
               DISPLAY "QA HOLD: " WS-QA-NAME(WS-QA-IDX) " "
                   WS-QA-HELD-ROWS(WS-QA-IDX) " cards, sampled "
                   WS-QA-SAMPLED(WS-QA-IDX) " passed "
                   WS-QA-PASSED(WS-QA-IDX)
           END-IF.
           IF WS-QA-RELEASING(WS-QA-IDX) = 'Y'
               MOVE "RELEASED" TO QH-ACTION
               MOVE WS-QA-SENT-ROWS(WS-QA-IDX) TO QH-COUNT
               MOVE "QA-RELEASE" TO NM-STEP
               MOVE WS-QA-SENT-ROWS(WS-QA-IDX) TO NM-COUNT
               PERFORM WRITE-QA-HOLD-LINES
           END-IF.
           IF WS-QA-RELEASE-MODE = 'N' AND                              * Sent on the override alone, not on a clean sample
              WS-QA-OVERRIDE(WS-QA-IDX) = 'Y' AND
              WS-QA-SENT-ROWS(WS-QA-IDX) > 0 AND
              (WS-QA-SAMPLED(WS-QA-IDX) = 0 OR
               WS-QA-PASSED(WS-QA-IDX) < WS-QA-SAMPLED(WS-QA-IDX))
               MOVE "OVERRIDE" TO QH-ACTION
               MOVE WS-QA-SENT-ROWS(WS-QA-IDX) TO QH-COUNT
               IF WS-QA-HOLDS-STATUS = "00"
                   WRITE QA-HOLDS-RECORD
               END-IF
           END-IF.

           WRITE-QA-HOLD-LINES SECTION.
           IF WS-QA-HOLDS-STATUS = "00"
               WRITE QA-HOLDS-RECORD
           END-IF.
           IF WS-NIGHTLY-MANIFEST-STATUS = "00"
               WRITE NIGHTLY-MANIFEST-RECORD
           END-IF.

           WRITE-OPERATOR-ALERT SECTION.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           IF WS-ALERTS-STATUS = "00"
               MOVE WS-ALERT-TEXT TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE F-ALERTS-FILE
           END-IF.
