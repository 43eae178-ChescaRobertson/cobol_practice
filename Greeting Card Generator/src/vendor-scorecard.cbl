      * Monthly print vendor scorecard. The export files each vendor
      * was handed that month, from cards-export-manifest.dat, give
      * the cards to score; vendor-confirmations.dat,
      * tracking-history.dat, spool-reprints.dat and
      * vendor-invoices.dat are folded in against them, with
      * card-history.dat and sent-history.dat giving the occasion
      * each card aimed at. Each vendor on vendor-master.dat is
      * measured on acknowledgment turnaround, rejected rows, lead
      * time, on-time arrival, returned mail, reprints and invoice
      * variance against the service levels, which
      * alert-thresholds.dat can override. vendor-scorecard.rpt
      * carries the scores and every breach is also added to
      * operator-alerts.dat, with RC 4 when any vendor breached.
      * All other files are read and left as they were.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-scorecard.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-VENDOR-MASTER-FILE
                 ASSIGN TO "vendor-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENDOR-MASTER-STATUS.
               SELECT F-MANIFEST-FILE
                 ASSIGN TO "cards-export-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT F-CSV-FILE ASSIGN TO "cards-export.csv"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CSV-STATUS.
               SELECT F-CONFIRMATIONS-FILE
                 ASSIGN TO "vendor-confirmations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONFIRMATIONS-STATUS.
               SELECT F-TRACKING-FILE ASSIGN TO "tracking-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRACKING-STATUS.
               SELECT F-REPRINTS-FILE ASSIGN TO "spool-reprints.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPRINTS-STATUS.
               SELECT F-INVOICE-FILE ASSIGN TO "vendor-invoices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INVOICE-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-THRESHOLDS-FILE
                 ASSIGN TO "alert-thresholds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-THRESHOLDS-STATUS.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
               SELECT F-SCORECARD-FILE ASSIGN TO "vendor-scorecard.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-VENDOR-MASTER-FILE.
      * The print vendors in service; only the id and name matter
      * to the scorecard
           01 VENDOR-MASTER-RECORD.
               05 VM-VENDOR-ID PIC X(8).
               05 VM-VENDOR-NAME PIC X(30).
               05 VM-FORMAT PIC 9.
               05 VM-DAILY-CAPACITY PIC 9(6).
           FD F-MANIFEST-FILE.                                           * One line per handed-over file: counts and checksum
           01 MANIFEST-RECORD PIC X(300).
           FD F-CSV-FILE.
           01 WS-CSV-RECORD PIC X(600).
           FD F-CONFIRMATIONS-FILE.
      * One line per card the vendor says it printed and mailed,
      * keyed by the card ID we put on the export row, with the day
      * the vendor acknowledged it
           01 CONFIRMATION-RECORD.
               05 CONFIRMATION-CARD-ID PIC X(9).
               05 CONFIRMATION-CAMPAIGN PIC X(12).
               05 CONFIRMATION-STATUS PIC X(8).
               05 CONFIRMATION-DATE PIC X(10).
           FD F-TRACKING-FILE.                                            * One scan per line per card, as the intake applied them
           01 TRACKING-RECORD.
               05 TRACK-CARD-ID PIC X(9).
               05 TRACK-EVENT-TYPE PIC X(10).
               05 TRACK-EVENT-DATE PIC X(10).
               05 TRACK-EVENT-PLACE PIC X(30).
           FD F-REPRINTS-FILE.
      * The reprint ledger: which cards were printed a second time
      * and why the duplicate pages exist
           01 REPRINT-RECORD.
               05 REPRINT-DATE PIC X(10).
               05 REPRINT-CARD-ID PIC X(9).
               05 REPRINT-SOURCE PIC X(40).
               05 REPRINT-SEGMENT PIC 9(3).
           FD F-INVOICE-FILE.
      * The vendor's billed line items for a month: quantity, the
      * rate they applied, and the extended amount
           01 INVOICE-RECORD.
               05 INV-VENDOR PIC X(8).
               05 INV-MONTH PIC X(7).
               05 INV-CAMPAIGN PIC X(12).
               05 INV-CHANNEL PIC X(5).
               05 INV-QTY PIC 9(6).
               05 INV-RATE PIC X(8).
               05 INV-AMOUNT PIC X(10).
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
           FD F-SENT-HISTORY-FILE.                                        * Ledger of who got which campaign on which date
           01 SENT-RECORD.
               05 SENT-KEY.
                   10 SENT-PERSON-ID PIC X(10).
                   10 SENT-CAMPAIGN PIC X(12).
                   10 SENT-RUN-DATE PIC X(10).
           FD F-THRESHOLDS-FILE.                                          * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
               05 THRESHOLD-VALUE PIC X(8).
           FD F-ALERTS-FILE.                                              * One line per breach, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           FD F-SCORECARD-FILE.
           01 WS-SCORECARD-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-VENDOR-MASTER-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-CSV-STATUS PIC XX.
           01 WS-CONFIRMATIONS-STATUS PIC XX.
           01 WS-TRACKING-STATUS PIC XX.
           01 WS-REPRINTS-STATUS PIC XX.
           01 WS-INVOICE-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-THRESHOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-RUN-DATE PIC X(10).
           01 WS-ALERT-TEXT PIC X(160).
      * The service levels each vendor is held to; any of them can
      * be overridden by keyword in alert-thresholds.dat
           01 WS-SLA-MAX-ACK-DAYS PIC 9(3)V9 VALUE 2.                   * Export to acknowledgment, average days
           01 WS-SLA-MAX-REJECT-PCT PIC 9(3)V9 VALUE 2.                 * Rows the vendor rejected, percent of exported
           01 WS-SLA-MAX-LEAD-DAYS PIC 9(3)V9 VALUE 5.                  * Export to first carrier scan, average days
           01 WS-SLA-MIN-ONTIME-PCT PIC 9(3)V9 VALUE 95.                * Dated cards delivered by the occasion
           01 WS-SLA-MAX-RETURN-PCT PIC 9(3)V9 VALUE 3.                 * Returned mail, percent of exported
           01 WS-SLA-MAX-REPRINTS PIC 9(6) VALUE 10.                    * Reprinted cards in the month
           01 WS-SLA-MAX-INVOICE-PCT PIC 9(3)V9 VALUE 1.                * Billed quantity off our manifests, percent
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-EVENT-DAY-NUM PIC 9(8).
           01 WS-OCCASION-DATE PIC X(10).
           01 WS-TOKEN-WORK PIC X(40).
           01 WS-TOKEN-IDX PIC 9(2) COMP.
           01 WS-MANIFEST-TOKENS.
               05 WS-MANIFEST-TOKEN OCCURS 20 TIMES PIC X(40).
           01 WS-LINE-VENDOR PIC X(8).
           01 WS-LINE-ROWS PIC 9(7).
           01 WS-WORK-VENDOR PIC X(8).
           01 WS-CSV-TYPE PIC X(20).
           01 WS-CSV-SPLIT.                                             * One export row broken into its comma fields
               05 WS-CSV-F-NAME PIC X(40).
               05 WS-CSV-F-ADDRESS PIC X(100).
               05 WS-CSV-F-EMAIL PIC X(60).
               05 WS-CSV-F-CHANNEL PIC X(5).
               05 WS-CSV-F-GREETING PIC X(200).
               05 WS-CSV-F-CARD-ID PIC X(9).
               05 WS-CSV-F-REST PIC X(60).
           01 WS-CURRENT-FORMAT PIC 9 VALUE 1.                          * 1 house column order, 2 the id-first vendor layout
           01 WS-LOOKUPS-OPEN PIC X VALUE 'N'.
           01 WS-WORK-PCT PIC 9(3)V9.
           01 WS-WORK-AVG PIC 9(3)V9.
           01 WS-PCT-DISPLAY PIC ZZ9.9.
           01 WS-AVG-DISPLAY PIC ZZ9.9.
           01 WS-LIMIT-DISPLAY PIC ZZ9.9.
           01 WS-QTY-DIFF PIC S9(7).
           01 WS-BREACH-TAG PIC X(8).
           01 WS-MEASURE-TEXT PIC X(100).
           01 WS-REPORTED-COUNT PIC 9(3) VALUE 0.
           01 WS-BREACHING-COUNT PIC 9(3) VALUE 0.
           01 WS-FILE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-FILE-IDX PIC 9(3) COMP.
           01 WS-SCORED-FILES.                                          * Every export file handed over in the month
              05 WS-SCORED-FILE OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-FILE-COUNT
                  INDEXED BY FILE-IDX.
                      10 WS-SF-NAME PIC X(40).
                      10 WS-SF-VENDOR-SLOT PIC 9(3) COMP.
                      10 WS-SF-DAY-NUM PIC 9(8).
           01 WS-VENDOR-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-VENDOR-IDX PIC 9(3) COMP.
           01 WS-VENDOR-FOUND PIC 9.
           01 WS-VENDOR-SLOT PIC 9(3) COMP.
           01 WS-VENDOR-SCORES.                                         * The month's measures, one row per vendor
              05 WS-VENDOR-SCORE OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-VENDOR-COUNT
                  INDEXED BY VENDOR-IDX.
                      10 WS-VS-VENDOR-ID PIC X(8).
                      10 WS-VS-NAME PIC X(30).
                      10 WS-VS-EXPORTED PIC 9(7).
                      10 WS-VS-TRACED PIC 9(7).
                      10 WS-VS-ACKED PIC 9(7).
                      10 WS-VS-ACK-DATED PIC 9(7).
                      10 WS-VS-ACK-DAYS PIC 9(9).
                      10 WS-VS-REJECTED PIC 9(7).
                      10 WS-VS-SCANNED PIC 9(7).
                      10 WS-VS-LEAD-DAYS PIC 9(9).
                      10 WS-VS-DELIVERED PIC 9(7).
                      10 WS-VS-DATED PIC 9(7).
                      10 WS-VS-ON-TIME PIC 9(7).
                      10 WS-VS-RETURNED PIC 9(7).
                      10 WS-VS-REPRINTS PIC 9(7).
                      10 WS-VS-BILLED PIC 9(7).
                      10 WS-VS-INVOICED PIC X.
                      10 WS-VS-BREACHES PIC 9(2).
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CARD-IDX PIC 9(5) COMP.
           01 WS-CARD-FOUND PIC 9.
           01 WS-CARD-SLOT PIC 9(5) COMP.
           01 WS-SCORED-CARDS.                                          * Every card the month's files carried, by card ID
              05 WS-SCORED-CARD OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-CARD-COUNT
                  INDEXED BY CARD-IDX.
                      10 WS-SC-CARD-ID PIC X(9).
                      10 WS-SC-VENDOR-SLOT PIC 9(3) COMP.
                      10 WS-SC-EXPORT-DAY PIC 9(8).
                      10 WS-SC-FIRST-SCAN-DAY PIC 9(8).
                      10 WS-SC-DELIVERED-DATE PIC X(10).
                      10 WS-SC-ACKED PIC X.
                      10 WS-SC-RETURNED PIC X.

       PROCEDURE DIVISION.

           DISPLAY "Scorecard month (YYYY-MM): ".
           ACCEPT WS-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-SLA-THRESHOLDS.
           PERFORM LOAD-VENDOR-NAMES.
           PERFORM LOAD-MONTH-MANIFESTS.
           IF WS-FILE-COUNT = 0
               DISPLAY "WARNING: no export files handed over in "
                   WS-REPORT-MONTH ", no scorecard produced"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXPORTED-CARDS.
           PERFORM FOLD-CONFIRMATIONS.
           PERFORM FOLD-TRACKING-HISTORY.
           PERFORM FOLD-REPRINTS.
           PERFORM FOLD-INVOICES.
           PERFORM ROLL-UP-CARDS.
           PERFORM WRITE-SCORECARD.
           DISPLAY "Vendor scorecard: " WS-REPORTED-COUNT
               " vendors scored, " WS-BREACHING-COUNT
               " breaching SLA, see vendor-scorecard.rpt".
           IF WS-BREACHING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-SLA-THRESHOLDS SECTION.
           OPEN INPUT F-THRESHOLDS-FILE.
           IF WS-THRESHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-THRESHOLDS-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-THRESHOLD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-THRESHOLDS-FILE.

           APPLY-ONE-THRESHOLD SECTION.
           IF THRESHOLD-VALUE = SPACES
               EXIT SECTION
           END-IF.
           EVALUATE THRESHOLD-KEYWORD
               WHEN "SLA-MAX-ACK-DAYS"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-ACK-DAYS
               WHEN "SLA-MAX-REJECT-PCT"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-REJECT-PCT
               WHEN "SLA-MAX-LEAD-DAYS"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-LEAD-DAYS
               WHEN "SLA-MIN-ONTIME-PCT"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MIN-ONTIME-PCT
               WHEN "SLA-MAX-RETURN-PCT"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-RETURN-PCT
               WHEN "SLA-MAX-REPRINTS"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-REPRINTS
               WHEN "SLA-MAX-INVOICE-PCT"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-SLA-MAX-INVOICE-PCT
           END-EVALUATE.

      * Vendors on the master are scored under their own names; a
      * file with no vendor id is the house print shop's
           LOAD-VENDOR-NAMES SECTION.
           OPEN INPUT F-VENDOR-MASTER-FILE.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VENDOR-MASTER-FILE
                   NOT AT END
                       IF VM-VENDOR-ID NOT = SPACES
                           MOVE VM-VENDOR-ID TO WS-WORK-VENDOR
                           PERFORM FIND-VENDOR-SLOT
                           MOVE VM-VENDOR-NAME
                               TO WS-VS-NAME(WS-VENDOR-SLOT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VENDOR-MASTER-FILE.

           FIND-VENDOR-SLOT SECTION.
           MOVE 0 TO WS-VENDOR-FOUND.
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                   OR WS-VENDOR-FOUND = 1
               IF WS-VS-VENDOR-ID(WS-VENDOR-IDX) = WS-WORK-VENDOR
                   MOVE 1 TO WS-VENDOR-FOUND
                   MOVE WS-VENDOR-IDX TO WS-VENDOR-SLOT
               END-IF
           END-PERFORM.
           IF WS-VENDOR-FOUND = 0
               IF WS-VENDOR-COUNT < 100
                   ADD 1 TO WS-VENDOR-COUNT
               END-IF
               MOVE WS-VENDOR-COUNT TO WS-VENDOR-SLOT
               INITIALIZE WS-VENDOR-SCORE(WS-VENDOR-SLOT)
               MOVE WS-WORK-VENDOR TO WS-VS-VENDOR-ID(WS-VENDOR-SLOT)
               MOVE 'N' TO WS-VS-INVOICED(WS-VENDOR-SLOT)
               IF WS-WORK-VENDOR = SPACES
                   MOVE "HOUSE PRINT" TO WS-VS-NAME(WS-VENDOR-SLOT)
               END-IF
           END-IF.

      * Each month's manifest line names the file handed over, its
      * vendor and its row count; the file list drives the card
      * load and the rows are what the invoice is held against
           LOAD-MONTH-MANIFESTS SECTION.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "WARNING: cards-export-manifest.dat FILE "
                   "STATUS " WS-MANIFEST-STATUS
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF MANIFEST-RECORD(1:7) = WS-REPORT-MONTH
                           PERFORM FOLD-ONE-MANIFEST-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           FOLD-ONE-MANIFEST-LINE SECTION.
           MOVE SPACES TO WS-MANIFEST-TOKENS.
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
               INTO WS-MANIFEST-TOKEN(1) WS-MANIFEST-TOKEN(2)
                    WS-MANIFEST-TOKEN(3) WS-MANIFEST-TOKEN(4)
                    WS-MANIFEST-TOKEN(5) WS-MANIFEST-TOKEN(6)
                    WS-MANIFEST-TOKEN(7) WS-MANIFEST-TOKEN(8)
                    WS-MANIFEST-TOKEN(9) WS-MANIFEST-TOKEN(10)
                    WS-MANIFEST-TOKEN(11) WS-MANIFEST-TOKEN(12)
                    WS-MANIFEST-TOKEN(13) WS-MANIFEST-TOKEN(14)
                    WS-MANIFEST-TOKEN(15) WS-MANIFEST-TOKEN(16)
                    WS-MANIFEST-TOKEN(17) WS-MANIFEST-TOKEN(18)
                    WS-MANIFEST-TOKEN(19) WS-MANIFEST-TOKEN(20)
           END-UNSTRING.
           IF WS-MANIFEST-TOKEN(2)(1:12) NOT = "cards-export"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-LINE-VENDOR.
           MOVE 0 TO WS-LINE-ROWS.
           PERFORM VARYING WS-TOKEN-IDX FROM 3 BY 1
               UNTIL WS-TOKEN-IDX > 20
               MOVE WS-MANIFEST-TOKEN(WS-TOKEN-IDX) TO WS-TOKEN-WORK
               IF WS-TOKEN-WORK(1:7) = "VENDOR="
                   MOVE WS-TOKEN-WORK(8:8) TO WS-LINE-VENDOR
               END-IF
               IF WS-TOKEN-WORK(1:5) = "ROWS=" AND
                  FUNCTION TRIM(WS-TOKEN-WORK(6:15)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TOKEN-WORK(6:15))
                       TO WS-LINE-ROWS
               END-IF
           END-PERFORM.
           MOVE WS-LINE-VENDOR TO WS-WORK-VENDOR.
           PERFORM FIND-VENDOR-SLOT.
           ADD WS-LINE-ROWS TO WS-VS-EXPORTED(WS-VENDOR-SLOT).
           IF WS-FILE-COUNT < 500
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-MANIFEST-TOKEN(2) TO WS-SF-NAME(WS-FILE-COUNT)
               MOVE WS-VENDOR-SLOT
                   TO WS-SF-VENDOR-SLOT(WS-FILE-COUNT)
               MOVE MANIFEST-RECORD(1:10) TO WS-DATE-WORK
               PERFORM DATE-TO-DAY-NUMBER
               MOVE WS-DATE-DIGITS TO WS-SF-DAY-NUM(WS-FILE-COUNT)
           END-IF.

      * The card IDs come off the files themselves; a file already
      * purged from disk still counts in EXPORTED but traces nothing
           LOAD-EXPORTED-CARDS SECTION.
           PERFORM LOAD-ONE-EXPORT-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.

           LOAD-ONE-EXPORT-FILE SECTION.
           SET ENVIRONMENT "cards-export_csv" TO
               WS-SF-NAME(WS-FILE-IDX).
           OPEN INPUT F-CSV-FILE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "WARNING: "
                   FUNCTION TRIM(WS-SF-NAME(WS-FILE-IDX))
                   " FILE STATUS " WS-CSV-STATUS ", not traced"
               EXIT SECTION
           END-IF.
           MOVE 1 TO WS-CURRENT-FORMAT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CSV-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-EXPORT-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CSV-FILE.

           LOAD-ONE-EXPORT-ROW SECTION.
           IF WS-CSV-RECORD(1:9) = "CARD_TYPE"                          * The header row names the layout in force for the file
               MOVE 1 TO WS-CURRENT-FORMAT
               EXIT SECTION
           END-IF.
           IF WS-CSV-RECORD(1:8) = "CARD_ID,"
               MOVE 2 TO WS-CURRENT-FORMAT
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-CSV-TYPE.
           MOVE SPACES TO WS-CSV-SPLIT.
           IF WS-CURRENT-FORMAT = 2
               UNSTRING WS-CSV-RECORD DELIMITED BY ","
                   INTO WS-CSV-F-CARD-ID WS-CSV-TYPE WS-CSV-F-REST
               END-UNSTRING
           ELSE
               UNSTRING WS-CSV-RECORD DELIMITED BY ","
                   INTO WS-CSV-TYPE WS-CSV-F-NAME WS-CSV-F-ADDRESS
                        WS-CSV-F-EMAIL WS-CSV-F-CHANNEL
                        WS-CSV-F-GREETING WS-CSV-F-CARD-ID
                        WS-CSV-F-REST
               END-UNSTRING
           END-IF.
           IF WS-CSV-F-CARD-ID = SPACES OR WS-CARD-COUNT = 99999
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE WS-CSV-F-CARD-ID TO WS-SC-CARD-ID(WS-CARD-COUNT).
           MOVE WS-SF-VENDOR-SLOT(WS-FILE-IDX)
               TO WS-SC-VENDOR-SLOT(WS-CARD-COUNT).
           MOVE WS-SF-DAY-NUM(WS-FILE-IDX)
               TO WS-SC-EXPORT-DAY(WS-CARD-COUNT).
           MOVE 0 TO WS-SC-FIRST-SCAN-DAY(WS-CARD-COUNT).
           MOVE SPACES TO WS-SC-DELIVERED-DATE(WS-CARD-COUNT).
           MOVE 'N' TO WS-SC-ACKED(WS-CARD-COUNT).
           MOVE 'N' TO WS-SC-RETURNED(WS-CARD-COUNT).
           ADD 1 TO WS-VS-TRACED(WS-SF-VENDOR-SLOT(WS-FILE-IDX)).

           FIND-SCORED-CARD SECTION.
           MOVE 0 TO WS-CARD-FOUND.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR WS-CARD-FOUND = 1
               IF WS-SC-CARD-ID(WS-CARD-IDX) = WS-CSV-F-CARD-ID
                   MOVE 1 TO WS-CARD-FOUND
                   MOVE WS-CARD-IDX TO WS-CARD-SLOT
               END-IF
           END-PERFORM.

      * The first acknowledgment per card is the one that counts;
      * turnaround is measured only where the vendor dated it
           FOLD-CONFIRMATIONS SECTION.
           OPEN INPUT F-CONFIRMATIONS-FILE.
           IF WS-CONFIRMATIONS-STATUS NOT = "00"
               DISPLAY "WARNING: vendor-confirmations.dat FILE "
                   "STATUS " WS-CONFIRMATIONS-STATUS
                   ", no acknowledgments scored"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONFIRMATIONS-FILE
                   NOT AT END
                       PERFORM FOLD-ONE-CONFIRMATION
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONFIRMATIONS-FILE.

           FOLD-ONE-CONFIRMATION SECTION.
           MOVE CONFIRMATION-CARD-ID TO WS-CSV-F-CARD-ID.
           PERFORM FIND-SCORED-CARD.
           IF WS-CARD-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE WS-SC-VENDOR-SLOT(WS-CARD-SLOT) TO WS-VENDOR-SLOT.
           IF CONFIRMATION-STATUS = "REJECTED"
               ADD 1 TO WS-VS-REJECTED(WS-VENDOR-SLOT)
           END-IF.
           IF WS-SC-ACKED(WS-CARD-SLOT) = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-SC-ACKED(WS-CARD-SLOT).
           ADD 1 TO WS-VS-ACKED(WS-VENDOR-SLOT).
           MOVE CONFIRMATION-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DATE-DIGITS = 0 OR
              WS-DATE-DIGITS < WS-SC-EXPORT-DAY(WS-CARD-SLOT)
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-VS-ACK-DATED(WS-VENDOR-SLOT).
           COMPUTE WS-VS-ACK-DAYS(WS-VENDOR-SLOT) =
               WS-VS-ACK-DAYS(WS-VENDOR-SLOT) + WS-DATE-DIGITS
               - WS-SC-EXPORT-DAY(WS-CARD-SLOT).

      * Only scans on cards the month's files carried are kept: the
      * earliest scan of any kind, the first delivery, any return
           FOLD-TRACKING-HISTORY SECTION.
           OPEN INPUT F-TRACKING-FILE.
           IF WS-TRACKING-STATUS NOT = "00"
               DISPLAY "WARNING: tracking-history.dat FILE STATUS "
                   WS-TRACKING-STATUS ", no delivery measures scored"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRACKING-FILE
                   NOT AT END
                       PERFORM FOLD-ONE-SCAN
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRACKING-FILE.

           FOLD-ONE-SCAN SECTION.
           MOVE TRACK-CARD-ID TO WS-CSV-F-CARD-ID.
           PERFORM FIND-SCORED-CARD.
           IF WS-CARD-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE TRACK-EVENT-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DATE-DIGITS = 0
               EXIT SECTION
           END-IF.
           IF WS-SC-FIRST-SCAN-DAY(WS-CARD-SLOT) = 0 OR
              WS-DATE-DIGITS < WS-SC-FIRST-SCAN-DAY(WS-CARD-SLOT)
               MOVE WS-DATE-DIGITS
                   TO WS-SC-FIRST-SCAN-DAY(WS-CARD-SLOT)
           END-IF.
           IF TRACK-EVENT-TYPE = "DELIVERED" AND
              WS-SC-DELIVERED-DATE(WS-CARD-SLOT) = SPACES
               MOVE TRACK-EVENT-DATE
                   TO WS-SC-DELIVERED-DATE(WS-CARD-SLOT)
           END-IF.
           IF TRACK-EVENT-TYPE = "RETURNED"
               MOVE 'Y' TO WS-SC-RETURNED(WS-CARD-SLOT)
           END-IF.

      * A reprinted card counts against the vendor whose file carried
      * it; one never exported is the house print shop's
           FOLD-REPRINTS SECTION.
           OPEN INPUT F-REPRINTS-FILE.
           IF WS-REPRINTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPRINTS-FILE
                   NOT AT END
                       IF REPRINT-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM FOLD-ONE-REPRINT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REPRINTS-FILE.

           FOLD-ONE-REPRINT SECTION.
           MOVE REPRINT-CARD-ID TO WS-CSV-F-CARD-ID.
           PERFORM FIND-SCORED-CARD.
           IF WS-CARD-FOUND = 1
               MOVE WS-SC-VENDOR-SLOT(WS-CARD-SLOT) TO WS-VENDOR-SLOT
           ELSE
               MOVE SPACES TO WS-WORK-VENDOR
               PERFORM FIND-VENDOR-SLOT
           END-IF.
           ADD 1 TO WS-VS-REPRINTS(WS-VENDOR-SLOT).

           FOLD-INVOICES SECTION.
           OPEN INPUT F-INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INVOICE-FILE
                   NOT AT END
                       IF INV-MONTH = WS-REPORT-MONTH
                           MOVE INV-VENDOR TO WS-WORK-VENDOR
                           PERFORM FIND-VENDOR-SLOT
                           ADD INV-QTY TO WS-VS-BILLED(WS-VENDOR-SLOT)
                           MOVE 'Y' TO WS-VS-INVOICED(WS-VENDOR-SLOT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INVOICE-FILE.

      * Per-card measures roll up to the vendor. The occasion a card
      * aimed at is the duplicate-send ledger's key date for that
      * customer and campaign, the first one on or after the card's
      * run date; a key date equal to the run date means an undated
      * campaign, which has no occasion to arrive by.
           ROLL-UP-CARDS SECTION.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS = "00"
               OPEN INPUT F-SENT-HISTORY-FILE
               IF WS-SENT-HISTORY-STATUS = "00"
                   MOVE 'Y' TO WS-LOOKUPS-OPEN
               ELSE
                   CLOSE F-CARD-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-LOOKUPS-OPEN = 'N'
               DISPLAY "WARNING: card or sent history unavailable, "
                   "on-time delivery not scored"
           END-IF.
           PERFORM ROLL-UP-ONE-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           IF WS-LOOKUPS-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
               CLOSE F-SENT-HISTORY-FILE
           END-IF.

           ROLL-UP-ONE-CARD SECTION.
           MOVE WS-SC-VENDOR-SLOT(WS-CARD-IDX) TO WS-VENDOR-SLOT.
           IF WS-SC-RETURNED(WS-CARD-IDX) = 'Y'
               ADD 1 TO WS-VS-RETURNED(WS-VENDOR-SLOT)
           END-IF.
           IF WS-SC-FIRST-SCAN-DAY(WS-CARD-IDX) NOT <
              WS-SC-EXPORT-DAY(WS-CARD-IDX) AND
              WS-SC-EXPORT-DAY(WS-CARD-IDX) > 0
               ADD 1 TO WS-VS-SCANNED(WS-VENDOR-SLOT)
               COMPUTE WS-VS-LEAD-DAYS(WS-VENDOR-SLOT) =
                   WS-VS-LEAD-DAYS(WS-VENDOR-SLOT)
                   + WS-SC-FIRST-SCAN-DAY(WS-CARD-IDX)
                   - WS-SC-EXPORT-DAY(WS-CARD-IDX)
           END-IF.
           IF WS-SC-DELIVERED-DATE(WS-CARD-IDX) = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-VS-DELIVERED(WS-VENDOR-SLOT).
           IF WS-LOOKUPS-OPEN = 'N'
               EXIT SECTION
           END-IF.
           PERFORM FIND-OCCASION-DATE.
           IF WS-OCCASION-DATE = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-VS-DATED(WS-VENDOR-SLOT).
           IF WS-SC-DELIVERED-DATE(WS-CARD-IDX) <= WS-OCCASION-DATE
               ADD 1 TO WS-VS-ON-TIME(WS-VENDOR-SLOT)
           END-IF.

           FIND-OCCASION-DATE SECTION.
           MOVE SPACES TO WS-OCCASION-DATE.
           IF FUNCTION TRIM(WS-SC-CARD-ID(WS-CARD-IDX)) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SC-CARD-ID(WS-CARD-IDX))
               TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE HIST-PERSON-ID TO SENT-PERSON-ID.
           MOVE HIST-CAMPAIGN TO SENT-CAMPAIGN.
           MOVE HIST-RUN-DATE TO SENT-RUN-DATE.
           START F-SENT-HISTORY-FILE KEY >= SENT-KEY
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ F-SENT-HISTORY-FILE NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ.
           IF SENT-PERSON-ID = HIST-PERSON-ID AND
              SENT-CAMPAIGN = HIST-CAMPAIGN AND
              SENT-RUN-DATE > HIST-RUN-DATE
               MOVE SENT-RUN-DATE TO WS-OCCASION-DATE
           END-IF.

           WRITE-SCORECARD SECTION.
           OPEN OUTPUT F-SCORECARD-FILE.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           STRING "VENDOR SCORECARD FOR " WS-REPORT-MONTH
                  " (RUN " WS-RUN-DATE ")"
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.
           PERFORM WRITE-SLA-LEGEND.
           PERFORM SCORE-ONE-VENDOR
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           STRING "VENDORS SCORED=" WS-REPORTED-COUNT
                  " BREACHING SLA=" WS-BREACHING-COUNT
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.
           CLOSE F-SCORECARD-FILE.

           WRITE-SLA-LEGEND SECTION.
           MOVE WS-SLA-MAX-ACK-DAYS TO WS-AVG-DISPLAY.
           MOVE WS-SLA-MAX-LEAD-DAYS TO WS-LIMIT-DISPLAY.
           MOVE WS-SLA-MIN-ONTIME-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           STRING "SLA: ACK <= " FUNCTION TRIM(WS-AVG-DISPLAY)
                  " DAYS, LEAD <= " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                  " DAYS, ON TIME >= " FUNCTION TRIM(WS-PCT-DISPLAY)
                  "%"
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.
           MOVE WS-SLA-MAX-REJECT-PCT TO WS-AVG-DISPLAY.
           MOVE WS-SLA-MAX-RETURN-PCT TO WS-LIMIT-DISPLAY.
           MOVE WS-SLA-MAX-INVOICE-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           STRING "     REJECTED <= " FUNCTION TRIM(WS-AVG-DISPLAY)
                  "%, RETURNED <= " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                  "%, REPRINTS <= " WS-SLA-MAX-REPRINTS
                  ", INVOICE OFF <= " FUNCTION TRIM(WS-PCT-DISPLAY)
                  "%"
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.

      * A vendor with nothing exported, billed or reprinted in the
      * month has no scorecard; every measure line is tagged BREACH
      * when it misses its service level
           SCORE-ONE-VENDOR SECTION.
           MOVE WS-VENDOR-IDX TO WS-VENDOR-SLOT.
           IF WS-VS-EXPORTED(WS-VENDOR-SLOT) = 0 AND
              WS-VS-TRACED(WS-VENDOR-SLOT) = 0 AND
              WS-VS-INVOICED(WS-VENDOR-SLOT) = 'N' AND
              WS-VS-REPRINTS(WS-VENDOR-SLOT) = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE 0 TO WS-VS-BREACHES(WS-VENDOR-SLOT).
           MOVE SPACES TO WS-SCORECARD-RECORD.
           WRITE WS-SCORECARD-RECORD.
           STRING "VENDOR " WS-VS-VENDOR-ID(WS-VENDOR-SLOT) " "
                  FUNCTION TRIM(WS-VS-NAME(WS-VENDOR-SLOT))
                  ": EXPORTED=" WS-VS-EXPORTED(WS-VENDOR-SLOT)
                  " TRACED=" WS-VS-TRACED(WS-VENDOR-SLOT)
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.
           PERFORM SCORE-ACK-TURNAROUND.
           PERFORM SCORE-REJECTED-ROWS.
           PERFORM SCORE-LEAD-TIME.
           PERFORM SCORE-ON-TIME-RATE.
           PERFORM SCORE-RETURNED-MAIL.
           PERFORM SCORE-REPRINTS.
           PERFORM SCORE-INVOICE-VARIANCE.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           IF WS-VS-BREACHES(WS-VENDOR-SLOT) = 0
               STRING "  RESULT: WITHIN SLA"
                   INTO WS-SCORECARD-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-BREACHING-COUNT
               STRING "  RESULT: " WS-VS-BREACHES(WS-VENDOR-SLOT)
                      " SLA BREACH(ES)"
                   INTO WS-SCORECARD-RECORD
               END-STRING
           END-IF.
           WRITE WS-SCORECARD-RECORD.

           SCORE-ACK-TURNAROUND SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           IF WS-VS-ACK-DATED(WS-VENDOR-SLOT) = 0
               STRING "ACKNOWLEDGED=" WS-VS-ACKED(WS-VENDOR-SLOT)
                      " AVG ACK DAYS=n/a (no dated acknowledgments)"
                   INTO WS-MEASURE-TEXT
               END-STRING
           ELSE
               COMPUTE WS-WORK-AVG ROUNDED =
                   WS-VS-ACK-DAYS(WS-VENDOR-SLOT)
                   / WS-VS-ACK-DATED(WS-VENDOR-SLOT)
               MOVE WS-WORK-AVG TO WS-AVG-DISPLAY
               STRING "ACKNOWLEDGED=" WS-VS-ACKED(WS-VENDOR-SLOT)
                      " AVG ACK DAYS=" FUNCTION TRIM(WS-AVG-DISPLAY)
                   INTO WS-MEASURE-TEXT
               END-STRING
               IF WS-WORK-AVG > WS-SLA-MAX-ACK-DAYS
                   MOVE "BREACH" TO WS-BREACH-TAG
               END-IF
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

           SCORE-REJECTED-ROWS SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           MOVE 0 TO WS-WORK-PCT.
           IF WS-VS-EXPORTED(WS-VENDOR-SLOT) > 0
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-VS-REJECTED(WS-VENDOR-SLOT) * 100
                   / WS-VS-EXPORTED(WS-VENDOR-SLOT)
           END-IF.
           MOVE WS-WORK-PCT TO WS-PCT-DISPLAY.
           STRING "REJECTED ROWS=" WS-VS-REJECTED(WS-VENDOR-SLOT)
                  " (" FUNCTION TRIM(WS-PCT-DISPLAY) "%)"
               INTO WS-MEASURE-TEXT
           END-STRING.
           IF WS-WORK-PCT > WS-SLA-MAX-REJECT-PCT
               MOVE "BREACH" TO WS-BREACH-TAG
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

           SCORE-LEAD-TIME SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           IF WS-VS-SCANNED(WS-VENDOR-SLOT) = 0
               STRING "SCANNED=" WS-VS-SCANNED(WS-VENDOR-SLOT)
                      " AVG LEAD DAYS=n/a (no scans yet)"
                   INTO WS-MEASURE-TEXT
               END-STRING
           ELSE
               COMPUTE WS-WORK-AVG ROUNDED =
                   WS-VS-LEAD-DAYS(WS-VENDOR-SLOT)
                   / WS-VS-SCANNED(WS-VENDOR-SLOT)
               MOVE WS-WORK-AVG TO WS-AVG-DISPLAY
               STRING "SCANNED=" WS-VS-SCANNED(WS-VENDOR-SLOT)
                      " AVG LEAD DAYS EXPORT TO FIRST SCAN="
                      FUNCTION TRIM(WS-AVG-DISPLAY)
                   INTO WS-MEASURE-TEXT
               END-STRING
               IF WS-WORK-AVG > WS-SLA-MAX-LEAD-DAYS
                   MOVE "BREACH" TO WS-BREACH-TAG
               END-IF
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

           SCORE-ON-TIME-RATE SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           IF WS-VS-DATED(WS-VENDOR-SLOT) = 0
               STRING "DELIVERED=" WS-VS-DELIVERED(WS-VENDOR-SLOT)
                      " ON TIME=n/a (no dated deliveries)"
                   INTO WS-MEASURE-TEXT
               END-STRING
           ELSE
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-VS-ON-TIME(WS-VENDOR-SLOT) * 100
                   / WS-VS-DATED(WS-VENDOR-SLOT)
               MOVE WS-WORK-PCT TO WS-PCT-DISPLAY
               STRING "DELIVERED=" WS-VS-DELIVERED(WS-VENDOR-SLOT)
                      " ON OR BEFORE OCCASION="
                      WS-VS-ON-TIME(WS-VENDOR-SLOT)
                      " OF " WS-VS-DATED(WS-VENDOR-SLOT)
                      " (" FUNCTION TRIM(WS-PCT-DISPLAY) "%)"
                   INTO WS-MEASURE-TEXT
               END-STRING
               IF WS-WORK-PCT < WS-SLA-MIN-ONTIME-PCT
                   MOVE "BREACH" TO WS-BREACH-TAG
               END-IF
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

           SCORE-RETURNED-MAIL SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           MOVE 0 TO WS-WORK-PCT.
           IF WS-VS-EXPORTED(WS-VENDOR-SLOT) > 0
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-VS-RETURNED(WS-VENDOR-SLOT) * 100
                   / WS-VS-EXPORTED(WS-VENDOR-SLOT)
           END-IF.
           MOVE WS-WORK-PCT TO WS-PCT-DISPLAY.
           STRING "RETURNED MAIL=" WS-VS-RETURNED(WS-VENDOR-SLOT)
                  " (" FUNCTION TRIM(WS-PCT-DISPLAY) "%)"
               INTO WS-MEASURE-TEXT
           END-STRING.
           IF WS-WORK-PCT > WS-SLA-MAX-RETURN-PCT
               MOVE "BREACH" TO WS-BREACH-TAG
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

           SCORE-REPRINTS SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           STRING "REPRINTS=" WS-VS-REPRINTS(WS-VENDOR-SLOT)
               INTO WS-MEASURE-TEXT
           END-STRING.
           IF WS-VS-REPRINTS(WS-VENDOR-SLOT) > WS-SLA-MAX-REPRINTS
               MOVE "BREACH" TO WS-BREACH-TAG
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

      * Billed quantity against the month's manifest rows; a bill
      * with nothing behind it is off by the whole amount
           SCORE-INVOICE-VARIANCE SECTION.
           MOVE SPACES TO WS-BREACH-TAG.
           MOVE SPACES TO WS-MEASURE-TEXT.
           IF WS-VS-INVOICED(WS-VENDOR-SLOT) = 'N'
               STRING "INVOICE VARIANCE=n/a (no invoice for the month)"
                   INTO WS-MEASURE-TEXT
               END-STRING
               PERFORM WRITE-MEASURE-LINE
               EXIT SECTION
           END-IF.
           COMPUTE WS-QTY-DIFF = WS-VS-BILLED(WS-VENDOR-SLOT)
               - WS-VS-EXPORTED(WS-VENDOR-SLOT).
           IF WS-VS-EXPORTED(WS-VENDOR-SLOT) = 0
               MOVE 100 TO WS-WORK-PCT
           ELSE
               COMPUTE WS-WORK-PCT ROUNDED =
                   FUNCTION ABS(WS-QTY-DIFF) * 100
                   / WS-VS-EXPORTED(WS-VENDOR-SLOT)
               ON SIZE ERROR
                   MOVE 999.9 TO WS-WORK-PCT
               END-COMPUTE
           END-IF.
           IF WS-QTY-DIFF = 0
               MOVE 0 TO WS-WORK-PCT
           END-IF.
           MOVE WS-WORK-PCT TO WS-PCT-DISPLAY.
           STRING "INVOICED QTY=" WS-VS-BILLED(WS-VENDOR-SLOT)
                  " AGAINST MANIFESTS=" WS-VS-EXPORTED(WS-VENDOR-SLOT)
                  " (" FUNCTION TRIM(WS-PCT-DISPLAY) "% OFF)"
               INTO WS-MEASURE-TEXT
           END-STRING.
           IF WS-WORK-PCT > WS-SLA-MAX-INVOICE-PCT
               MOVE "BREACH" TO WS-BREACH-TAG
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

      * Every breach is also paged to the operators, one line each
           WRITE-MEASURE-LINE SECTION.
           MOVE SPACES TO WS-SCORECARD-RECORD.
           STRING "  " FUNCTION TRIM(WS-MEASURE-TEXT) "  "
                  WS-BREACH-TAG
               INTO WS-SCORECARD-RECORD
           END-STRING.
           WRITE WS-SCORECARD-RECORD.
           IF WS-BREACH-TAG = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-VS-BREACHES(WS-VENDOR-SLOT).
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING WS-RUN-DATE " ALERT: vendor "
                  FUNCTION TRIM(WS-VS-VENDOR-ID(WS-VENDOR-SLOT))
                  " breached SLA for " WS-REPORT-MONTH ": "
                  FUNCTION TRIM(WS-MEASURE-TEXT)
               INTO WS-ALERT-TEXT
           END-STRING.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           IF WS-ALERTS-STATUS = "00"
               MOVE WS-ALERT-TEXT TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE F-ALERTS-FILE
           END-IF.

           DATE-TO-DAY-NUMBER SECTION.                                  * YYYY-MM-DD to a day count, zero when malformed
           MOVE 0 TO WS-DATE-DIGITS.
           IF WS-DATE-WORK(5:1) = "-" AND WS-DATE-WORK(8:1) = "-"
               COMPUTE WS-DATE-DIGITS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-WORK(9:2)))
           END-IF.
