      * Hands released SMS cards to the carrier gateway. Every
      * campaign output the release step leaves, base file and each
      * region/brand sibling, is swept for SMS rows; each text goes
      * to sms-outbox.dat at the number customers.dat holds for the
      * person card history names, up to the hourly cap in
      * sms-dispatch-config.dat. sms-dispatch-ledger.dat records
      * every text handed over so a rerun never sends one twice.
      * The carrier's receipts on sms-receipts.dat are applied
      * first: a delivery lands on tracking-history.dat, an expired
      * text is queued to go again, and a dead number goes to
      * delivery-failures.dat. Receipts are emptied once applied;
      * the campaign outputs, card history and customers.dat are
      * read and left as they were. Each send, deferral and skip is
      * logged to sms-dispatch.log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sms-dispatcher.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-FILE ASSIGN TO "dispatch-source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARD-STATUS.
               SELECT F-DISPATCH-CONFIG-FILE
                 ASSIGN TO "sms-dispatch-config.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONFIG-STATUS.
               SELECT F-DISPATCH-LEDGER-FILE
                 ASSIGN TO "sms-dispatch-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
               SELECT F-DISPATCH-LOG-FILE
                 ASSIGN TO "sms-dispatch.log"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DISPATCH-LOG-STATUS.
               SELECT F-OUTBOX-FILE ASSIGN TO "sms-outbox.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OUTBOX-STATUS.
               SELECT F-RECEIPTS-FILE ASSIGN TO "sms-receipts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECEIPTS-STATUS.
               SELECT F-FAILURES-FILE ASSIGN TO "delivery-failures.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FAILURES-STATUS.
               SELECT F-TRACKING-FILE ASSIGN TO "tracking-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRACKING-STATUS.
               SELECT F-REGION-MASTER-FILE ASSIGN TO
                 "region-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGION-MASTER-STATUS.
               SELECT F-BRAND-MASTER-FILE ASSIGN TO
                 "brand-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BRAND-MASTER-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
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
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-FILE.
      * One generic view fits every campaign's released layout; the
      * trailer carries the id/region/brand per campaign kind
           01 CARD-RECORD.
               05 CARD-NAME PIC X(40).
               05 CARD-ADDRESS PIC X(100).
               05 CARD-EMAIL PIC X(60).
               05 CARD-CHANNEL PIC X(5).
               05 CARD-GREETING PIC X(200).
               05 CARD-TRAILER PIC X(95).
           FD F-DISPATCH-CONFIG-FILE.                                     * One keyword/value pair per line of dispatch knobs
           01 DISPATCH-CONFIG-RECORD.
               05 DC-KEYWORD PIC X(30).
               05 DC-VALUE PIC X(20).
           FD F-DISPATCH-LEDGER-FILE.                                     * One row per text already handed to the carrier
           01 DISPATCH-LEDGER-RECORD.
               05 DL-CARD-ID PIC X(9).
               05 DL-MOBILE PIC X(15).
               05 DL-DISPATCH-DATE PIC X(10).
               05 DL-DISPATCH-HOUR PIC X(2).
               05 DL-STATE PIC X(8).
           FD F-DISPATCH-LOG-FILE.                                        * Every attempt and deferral, for the carrier desk
           01 DISPATCH-LOG-RECORD PIC X(160).
           FD F-OUTBOX-FILE.                                              * The batch handed to the carrier gateway this hour
           01 OUTBOX-RECORD.
               05 OUTBOX-CARD-ID PIC X(9).
               05 OUTBOX-MOBILE PIC X(15).
               05 OUTBOX-TEXT PIC X(160).
           FD F-RECEIPTS-FILE.
      * The carrier's delivery receipt per text, in the gateway's own
      * final-state words: DELIVRD, EXPIRED, UNDELIV or REJECTD
           01 RECEIPT-RECORD.
               05 RECEIPT-CARD-ID PIC X(9).
               05 RECEIPT-STATE PIC X(8).
               05 RECEIPT-ERROR PIC X(3).
               05 RECEIPT-DATE PIC X(10).
           FD F-FAILURES-FILE.
      * Dead numbers feed the same mailroom file that
      * delivery-failure-intake already drains
           01 FAILURE-RECORD.
               05 FAILURE-PERSON-ID PIC X(10).
               05 FAILURE-CHANNEL PIC X(5).
               05 FAILURE-REASON PIC X(30).
               05 FAILURE-DATE PIC X(10).
           FD F-TRACKING-FILE.
      * The running tracking history, one event per line per card;
      * a text's receipt lands here like a postal scan does
           01 TRACKING-RECORD.
               05 TRACK-CARD-ID PIC X(9).
               05 TRACK-EVENT-TYPE PIC X(10).
               05 TRACK-EVENT-DATE PIC X(10).
               05 TRACK-EVENT-PLACE PIC X(30).
           FD F-REGION-MASTER-FILE.                                       * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.                                        * The white-label brand codes in service
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
           FD F-CARD-HISTORY-FILE.                                        * Maps a card ID back to its customer
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
           FD F-CUSTOMERS-FILE.                                           * The mobile number lives on the customer, not the card
           COPY "person.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-CONFIG-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-DISPATCH-LOG-STATUS PIC XX.
           01 WS-OUTBOX-STATUS PIC XX.
           01 WS-RECEIPTS-STATUS PIC XX.
           01 WS-FAILURES-STATUS PIC XX.
           01 WS-TRACKING-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-BRAND-MASTER-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RECEIPTS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-HOUR PIC X(2).
           01 WS-HOURLY-CAP PIC 9(6) VALUE 500.                         * Texts per hour the carrier contract allows us
           01 WS-HOUR-SENT PIC 9(6) VALUE 0.
           01 WS-SENT-COUNT PIC 9(6) VALUE 0.
           01 WS-DEFERRED-COUNT PIC 9(6) VALUE 0.
           01 WS-NO-NUMBER-COUNT PIC 9(6) VALUE 0.
           01 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
           01 WS-RETRY-COUNT PIC 9(6) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
           01 WS-CAMPAIGN-IDX PIC 9(2) COMP.
           01 WS-SOURCE-NAME PIC X(60).
           01 WS-ROW-CARD-ID PIC X(9).
           01 WS-ROW-MOBILE PIC X(15).
           01 WS-LOG-TEXT PIC X(160).
           01 WS-NEW-STATE PIC X(8).
           01 WS-BASE-NAME-LEN PIC 9(3) COMP.
           01 WS-VARIANT-REGION PIC X(20).
           01 WS-VARIANT-BRAND PIC X(8).
           01 WS-REGION-SCAN-IDX PIC 9(3) COMP.
           01 WS-BRAND-SCAN-IDX PIC 9(3) COMP.
           01 WS-REGION-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-REGIONS.
              05 WS-REGION-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-REGION-COUNT
                  INDEXED BY REGION-IDX.
                      10 WS-REGION-NAME PIC X(20).
           01 WS-BRAND-MASTER-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-BRAND-MASTERS.
              05 WS-BRAND-MASTER-ROW OCCURS 1 TO 99 TIMES
                  DEPENDING ON WS-BRAND-MASTER-COUNT
                  INDEXED BY BRAND-MASTER-IDX.
                      10 WS-BRAND-MASTER-VAL PIC X(8).
      * The campaign outputs the release step leaves for the vendor
      * hand-off; SMS rows in each are ours to dispatch
           01 WS-CAMPAIGN-FILES.
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
           01 WS-CAMPAIGN-FILE-TABLE REDEFINES WS-CAMPAIGN-FILES.
               05 WS-CAMPAIGN-FILE OCCURS 12 TIMES.
                   10 WS-CAMPAIGN-BASE PIC X(40).
                   10 WS-CAMPAIGN-KIND PIC 9.
           01 WS-LEDGER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LEDGER-IDX PIC 9(5) COMP.
           01 WS-LEDGER-FOUND PIC 9.
           01 WS-LEDGER-TRUNCATED PIC X VALUE 'N'.                      * 'Y' when the ledger outgrew the table on load
           01 WS-LEDGER-FULL-WARNED PIC X VALUE 'N'.
           01 WS-LEDGER-ROWS.                                           * Texts already handed over, so reruns skip them
              05 WS-LEDGER-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LEDGER-COUNT
                  INDEXED BY LEDGER-IDX.
                      10 WS-LEDGER-CARD PIC X(9).
                      10 WS-LEDGER-MOBILE PIC X(15).
                      10 WS-LEDGER-DATE PIC X(10).
                      10 WS-LEDGER-HOUR PIC X(2).
                      10 WS-LEDGER-STATE PIC X(8).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR.

           PERFORM LOAD-DISPATCH-CONFIG.
           PERFORM LOAD-ROUTING-MASTERS.                                * Region/brand lists say which suffixed files exist
           PERFORM LOAD-DISPATCH-LEDGER.
           IF WS-LEDGER-TRUNCATED = 'Y'                                 * The rewrite would drop the rows past the table
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM APPLY-CARRIER-RECEIPTS.                              * Earlier receipts first, so expired texts retry now

           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", no texts dispatched"
               PERFORM SAVE-DISPATCH-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", no texts dispatched"
               CLOSE F-CARD-HISTORY-FILE
               PERFORM SAVE-DISPATCH-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-DISPATCH-LOG-FILE.
           IF WS-DISPATCH-LOG-STATUS = "35"
               OPEN OUTPUT F-DISPATCH-LOG-FILE
           END-IF.
           PERFORM DISPATCH-ONE-CAMPAIGN
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 12.
           CLOSE F-DISPATCH-LOG-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           PERFORM SAVE-DISPATCH-LEDGER.
           DISPLAY "Texts dispatched: " WS-SENT-COUNT
               " Deferred over cap: " WS-DEFERRED-COUNT
               " No usable number: " WS-NO-NUMBER-COUNT
               " Delivered: " WS-DELIVERED-COUNT
               " Expired requeued: " WS-RETRY-COUNT
               " Failed to intake: " WS-FAILED-COUNT.
           GOBACK.

      * HOURLY-CAP sets the carrier throughput the contract allows
           LOAD-DISPATCH-CONFIG SECTION.
           OPEN INPUT F-DISPATCH-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPATCH-CONFIG-FILE
                   NOT AT END
                       PERFORM APPLY-CONFIG-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPATCH-CONFIG-FILE.

           APPLY-CONFIG-ROW SECTION.
           IF DC-KEYWORD = "HOURLY-CAP"
               MOVE FUNCTION NUMVAL(DC-VALUE) TO WS-HOURLY-CAP
               EXIT SECTION
           END-IF.
           DISPLAY "WARNING: unknown sms-dispatch-config keyword "
               DC-KEYWORD.

      * The ledger also seeds this hour's tally, so a second
      * invocation inside the hour keeps honoring the cap
           LOAD-DISPATCH-LEDGER SECTION.
           SET LEDGER-IDX TO 0.
           OPEN INPUT F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPATCH-LEDGER-FILE
                       NOT AT END
                           IF LEDGER-IDX < 99999
                               ADD 1 TO LEDGER-IDX
                               MOVE DL-CARD-ID
                                   TO WS-LEDGER-CARD(LEDGER-IDX)
                               MOVE DL-MOBILE
                                   TO WS-LEDGER-MOBILE(LEDGER-IDX)
                               MOVE DL-DISPATCH-DATE
                                   TO WS-LEDGER-DATE(LEDGER-IDX)
                               MOVE DL-DISPATCH-HOUR
                                   TO WS-LEDGER-HOUR(LEDGER-IDX)
                               MOVE DL-STATE
                                   TO WS-LEDGER-STATE(LEDGER-IDX)
                               IF DL-DISPATCH-DATE = WS-RUN-DATE AND
                                  DL-DISPATCH-HOUR = WS-RUN-HOUR
                                   ADD 1 TO WS-HOUR-SENT
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-LEDGER-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                               DISPLAY "WARNING: "
                                   "sms-dispatch-ledger.dat over "
                                   "99999 rows, no texts "
                                   "dispatched - archive older "
                                   "ledger rows first"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPATCH-LEDGER-FILE
           END-IF.
           MOVE LEDGER-IDX TO WS-LEDGER-COUNT.

      * DELIVRD closes the text out and lands in the tracking history
      * like a postal delivery scan. EXPIRED means the handset was
      * off past the carrier's retry window: the ledger row is
      * dropped so the text goes out again next cycle. UNDELIV and
      * REJECTD are final: the number is dead, and the customer goes
      * to the mailroom failures file for delivery-failure-intake to
      * flag and reroute.
           APPLY-CARRIER-RECEIPTS SECTION.
           OPEN INPUT F-RECEIPTS-FILE.
           IF WS-RECEIPTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"                         * Receipts stay on file for the next run
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", carrier receipts not "
                   "applied"
               CLOSE F-RECEIPTS-FILE
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-TRACKING-FILE.
           IF WS-TRACKING-STATUS = "35"
               OPEN OUTPUT F-TRACKING-FILE
           END-IF.
           MOVE 0 TO WS-RECEIPTS-ENDED.
           PERFORM UNTIL WS-RECEIPTS-ENDED = 1
               READ F-RECEIPTS-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-RECEIPT
                   AT END
                       MOVE 1 TO WS-RECEIPTS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRACKING-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-RECEIPTS-FILE.
           OPEN OUTPUT F-RECEIPTS-FILE.                                 * Receipts are applied once, then the file is emptied
           CLOSE F-RECEIPTS-FILE.

           APPLY-ONE-RECEIPT SECTION.
           EVALUATE RECEIPT-STATE
               WHEN "DELIVRD"
                   PERFORM RECORD-TEXT-DELIVERED
               WHEN "EXPIRED"
                   PERFORM REQUEUE-EXPIRED-TEXT
               WHEN "UNDELIV"
                   PERFORM REPORT-FAILED-TEXT
               WHEN "REJECTD"
                   PERFORM REPORT-FAILED-TEXT
               WHEN OTHER
                   CONTINUE                                             * ACCEPTD/ENROUTE are interim; the final one follows
           END-EVALUATE.

           RECORD-TEXT-DELIVERED SECTION.
           MOVE "DELIVRD" TO WS-NEW-STATE.
           PERFORM SET-LEDGER-STATE.
           ADD 1 TO WS-DELIVERED-COUNT.
           MOVE SPACES TO TRACKING-RECORD.
           MOVE RECEIPT-CARD-ID TO TRACK-CARD-ID.
           MOVE "DELIVERED" TO TRACK-EVENT-TYPE.
           IF RECEIPT-DATE = SPACES
               MOVE WS-RUN-DATE TO TRACK-EVENT-DATE
           ELSE
               MOVE RECEIPT-DATE TO TRACK-EVENT-DATE
           END-IF.
           MOVE "SMS CARRIER" TO TRACK-EVENT-PLACE.
           WRITE TRACKING-RECORD.

           REQUEUE-EXPIRED-TEXT SECTION.
           MOVE "RETRY" TO WS-NEW-STATE.
           PERFORM SET-LEDGER-STATE.
           ADD 1 TO WS-RETRY-COUNT.

           REPORT-FAILED-TEXT SECTION.
           MOVE FUNCTION NUMVAL(RECEIPT-CARD-ID) TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   DISPLAY "WARNING: receipt for unknown card ID "
                       RECEIPT-CARD-ID ", not reported"
               NOT INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   OPEN EXTEND F-FAILURES-FILE
                   IF WS-FAILURES-STATUS = "35"
                       OPEN OUTPUT F-FAILURES-FILE
                   END-IF
                   IF WS-FAILURES-STATUS = "00"
                       MOVE HIST-PERSON-ID TO FAILURE-PERSON-ID
                       MOVE "SMS" TO FAILURE-CHANNEL
                       MOVE SPACES TO FAILURE-REASON
                       STRING "carrier " RECEIPT-STATE
                              " error " RECEIPT-ERROR
                           INTO FAILURE-REASON
                       END-STRING
                       MOVE WS-RUN-DATE TO FAILURE-DATE
                       WRITE FAILURE-RECORD
                       CLOSE F-FAILURES-FILE
                   END-IF
                   MOVE "FAILED" TO WS-NEW-STATE
                   PERFORM SET-LEDGER-STATE
           END-READ.

      * Moves every ledger row for the receipt's card to the new state
           SET-LEDGER-STATE SECTION.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               IF WS-LEDGER-CARD(WS-LEDGER-IDX) = RECEIPT-CARD-ID
                   MOVE WS-NEW-STATE TO WS-LEDGER-STATE(WS-LEDGER-IDX)
               END-IF
           END-PERFORM.

      * The release step routes cards to the base file and to every
      * region/brand-suffixed sibling, so the dispatch sweeps them
      * all; any SMS row in any of them is ours
           DISPATCH-ONE-CAMPAIGN SECTION.
           MOVE SPACES TO WS-VARIANT-REGION.
           MOVE SPACES TO WS-VARIANT-BRAND.
           PERFORM DISPATCH-ONE-VARIANT.
           PERFORM VARYING WS-REGION-SCAN-IDX FROM 1 BY 1
               UNTIL WS-REGION-SCAN-IDX > WS-REGION-COUNT
               MOVE WS-REGION-NAME(WS-REGION-SCAN-IDX)
                   TO WS-VARIANT-REGION
               MOVE SPACES TO WS-VARIANT-BRAND
               PERFORM DISPATCH-ONE-VARIANT
               PERFORM VARYING WS-BRAND-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-SCAN-IDX > WS-BRAND-MASTER-COUNT
                   MOVE WS-BRAND-MASTER-VAL(WS-BRAND-SCAN-IDX)
                       TO WS-VARIANT-BRAND
                   PERFORM DISPATCH-ONE-VARIANT
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-VARIANT-REGION.
           PERFORM VARYING WS-BRAND-SCAN-IDX FROM 1 BY 1
               UNTIL WS-BRAND-SCAN-IDX > WS-BRAND-MASTER-COUNT
               MOVE WS-BRAND-MASTER-VAL(WS-BRAND-SCAN-IDX)
                   TO WS-VARIANT-BRAND
               PERFORM DISPATCH-ONE-VARIANT
           END-PERFORM.

           DISPATCH-ONE-VARIANT SECTION.
           PERFORM BUILD-DISPATCH-SOURCE-NAME.
           SET ENVIRONMENT "dispatch-source_dat" TO WS-SOURCE-NAME.
           OPEN INPUT F-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-FILE
                   NOT AT END
                       IF CARD-CHANNEL = "SMS"
                           PERFORM DISPATCH-ONE-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-FILE.

           BUILD-DISPATCH-SOURCE-NAME SECTION.
           COMPUTE WS-BASE-NAME-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-CAMPAIGN-BASE(WS-CAMPAIGN-IDX))) - 4.
           MOVE SPACES TO WS-SOURCE-NAME.
           EVALUATE TRUE
               WHEN WS-VARIANT-REGION = SPACES AND
                    WS-VARIANT-BRAND = SPACES
                   MOVE WS-CAMPAIGN-BASE(WS-CAMPAIGN-IDX)
                       TO WS-SOURCE-NAME
               WHEN WS-VARIANT-BRAND = SPACES
                   STRING WS-CAMPAIGN-BASE(WS-CAMPAIGN-IDX)
                          (1:WS-BASE-NAME-LEN)
                          "-" FUNCTION TRIM(WS-VARIANT-REGION)
                          ".dat"
                       INTO WS-SOURCE-NAME
                   END-STRING
               WHEN WS-VARIANT-REGION = SPACES
                   STRING WS-CAMPAIGN-BASE(WS-CAMPAIGN-IDX)
                          (1:WS-BASE-NAME-LEN)
                          "-" FUNCTION TRIM(WS-VARIANT-BRAND)
                          ".dat"
                       INTO WS-SOURCE-NAME
                   END-STRING
               WHEN OTHER
                   STRING WS-CAMPAIGN-BASE(WS-CAMPAIGN-IDX)
                          (1:WS-BASE-NAME-LEN)
                          "-" FUNCTION TRIM(WS-VARIANT-REGION)
                          "-" FUNCTION TRIM(WS-VARIANT-BRAND)
                          ".dat"
                       INTO WS-SOURCE-NAME
                   END-STRING
           END-EVALUATE.

           LOAD-ROUTING-MASTERS SECTION.
           SET REGION-IDX TO 0.
           OPEN INPUT F-REGION-MASTER-FILE.
           IF WS-REGION-MASTER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REGION-MASTER-FILE
                       NOT AT END
                           ADD 1 TO REGION-IDX
                           MOVE REGION-MASTER-NAME
                               TO WS-REGION-NAME(REGION-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REGION-MASTER-FILE
           END-IF.
           MOVE REGION-IDX TO WS-REGION-COUNT.
           SET BRAND-MASTER-IDX TO 0.
           OPEN INPUT F-BRAND-MASTER-FILE.
           IF WS-BRAND-MASTER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BRAND-MASTER-FILE
                       NOT AT END
                           ADD 1 TO BRAND-MASTER-IDX
                           MOVE BRAND-MASTER-NAME TO
                               WS-BRAND-MASTER-VAL(BRAND-MASTER-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BRAND-MASTER-FILE
           END-IF.
           MOVE BRAND-MASTER-IDX TO WS-BRAND-MASTER-COUNT.

           DISPATCH-ONE-CARD SECTION.
           PERFORM EXTRACT-CARD-ID.
           PERFORM CHECK-DISPATCH-LEDGER.
           IF WS-LEDGER-FOUND = 1
               EXIT SECTION
           END-IF.
           IF WS-HOUR-SENT >= WS-HOURLY-CAP
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-RUN-DATE " " WS-RUN-HOUR " DEFERRED "
                      WS-ROW-CARD-ID " hourly cap reached"
                   INTO WS-LOG-TEXT
               END-STRING
               MOVE WS-LOG-TEXT TO DISPATCH-LOG-RECORD
               WRITE DISPATCH-LOG-RECORD
               EXIT SECTION
           END-IF.
           IF WS-LEDGER-COUNT >= 99999                                  * No ledger row left to stop a resend
               IF WS-LEDGER-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-LEDGER-FULL-WARNED
                   DISPLAY "WARNING: sms dispatch ledger over 99999 "
                       "rows, remaining texts left for the next run"
               END-IF
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT SECTION
           END-IF.
           PERFORM FIND-RECIPIENT-MOBILE.
           IF WS-ROW-MOBILE = SPACES
               ADD 1 TO WS-NO-NUMBER-COUNT
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-RUN-DATE " " WS-RUN-HOUR " SKIPPED "
                      WS-ROW-CARD-ID " no usable mobile number"
                   INTO WS-LOG-TEXT
               END-STRING
               MOVE WS-LOG-TEXT TO DISPATCH-LOG-RECORD
               WRITE DISPATCH-LOG-RECORD
               EXIT SECTION
           END-IF.
           PERFORM WRITE-TO-OUTBOX.
           IF WS-OUTBOX-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-HOUR-SENT.
           ADD 1 TO WS-SENT-COUNT.
           ADD 1 TO WS-LEDGER-COUNT.
           MOVE WS-ROW-CARD-ID TO WS-LEDGER-CARD(WS-LEDGER-COUNT).
           MOVE WS-ROW-MOBILE TO WS-LEDGER-MOBILE(WS-LEDGER-COUNT).
           MOVE WS-RUN-DATE TO WS-LEDGER-DATE(WS-LEDGER-COUNT).
           MOVE WS-RUN-HOUR TO WS-LEDGER-HOUR(WS-LEDGER-COUNT).
           MOVE "SENT" TO WS-LEDGER-STATE(WS-LEDGER-COUNT).
           PERFORM APPEND-LEDGER-ROW.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING WS-RUN-DATE " " WS-RUN-HOUR " SENT "
                  WS-ROW-CARD-ID " " WS-ROW-MOBILE
               INTO WS-LOG-TEXT
           END-STRING.
           MOVE WS-LOG-TEXT TO DISPATCH-LOG-RECORD.
           WRITE DISPATCH-LOG-RECORD.

           EXTRACT-CARD-ID SECTION.
           EVALUATE WS-CAMPAIGN-KIND(WS-CAMPAIGN-IDX)
               WHEN 3                                                   * Werewolf records carry the moon date ahead of the id
                   MOVE CARD-TRAILER(11:9) TO WS-ROW-CARD-ID
               WHEN OTHER
                   MOVE CARD-TRAILER(1:9) TO WS-ROW-CARD-ID
           END-EVALUATE.

           CHECK-DISPATCH-LEDGER SECTION.                               * Only a RETRY row lets a text go out a second time
           MOVE 0 TO WS-LEDGER-FOUND.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                   OR WS-LEDGER-FOUND = 1
               IF WS-LEDGER-CARD(WS-LEDGER-IDX) = WS-ROW-CARD-ID AND
                  WS-LEDGER-STATE(WS-LEDGER-IDX) NOT = "RETRY"
                   MOVE 1 TO WS-LEDGER-FOUND
               END-IF
           END-PERFORM.

      * The card carries no phone column: the number comes from the
      * customer the card history names, and a number the carrier
      * has already reported dead is not used again
           FIND-RECIPIENT-MOBILE SECTION.
           MOVE SPACES TO WS-ROW-MOBILE.
           MOVE FUNCTION NUMVAL(WS-ROW-CARD-ID) TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   DISPLAY "WARNING: SMS card " WS-ROW-CARD-ID
                       " not in card-history.dat"
                   EXIT SECTION
           END-READ.
           MOVE HIST-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF PERSON-BAD-MOBILE-FLAG NOT = 'Y'
               MOVE PERSON-MOBILE TO WS-ROW-MOBILE
           END-IF.

           WRITE-TO-OUTBOX SECTION.
           OPEN EXTEND F-OUTBOX-FILE.
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT F-OUTBOX-FILE
           END-IF.
           IF WS-OUTBOX-STATUS = "00"
               MOVE SPACES TO OUTBOX-RECORD
               MOVE WS-ROW-CARD-ID TO OUTBOX-CARD-ID
               MOVE WS-ROW-MOBILE TO OUTBOX-MOBILE
               MOVE CARD-GREETING(1:160) TO OUTBOX-TEXT
               WRITE OUTBOX-RECORD
               CLOSE F-OUTBOX-FILE
           ELSE
               DISPLAY "WARNING: sms-outbox.dat FILE STATUS "
                   WS-OUTBOX-STATUS
           END-IF.

           APPEND-LEDGER-ROW SECTION.
           OPEN EXTEND F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT F-DISPATCH-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS = "00"
               MOVE SPACES TO DISPATCH-LEDGER-RECORD
               MOVE WS-ROW-CARD-ID TO DL-CARD-ID
               MOVE WS-ROW-MOBILE TO DL-MOBILE
               MOVE WS-RUN-DATE TO DL-DISPATCH-DATE
               MOVE WS-RUN-HOUR TO DL-DISPATCH-HOUR
               MOVE "SENT" TO DL-STATE
               WRITE DISPATCH-LEDGER-RECORD
               CLOSE F-DISPATCH-LEDGER-FILE
           END-IF.

      * The ledger was appended to text by text; the close rewrite
      * folds in the receipts applied this run
           SAVE-DISPATCH-LEDGER SECTION.
           OPEN OUTPUT F-DISPATCH-LEDGER-FILE.
           PERFORM SAVE-ONE-LEDGER-ROW
               VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT.
           CLOSE F-DISPATCH-LEDGER-FILE.

           SAVE-ONE-LEDGER-ROW SECTION.
           IF WS-LEDGER-STATE(WS-LEDGER-IDX) = "RETRY"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DISPATCH-LEDGER-RECORD.
           MOVE WS-LEDGER-CARD(WS-LEDGER-IDX) TO DL-CARD-ID.
           MOVE WS-LEDGER-MOBILE(WS-LEDGER-IDX) TO DL-MOBILE.
           MOVE WS-LEDGER-DATE(WS-LEDGER-IDX) TO DL-DISPATCH-DATE.
           MOVE WS-LEDGER-HOUR(WS-LEDGER-IDX) TO DL-DISPATCH-HOUR.
           MOVE WS-LEDGER-STATE(WS-LEDGER-IDX) TO DL-STATE.
           WRITE DISPATCH-LEDGER-RECORD.
