      * Draws tonight's quality sample from the card files the export
      * is about to hand to the vendors: every campaign's base file
      * and its region and brand siblings, and the braille stream.
      * Cards are grouped by campaign, language and brand, and from
      * each group QA-SAMPLE-SIZE cards (run-control, default 3) are
      * picked at random - QA-SAMPLE-WEIGHT times as many for the
      * VIP, braille and large-print streams (default 2, at most 10
      * a group). The pick is seeded by the run date, so a re-run
      * draws the same cards. qa-sample.dat lists the sample for
      * qa-signoff; qa-sample-proof.rpt prints each card in proof
      * layout for the checker to mark. card-csv-export holds back
      * any campaign whose sample is not signed off as passed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. qa-sample-draw.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-FILE ASSIGN TO "qa-sample-source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARD-STATUS.
               SELECT F-REGION-MASTER-FILE ASSIGN TO
                 "region-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGION-MASTER-STATUS.
               SELECT F-BRAND-MASTER-FILE ASSIGN TO
                 "brand-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BRAND-MASTER-STATUS.
               SELECT F-RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-CONTROL-STATUS.
               SELECT F-PROVENANCE-FILE
                 ASSIGN TO "card-provenance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PROV-CARD-ID
                 ALTERNATE RECORD KEY IS PROV-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-PROVENANCE-STATUS.
               SELECT F-QA-SAMPLE-FILE ASSIGN TO "qa-sample.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-SAMPLE-STATUS.
               SELECT F-PROOF-FILE ASSIGN TO "qa-sample-proof.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-FILE.
      * The same generic card view the export reads every campaign
      * through
           01 CARD-SAMPLE-RECORD.
               05 CARD-SAMPLE-NAME PIC X(40).
               05 CARD-SAMPLE-ADDRESS PIC X(100).
               05 CARD-SAMPLE-EMAIL PIC X(60).
               05 CARD-SAMPLE-CHANNEL PIC X(5).
               05 CARD-SAMPLE-GREETING PIC X(200).
               05 CARD-SAMPLE-TRAILER PIC X(95).
           FD F-REGION-MASTER-FILE.                                       * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.                                        * The white-label brand codes in service
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
           FD F-RUN-CONTROL-FILE.                                         * One keyword/value pair per line of operational knobs
           01 RUN-CONTROL-RECORD.
               05 RC-KEYWORD PIC X(20).
               05 RC-VALUE PIC X(20).
           FD F-PROVENANCE-FILE.                                          * Read only for the language each card went out in
           01 CARD-PROVENANCE.
               05 PROV-CARD-ID PIC 9(9).
               05 PROV-PERSON-ID PIC X(10).
               05 PROV-RUN-DATE PIC X(10).
               05 PROV-STEP PIC X(20).
               05 PROV-TEMPLATE-KEY PIC X(20).
               05 PROV-TEMPLATE-LANGUAGE PIC X(2).
               05 PROV-TEMPLATE-BRAND PIC X(8).
               05 PROV-VARIANT PIC X(2).
               05 PROV-CHECKSUMS.
                   10 PROV-CHECKSUM PIC 9(12) OCCURS 7 TIMES.
               05 PROV-RUN-CONTROL PIC X(400).
               05 PROV-TEMPLATE-VERSION PIC 9(3).
           FD F-QA-SAMPLE-FILE.
      * Tonight's sample, one line per card drawn; qa-signoff takes
      * a PASS or FAIL against each sample number
           01 QA-SAMPLE-RECORD.
               05 QS-RUN-DATE PIC X(10).
               05 QS-SAMPLE-ID PIC 9(4).
               05 QS-CAMPAIGN PIC X(12).
               05 QS-LANGUAGE PIC X(2).
               05 QS-BRAND PIC X(8).
               05 QS-CARD-ID PIC X(9).
               05 QS-GROUP-CARDS PIC 9(7).                              * Cards in the group the sample stands for
               05 QS-SOURCE-FILE PIC X(60).
           FD F-PROOF-FILE.
           01 WS-PROOF-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-BRAND-MASTER-STATUS PIC XX.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-PROVENANCE-STATUS PIC XX.
           01 WS-PROVENANCE-OPEN PIC X VALUE 'N'.
           01 WS-QA-SAMPLE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SEED PIC 9(8).
           01 WS-RANDOM PIC V9(9).
           01 WS-PICK PIC 9(7).
           01 WS-SAMPLE-SIZE PIC 9(2) VALUE 3.
           01 WS-SAMPLE-WEIGHT PIC 9(2) VALUE 2.
           01 WS-GROUP-TAKE PIC 9(2).
           01 WS-CAMPAIGN-IDX PIC 9(2) COMP.
           01 WS-VARIANT-REGION PIC X(20).
           01 WS-VARIANT-BRAND PIC X(8).
           01 WS-REGION-SCAN-IDX PIC 9(3) COMP.
           01 WS-BRAND-SCAN-IDX PIC 9(3) COMP.
           01 WS-SOURCE-NAME PIC X(60).
           01 WS-BASE-NAME-LEN PIC 9(3) COMP.
           01 WS-ROW-CARD-ID PIC X(9).
           01 WS-ROW-BRAND PIC X(8).
           01 WS-ROW-LANGUAGE PIC X(2).
           01 WS-ROW-TEMPLATE-VERSION PIC 9(3).
           01 WS-CARDS-READ PIC 9(7) VALUE 0.
           01 WS-SAMPLE-ID PIC 9(4) VALUE 0.
           01 WS-GROUP-IDX PIC 9(3) COMP.
           01 WS-GROUP-SLOT PIC 9(3) COMP.
           01 WS-PICK-IDX PIC 9(2) COMP.
           01 WS-GROUPS-FULL PIC X VALUE 'N'.
           01 WS-GROUP-COUNT-OUT PIC 9(3).
           01 WS-PROOF-BRAND PIC X(8).
      * The export's campaign streams, braille last; the layout kind
      * places the trailer fields as in card-csv-export, and the
      * weight flag marks the streams sampled more heavily
           01 WS-CAMPAIGN-FILES.
               05 FILLER PIC X(12) VALUE "BIRTHDAY".
               05 FILLER PIC X(40) VALUE "cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "TAX-DAY".
               05 FILLER PIC X(40) VALUE "cards-tax-day.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "WEREWOLF".
               05 FILLER PIC X(40) VALUE "werewolf-cards.dat".
               05 FILLER PIC 9 VALUE 3.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "ANNIVERSARY".
               05 FILLER PIC X(40) VALUE "anniversary-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "HOLIDAY".
               05 FILLER PIC X(40) VALUE "holiday-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "PROFESSIONAL".
               05 FILLER PIC X(40) VALUE
                   "professional-day-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "DIGEST".
               05 FILLER PIC X(40) VALUE "digest-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "ECLIPSE".
               05 FILLER PIC X(40) VALUE "eclipse-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "PRONOUN".
               05 FILLER PIC X(40) VALUE "outreach-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "OCCASION".
               05 FILLER PIC X(40) VALUE "occasion-cards.dat".
               05 FILLER PIC 9 VALUE 1.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "VIP".
               05 FILLER PIC X(40) VALUE "vip-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "Y".
               05 FILLER PIC X(12) VALUE "INTL".
               05 FILLER PIC X(40) VALUE "international-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "N".
               05 FILLER PIC X(12) VALUE "LARGEPRINT".
               05 FILLER PIC X(40) VALUE "largeprint-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "Y".
               05 FILLER PIC X(12) VALUE "BRAILLE".
               05 FILLER PIC X(40) VALUE "braille-cards.dat".
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC X VALUE "Y".
           01 WS-CAMPAIGN-FILE-TABLE REDEFINES WS-CAMPAIGN-FILES.
               05 WS-CAMPAIGN-FILE OCCURS 14 TIMES.
                   10 WS-CAMPAIGN-NAME PIC X(12).
                   10 WS-CAMPAIGN-BASE PIC X(40).
                   10 WS-CAMPAIGN-KIND PIC 9.
                   10 WS-CAMPAIGN-WEIGHTED PIC X.
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
           01 WS-GROUP-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-GROUPS.                                                * One reservoir per campaign, language and brand
              05 WS-GROUP OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-GROUP-COUNT
                  INDEXED BY GROUP-IDX.
                      10 WS-GROUP-CAMPAIGN PIC 9(2).
                      10 WS-GROUP-LANGUAGE PIC X(2).
                      10 WS-GROUP-BRAND PIC X(8).
                      10 WS-GROUP-SEEN PIC 9(7).
                      10 WS-GROUP-WANTED PIC 9(2).
                      10 WS-GROUP-PICK OCCURS 10 TIMES.
                          15 WS-PICK-CARD PIC X(500).
                          15 WS-PICK-CARD-ID PIC X(9).
                          15 WS-PICK-SOURCE PIC X(60).
                          15 WS-PICK-TEMPLATE-VERSION PIC 9(3).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEED.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).                * Seeded once; the same night always draws alike

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-REGION-MASTER.
           PERFORM LOAD-BRAND-MASTER.
           OPEN INPUT F-PROVENANCE-FILE.
           IF WS-PROVENANCE-STATUS = "00"
               MOVE 'Y' TO WS-PROVENANCE-OPEN
           ELSE
               DISPLAY "WARNING: card-provenance.dat FILE STATUS "
                   WS-PROVENANCE-STATUS ", cards grouped without "
                   "their language"
           END-IF.

           PERFORM SAMPLE-ONE-CAMPAIGN
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 14.
           IF WS-PROVENANCE-OPEN = 'Y'
               CLOSE F-PROVENANCE-FILE
           END-IF.

           OPEN OUTPUT F-QA-SAMPLE-FILE.
           OPEN OUTPUT F-PROOF-FILE.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "QA SAMPLE PROOFS " WS-RUN-DATE
                  " - mark each card PASS or FAIL and sign with your "
                  "checker ID"
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE SPACES TO WS-PROOF-RECORD.
           WRITE WS-PROOF-RECORD.
           MOVE WS-GROUP-COUNT TO WS-GROUP-COUNT-OUT.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "CARDS READ: " WS-CARDS-READ
                  "  GROUPS: " WS-GROUP-COUNT-OUT
                  "  SAMPLES: " WS-SAMPLE-ID
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           CLOSE F-PROOF-FILE.
           CLOSE F-QA-SAMPLE-FILE.
           DISPLAY "QA sample drawn: " WS-SAMPLE-ID " cards from "
               WS-CARDS-READ " in " WS-GROUP-COUNT-OUT
               " groups, proofs in qa-sample-proof.rpt".
           IF WS-GROUPS-FULL = 'Y'
               DISPLAY "WARNING: more than 300 campaign, language "
                   "and brand groups - the rest went unsampled"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-RUN-CONTROL SECTION.
           OPEN INPUT F-RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-CONTROL-FILE
                   NOT AT END
                       EVALUATE RC-KEYWORD
                           WHEN "QA-SAMPLE-SIZE"
                               IF FUNCTION TEST-NUMVAL(RC-VALUE) = 0
                                   MOVE FUNCTION NUMVAL(RC-VALUE)
                                       TO WS-SAMPLE-SIZE
                               END-IF
                           WHEN "QA-SAMPLE-WEIGHT"
                               IF FUNCTION TEST-NUMVAL(RC-VALUE) = 0
                                   MOVE FUNCTION NUMVAL(RC-VALUE)
                                       TO WS-SAMPLE-WEIGHT
                               END-IF
                       END-EVALUATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RUN-CONTROL-FILE.
           IF WS-SAMPLE-SIZE = 0
               MOVE 1 TO WS-SAMPLE-SIZE
           END-IF.
           IF WS-SAMPLE-WEIGHT = 0
               MOVE 1 TO WS-SAMPLE-WEIGHT
           END-IF.

           LOAD-REGION-MASTER SECTION.
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

           LOAD-BRAND-MASTER SECTION.
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

      * The same base, region and brand files the export sweeps; the
      * braille stream goes out from its one file alone
           SAMPLE-ONE-CAMPAIGN SECTION.
           MOVE SPACES TO WS-VARIANT-REGION.
           MOVE SPACES TO WS-VARIANT-BRAND.
           PERFORM SAMPLE-ONE-VARIANT.
           IF WS-CAMPAIGN-IDX = 14
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-REGION-SCAN-IDX FROM 1 BY 1
               UNTIL WS-REGION-SCAN-IDX > WS-REGION-COUNT
               MOVE WS-REGION-NAME(WS-REGION-SCAN-IDX)
                   TO WS-VARIANT-REGION
               MOVE SPACES TO WS-VARIANT-BRAND
               PERFORM SAMPLE-ONE-VARIANT
               PERFORM VARYING WS-BRAND-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-SCAN-IDX > WS-BRAND-MASTER-COUNT
                   MOVE WS-BRAND-MASTER-VAL(WS-BRAND-SCAN-IDX)
                       TO WS-VARIANT-BRAND
                   PERFORM SAMPLE-ONE-VARIANT
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-VARIANT-REGION.
           PERFORM VARYING WS-BRAND-SCAN-IDX FROM 1 BY 1
               UNTIL WS-BRAND-SCAN-IDX > WS-BRAND-MASTER-COUNT
               MOVE WS-BRAND-MASTER-VAL(WS-BRAND-SCAN-IDX)
                   TO WS-VARIANT-BRAND
               PERFORM SAMPLE-ONE-VARIANT
           END-PERFORM.

           SAMPLE-ONE-VARIANT SECTION.
           PERFORM BUILD-VARIANT-NAME.
           SET ENVIRONMENT "qa-sample-source_dat" TO WS-SOURCE-NAME.
           OPEN INPUT F-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-FILE
                   NOT AT END
                       PERFORM SAMPLE-ONE-CARD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-FILE.

           BUILD-VARIANT-NAME SECTION.
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

      * Reservoir pick: the first cards of a group fill its sample,
      * after that the n-th card replaces a random one with chance
      * wanted/n, so every card in the group is equally likely
           SAMPLE-ONE-CARD SECTION.
           ADD 1 TO WS-CARDS-READ.
           IF WS-CAMPAIGN-KIND(WS-CAMPAIGN-IDX) = 3                     * Werewolf records carry the moon date ahead of the id
               MOVE CARD-SAMPLE-TRAILER(11:9) TO WS-ROW-CARD-ID
               MOVE CARD-SAMPLE-TRAILER(40:8) TO WS-ROW-BRAND
           ELSE
               MOVE CARD-SAMPLE-TRAILER(1:9) TO WS-ROW-CARD-ID
               MOVE CARD-SAMPLE-TRAILER(30:8) TO WS-ROW-BRAND
           END-IF.
           PERFORM FIND-CARD-LANGUAGE.
           PERFORM FIND-OR-ADD-GROUP.
           IF WS-GROUP-SLOT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-GROUP-SEEN(WS-GROUP-SLOT).
           IF WS-GROUP-SEEN(WS-GROUP-SLOT) <=
              WS-GROUP-WANTED(WS-GROUP-SLOT)
               MOVE WS-GROUP-SEEN(WS-GROUP-SLOT) TO WS-PICK-IDX
           ELSE
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-PICK =
                   WS-RANDOM * WS-GROUP-SEEN(WS-GROUP-SLOT) + 1
               IF WS-PICK > WS-GROUP-WANTED(WS-GROUP-SLOT)
                   EXIT SECTION
               END-IF
               MOVE WS-PICK TO WS-PICK-IDX
           END-IF.
           MOVE CARD-SAMPLE-RECORD
               TO WS-PICK-CARD(WS-GROUP-SLOT, WS-PICK-IDX).
           MOVE WS-ROW-CARD-ID
               TO WS-PICK-CARD-ID(WS-GROUP-SLOT, WS-PICK-IDX).
           MOVE WS-SOURCE-NAME
               TO WS-PICK-SOURCE(WS-GROUP-SLOT, WS-PICK-IDX).
           MOVE WS-ROW-TEMPLATE-VERSION
               TO WS-PICK-TEMPLATE-VERSION(WS-GROUP-SLOT, WS-PICK-IDX).

      * The language the card was written in, as its provenance
      * recorded it; a card with no provenance groups under "--".
      * The template version rides along for the proof sheet.
           FIND-CARD-LANGUAGE SECTION.
           MOVE "--" TO WS-ROW-LANGUAGE.
           MOVE 0 TO WS-ROW-TEMPLATE-VERSION.
           IF WS-PROVENANCE-OPEN = 'N' OR
              WS-ROW-CARD-ID IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-CARD-ID TO PROV-CARD-ID.
           READ F-PROVENANCE-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF PROV-TEMPLATE-LANGUAGE = SPACES
               MOVE "EN" TO WS-ROW-LANGUAGE
           ELSE
               MOVE PROV-TEMPLATE-LANGUAGE TO WS-ROW-LANGUAGE
           END-IF.
           MOVE PROV-TEMPLATE-VERSION TO WS-ROW-TEMPLATE-VERSION.

           FIND-OR-ADD-GROUP SECTION.
           MOVE 0 TO WS-GROUP-SLOT.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   OR WS-GROUP-SLOT > 0
               IF WS-GROUP-CAMPAIGN(WS-GROUP-IDX) = WS-CAMPAIGN-IDX AND
                  WS-GROUP-LANGUAGE(WS-GROUP-IDX) = WS-ROW-LANGUAGE AND
                  WS-GROUP-BRAND(WS-GROUP-IDX) = WS-ROW-BRAND
                   MOVE WS-GROUP-IDX TO WS-GROUP-SLOT
               END-IF
           END-PERFORM.
           IF WS-GROUP-SLOT > 0
               EXIT SECTION
           END-IF.
           IF WS-GROUP-COUNT >= 300
               MOVE 'Y' TO WS-GROUPS-FULL
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-GROUP-SLOT.
           MOVE WS-CAMPAIGN-IDX TO WS-GROUP-CAMPAIGN(WS-GROUP-SLOT).
           MOVE WS-ROW-LANGUAGE TO WS-GROUP-LANGUAGE(WS-GROUP-SLOT).
           MOVE WS-ROW-BRAND TO WS-GROUP-BRAND(WS-GROUP-SLOT).
           MOVE 0 TO WS-GROUP-SEEN(WS-GROUP-SLOT).
           MOVE WS-SAMPLE-SIZE TO WS-GROUP-TAKE.
           IF WS-CAMPAIGN-WEIGHTED(WS-CAMPAIGN-IDX) = "Y"
               COMPUTE WS-GROUP-TAKE = WS-SAMPLE-SIZE * WS-SAMPLE-WEIGHT
                   ON SIZE ERROR
                       MOVE 10 TO WS-GROUP-TAKE
               END-COMPUTE
           END-IF.
           IF WS-GROUP-TAKE > 10
               MOVE 10 TO WS-GROUP-TAKE
           END-IF.
           MOVE WS-GROUP-TAKE TO WS-GROUP-WANTED(WS-GROUP-SLOT).

           WRITE-ONE-GROUP SECTION.
           IF WS-GROUP-BRAND(WS-GROUP-IDX) = SPACES
               MOVE "HOUSE" TO WS-PROOF-BRAND
           ELSE
               MOVE WS-GROUP-BRAND(WS-GROUP-IDX) TO WS-PROOF-BRAND
           END-IF.
           MOVE WS-GROUP-WANTED(WS-GROUP-IDX) TO WS-GROUP-TAKE.
           IF WS-GROUP-SEEN(WS-GROUP-IDX) < WS-GROUP-TAKE
               MOVE WS-GROUP-SEEN(WS-GROUP-IDX) TO WS-GROUP-TAKE
           END-IF.
           MOVE SPACES TO WS-PROOF-RECORD.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "=== "
                  WS-CAMPAIGN-NAME(WS-GROUP-CAMPAIGN(WS-GROUP-IDX))
                  " LANGUAGE " WS-GROUP-LANGUAGE(WS-GROUP-IDX)
                  " BRAND " WS-PROOF-BRAND ": " WS-GROUP-TAKE
                  " OF " WS-GROUP-SEEN(WS-GROUP-IDX) " CARDS ==="
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           PERFORM WRITE-ONE-PICK
               VARYING WS-PICK-IDX FROM 1 BY 1
               UNTIL WS-PICK-IDX > WS-GROUP-TAKE.

      * One proof per sampled card: the face as the vendor will
      * print it, and a line for the checker's mark
           WRITE-ONE-PICK SECTION.
           ADD 1 TO WS-SAMPLE-ID.
           MOVE WS-RUN-DATE TO QS-RUN-DATE.
           MOVE WS-SAMPLE-ID TO QS-SAMPLE-ID.
           MOVE WS-CAMPAIGN-NAME(WS-GROUP-CAMPAIGN(WS-GROUP-IDX))
               TO QS-CAMPAIGN.
           MOVE WS-GROUP-LANGUAGE(WS-GROUP-IDX) TO QS-LANGUAGE.
           MOVE WS-GROUP-BRAND(WS-GROUP-IDX) TO QS-BRAND.
           MOVE WS-PICK-CARD-ID(WS-GROUP-IDX, WS-PICK-IDX)
               TO QS-CARD-ID.
           MOVE WS-GROUP-SEEN(WS-GROUP-IDX) TO QS-GROUP-CARDS.
           MOVE WS-PICK-SOURCE(WS-GROUP-IDX, WS-PICK-IDX)
               TO QS-SOURCE-FILE.
           WRITE QA-SAMPLE-RECORD.
           MOVE WS-PICK-CARD(WS-GROUP-IDX, WS-PICK-IDX)
               TO CARD-SAMPLE-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "--- SAMPLE " WS-SAMPLE-ID " CARD " QS-CARD-ID
                  " FROM " FUNCTION TRIM(QS-SOURCE-FILE)
                  " TEMPLATE VERSION "
                  WS-PICK-TEMPLATE-VERSION(WS-GROUP-IDX, WS-PICK-IDX)
                  " ---"
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "  TO:       " CARD-SAMPLE-NAME
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "  ADDRESS:  " CARD-SAMPLE-ADDRESS
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "  EMAIL:    " CARD-SAMPLE-EMAIL
                  "  CHANNEL: " CARD-SAMPLE-CHANNEL
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "  GREETING: " CARD-SAMPLE-GREETING(1:100)
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           IF CARD-SAMPLE-GREETING(101:100) NOT = SPACES
               MOVE SPACES TO WS-PROOF-RECORD
               STRING "            " CARD-SAMPLE-GREETING(101:100)
                   INTO WS-PROOF-RECORD
               END-STRING
               WRITE WS-PROOF-RECORD
           END-IF.
           MOVE SPACES TO WS-PROOF-RECORD.
           STRING "  TRAILER:  " CARD-SAMPLE-TRAILER
               INTO WS-PROOF-RECORD
           END-STRING.
           WRITE WS-PROOF-RECORD.
           MOVE SPACES TO WS-PROOF-RECORD.
           MOVE "  PASS [ ]   FAIL [ ]   CHECKER ________   NOTE "
               & "______________________________"
               TO WS-PROOF-RECORD.
           WRITE WS-PROOF-RECORD.
