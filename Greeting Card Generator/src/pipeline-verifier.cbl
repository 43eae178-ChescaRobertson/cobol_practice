           01 WS-CAMP-SLOT PIC 9(2) COMP.
           01 WS-WORK-CAMPAIGN PIC X(12).
           01 WS-FILE-SCAN-IDX PIC 9(2) COMP.
           01 WS-HANDED-OFF PIC S9(8).
      * Per-campaign sums at each hand-off, the night's one
      * integrity statement
           01 WS-CAMPAIGN-TOTALS.
                      10 WS-CT-FILTERED PIC 9(7).
                      10 WS-CT-RELEASED PIC 9(7).
                      10 WS-CT-EXPORTED PIC 9(7).
                      10 WS-CT-CARRIED PIC 9(7).                        * Held over a vendor's capacity for a later night
                      10 WS-CT-DRAINED PIC 9(7).                        * Earlier nights' held cards exported tonight
                      10 WS-CT-QA-HELD PIC 9(7).                        * Held back by the export for a QA sign-off
                      10 WS-CT-QA-RELEASED PIC 9(7).                    * QA-held cards sent once signed off
                      10 WS-CT-SPOOLED PIC 9(7).
                      10 WS-CT-SPOOL-SEEN PIC X.
      * SPOOLED lines carry the source file name; this maps them
                   ADD NM-COUNT TO WS-CT-RELEASED(WS-CAMP-SLOT)
               WHEN "EXPORTED"
                   ADD NM-COUNT TO WS-CT-EXPORTED(WS-CAMP-SLOT)
               WHEN "CARRIED"
                   ADD NM-COUNT TO WS-CT-CARRIED(WS-CAMP-SLOT)
               WHEN "DRAINED"
                   ADD NM-COUNT TO WS-CT-DRAINED(WS-CAMP-SLOT)
               WHEN "QA-HELD"
                   ADD NM-COUNT TO WS-CT-QA-HELD(WS-CAMP-SLOT)
               WHEN "QA-RELEASE"
                   ADD NM-COUNT TO WS-CT-QA-RELEASED(WS-CAMP-SLOT)
               WHEN "SPOOLED"
                   ADD NM-COUNT TO WS-CT-SPOOLED(WS-CAMP-SLOT)
                   MOVE 'Y' TO WS-CT-SPOOL-SEEN(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-FILTERED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-RELEASED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-EXPORTED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-CARRIED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-DRAINED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-QA-HELD(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-QA-RELEASED(WS-CAMP-SLOT)
               MOVE 0 TO WS-CT-SPOOLED(WS-CAMP-SLOT)
               MOVE 'N' TO WS-CT-SPOOL-SEEN(WS-CAMP-SLOT)
           END-IF.

      * filterer output must equal what released and what exported;
      * tonight's export is what went out less the earlier nights'
      * held cards, plus what was held over capacity for later, and
      * plus what waits on a QA sign-off less what a sign-off let
      * go (its rows are in the export count already). The
      * spool is compared only where the operator has spooled,
      * since in-house printing is a manual step
           VERIFY-ONE-CAMPAIGN SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-CT-CARRIED(WS-CAMP-IDX) > 0 OR
              WS-CT-DRAINED(WS-CAMP-IDX) > 0
               MOVE SPACES TO WS-REPORT-RECORD
               STRING WS-CT-CAMPAIGN(WS-CAMP-IDX)
                      " CARRIED=" WS-CT-CARRIED(WS-CAMP-IDX)
                      " DRAINED=" WS-CT-DRAINED(WS-CAMP-IDX)
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-IF.
           IF WS-CT-QA-HELD(WS-CAMP-IDX) > 0 OR
              WS-CT-QA-RELEASED(WS-CAMP-IDX) > 0
               MOVE SPACES TO WS-REPORT-RECORD
               STRING WS-CT-CAMPAIGN(WS-CAMP-IDX)
                      " QA-HELD=" WS-CT-QA-HELD(WS-CAMP-IDX)
                      " QA-RELEASED=" WS-CT-QA-RELEASED(WS-CAMP-IDX)
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-IF.
           COMPUTE WS-HANDED-OFF = WS-CT-EXPORTED(WS-CAMP-IDX)
               + WS-CT-CARRIED(WS-CAMP-IDX)
               - WS-CT-DRAINED(WS-CAMP-IDX)
               + WS-CT-QA-HELD(WS-CAMP-IDX)
               - WS-CT-QA-RELEASED(WS-CAMP-IDX).
           IF WS-CT-RELEASED(WS-CAMP-IDX) NOT =
              WS-CT-FILTERED(WS-CAMP-IDX)
               PERFORM RAISE-STEP-ALERT-RELEASE
           END-IF.
           IF WS-HANDED-OFF NOT = WS-CT-RELEASED(WS-CAMP-IDX)
               PERFORM RAISE-STEP-ALERT-EXPORT
           END-IF.
           IF WS-CT-SPOOL-SEEN(WS-CAMP-IDX) = 'Y' AND
