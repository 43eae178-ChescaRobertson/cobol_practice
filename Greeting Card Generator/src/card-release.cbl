                 ASSIGN TO "nightly-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NIGHTLY-MANIFEST-STATUS.
               SELECT F-STAGE-LOG-FILE ASSIGN TO "card-stage-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STAGE-LOG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-DECISIONS-FILE.
               05 NM-STEP PIC X(10).
               05 NM-CAMPAIGN PIC X(12).
               05 NM-COUNT PIC 9(6).
           FD F-STAGE-LOG-FILE.
      * One line per card as it passes a hand-off stage, for the CRM
      * card-event feed; the export appends its EXPORTED lines here
           01 STAGE-LOG-RECORD.
               05 STAGE-CARD-ID PIC X(9).
               05 STAGE-EVENT PIC X(10).
               05 STAGE-DATE PIC X(10).
               05 STAGE-DETAIL PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-DECISIONS-STATUS PIC XX.
           01 WS-NIGHTLY-MANIFEST-STATUS PIC XX.
           01 WS-RUN-DATE PIC X(10).
           01 WS-PENDING-STATUS PIC XX.
           01 WS-RELEASED-STATUS PIC XX.
           01 WS-STAGE-LOG-STATUS PIC XX.
           01 WS-STAGE-LOG-OPEN PIC X VALUE 'N'.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DECISION-DONE PIC 9.
           01 WS-PENDING-IS-ENDED PIC 9.
                   WS-DECISIONS-STATUS ", nothing released"
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
                   WS-STAGE-LOG-STATUS ", releases not logged per card"
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DECISIONS-FILE
               END-READ
           END-PERFORM.
           CLOSE F-DECISIONS-FILE.
           IF WS-STAGE-LOG-OPEN = 'Y'
               CLOSE F-STAGE-LOG-FILE
           END-IF.
           DISPLAY "Released: " WS-RELEASED-TOTAL
               " Quarantined: " WS-QUARANTINED-TOTAL.
           GOBACK.
                   WRITE RELEASED-RECORD
                   MOVE 'Y' TO WS-HELD-LINE-DONE(WS-LINE-IDX)
                   ADD 1 TO WS-MOVED-COUNT
                   IF WS-ROUTE-QUARANTINE = 'N'
                       PERFORM LOG-CARD-RELEASE
                   END-IF
                   SUBTRACT 1 FROM WS-PENDING-LEFT
               END-IF
           END-PERFORM.
           CLOSE F-RELEASED-FILE.

      * The card ID sits just ahead of the region on every layout
           LOG-CARD-RELEASE SECTION.
           IF WS-STAGE-LOG-OPEN = 'N'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO STAGE-LOG-RECORD.
           MOVE WS-HELD-LINE-TEXT(WS-LINE-IDX)(WS-REGION-OFFSET - 9:9)
               TO STAGE-CARD-ID.
           IF STAGE-CARD-ID IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE "RELEASED" TO STAGE-EVENT.
           MOVE WS-RUN-DATE TO STAGE-DATE.
           MOVE DECISION-CAMPAIGN TO STAGE-DETAIL.
           WRITE STAGE-LOG-RECORD.

      * Rejected batches all land in the one quarantine file; an
      * approved group goes to its region's live card file. The
      * vip, international, braille and large-print queues are
