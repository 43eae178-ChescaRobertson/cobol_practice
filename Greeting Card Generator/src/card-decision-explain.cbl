                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-PROVENANCE-FILE
                 ASSIGN TO "card-provenance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROV-CARD-ID
                 ALTERNATE RECORD KEY IS PROV-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-PROVENANCE-STATUS.
               SELECT F-EXPLAIN-FILE ASSIGN TO "decision-explain.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           01 HOLIDAY-RECORD.
               05 HOLIDAY-MON-DAY PIC X(5).
               05 HOLIDAY-NAME PIC X(30).
               05 HOLIDAY-RULE PIC X(8).                                * Blank/FIXED, NTH-DOW, LAST-DOW, EASTER or TABLE
               05 HOLIDAY-RULE-MONTH PIC X(2).
               05 HOLIDAY-RULE-WEEKDAY PIC X.
               05 HOLIDAY-RULE-NTH PIC X.
               05 HOLIDAY-RULE-OFFSET PIC X(4).
           FD F-JOB-DAYS-FILE.                                            * Control file of professional-day dates by job title
           01 JOB-DAY-RECORD.
               05 JOB-DAY-TITLE PIC X(60).
                   10 SENT-PERSON-ID PIC X(10).
                   10 SENT-CAMPAIGN PIC X(12).
                   10 SENT-RUN-DATE PIC X(10).
           FD F-PROVENANCE-FILE.                                          * Where each card came from, keyed like card-history.dat
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
           FD F-EXPLAIN-FILE.
           01 WS-EXPLAIN-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-SUPERMOONS-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-PROVENANCE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-ASK-YEAR PIC X(4).
           01 WS-ASK-MMDD PIC X(5).
           01 WS-ASK-YEAR-NUM PIC 9(4).
           01 WS-HOLIDAY-MON-DAY-WORK PIC X(5).
           01 WS-SUBJECT-FOUND PIC X VALUE 'N'.
           01 WS-BIRTHDAY-OK PIC X.
           01 WS-MASK-FIELD-NAME PIC X(12) VALUE "BIRTH-YEAR".
           01 WS-MASK-VALUE PIC X(60).                                  * The birthday as the console operator's role may see it
           01 WS-IS-TAX-DAY PIC X.
           01 WS-IS-HOLIDAY PIC X.
           01 WS-HOLIDAY-NAME-FOUND PIC X(30).
           01 WS-GATE-DATE-MATCH PIC X.
           01 WS-GATE-PREF PIC X.
           01 WS-GATE-SENT PIC X.
           01 WS-PROV-CARD-COUNT PIC 9(3).
           01 WS-PROV-IDX PIC 9(2) COMP.
           01 WS-PROV-CHUNK-POS PIC 9(3) COMP.
      * In the order card-provenance-writer sums them
           01 WS-PROV-CONTROL-NAMES.
               05 FILLER PIC X(30) VALUE "run-control.dat".
               05 FILLER PIC X(30) VALUE "greeting-templates.dat".
               05 FILLER PIC X(30) VALUE "tax-deadlines.dat".
               05 FILLER PIC X(30) VALUE "holidays.dat".
               05 FILLER PIC X(30) VALUE "job-title-days.dat".
               05 FILLER PIC X(30) VALUE "campaign-preferences.dat".
               05 FILLER PIC X(30) VALUE "alert-thresholds.dat".
           01 WS-PROV-CONTROL-TABLE REDEFINES WS-PROV-CONTROL-NAMES.
               05 WS-PROV-CONTROL-NAME OCCURS 7 TIMES PIC X(30).
           LINKAGE SECTION.
           01 LS-PERSON-ID PIC X(10).
           01 LS-ASK-DATE PIC X(10).
               PERFORM COUNT-SENT-THAT-DAY
               PERFORM EXPLAIN-EACH-CAMPAIGN
               PERFORM EXPLAIN-GLOBAL-GATES
               PERFORM EXPLAIN-CARD-PROVENANCE
           END-IF.
           CLOSE F-EXPLAIN-FILE.
           DISPLAY "Full replay written to decision-explain.rpt".
               MOVE "GATE birthday format: passed"
                   TO WS-EXPLAIN-RECORD
           ELSE
               MOVE PERSON-BIRTHDAY TO WS-MASK-VALUE
               CALL "field-masker" USING WS-MASK-FIELD-NAME,
                   WS-MASK-VALUE
               MOVE SPACES TO WS-EXPLAIN-RECORD
               STRING "GATE birthday format: STOPPED tax/birthday/"
                      "werewolf - malformed birthday "
                      WS-MASK-VALUE(1:10)
                   INTO WS-EXPLAIN-RECORD
               END-STRING
           END-IF.
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOLIDAYS-FILE
                       NOT AT END
                           MOVE WS-ASK-YEAR TO WS-ASK-YEAR-NUM
                           CALL "holiday-date-resolver" USING
                               HOLIDAY-RECORD, WS-ASK-YEAR-NUM,
                               WS-HOLIDAY-MON-DAY-WORK
                           IF WS-HOLIDAY-MON-DAY-WORK = WS-ASK-MMDD
                               MOVE 'Y' TO WS-IS-HOLIDAY
                               MOVE HOLIDAY-NAME
                                   TO WS-HOLIDAY-NAME-FOUND
               INTO WS-EXPLAIN-RECORD
           END-STRING.
           PERFORM SAY-EXPLAIN-LINE.

      * The gates above replay today's control files; a card actually
      * cut that day carries the template, variant, control-file
      * checksums and run-control values that were really in force
           EXPLAIN-CARD-PROVENANCE SECTION.
           MOVE 0 TO WS-PROV-CARD-COUNT.
           OPEN INPUT F-PROVENANCE-FILE.
           IF WS-PROVENANCE-STATUS NOT = "00"
               MOVE "PROVENANCE: card-provenance.dat not available"
                   TO WS-EXPLAIN-RECORD
               PERFORM SAY-EXPLAIN-LINE
               EXIT SECTION
           END-IF.
           MOVE LS-PERSON-ID TO PROV-PERSON-ID.
           START F-PROVENANCE-FILE KEY IS = PROV-PERSON-ID
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
               NOT INVALID KEY
                   MOVE 0 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-PROVENANCE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF PROV-PERSON-ID NOT = LS-PERSON-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           IF PROV-RUN-DATE = LS-ASK-DATE
                               PERFORM EXPLAIN-ONE-PROVENANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PROVENANCE-FILE.
           MOVE SPACES TO WS-EXPLAIN-RECORD.
           STRING "PROVENANCE RECORDS THAT DAY: " WS-PROV-CARD-COUNT
               INTO WS-EXPLAIN-RECORD
           END-STRING.
           PERFORM SAY-EXPLAIN-LINE.

           EXPLAIN-ONE-PROVENANCE SECTION.
           ADD 1 TO WS-PROV-CARD-COUNT.
           MOVE SPACES TO WS-EXPLAIN-RECORD.
           IF PROV-TEMPLATE-KEY = SPACES
               STRING "PROVENANCE card " PROV-CARD-ID
                      " written by " FUNCTION TRIM(PROV-STEP)
                      " - no configured template, variant "
                      PROV-VARIANT
                   INTO WS-EXPLAIN-RECORD
               END-STRING
           ELSE
               STRING "PROVENANCE card " PROV-CARD-ID
                      " written by " FUNCTION TRIM(PROV-STEP)
                      " - template " FUNCTION TRIM(PROV-TEMPLATE-KEY)
                      " language " PROV-TEMPLATE-LANGUAGE
                      " brand " PROV-TEMPLATE-BRAND
                      " version " PROV-TEMPLATE-VERSION
                      " variant " PROV-VARIANT
                   INTO WS-EXPLAIN-RECORD
               END-STRING
           END-IF.
           PERFORM SAY-EXPLAIN-LINE.
           PERFORM EXPLAIN-ONE-CHECKSUM
               VARYING WS-PROV-IDX FROM 1 BY 1
               UNTIL WS-PROV-IDX > 7.
           PERFORM EXPLAIN-RUN-CONTROL-CHUNK
               VARYING WS-PROV-CHUNK-POS FROM 1 BY 100
               UNTIL WS-PROV-CHUNK-POS > 400.

           EXPLAIN-ONE-CHECKSUM SECTION.
           MOVE SPACES TO WS-EXPLAIN-RECORD.
           STRING "  checksum " WS-PROV-CONTROL-NAME(WS-PROV-IDX)
                  " " PROV-CHECKSUM(WS-PROV-IDX)
               INTO WS-EXPLAIN-RECORD
           END-STRING.
           PERFORM SAY-EXPLAIN-LINE.

           EXPLAIN-RUN-CONTROL-CHUNK SECTION.
           IF PROV-RUN-CONTROL(WS-PROV-CHUNK-POS:100) = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-EXPLAIN-RECORD.
           STRING "  run-control "
                  PROV-RUN-CONTROL(WS-PROV-CHUNK-POS:100)
               INTO WS-EXPLAIN-RECORD
           END-STRING.
           PERFORM SAY-EXPLAIN-LINE.
