      * Records where a card came from: card-provenance.dat sits next
      * to card-history.dat under the same card ID and carries the
      * greeting template, version and language used, the experiment
      * variant, the program step that wrote the card, and a
      * fingerprint of the control files and run-control values in
      * force. Every
      * program that adds to card-history calls this for each card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-provenance-writer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PROVENANCE-FILE
                 ASSIGN TO "card-provenance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROV-CARD-ID
                 ALTERNATE RECORD KEY IS PROV-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-PROVENANCE-STATUS.
               SELECT F-CONTROL-FILE ASSIGN TO "provenance-target.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-PROVENANCE-FILE.                                          * One record per card, keyed like card-history.dat
           01 CARD-PROVENANCE.
               05 PROV-CARD-ID PIC 9(9).
               05 PROV-PERSON-ID PIC X(10).
               05 PROV-RUN-DATE PIC X(10).
               05 PROV-STEP PIC X(20).
      * The greeting-templates.dat row the text came from; spaces
      * when no configured template applied
               05 PROV-TEMPLATE-KEY PIC X(20).
               05 PROV-TEMPLATE-LANGUAGE PIC X(2).
               05 PROV-TEMPLATE-BRAND PIC X(8).
               05 PROV-VARIANT PIC X(2).
      * Row-length checksums of the control files, zero when a
      * file was not on hand, in the order of WS-CONTROL-NAMES
               05 PROV-CHECKSUMS.
                   10 PROV-CHECKSUM PIC 9(12) OCCURS 7 TIMES.
               05 PROV-RUN-CONTROL PIC X(400).                          * KEYWORD=VALUE pairs from run-control.dat, ";" apart
      * Which APPROVED version of the template row was in force;
      * zero when no configured template applied. Appended so older
      * provenance rows keep their field positions.
               05 PROV-TEMPLATE-VERSION PIC 9(3).
           FD F-CONTROL-FILE.                                             * Generic view of whichever control file is summed
           01 CONTROL-RECORD PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-PROVENANCE-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FINGERPRINT-TAKEN PIC X VALUE 'N'.
           01 WS-CONTROL-IDX PIC 9(2) COMP.
           01 WS-ROW-LEN PIC 9(4) COMP.
           01 WS-RC-POINTER PIC 9(4) COMP.
           01 WS-RUN-CONTROL-SNAPSHOT PIC X(400).
           01 WS-CONTROL-SUMS.
               05 WS-CONTROL-SUM PIC 9(12) OCCURS 7 TIMES.
      * The control files a card's content depends on; the same
      * set control-file-certifier signs off before the nightly run
           01 WS-CONTROL-NAMES.
               05 FILLER PIC X(30) VALUE "run-control.dat".
               05 FILLER PIC X(30) VALUE "greeting-templates.dat".
               05 FILLER PIC X(30) VALUE "tax-deadlines.dat".
               05 FILLER PIC X(30) VALUE "holidays.dat".
               05 FILLER PIC X(30) VALUE "job-title-days.dat".
               05 FILLER PIC X(30) VALUE "campaign-preferences.dat".
               05 FILLER PIC X(30) VALUE "alert-thresholds.dat".
           01 WS-CONTROL-TABLE REDEFINES WS-CONTROL-NAMES.
               05 WS-CONTROL-NAME OCCURS 7 TIMES PIC X(30).
           LINKAGE SECTION.
           01 LS-PROGRAM-NAME PIC X(20).
           01 LS-CARD-ID PIC 9(9).
           01 LS-PERSON-ID PIC X(10).
           01 LS-RUN-DATE PIC X(10).
           01 LS-TEMPLATE-KEY PIC X(20).
           01 LS-TEMPLATE-LANGUAGE PIC X(2).
           01 LS-TEMPLATE-BRAND PIC X(8).
           01 LS-VARIANT PIC X(2).
           01 LS-TEMPLATE-VERSION PIC 9(3).
       PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-CARD-ID,
               LS-PERSON-ID, LS-RUN-DATE, LS-TEMPLATE-KEY,
               LS-TEMPLATE-LANGUAGE, LS-TEMPLATE-BRAND, LS-VARIANT,
               LS-TEMPLATE-VERSION.

           IF WS-FINGERPRINT-TAKEN = 'N'                                * Control files do not change mid-run: sum them once
               PERFORM TAKE-CONTROL-FINGERPRINT
               MOVE 'Y' TO WS-FINGERPRINT-TAKEN
           END-IF.
           OPEN I-O F-PROVENANCE-FILE.
           IF WS-PROVENANCE-STATUS = "35"                               * First ever card: create the provenance master
               OPEN OUTPUT F-PROVENANCE-FILE
           END-IF.
           IF WS-PROVENANCE-STATUS NOT = "00"
               DISPLAY "WARNING: card-provenance.dat FILE STATUS "
                   WS-PROVENANCE-STATUS ", card " LS-CARD-ID
                   " has no provenance"
               GOBACK
           END-IF.
           MOVE SPACES TO CARD-PROVENANCE.
           MOVE LS-CARD-ID TO PROV-CARD-ID.
           MOVE LS-PERSON-ID TO PROV-PERSON-ID.
           MOVE LS-RUN-DATE TO PROV-RUN-DATE.
           MOVE LS-PROGRAM-NAME TO PROV-STEP.
           MOVE LS-TEMPLATE-KEY TO PROV-TEMPLATE-KEY.
           MOVE LS-TEMPLATE-LANGUAGE TO PROV-TEMPLATE-LANGUAGE.
           MOVE LS-TEMPLATE-BRAND TO PROV-TEMPLATE-BRAND.
           MOVE LS-VARIANT TO PROV-VARIANT.
           MOVE LS-TEMPLATE-VERSION TO PROV-TEMPLATE-VERSION.
           MOVE WS-CONTROL-SUMS TO PROV-CHECKSUMS.
           MOVE WS-RUN-CONTROL-SNAPSHOT TO PROV-RUN-CONTROL.
           WRITE CARD-PROVENANCE
               INVALID KEY
                   DISPLAY "WARNING: duplicate card ID in "
                       "card-provenance.dat: " PROV-CARD-ID
           END-WRITE.
           CLOSE F-PROVENANCE-FILE.

           GOBACK.

           TAKE-CONTROL-FINGERPRINT SECTION.
           MOVE SPACES TO WS-RUN-CONTROL-SNAPSHOT.
           MOVE 1 TO WS-RC-POINTER.
           PERFORM SUM-ONE-CONTROL-FILE
               VARYING WS-CONTROL-IDX FROM 1 BY 1
               UNTIL WS-CONTROL-IDX > 7.

           SUM-ONE-CONTROL-FILE SECTION.
           MOVE 0 TO WS-CONTROL-SUM(WS-CONTROL-IDX).
           SET ENVIRONMENT "provenance-target_dat"
               TO WS-CONTROL-NAME(WS-CONTROL-IDX).
           OPEN INPUT F-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTROL-FILE
                   NOT AT END
                       COMPUTE WS-ROW-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(CONTROL-RECORD TRAILING))
                       ADD WS-ROW-LEN TO WS-CONTROL-SUM(WS-CONTROL-IDX)
                       IF WS-CONTROL-IDX = 1
                           PERFORM NOTE-RUN-CONTROL-VALUE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONTROL-FILE.

      * run-control.dat rows are a 20-byte keyword then its value
           NOTE-RUN-CONTROL-VALUE SECTION.
           IF CONTROL-RECORD(1:20) = SPACES
               EXIT SECTION
           END-IF.
           STRING FUNCTION TRIM(CONTROL-RECORD(1:20)) "="
                  FUNCTION TRIM(CONTROL-RECORD(21:20)) ";"
               INTO WS-RUN-CONTROL-SNAPSHOT
               WITH POINTER WS-RC-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.
