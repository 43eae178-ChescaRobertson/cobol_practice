      * Daily in-branch birthday board: every ACTIVE customer whose
      * birthday is today and who has not opted out of birthday
      * cards, greeted by the name they go by in their own language
      * through happy_birthday, and printed one board per routing
      * region. Each region's board goes to its own file,
      * birthday-board-<region>.rpt (DEFAULT for the blank region),
      * with a heading on every page and a form feed between pages.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. birthday-board.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
               FUNCTION IS-LEAP-YEAR.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
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
               SELECT F-PREFERENCES-FILE
                 ASSIGN TO "campaign-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-BOARD-FILE ASSIGN USING WS-BOARD-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BOARD-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-PREFERENCES-FILE.                                       * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-TAX-DAY-FLAG PIC X.
               05 PREF-BIRTHDAY-FLAG PIC X.
               05 PREF-WEREWOLF-FLAG PIC X.
               05 PREF-ANNIVERSARY-FLAG PIC X.
               05 PREF-HOLIDAY-FLAG PIC X.
               05 PREF-PROFESSIONAL-FLAG PIC X.
               05 PREF-SEQUENCE-FLAG PIC X.
           FD F-BOARD-FILE.
           01 BOARD-RECORD PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-BOARD-STATUS PIC XX.
           01 WS-BOARD-FILE-NAME PIC X(60).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MON-DAY PIC X(5).
           01 WS-BIRTH-MON-DAY PIC X(5).
           01 WS-BOARD-PAGE-DEPTH PIC 9(3) VALUE 50.                    * Greeting lines per printed page
           01 WS-OPT-OUT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-OPT-OUT-IDX PIC 9(5) COMP.
           01 WS-OPT-OUTS.                                              * Customers who said no to birthday cards
              05 WS-OPT-OUT-ID PIC X(10) OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-OPT-OUT-COUNT.
           01 WS-OPTED-OUT PIC X.
           01 WS-CELEBRANT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CELEBRANT-IDX PIC 9(5) COMP.
           01 WS-CELEBRANTS.                                            * Today's board lines, before they are split by region
              05 WS-CELEBRANT OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CELEBRANT-COUNT.
                      10 WS-CELEBRANT-REGION PIC X(20).
                      10 WS-CELEBRANT-ID PIC X(10).
                      10 WS-CELEBRANT-GREETER PIC X(100).
           01 WS-REGION-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REGION-IDX PIC 9(4) COMP.
           01 WS-REGIONS.
              05 WS-REGION-CODE PIC X(20) OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-REGION-COUNT.
           01 WS-REGION-FOUND PIC X.
           01 WS-BOARD-REGION PIC X(20).
           01 WS-NAME PIC X(40).
           01 WS-GREETING-TEXT PIC X(40).
           01 WS-GREETER PIC X(100).
           01 WS-PAGE-NUMBER PIC 9(4).
           01 WS-LINES-ON-PAGE PIC 9(3).
           01 WS-REGION-TOTAL PIC 9(5).
           01 WS-BOARD-LINE PIC X(100).
           01 WS-BOARDS-WRITTEN PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE WS-RUN-DATE(6:5) TO WS-TODAY-MON-DAY.

           PERFORM LOAD-BIRTHDAY-OPT-OUTS.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", no birthday boards printed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE
                   NOT AT END
                       IF PERSON-STATUS = 'ACTIVE'
                           PERFORM CHECK-ONE-CUSTOMER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.

           PERFORM PRINT-REGION-BOARD
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT.
           DISPLAY "Birthday boards printed: " WS-BOARDS-WRITTEN
               ", customers celebrating: " WS-CELEBRANT-COUNT.
           GOBACK.

           LOAD-BIRTHDAY-OPT-OUTS SECTION.
           OPEN INPUT F-PREFERENCES-FILE.
           IF WS-PREFERENCES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFERENCES-FILE
                   NOT AT END
                       IF PREF-BIRTHDAY-FLAG = 'N' AND
                          WS-OPT-OUT-COUNT < 99999
                           ADD 1 TO WS-OPT-OUT-COUNT
                           MOVE PREF-PERSON-ID
                               TO WS-OPT-OUT-ID(WS-OPT-OUT-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.

      * A Feb 29 birthday is celebrated on March 1 in a non-leap
      * year, the same shift the nightly card pass applies
           CHECK-ONE-CUSTOMER SECTION.
           MOVE PERSON-BIRTH-MON-DAY TO WS-BIRTH-MON-DAY.
           IF WS-BIRTH-MON-DAY = "02-29" AND
              FUNCTION IS-LEAP-YEAR(WS-TODAY-YEAR) = 'FALSE'
               MOVE "03-01" TO WS-BIRTH-MON-DAY
           END-IF.
           IF WS-BIRTH-MON-DAY NOT = WS-TODAY-MON-DAY
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-OPTED-OUT.
           PERFORM VARYING WS-OPT-OUT-IDX FROM 1 BY 1
               UNTIL WS-OPT-OUT-IDX > WS-OPT-OUT-COUNT OR
                     WS-OPTED-OUT = 'Y'
               IF WS-OPT-OUT-ID(WS-OPT-OUT-IDX) = PERSON-ID
                   MOVE 'Y' TO WS-OPTED-OUT
               END-IF
           END-PERFORM.
           IF WS-OPTED-OUT = 'Y' OR WS-CELEBRANT-COUNT >= 9999
               EXIT SECTION
           END-IF.
           IF PERSON-PREFERRED-NAME NOT = SPACES
               MOVE PERSON-PREFERRED-NAME TO WS-NAME
           ELSE
               MOVE PERSON-NAME TO WS-NAME
           END-IF.
           EVALUATE PERSON-LANGUAGE
               WHEN "FR"
                   MOVE "Joyeux anniversaire" TO WS-GREETING-TEXT
               WHEN "ES"
                   MOVE "Feliz cumpleanos" TO WS-GREETING-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-GREETING-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-GREETER.
           CALL "happy_birthday" USING WS-NAME, WS-GREETING-TEXT,
               WS-GREETER.
           ADD 1 TO WS-CELEBRANT-COUNT.
           MOVE PERSON-REGION
               TO WS-CELEBRANT-REGION(WS-CELEBRANT-COUNT).
           MOVE PERSON-ID TO WS-CELEBRANT-ID(WS-CELEBRANT-COUNT).
           MOVE WS-GREETER TO WS-CELEBRANT-GREETER(WS-CELEBRANT-COUNT).
           MOVE 'N' TO WS-REGION-FOUND.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT OR
                     WS-REGION-FOUND = 'Y'
               IF WS-REGION-CODE(WS-REGION-IDX) = PERSON-REGION
                   MOVE 'Y' TO WS-REGION-FOUND
               END-IF
           END-PERFORM.
           IF WS-REGION-FOUND = 'N'
               ADD 1 TO WS-REGION-COUNT
               MOVE PERSON-REGION TO WS-REGION-CODE(WS-REGION-COUNT)
           END-IF.

      * One board file per region: headed pages of greeting lines,
      * then the region's total
           PRINT-REGION-BOARD SECTION.
           MOVE WS-REGION-CODE(WS-REGION-IDX) TO WS-BOARD-REGION.
           IF WS-BOARD-REGION = SPACES
               MOVE "DEFAULT" TO WS-BOARD-REGION
           END-IF.
           MOVE SPACES TO WS-BOARD-FILE-NAME.
           STRING "birthday-board-" DELIMITED BY SIZE
                  WS-BOARD-REGION DELIMITED BY "  "
                  ".rpt" DELIMITED BY SIZE
               INTO WS-BOARD-FILE-NAME
           END-STRING.
           INSPECT WS-BOARD-FILE-NAME REPLACING ALL " " BY "_"
               BEFORE INITIAL ".rpt".
           OPEN OUTPUT F-BOARD-FILE.
           IF WS-BOARD-STATUS NOT = "00"
               DISPLAY "WARNING: " WS-BOARD-FILE-NAME
                   " FILE STATUS " WS-BOARD-STATUS ", board not printed"
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-REGION-TOTAL.
           PERFORM WRITE-BOARD-HEADING.
           PERFORM PRINT-BOARD-LINE
               VARYING WS-CELEBRANT-IDX FROM 1 BY 1
               UNTIL WS-CELEBRANT-IDX > WS-CELEBRANT-COUNT.
           MOVE SPACES TO BOARD-RECORD.
           WRITE BOARD-RECORD.
           MOVE SPACES TO WS-BOARD-LINE.
           STRING "CELEBRATING TODAY: " WS-REGION-TOTAL
               DELIMITED BY SIZE INTO WS-BOARD-LINE
           END-STRING.
           WRITE BOARD-RECORD FROM WS-BOARD-LINE.
           CLOSE F-BOARD-FILE.
           ADD 1 TO WS-BOARDS-WRITTEN.

           PRINT-BOARD-LINE SECTION.
           IF WS-CELEBRANT-REGION(WS-CELEBRANT-IDX) NOT =
              WS-REGION-CODE(WS-REGION-IDX)
               EXIT SECTION
           END-IF.
           IF WS-LINES-ON-PAGE >= WS-BOARD-PAGE-DEPTH
               PERFORM WRITE-BOARD-HEADING
           END-IF.
           MOVE SPACES TO WS-BOARD-LINE.
           MOVE WS-CELEBRANT-GREETER(WS-CELEBRANT-IDX)
               TO WS-BOARD-LINE(5:96).
           WRITE BOARD-RECORD FROM WS-BOARD-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-REGION-TOTAL.

      * Every page after the first starts on a new sheet: the heading
      * with its page number is written after a form feed
           WRITE-BOARD-HEADING SECTION.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO WS-BOARD-LINE.
           STRING "BIRTHDAY BOARD - REGION " DELIMITED BY SIZE
                  WS-BOARD-REGION DELIMITED BY "  "
                  "   " WS-RUN-DATE "   PAGE " WS-PAGE-NUMBER
                  DELIMITED BY SIZE
               INTO WS-BOARD-LINE
           END-STRING.
           IF WS-PAGE-NUMBER > 1
               WRITE BOARD-RECORD FROM WS-BOARD-LINE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE BOARD-RECORD FROM WS-BOARD-LINE
           END-IF.
           MOVE ALL "=" TO WS-BOARD-LINE.
           WRITE BOARD-RECORD FROM WS-BOARD-LINE.
           MOVE SPACES TO BOARD-RECORD.
           WRITE BOARD-RECORD.
           MOVE 0 TO WS-LINES-ON-PAGE.
