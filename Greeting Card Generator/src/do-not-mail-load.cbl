      * Loads the mail preference vendor's monthly do-not-mail list
      * from do-not-mail-list.dat into do-not-mail.dat, which is
      * rebuilt outright so a name the vendor has dropped is mailable
      * again. A list without its dated header row is refused and the
      * loaded list left as it was; a data row with no name or street
      * goes to the exception file. Postal cards already waiting in
      * the approval queues are then matched against the new list and
      * any now listed are pulled, each one named on
      * do-not-mail-load.rpt. Cards on other channels, customers.dat
      * and card history are left alone, and nothing starts while the
      * nightly run holds the batch lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. do-not-mail-load.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LIST-FILE ASSIGN TO "do-not-mail-list.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIST-STATUS.
               SELECT F-DO-NOT-MAIL-FILE ASSIGN TO "do-not-mail.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DNM-KEY
                 FILE STATUS IS WS-DO-NOT-MAIL-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "do-not-mail-load.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SWEEP-FILE ASSIGN TO "dnm-sweep.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SWEEP-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LIST-FILE.
      * The national list as the vendor ships it each month: one
      * header row carrying the date the list takes effect, then
      * one row per name and address that is not to be mailed
           01 LIST-RECORD.
               05 LIST-ROW-TYPE PIC X.
               05 LIST-NAME PIC X(40).
               05 LIST-ADDRESS PIC X(100).
           01 LIST-HEADER-RECORD.
               05 FILLER PIC X.
               05 LIST-EFFECTIVE-DATE PIC X(10).
               05 LIST-SOURCE PIC X(30).
           FD F-DO-NOT-MAIL-FILE.
      * Keyed on the normalized name, street and postal code; the
      * row with a blank key is the list's own header
           01 DNM-RECORD.
               05 DNM-KEY PIC X(70).
               05 DNM-NAME PIC X(40).
               05 DNM-ADDRESS PIC X(100).
               05 DNM-EFFECTIVE-DATE PIC X(10).
               05 DNM-LOAD-DATE PIC X(10).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           FD F-SWEEP-FILE.
      * Whichever pending queue is being swept, wide enough for the
      * longest card image
           01 SWEEP-RECORD.
               05 SWEEP-NAME PIC X(40).
               05 SWEEP-ADDRESS PIC X(100).
               05 SWEEP-EMAIL PIC X(60).
               05 SWEEP-CHANNEL PIC X(5).
               05 FILLER PIC X(286).
           WORKING-STORAGE SECTION.
           01 WS-LIST-STATUS PIC XX.
           01 WS-DO-NOT-MAIL-STATUS PIC XX.
           01 WS-SWEEP-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-EFFECTIVE-DATE PIC X(10).
           01 WS-LIST-SOURCE PIC X(30).
           01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-PULLED-COUNT PIC 9(6) VALUE 0.
           01 WS-FILE-PULLED-COUNT PIC 9(6).
           01 WS-MATCH-KEY PIC X(70).
           01 WS-CARD-IS-LISTED PIC X.
           01 WS-TARGET-NAME PIC X(60).
           01 WS-ID-POS PIC 9(3).
           01 WS-QUEUE-IDX PIC 9(2) COMP.
           01 WS-QUEUE-FILE-NAMES.
               05 FILLER PIC X(40) VALUE "pending-cards-tax-day.dat".
               05 FILLER PIC X(40) VALUE "pending-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-werewolf-cards.dat".
               05 FILLER PIC X(40) VALUE
                   "pending-anniversary-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-holiday-cards.dat".
               05 FILLER PIC X(40) VALUE
                   "pending-professional-day-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-digest-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-occasion-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-vip-cards.dat".
               05 FILLER PIC X(40) VALUE
                   "pending-international-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-braille-cards.dat".
               05 FILLER PIC X(40) VALUE
                   "pending-largeprint-cards.dat".
               05 FILLER PIC X(40) VALUE "pending-eclipse-cards.dat".
           01 WS-QUEUE-FILE-TABLE REDEFINES WS-QUEUE-FILE-NAMES.
               05 WS-QUEUE-FILE-NAME OCCURS 13 TIMES PIC X(40).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "do-not-mail-load".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LINE-IDX PIC 9(5) COMP.
           01 WS-SWEEP-LINES.                                           * Whole queue held here while it is rewritten
              05 WS-SWEEP-LINE OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LINE-COUNT
                  INDEXED BY LINE-IDX.
                      10 WS-SWEEP-LINE-TEXT PIC X(491).

       PROCEDURE DIVISION.

           MOVE "CHECK" TO WS-LOCK-ACTION.
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, list load not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           OPEN INPUT F-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "WARNING: do-not-mail-list.dat FILE STATUS "
                   WS-LIST-STATUS ", list not loaded"
               GOBACK
           END-IF.
           READ F-LIST-FILE
               AT END
                   MOVE SPACES TO LIST-RECORD
           END-READ.
           IF LIST-ROW-TYPE NOT = "H" OR
              LIST-EFFECTIVE-DATE(5:1) NOT = "-" OR
              LIST-EFFECTIVE-DATE(8:1) NOT = "-" OR
              LIST-EFFECTIVE-DATE(1:4) IS NOT NUMERIC OR
              LIST-EFFECTIVE-DATE(6:2) IS NOT NUMERIC OR
              LIST-EFFECTIVE-DATE(9:2) IS NOT NUMERIC
               DISPLAY "ERROR: do-not-mail-list.dat has no dated "
                   "header row, the loaded list is left as it was"
               CLOSE F-LIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LIST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           MOVE LIST-SOURCE TO WS-LIST-SOURCE.

           PERFORM LOAD-LIST.
           CLOSE F-LIST-FILE.
           IF WS-DO-NOT-MAIL-STATUS NOT = "00"
               GOBACK
           END-IF.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DO-NOT-MAIL LIST LOAD " WS-RUN-DATE
                  "  LIST EFFECTIVE " WS-EFFECTIVE-DATE
                  "  " FUNCTION TRIM(WS-LIST-SOURCE)
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM SWEEP-APPROVAL-QUEUES.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LOADED=" WS-LOADED-COUNT
                  " DUPLICATES=" WS-DUPLICATE-COUNT
                  " REJECTED=" WS-REJECTED-COUNT
                  " QUEUED-CARDS-PULLED=" WS-PULLED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           CLOSE F-REPORT-FILE.
           DISPLAY "Do-not-mail entries loaded: " WS-LOADED-COUNT
               " duplicates: " WS-DUPLICATE-COUNT
               " rejected: " WS-REJECTED-COUNT
               " queued cards pulled: " WS-PULLED-COUNT
               " list effective: " WS-EFFECTIVE-DATE.
           GOBACK.

      * Each month's list replaces the last outright: the file is
      * rebuilt, so a name the vendor has dropped is mailable again
           LOAD-LIST SECTION.
           OPEN OUTPUT F-DO-NOT-MAIL-FILE.
           IF WS-DO-NOT-MAIL-STATUS NOT = "00"
               DISPLAY "ERROR: do-not-mail.dat FILE STATUS "
                   WS-DO-NOT-MAIL-STATUS ", list not loaded"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DNM-RECORD.
           MOVE WS-LIST-SOURCE TO DNM-NAME.
           MOVE WS-EFFECTIVE-DATE TO DNM-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO DNM-LOAD-DATE.
           WRITE DNM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIST-FILE
                   NOT AT END
                       IF LIST-ROW-TYPE = "D"
                           PERFORM LOAD-ONE-ENTRY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DO-NOT-MAIL-FILE.

           LOAD-ONE-ENTRY SECTION.
           CALL "do-not-mail-key" USING LIST-NAME, LIST-ADDRESS,
               WS-MATCH-KEY.
           IF WS-MATCH-KEY = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "do-not-mail row has no name or street"
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE LIST-RECORD TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING
                   WS-EXC-PROGRAM WS-EXC-REASON WS-EXC-ORIGINAL
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DNM-RECORD.
           MOVE WS-MATCH-KEY TO DNM-KEY.
           MOVE LIST-NAME TO DNM-NAME.
           MOVE LIST-ADDRESS TO DNM-ADDRESS.
           MOVE WS-EFFECTIVE-DATE TO DNM-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO DNM-LOAD-DATE.
           WRITE DNM-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      * Postal cards already cut and waiting on approval were
      * matched against last month's list, or none; the new list is
      * applied to them before they can be released
           SWEEP-APPROVAL-QUEUES SECTION.
           OPEN INPUT F-DO-NOT-MAIL-FILE.
           IF WS-DO-NOT-MAIL-STATUS NOT = "00"
               DISPLAY "WARNING: do-not-mail.dat FILE STATUS "
                   WS-DO-NOT-MAIL-STATUS ", queued cards not swept"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > 13
               MOVE WS-QUEUE-FILE-NAME(WS-QUEUE-IDX) TO WS-TARGET-NAME
               PERFORM SWEEP-ONE-QUEUE
           END-PERFORM.
           CLOSE F-DO-NOT-MAIL-FILE.

           SWEEP-ONE-QUEUE SECTION.
           SET ENVIRONMENT "dnm-sweep_dat" TO WS-TARGET-NAME.
           MOVE 0 TO WS-FILE-PULLED-COUNT.
           SET LINE-IDX TO 0.
           OPEN INPUT F-SWEEP-FILE.
           IF WS-SWEEP-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SWEEP-FILE
                   NOT AT END
                       PERFORM CHECK-QUEUED-CARD
                       IF WS-CARD-IS-LISTED = 'Y'
                           ADD 1 TO WS-FILE-PULLED-COUNT
                       ELSE
                           ADD 1 TO LINE-IDX
                           MOVE SWEEP-RECORD
                               TO WS-SWEEP-LINE-TEXT(LINE-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SWEEP-FILE.
           MOVE LINE-IDX TO WS-LINE-COUNT.
           IF WS-FILE-PULLED-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-SWEEP-FILE.
           PERFORM WRITE-SWEEP-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           CLOSE F-SWEEP-FILE.
           ADD WS-FILE-PULLED-COUNT TO WS-PULLED-COUNT.

      * Only postal cards are matched; the werewolf queue carries
      * its moon date ahead of the card ID
           CHECK-QUEUED-CARD SECTION.
           MOVE 'N' TO WS-CARD-IS-LISTED.
           IF SWEEP-CHANNEL NOT = "MAIL"
               EXIT SECTION
           END-IF.
           CALL "do-not-mail-key" USING SWEEP-NAME, SWEEP-ADDRESS,
               WS-MATCH-KEY.
           IF WS-MATCH-KEY = SPACES
               EXIT SECTION
           END-IF.
           MOVE WS-MATCH-KEY TO DNM-KEY.
           READ F-DO-NOT-MAIL-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE 'Y' TO WS-CARD-IS-LISTED.
           MOVE 406 TO WS-ID-POS.
           IF WS-TARGET-NAME = "pending-werewolf-cards.dat"
               MOVE 416 TO WS-ID-POS
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PULLED: card " SWEEP-RECORD(WS-ID-POS:9) " "
                  FUNCTION TRIM(SWEEP-NAME) ", "
                  FUNCTION TRIM(SWEEP-ADDRESS(1:40)) " "
                  FUNCTION TRIM(SWEEP-ADDRESS(91:10)) " from "
                  FUNCTION TRIM(WS-TARGET-NAME)
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           WRITE-SWEEP-LINE SECTION.
           MOVE WS-SWEEP-LINE-TEXT(WS-LINE-IDX) TO SWEEP-RECORD.
           WRITE SWEEP-RECORD.
