      * Loads the national postal reference the vendor ships each
      * month into postal-reference.dat, keyed on the five-digit
      * postal code, for postal-standardizer to hold addresses up to.
      * Each code carries the post office's preferred city name, its
      * state, how it is delivered and its carrier route; the other
      * city names the post office accepts for the code are kept on
      * the same entry. A row missing its code, city or state, or
      * with a city type other than P or A, goes to exceptions.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postal-reference-load.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LIST-FILE ASSIGN TO "postal-reference-list.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIST-STATUS.
               SELECT F-POSTAL-REFERENCE-FILE
                 ASSIGN TO "postal-reference.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PREF-POSTAL-CODE
                 FILE STATUS IS WS-POSTAL-REFERENCE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LIST-FILE.
      * One header row carrying the date the reference takes effect,
      * then one row per postal code and city name: P for the
      * preferred name, A for each other name accepted
           01 LIST-RECORD.
               05 LIST-ROW-TYPE PIC X.
               05 LIST-POSTAL-CODE PIC X(10).
               05 LIST-CITY PIC X(30).
               05 LIST-STATE PIC X(20).
               05 LIST-STATE-NAME PIC X(20).
               05 LIST-CITY-TYPE PIC X.
               05 LIST-DELIVERY-TYPE PIC X.                             * S street, P PO box only, U unique, M military
               05 LIST-CARRIER-ROUTE PIC X(4).
           01 LIST-HEADER-RECORD.
               05 FILLER PIC X.
               05 LIST-EFFECTIVE-DATE PIC X(10).
               05 LIST-SOURCE PIC X(30).
           FD F-POSTAL-REFERENCE-FILE.
      * Keyed on the five-digit postal code; the row with a blank key
      * is the reference's own header
           01 POSTAL-REFERENCE-RECORD.
               05 PREF-POSTAL-CODE PIC X(10).
               05 PREF-CITY PIC X(30).                                  * The post office's preferred city name
               05 PREF-STATE PIC X(20).                                 * Two-letter postal abbreviation
               05 PREF-STATE-NAME PIC X(20).
               05 PREF-DELIVERY-TYPE PIC X.
                   88 PREF-PO-BOX-ONLY VALUE "P".
               05 PREF-CARRIER-ROUTE PIC X(4).
               05 PREF-ALT-CITY PIC X(30) OCCURS 5 TIMES.               * Other city names the post office accepts
               05 PREF-EFFECTIVE-DATE PIC X(10).
               05 PREF-LOAD-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-LIST-STATUS PIC XX.
           01 WS-POSTAL-REFERENCE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-EFFECTIVE-DATE PIC X(10).
           01 WS-LIST-SOURCE PIC X(30).
           01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
           01 WS-ALTERNATE-COUNT PIC 9(7) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ENTRY-FOUND PIC X.
           01 WS-ALT-IDX PIC 9 COMP.
           01 WS-ALT-SLOT PIC 9 COMP.
           01 WS-EXC-PROGRAM PIC X(20) VALUE "postal-ref-load".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).

       PROCEDURE DIVISION.

           MOVE "CHECK" TO WS-LOCK-ACTION.
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, postal reference "
                   "load not started - rerun after the batch window"
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
               DISPLAY "WARNING: postal-reference-list.dat FILE STATUS "
                   WS-LIST-STATUS ", reference not loaded"
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
               DISPLAY "ERROR: postal-reference-list.dat has no dated "
                   "header row, the loaded reference is left as it was"
               CLOSE F-LIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LIST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           MOVE LIST-SOURCE TO WS-LIST-SOURCE.

           PERFORM LOAD-REFERENCE.
           CLOSE F-LIST-FILE.
           DISPLAY "Postal codes loaded: " WS-LOADED-COUNT
               " alternate city names: " WS-ALTERNATE-COUNT
               " duplicates: " WS-DUPLICATE-COUNT
               " rejected: " WS-REJECTED-COUNT
               " reference effective: " WS-EFFECTIVE-DATE.
           GOBACK.

      * Each month's reference replaces the last outright: the file
      * is rebuilt, then reopened so a code's other city names can be
      * added to the entry already written for it
           LOAD-REFERENCE SECTION.
           OPEN OUTPUT F-POSTAL-REFERENCE-FILE.
           IF WS-POSTAL-REFERENCE-STATUS NOT = "00"
               DISPLAY "ERROR: postal-reference.dat FILE STATUS "
                   WS-POSTAL-REFERENCE-STATUS ", reference not loaded"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO POSTAL-REFERENCE-RECORD.
           MOVE WS-LIST-SOURCE TO PREF-CITY.
           MOVE WS-EFFECTIVE-DATE TO PREF-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO PREF-LOAD-DATE.
           WRITE POSTAL-REFERENCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE F-POSTAL-REFERENCE-FILE.
           OPEN I-O F-POSTAL-REFERENCE-FILE.
           IF WS-POSTAL-REFERENCE-STATUS NOT = "00"
               DISPLAY "WARNING: postal-reference.dat FILE STATUS "
                   WS-POSTAL-REFERENCE-STATUS ", no codes loaded - "
                   "rerun the load"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
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
           CLOSE F-POSTAL-REFERENCE-FILE.

           LOAD-ONE-ENTRY SECTION.
           MOVE SPACES TO WS-EXC-REASON.
           EVALUATE TRUE
               WHEN LIST-POSTAL-CODE(1:5) IS NOT NUMERIC
                   MOVE "postal reference code not 5 digits"
                       TO WS-EXC-REASON
               WHEN LIST-CITY = SPACES OR LIST-STATE = SPACES
                   MOVE "postal reference row has no city or state"
                       TO WS-EXC-REASON
               WHEN LIST-CITY-TYPE NOT = "P" AND
                    LIST-CITY-TYPE NOT = "A"
                   MOVE "postal reference city type not P/A"
                       TO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE LIST-RECORD TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING
                   WS-EXC-PROGRAM WS-EXC-REASON WS-EXC-ORIGINAL
               EXIT SECTION
           END-IF.
           MOVE SPACES TO PREF-POSTAL-CODE.
           MOVE LIST-POSTAL-CODE(1:5) TO PREF-POSTAL-CODE.
           MOVE 'Y' TO WS-ENTRY-FOUND.
           READ F-POSTAL-REFERENCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENTRY-FOUND
                   MOVE SPACES TO POSTAL-REFERENCE-RECORD
                   MOVE LIST-POSTAL-CODE(1:5) TO PREF-POSTAL-CODE
                   MOVE LIST-STATE TO PREF-STATE
                   MOVE LIST-STATE-NAME TO PREF-STATE-NAME
                   MOVE WS-EFFECTIVE-DATE TO PREF-EFFECTIVE-DATE
                   MOVE WS-RUN-DATE TO PREF-LOAD-DATE
           END-READ.
           IF LIST-CITY-TYPE = "P"
               PERFORM TAKE-PREFERRED-CITY
           ELSE
               PERFORM TAKE-ALTERNATE-CITY
           END-IF.
           IF WS-ENTRY-FOUND = 'N'
               WRITE POSTAL-REFERENCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
               END-WRITE
           ELSE
               REWRITE POSTAL-REFERENCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
               END-REWRITE
           END-IF.

      * The first preferred name for a code stands; a second one is
      * counted as a duplicate
           TAKE-PREFERRED-CITY SECTION.
           IF PREF-CITY NOT = SPACES
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT SECTION
           END-IF.
           MOVE LIST-CITY TO PREF-CITY.
           MOVE LIST-STATE TO PREF-STATE.
           MOVE LIST-STATE-NAME TO PREF-STATE-NAME.
           MOVE LIST-DELIVERY-TYPE TO PREF-DELIVERY-TYPE.
           MOVE LIST-CARRIER-ROUTE TO PREF-CARRIER-ROUTE.
           ADD 1 TO WS-LOADED-COUNT.

      * Other names go in the first free slot; past five, the rest
      * are counted as duplicates and standardized to the preferred
           TAKE-ALTERNATE-CITY SECTION.
           MOVE 0 TO WS-ALT-SLOT.
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > 5 OR WS-ALT-SLOT > 0
               IF PREF-ALT-CITY(WS-ALT-IDX) = SPACES OR
                  PREF-ALT-CITY(WS-ALT-IDX) = LIST-CITY
                   MOVE WS-ALT-IDX TO WS-ALT-SLOT
               END-IF
           END-PERFORM.
           IF WS-ALT-SLOT = 0 OR
              PREF-ALT-CITY(WS-ALT-SLOT) = LIST-CITY
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT SECTION
           END-IF.
           MOVE LIST-CITY TO PREF-ALT-CITY(WS-ALT-SLOT).
           ADD 1 TO WS-ALTERNATE-COUNT.
