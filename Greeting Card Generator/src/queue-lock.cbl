      * The short lock around a shared review queue such as
      * customer-approvals.dat or fraud-review.dat. Programs that
      * append to a queue, and the review sessions that rewrite it,
      * ACQUIRE the queue's .lck file just for the append or rewrite
      * and RELEASE it straight after, so a rewrite never loses a row
      * appended while it ran. A lock held by another program is
      * waited on a second at a time; one left behind by a crashed
      * program (another day's, or older than ten minutes) is
      * overridden loudly. BUSY comes back only if the holder never
      * lets go.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. queue-lock.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LOCK-FILE ASSIGN USING WS-LOCK-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LOCK-FILE.
           01 LOCK-RECORD.
               05 LOCK-DATE PIC X(10).
               05 LOCK-TIME PIC 9(6).                                   * HHMMSS the lock was taken
               05 LOCK-TIME-PARTS REDEFINES LOCK-TIME.
                   10 LOCK-HH PIC 99.
                   10 LOCK-MM PIC 99.
                   10 LOCK-SS PIC 99.
               05 LOCK-HOLDER PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-LOCK-STATUS PIC XX.
           01 WS-LOCK-FILE-NAME PIC X(40).
           01 WS-TODAY-DATE PIC X(10).
           01 WS-NOW-TIME PIC 9(6).
           01 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
               05 WS-NOW-HH PIC 99.
               05 WS-NOW-MM PIC 99.
               05 WS-NOW-SS PIC 99.
           01 WS-NOW-SECONDS PIC 9(5).
           01 WS-LOCK-SECONDS PIC 9(5).
           01 WS-LOCK-TRIES PIC 9(3).
           01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 60.                      * A minute of waiting before BUSY
           01 WS-LOCK-STALE-SECONDS PIC 9(5) VALUE 600.
           01 WS-WAIT-SECONDS PIC 9(3) VALUE 1.
           01 WS-LOCK-TAKEN PIC X.
           LINKAGE SECTION.
           01 LS-ACTION PIC X(8).
           01 LS-LOCK-NAME PIC X(40).
           01 LS-HOLDER PIC X(20).
           01 LS-RESULT PIC X(8).
       PROCEDURE DIVISION USING LS-ACTION, LS-LOCK-NAME, LS-HOLDER,
           LS-RESULT.

           MOVE LS-LOCK-NAME TO WS-LOCK-FILE-NAME.
           MOVE "OK" TO LS-RESULT.
           EVALUATE LS-ACTION
               WHEN "ACQUIRE"
                   PERFORM ACQUIRE-LOCK
               WHEN "RELEASE"
                   PERFORM RELEASE-LOCK
               WHEN OTHER
                   DISPLAY "Unknown queue-lock action: " LS-ACTION
                   MOVE "ERROR" TO LS-RESULT
           END-EVALUATE.
           GOBACK.

           ACQUIRE-LOCK SECTION.
           MOVE 'N' TO WS-LOCK-TAKEN.
           MOVE 0 TO WS-LOCK-TRIES.
           PERFORM UNTIL WS-LOCK-TAKEN = 'Y' OR
                         WS-LOCK-TRIES NOT < WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               PERFORM TRY-LOCK
               IF WS-LOCK-TAKEN = 'N'
                   CALL "C$SLEEP" USING WS-WAIT-SECONDS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM.
           IF WS-LOCK-TAKEN = 'N'
               DISPLAY "WARNING: " FUNCTION TRIM(WS-LOCK-FILE-NAME)
                   " still held by " LOCK-HOLDER
               MOVE "BUSY" TO LS-RESULT
           END-IF.

      * Takes the lock unless a live one is on file; a stale one is
      * reported and taken over
           TRY-LOCK SECTION.
           PERFORM GET-NOW.
           OPEN INPUT F-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               READ F-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE F-LOCK-FILE
               IF LOCK-DATE = WS-TODAY-DATE AND LOCK-TIME IS NUMERIC
                   COMPUTE WS-LOCK-SECONDS =
                       LOCK-HH * 3600 + LOCK-MM * 60 + LOCK-SS
                   IF WS-NOW-SECONDS - WS-LOCK-SECONDS
                       < WS-LOCK-STALE-SECONDS
                       EXIT SECTION
                   END-IF
               END-IF
               DISPLAY "WARNING: stale "
                   FUNCTION TRIM(WS-LOCK-FILE-NAME) " from " LOCK-DATE
                   " held by " LOCK-HOLDER ", overriding"
           END-IF.
           OPEN OUTPUT F-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE WS-TODAY-DATE TO LOCK-DATE.
           MOVE WS-NOW-TIME TO LOCK-TIME.
           MOVE LS-HOLDER TO LOCK-HOLDER.
           WRITE LOCK-RECORD.
           CLOSE F-LOCK-FILE.
           MOVE 'Y' TO WS-LOCK-TAKEN.

           RELEASE-LOCK SECTION.
           DELETE FILE F-LOCK-FILE.

           GET-NOW SECTION.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4).
           MOVE "-" TO WS-TODAY-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2).
           MOVE "-" TO WS-TODAY-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           COMPUTE WS-NOW-SECONDS =
               WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.
