      * Posts the visits the web host logged to each card's
      * personalized URL. Every line of web-hits.dat carries the
      * response code off the card, which response-code decodes back
      * to the card ID; the card must be on card-history.dat and the
      * visit inside its brand's validity window. A first visit is
      * added to response-history.dat, a repeat visit only counted,
      * and an unmatched, expired or malformed hit goes to the
      * exception file. web-hits.dat is emptied once posted; card
      * history is read and left as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. web-response-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-WEB-HITS-FILE ASSIGN TO "web-hits.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WEB-HITS-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-HISTORY-FILE ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-WEB-HITS-FILE.
      * One visit to a card's personalized URL per line, as the web
      * host logs it; a QR scan lands on the same URL
           01 WEB-HIT-RECORD.
               05 HIT-DATE PIC X(10).
               05 HIT-TIME PIC X(8).
               05 HIT-CODE PIC X(10).
               05 HIT-MEDIUM PIC X(4).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
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
           FD F-HISTORY-FILE.
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-WEB-HITS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
           01 WS-REPEAT-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
           01 WS-MALFORMED-COUNT PIC 9(6) VALUE 0.
           01 WS-CODE-MODE PIC X VALUE 'D'.
           01 WS-CODE-CARD-ID PIC 9(9).
           01 WS-CODE-BRAND PIC X(8).
           01 WS-CODE-TEXT PIC X(10).
           01 WS-CODE-URL PIC X(60).
           01 WS-CODE-VALID-DAYS PIC 9(4).
           01 WS-CODE-RESULT PIC X.
           01 WS-CARD-ID-TEXT PIC 9(9).
           01 WS-SENT-DAY PIC 9(8).
           01 WS-HIT-DAY PIC 9(8).
           01 WS-DATE-DIGITS PIC X(8).
           01 WS-SEEN-FULL-WARNED PIC X VALUE 'N'.
           01 WS-SEEN-FOUND PIC X.
           01 WS-SEEN-NEW PIC X(9).
           01 WS-SEEN-COUNT PIC 9(5) COMP VALUE 0.
      * Cards that already have a response on file; a customer who
      * comes back to the page again is not a second response
           01 WS-SEEN-CARDS.
              05 WS-SEEN-CARD-ID OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-SEEN-COUNT
                  INDEXED BY SEEN-IDX
                  PIC X(9).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "web-response-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

           OPEN INPUT F-WEB-HITS-FILE.
           IF WS-WEB-HITS-STATUS NOT = "00"
               DISPLAY "WARNING: web-hits.dat FILE STATUS "
                   WS-WEB-HITS-STATUS ", nothing posted"
               GOBACK
           END-IF.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", nothing posted"
               CLOSE F-WEB-HITS-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-SEEN-RESPONSES.
           OPEN EXTEND F-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT F-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: response-history.dat FILE STATUS "
                   WS-HISTORY-STATUS ", nothing posted"
               CLOSE F-WEB-HITS-FILE
               CLOSE F-CARD-HISTORY-FILE
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WEB-HITS-FILE
                   NOT AT END
                       PERFORM POST-ONE-HIT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WEB-HITS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-HISTORY-FILE.
           OPEN OUTPUT F-WEB-HITS-FILE.                                 * Hits are posted once, then the log file is emptied
           CLOSE F-WEB-HITS-FILE.
           DISPLAY "Web responses posted: " WS-POSTED-COUNT
               " Repeat visits: " WS-REPEAT-COUNT.
           DISPLAY "Unmatched codes: " WS-UNMATCHED-COUNT
               " Expired codes: " WS-EXPIRED-COUNT
               " Malformed: " WS-MALFORMED-COUNT.
           GOBACK.

           LOAD-SEEN-RESPONSES SECTION.
           MOVE 0 TO WS-SEEN-COUNT.
           OPEN INPUT F-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   NOT AT END
                       IF HISTORY-CARD-ID NOT = SPACES
                           MOVE HISTORY-CARD-ID TO WS-SEEN-NEW
                           PERFORM REMEMBER-SEEN-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           REMEMBER-SEEN-CARD SECTION.
           IF WS-SEEN-COUNT < 99999
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-NEW TO WS-SEEN-CARD-ID(WS-SEEN-COUNT)
           ELSE
               IF WS-SEEN-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-SEEN-FULL-WARNED
                   DISPLAY "WARNING: more than 99999 card responses "
                       "on file, older repeat visits may be posted"
               END-IF
           END-IF.

      * The code alone names the card: it is decoded back to the card
      * ID, checked against card history, and must still be inside
      * its brand's validity window on the day of the visit
           POST-ONE-HIT SECTION.
           IF HIT-CODE = SPACES OR HIT-DATE(1:4) IS NOT NUMERIC OR
              HIT-DATE(6:2) IS NOT NUMERIC OR
              HIT-DATE(9:2) IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               DISPLAY "Malformed web hit skipped: "
                   WEB-HIT-RECORD
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(HIT-CODE) TO WS-CODE-TEXT.
           INSPECT WS-CODE-TEXT CONVERTING "OIL" TO "011".              * Letters people read for the digits they resemble
           MOVE 'D' TO WS-CODE-MODE.
           CALL "response-code" USING WS-CODE-MODE, WS-CODE-CARD-ID,
               WS-CODE-BRAND, WS-CODE-TEXT, WS-CODE-URL,
               WS-CODE-VALID-DAYS, WS-CODE-RESULT.
           IF WS-CODE-RESULT NOT = 'Y'
               MOVE "unmatched response code" TO WS-EXC-REASON
               PERFORM WRITE-HIT-EXCEPTION
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT SECTION
           END-IF.
           MOVE WS-CODE-CARD-ID TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   MOVE "response code for unknown card ID"
                       TO WS-EXC-REASON
                   PERFORM WRITE-HIT-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
                   EXIT SECTION
           END-READ.
           IF WS-CODE-VALID-DAYS > 0 AND
              HIST-RUN-DATE(1:4) IS NUMERIC AND
              HIST-RUN-DATE(6:2) IS NUMERIC AND
              HIST-RUN-DATE(9:2) IS NUMERIC
               STRING HIST-RUN-DATE(1:4) HIST-RUN-DATE(6:2)
                      HIST-RUN-DATE(9:2)
                   INTO WS-DATE-DIGITS
               END-STRING
               COMPUTE WS-SENT-DAY = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-DIGITS))
               STRING HIT-DATE(1:4) HIT-DATE(6:2) HIT-DATE(9:2)
                   INTO WS-DATE-DIGITS
               END-STRING
               COMPUTE WS-HIT-DAY = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-DIGITS))
               IF WS-HIT-DAY > WS-SENT-DAY + WS-CODE-VALID-DAYS
                   MOVE "expired response code" TO WS-EXC-REASON
                   PERFORM WRITE-HIT-EXCEPTION
                   ADD 1 TO WS-EXPIRED-COUNT
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE HIST-CARD-ID TO WS-CARD-ID-TEXT.
           MOVE 'N' TO WS-SEEN-FOUND.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND = 'Y'
               IF WS-SEEN-CARD-ID(SEEN-IDX) = WS-CARD-ID-TEXT
                   MOVE 'Y' TO WS-SEEN-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               EXIT SECTION
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-CARD-ID-TEXT TO HISTORY-CARD-ID.
           MOVE HIST-PERSON-ID TO HISTORY-PERSON-ID.
           MOVE HIST-CAMPAIGN TO HISTORY-CAMPAIGN.
           MOVE HIT-DATE TO HISTORY-DATE.
           WRITE HISTORY-RECORD.
           MOVE WS-CARD-ID-TEXT TO WS-SEEN-NEW.
           PERFORM REMEMBER-SEEN-CARD.
           ADD 1 TO WS-POSTED-COUNT.

           WRITE-HIT-EXCEPTION SECTION.
           MOVE SPACES TO WS-EXC-ORIGINAL.
           MOVE WEB-HIT-RECORD TO WS-EXC-ORIGINAL.
           CALL "exception-writer" USING WS-EXC-PROGRAM
               WS-EXC-REASON WS-EXC-ORIGINAL.
