      * The personalized response code a card carries on its URL
      * and QR payload. Mode E turns a card ID and brand into the
      * ten-character code and its full URL; mode D takes a code
      * from the web hit log back to its card ID, brand and how many
      * days the code stays good. The first six characters are the
      * card ID shuffled so neighbouring cards look nothing alike;
      * the last four are a check value keyed on the brand's secret
      * in response-code-keys.dat, so a code cannot be guessed from
      * a card ID alone. A brand with no row of its own uses the
      * house row (blank brand). The result byte comes back 'N' when
      * no key applies or a code does not check out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. response-code.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-KEYS-FILE ASSIGN TO "response-code-keys.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-KEYS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-KEYS-FILE.
      * One row per brand: the secret the check value is keyed on,
      * how long a code is honoured after the card's run date, and
      * the address the code is appended to
           01 KEY-RECORD.
               05 KEY-BRAND PIC X(8).
               05 KEY-SECRET PIC 9(9).
               05 KEY-VALID-DAYS PIC 9(4).
               05 KEY-URL-BASE PIC X(40).
           WORKING-STORAGE SECTION.
           01 WS-KEYS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-KEYS-LOADED PIC X VALUE 'N'.
           01 WS-KEY-COUNT PIC 9(2) COMP VALUE 0.
           01 WS-KEY-IDX PIC 9(2) COMP.
           01 WS-KEY-FOUND PIC 9(2) COMP.
           01 WS-KEYS.
              05 WS-KEY-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-KEY-COUNT
                  INDEXED BY KEY-IDX.
                      10 WS-KEY-BRAND PIC X(8).
                      10 WS-KEY-SECRET PIC 9(9).
                      10 WS-KEY-VALID-DAYS PIC 9(4).
                      10 WS-KEY-URL-BASE PIC X(40).
           01 WS-CODE-ALPHABET PIC X(32) VALUE
               "0123456789ABCDEFGHJKMNPQRSTVWXYZ".                      * No I, L, O or U to misread
           01 WS-SHUFFLE-MULT PIC 9(9) VALUE 387420489.
           01 WS-SHUFFLE-UNDO PIC 9(9) VALUE 513180409.                 * The multiplier's inverse, modulo 10**9
           01 WS-SHUFFLE-ADD PIC 9(9) VALUE 602214076.
           01 WS-CHECK-MODULUS PIC 9(6) VALUE 999983.
           01 WS-SHUFFLED-ID PIC 9(10).
           01 WS-CHECK-VALUE PIC 9(6).
           01 WS-CODE-CHECK PIC 9(6).
           01 WS-WORK PIC 9(18).
           01 WS-CHUNK PIC 9(3).
           01 WS-CHAR-IDX PIC 9(2) COMP.
           01 WS-DIGIT PIC 9(2).
           01 WS-DIGIT-POS PIC 9(2) COMP.
           01 WS-CODE-BAD PIC X.
           LINKAGE SECTION.
           01 LS-MODE PIC X.
           01 LS-CARD-ID PIC 9(9).
           01 LS-BRAND PIC X(8).
           01 LS-CODE PIC X(10).
           01 LS-URL PIC X(60).
           01 LS-VALID-DAYS PIC 9(4).
           01 LS-RESULT PIC X.
       PROCEDURE DIVISION USING LS-MODE, LS-CARD-ID, LS-BRAND,
               LS-CODE, LS-URL, LS-VALID-DAYS, LS-RESULT.

           IF WS-KEYS-LOADED = 'N'
               PERFORM LOAD-CODE-KEYS
           END-IF.
           MOVE 'N' TO LS-RESULT.
           MOVE 0 TO LS-VALID-DAYS.
           IF LS-MODE = 'D'
               PERFORM DECODE-RESPONSE-CODE
           ELSE
               PERFORM ENCODE-RESPONSE-CODE
           END-IF.
           GOBACK.

           LOAD-CODE-KEYS SECTION.
           MOVE 'Y' TO WS-KEYS-LOADED.
           MOVE 0 TO WS-KEY-COUNT.
           OPEN INPUT F-KEYS-FILE.
           IF WS-KEYS-STATUS NOT = "00"
               DISPLAY "WARNING: response-code-keys.dat FILE STATUS "
                   WS-KEYS-STATUS ", cards carry no response code"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   NOT AT END
                       IF KEY-SECRET IS NUMERIC AND
                          KEY-URL-BASE NOT = SPACES AND
                          WS-KEY-COUNT < 50
                           ADD 1 TO WS-KEY-COUNT
                           MOVE KEY-BRAND
                               TO WS-KEY-BRAND(WS-KEY-COUNT)
                           MOVE KEY-SECRET
                               TO WS-KEY-SECRET(WS-KEY-COUNT)
                           MOVE KEY-VALID-DAYS
                               TO WS-KEY-VALID-DAYS(WS-KEY-COUNT)
                           MOVE KEY-URL-BASE
                               TO WS-KEY-URL-BASE(WS-KEY-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.

           ENCODE-RESPONSE-CODE SECTION.
           MOVE SPACES TO LS-CODE.
           MOVE SPACES TO LS-URL.
           IF LS-CARD-ID = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-KEY-FOUND.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   OR WS-KEY-FOUND > 0
               IF WS-KEY-BRAND(WS-KEY-IDX) = LS-BRAND
                   MOVE WS-KEY-IDX TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 0                                          * An unkeyed brand falls back to the house key
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                       OR WS-KEY-FOUND > 0
                   IF WS-KEY-BRAND(WS-KEY-IDX) = SPACES
                       MOVE WS-KEY-IDX TO WS-KEY-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-KEY-FOUND = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-WORK = LS-CARD-ID * WS-SHUFFLE-MULT
               + WS-SHUFFLE-ADD.
           COMPUTE WS-SHUFFLED-ID = FUNCTION MOD(WS-WORK, 1000000000).
           MOVE WS-KEY-FOUND TO WS-KEY-IDX.
           PERFORM COMPUTE-CHECK-VALUE.
           MOVE WS-SHUFFLED-ID TO WS-WORK.
           PERFORM VARYING WS-DIGIT-POS FROM 6 BY -1
               UNTIL WS-DIGIT-POS < 1
               COMPUTE WS-DIGIT = FUNCTION MOD(WS-WORK, 32)
               MOVE WS-CODE-ALPHABET(WS-DIGIT + 1:1)
                   TO LS-CODE(WS-DIGIT-POS:1)
               COMPUTE WS-WORK = WS-WORK / 32
           END-PERFORM.
           MOVE WS-CHECK-VALUE TO WS-WORK.
           PERFORM VARYING WS-DIGIT-POS FROM 10 BY -1
               UNTIL WS-DIGIT-POS < 7
               COMPUTE WS-DIGIT = FUNCTION MOD(WS-WORK, 32)
               MOVE WS-CODE-ALPHABET(WS-DIGIT + 1:1)
                   TO LS-CODE(WS-DIGIT-POS:1)
               COMPUTE WS-WORK = WS-WORK / 32
           END-PERFORM.
           STRING FUNCTION TRIM(WS-KEY-URL-BASE(WS-KEY-FOUND))
                  LS-CODE
               INTO LS-URL
           END-STRING.
           MOVE WS-KEY-VALID-DAYS(WS-KEY-FOUND) TO LS-VALID-DAYS.
           MOVE 'Y' TO LS-RESULT.

      * The code's brand is not written anywhere on it, so each key
      * is tried in turn until one gives back the same check value
           DECODE-RESPONSE-CODE SECTION.
           MOVE 0 TO LS-CARD-ID.
           MOVE SPACES TO LS-BRAND.
           MOVE SPACES TO LS-URL.
           MOVE 'N' TO WS-CODE-BAD.
           MOVE 0 TO WS-WORK.
           PERFORM VARYING WS-DIGIT-POS FROM 1 BY 1
               UNTIL WS-DIGIT-POS > 6 OR WS-CODE-BAD = 'Y'
               PERFORM READ-CODE-DIGIT
               COMPUTE WS-WORK = WS-WORK * 32 + WS-DIGIT
           END-PERFORM.
           IF WS-CODE-BAD = 'Y' OR WS-WORK >= 1000000000
               EXIT SECTION
           END-IF.
           MOVE WS-WORK TO WS-SHUFFLED-ID.
           MOVE 0 TO WS-WORK.
           PERFORM VARYING WS-DIGIT-POS FROM 7 BY 1
               UNTIL WS-DIGIT-POS > 10 OR WS-CODE-BAD = 'Y'
               PERFORM READ-CODE-DIGIT
               COMPUTE WS-WORK = WS-WORK * 32 + WS-DIGIT
           END-PERFORM.
           IF WS-CODE-BAD = 'Y' OR WS-WORK >= WS-CHECK-MODULUS
               EXIT SECTION
           END-IF.
           MOVE WS-WORK TO WS-CODE-CHECK.
           MOVE 0 TO WS-KEY-FOUND.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   OR WS-KEY-FOUND > 0
               PERFORM COMPUTE-CHECK-VALUE
               IF WS-CHECK-VALUE = WS-CODE-CHECK
                   MOVE WS-KEY-IDX TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-WORK = (WS-SHUFFLED-ID + 1000000000
               - WS-SHUFFLE-ADD) * WS-SHUFFLE-UNDO.
           COMPUTE LS-CARD-ID = FUNCTION MOD(WS-WORK, 1000000000).
           MOVE WS-KEY-BRAND(WS-KEY-FOUND) TO LS-BRAND.
           MOVE WS-KEY-VALID-DAYS(WS-KEY-FOUND) TO LS-VALID-DAYS.
           MOVE 'Y' TO LS-RESULT.

           READ-CODE-DIGIT SECTION.
           MOVE 99 TO WS-DIGIT.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 32 OR WS-DIGIT < 99
               IF WS-CODE-ALPHABET(WS-CHAR-IDX:1) =
                  LS-CODE(WS-DIGIT-POS:1)
                   COMPUTE WS-DIGIT = WS-CHAR-IDX - 1
               END-IF
           END-PERFORM.
           IF WS-DIGIT = 99
               MOVE 'Y' TO WS-CODE-BAD
               MOVE 0 TO WS-DIGIT
           END-IF.

      * The check value folds the key row's secret and brand into
      * the shuffled ID three digits at a time
           COMPUTE-CHECK-VALUE SECTION.
           COMPUTE WS-CHECK-VALUE = FUNCTION MOD(
               WS-KEY-SECRET(WS-KEY-IDX), WS-CHECK-MODULUS).
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 8
               COMPUTE WS-CHECK-VALUE = FUNCTION MOD(
                   WS-CHECK-VALUE * 131 + FUNCTION ORD(
                   WS-KEY-BRAND(WS-KEY-IDX)(WS-CHAR-IDX:1)),
                   WS-CHECK-MODULUS)
           END-PERFORM.
           MOVE WS-SHUFFLED-ID(2:3) TO WS-CHUNK.
           PERFORM FOLD-CHECK-CHUNK.
           MOVE WS-SHUFFLED-ID(5:3) TO WS-CHUNK.
           PERFORM FOLD-CHECK-CHUNK.
           MOVE WS-SHUFFLED-ID(8:3) TO WS-CHUNK.
           PERFORM FOLD-CHECK-CHUNK.

           FOLD-CHECK-CHUNK SECTION.
           COMPUTE WS-CHECK-VALUE = FUNCTION MOD(
               WS-CHECK-VALUE * 1009 + WS-CHUNK
               + WS-KEY-SECRET(WS-KEY-IDX), WS-CHECK-MODULUS).
