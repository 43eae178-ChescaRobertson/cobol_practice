      * The match key for the national do-not-mail list, built the
      * same way for a list row and for a card's envelope so the two
      * meet however each was keyed in. The name keeps its letters
      * and digits only; the street has its common words cut to the
      * postal abbreviations (STREET to ST, NORTH to N and so on)
      * before the same squeeze; the postal code keeps its letters
      * and digits up to any comma, where a country may follow it,
      * and a ZIP+4 is cut back to its five-digit ZIP.
      * The key comes back spaces when there is no name or street
      * to match on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. do-not-mail-key.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-UPPER-TEXT PIC X(100).
           01 WS-SQUEEZED PIC X(40).
           01 WS-SQUEEZE-POS PIC 9(3) COMP.
           01 WS-CHAR-IDX PIC 9(3) COMP.
           01 WS-CHAR PIC X.
           01 WS-WORD PIC X(40).
           01 WS-WORD-LEN PIC 9(3) COMP.
           01 WS-ABBREV-IDX PIC 9(2) COMP.
           01 WS-ABBREV-FOUND PIC 9(2) COMP.
           01 WS-ABBREVIATIONS.
               05 FILLER PIC X(16) VALUE "STREET    ST    ".
               05 FILLER PIC X(16) VALUE "AVENUE    AVE   ".
               05 FILLER PIC X(16) VALUE "ROAD      RD    ".
               05 FILLER PIC X(16) VALUE "DRIVE     DR    ".
               05 FILLER PIC X(16) VALUE "BOULEVARD BLVD  ".
               05 FILLER PIC X(16) VALUE "LANE      LN    ".
               05 FILLER PIC X(16) VALUE "COURT     CT    ".
               05 FILLER PIC X(16) VALUE "PLACE     PL    ".
               05 FILLER PIC X(16) VALUE "TERRACE   TER   ".
               05 FILLER PIC X(16) VALUE "CIRCLE    CIR   ".
               05 FILLER PIC X(16) VALUE "HIGHWAY   HWY   ".
               05 FILLER PIC X(16) VALUE "PARKWAY   PKWY  ".
               05 FILLER PIC X(16) VALUE "SQUARE    SQ    ".
               05 FILLER PIC X(16) VALUE "APARTMENT APT   ".
               05 FILLER PIC X(16) VALUE "SUITE     STE   ".
               05 FILLER PIC X(16) VALUE "NORTH     N     ".
               05 FILLER PIC X(16) VALUE "SOUTH     S     ".
               05 FILLER PIC X(16) VALUE "EAST      E     ".
               05 FILLER PIC X(16) VALUE "WEST      W     ".
           01 WS-ABBREVIATION-TABLE REDEFINES WS-ABBREVIATIONS.
               05 WS-ABBREVIATION OCCURS 19 TIMES.
                   10 WS-ABBREV-WORD PIC X(10).
                   10 WS-ABBREV-SHORT PIC X(6).
           LINKAGE SECTION.
           01 LS-NAME PIC X(40).
           01 LS-ADDRESS.
               05 LS-STREET PIC X(40).
               05 LS-CITY PIC X(30).
               05 LS-STATE PIC X(20).
               05 LS-POSTAL-CODE PIC X(10).
           01 LS-KEY.
               05 LS-KEY-NAME PIC X(30).
               05 LS-KEY-STREET PIC X(30).
               05 LS-KEY-POSTAL PIC X(10).

       PROCEDURE DIVISION USING LS-NAME, LS-ADDRESS, LS-KEY.

           MOVE SPACES TO LS-KEY.
           MOVE FUNCTION UPPER-CASE(LS-NAME) TO WS-UPPER-TEXT.
           PERFORM SQUEEZE-TEXT.
           MOVE WS-SQUEEZED TO LS-KEY-NAME.
           PERFORM ABBREVIATE-STREET.
           MOVE WS-SQUEEZED TO LS-KEY-STREET.
           MOVE FUNCTION UPPER-CASE(LS-POSTAL-CODE) TO WS-UPPER-TEXT.
           MOVE SPACES TO WS-SQUEEZED.
           MOVE 0 TO WS-SQUEEZE-POS.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 10
                   OR WS-UPPER-TEXT(WS-CHAR-IDX:1) = ","
               MOVE WS-UPPER-TEXT(WS-CHAR-IDX:1) TO WS-CHAR
               PERFORM KEEP-ONE-CHARACTER
           END-PERFORM.
           IF WS-SQUEEZED(1:9) IS NUMERIC                               * ZIP+4 meets the list's five-digit ZIP
               MOVE SPACES TO WS-SQUEEZED(6:4)
           END-IF.
           MOVE WS-SQUEEZED TO LS-KEY-POSTAL.
           IF LS-KEY-NAME = SPACES OR LS-KEY-STREET = SPACES
               MOVE SPACES TO LS-KEY
           END-IF.
           GOBACK.

           SQUEEZE-TEXT SECTION.
           MOVE SPACES TO WS-SQUEEZED.
           MOVE 0 TO WS-SQUEEZE-POS.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 100
               MOVE WS-UPPER-TEXT(WS-CHAR-IDX:1) TO WS-CHAR
               PERFORM KEEP-ONE-CHARACTER
           END-PERFORM.

           KEEP-ONE-CHARACTER SECTION.
           IF (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
              (WS-CHAR >= "0" AND WS-CHAR <= "9")
               IF WS-SQUEEZE-POS < 40
                   ADD 1 TO WS-SQUEEZE-POS
                   MOVE WS-CHAR TO WS-SQUEEZED(WS-SQUEEZE-POS:1)
               END-IF
           END-IF.

      * The street is taken a word at a time: anything that is not
      * a letter or digit ends a word, and a word found in the table
      * goes in as its abbreviation
           ABBREVIATE-STREET SECTION.
           MOVE SPACES TO WS-UPPER-TEXT.
           MOVE FUNCTION UPPER-CASE(LS-STREET) TO WS-UPPER-TEXT(1:40).
           MOVE SPACES TO WS-SQUEEZED.
           MOVE 0 TO WS-SQUEEZE-POS.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 41
               MOVE WS-UPPER-TEXT(WS-CHAR-IDX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
                  (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   IF WS-WORD-LEN < 40
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-CHAR TO WS-WORD(WS-WORD-LEN:1)
                   END-IF
               ELSE
                   IF WS-WORD-LEN > 0
                       PERFORM APPEND-STREET-WORD
                   END-IF
               END-IF
           END-PERFORM.

           APPEND-STREET-WORD SECTION.
           MOVE 0 TO WS-ABBREV-FOUND.
           PERFORM VARYING WS-ABBREV-IDX FROM 1 BY 1
               UNTIL WS-ABBREV-IDX > 19 OR WS-ABBREV-FOUND > 0
               IF WS-ABBREV-WORD(WS-ABBREV-IDX) = WS-WORD
                   MOVE WS-ABBREV-IDX TO WS-ABBREV-FOUND
               END-IF
           END-PERFORM.
           IF WS-ABBREV-FOUND > 0
               MOVE SPACES TO WS-WORD
               MOVE WS-ABBREV-SHORT(WS-ABBREV-FOUND) TO WS-WORD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
                   TO WS-WORD-LEN
           END-IF.
           PERFORM VARYING WS-ABBREV-IDX FROM 1 BY 1
               UNTIL WS-ABBREV-IDX > WS-WORD-LEN
               MOVE WS-WORD(WS-ABBREV-IDX:1) TO WS-CHAR
               PERFORM KEEP-ONE-CHARACTER
           END-PERFORM.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.
