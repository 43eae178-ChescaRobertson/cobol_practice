           01 WS-LAYOUT-KIND PIC X.                                     * Trailer kind of the file being spooled: 3 puts the
           01 WS-BRAND-OFFSET PIC 9(3) COMP.                            * moon date ahead of the id, so the brand sits later
           01 WS-CARD-BRAND PIC X(8).
           01 WS-CARD-DESIGN PIC X(8).                                  * Same trailer column in every layout
           01 WS-CODE-MODE PIC X VALUE 'E'.
           01 WS-CODE-CARD-ID PIC 9(9).
           01 WS-CODE-TEXT PIC X(10).
           01 WS-CODE-URL PIC X(60).
           01 WS-CODE-VALID-DAYS PIC 9(4).
           01 WS-CODE-RESULT PIC X.
           01 WS-REPLY-LINE PIC X(80).
           01 WS-REPLY-LEN PIC 9(3) COMP.
           01 WS-LAYOUT-COUNT PIC 9(2) COMP VALUE 0.
           01 WS-LAYOUT-IDX PIC 9(2) COMP.
           01 WS-LAYOUT-FOUND PIC 9.
           PERFORM SELECT-CARD-LAYOUT.
           PERFORM DRAW-CARDSTOCK.
           MOVE 0 TO WS-LINES-ON-PAGE.
           MOVE CARD-TRAILER(54:8) TO WS-CARD-DESIGN.
           MOVE SPACES TO SPOOL-RECORD.
           IF WS-CARD-DESIGN = SPACES
               STRING "----- PAGE " WS-PAGE-COUNT " -----"
                   INTO SPOOL-RECORD
               END-STRING
           ELSE                                                         * The operator loads the named artwork before the page
               STRING "----- PAGE " WS-PAGE-COUNT " ----- DESIGN "
                      WS-CARD-DESIGN
                   INTO SPOOL-RECORD
               END-STRING
           END-IF.
           WRITE SPOOL-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           PERFORM WRITE-BLANK-LINE WS-TOP-MARGIN TIMES.
           PERFORM WRITE-GREETING-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-GREETING-LINE-COUNT.
           PERFORM WRITE-RESPONSE-LINE.
           IF WS-PAGE-DEPTH > 0
               PERFORM WRITE-BLANK-LINE
                   UNTIL WS-LINES-ON-PAGE >= WS-PAGE-DEPTH
               PERFORM WRITE-BLANK-LINE 3 TIMES
           END-IF.

      * The card's personalized reply address, centered under the
      * greeting; the same text is the payload of the printed QR
           WRITE-RESPONSE-LINE SECTION.
           MOVE CARD-TRAILER(WS-ID-OFFSET:9) TO WS-ROW-CARD-ID.
           IF WS-ROW-CARD-ID IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-CARD-ID TO WS-CODE-CARD-ID.
           MOVE 'E' TO WS-CODE-MODE.
           CALL "response-code" USING WS-CODE-MODE, WS-CODE-CARD-ID,
               WS-CARD-BRAND, WS-CODE-TEXT, WS-CODE-URL,
               WS-CODE-VALID-DAYS, WS-CODE-RESULT.
           IF WS-CODE-RESULT NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-REPLY-LINE.
           STRING "Reply online: " FUNCTION TRIM(WS-CODE-URL)
               DELIMITED BY SIZE
               INTO WS-REPLY-LINE
           END-STRING.
           COMPUTE WS-REPLY-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-REPLY-LINE TRAILING)).
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO WS-CENTERED-LINE.
           COMPUTE WS-CENTER-POS = (80 - WS-REPLY-LEN) / 2 + 1.
           MOVE WS-REPLY-LINE(1:WS-REPLY-LEN)
               TO WS-CENTERED-LINE(WS-CENTER-POS:WS-REPLY-LEN).
           MOVE WS-CENTERED-LINE TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.

           WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.
