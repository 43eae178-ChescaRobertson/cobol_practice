           01 WS-ID-OFFSET PIC 9(3) COMP.
           01 WS-CARD-BRAND PIC X(8).
           01 WS-CARD-ID-TEXT PIC X(9).
           01 WS-CODE-MODE PIC X VALUE 'E'.
           01 WS-CODE-CARD-ID PIC 9(9).
           01 WS-CODE-TEXT PIC X(10).
           01 WS-CODE-URL PIC X(60).
           01 WS-CODE-VALID-DAYS PIC 9(4).
           01 WS-CODE-RESULT PIC X.
           01 WS-MESSAGE-COUNT PIC 9(6) VALUE 0.
           01 WS-SHELL-COUNT PIC 9(2) COMP VALUE 0.
           01 WS-SHELL-IDX PIC 9(2) COMP.
           FORMAT-ONE-MESSAGE SECTION.
           PERFORM SELECT-BRAND-SHELL.
           MOVE CARD-TRAILER(WS-ID-OFFSET:9) TO WS-CARD-ID-TEXT.
           PERFORM GET-RESPONSE-LINK.
           PERFORM SPLIT-GREETING-LINES.
           ADD 1 TO WS-MESSAGE-COUNT.
           MOVE SPACES TO MESSAGE-RECORD.
           PERFORM WRITE-PLAIN-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           IF WS-CODE-RESULT = 'Y'
               MOVE SPACES TO MESSAGE-RECORD
               STRING "Reply online: " FUNCTION TRIM(WS-CODE-URL)
                   INTO MESSAGE-RECORD
               END-STRING
               WRITE MESSAGE-RECORD
           END-IF.
           MOVE SPACES TO MESSAGE-RECORD.
           MOVE WS-USE-FOOTER TO MESSAGE-RECORD.
           WRITE MESSAGE-RECORD.
           PERFORM WRITE-HTML-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           IF WS-CODE-RESULT = 'Y'
               MOVE SPACES TO MESSAGE-RECORD
               STRING "<p><a href=""" FUNCTION TRIM(WS-CODE-URL)
                      """>Reply online</a></p>"
                   INTO MESSAGE-RECORD
               END-STRING
               WRITE MESSAGE-RECORD
           END-IF.
           MOVE SPACES TO MESSAGE-RECORD.
           STRING "<hr><p style=""font-size:small"">"
                  FUNCTION TRIM(WS-USE-FOOTER) "</p>"
           MOVE "=== MESSAGE-END ===" TO MESSAGE-RECORD.
           WRITE MESSAGE-RECORD.

      * The card's personalized reply link, built from its card ID
      * and brand; a card with no usable ID or key goes without
           GET-RESPONSE-LINK SECTION.
           MOVE 'N' TO WS-CODE-RESULT.
           IF WS-CARD-ID-TEXT IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-CARD-ID-TEXT TO WS-CODE-CARD-ID.
           MOVE 'E' TO WS-CODE-MODE.
           CALL "response-code" USING WS-CODE-MODE, WS-CODE-CARD-ID,
               WS-CARD-BRAND, WS-CODE-TEXT, WS-CODE-URL,
               WS-CODE-VALID-DAYS, WS-CODE-RESULT.

           SPLIT-GREETING-LINES SECTION.
           MOVE SPACES TO WS-GREETING-LINES.
           UNSTRING CARD-GREETING DELIMITED BY "~"
