           01 WS-ANSWER PIC X(10).
           01 WS-LOG-STAMP PIC X(19).
           01 WS-LOG-TEXT PIC X(100).
           01 WS-ACCESS-PROGRAM-NAME PIC X(20) VALUE "operator-console".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 1.                      * Each console look-up consults one customer record
           01 WS-ACCESS-REASON PIC X(8).

       PROCEDURE DIVISION.

               DISPLAY "  3  Age eligibility calculator"
               DISPLAY "  4  Why didn't this customer get a card"
               DISPLAY "  5  Tax deadline lookup by state"
               DISPLAY "  6  Customer inquiry (did my card go out)"
               DISPLAY "  Q  Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
                       PERFORM CONSOLE-DECISION-EXPLAIN
                   WHEN '5'
                       PERFORM CONSOLE-DEADLINE-LOOKUP
                   WHEN '6'
                       PERFORM CONSOLE-CUSTOMER-INQUIRY
                   WHEN 'Q'
                   WHEN 'q'
                       CONTINUE
           CONSOLE-WEREWOLF-LOOKUP SECTION.
           DISPLAY "Customer ID: ".
           ACCEPT WS-CUSTOMER-ID.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           CALL "werewolf-lookup" USING WS-CUSTOMER-ID,
               WS-LOOKUP-RESULT.
           IF WS-LOOKUP-RESULT = 'TRUE'
               INTO WS-LOG-TEXT
           END-STRING.
           PERFORM LOG-INQUIRY.
           MOVE "WEREWOLF-LOOKUP" TO WS-ACCESS-KEY.
           PERFORM LOG-CUSTOMER-ACCESS.

           CONSOLE-SUPERMOON-QUERY SECTION.
           DISPLAY "Date (YYYY-MM-DD): ".
           ACCEPT WS-CUSTOMER-ID.
           DISPLAY "Date (YYYY-MM-DD): ".
           ACCEPT WS-QUERY-DATE.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           CALL "card-decision-explain" USING WS-CUSTOMER-ID,
               WS-QUERY-DATE.
           MOVE SPACES TO WS-LOG-TEXT.
               INTO WS-LOG-TEXT
           END-STRING.
           PERFORM LOG-INQUIRY.
           MOVE SPACES TO WS-ACCESS-KEY.
           STRING "DECISION-EXPLAIN " WS-QUERY-DATE
               INTO WS-ACCESS-KEY
           END-STRING.
           PERFORM LOG-CUSTOMER-ACCESS.

      * Answers "when are taxes due" for a year and state, the
      * state-observed row outranking the federal date
           END-STRING.
           PERFORM LOG-INQUIRY.

      * The call-center customer view, masked to the operator's role
      * by customer-inquiry itself, which also logs the look-up on
      * the access trail; cancelled after each use so the next
      * inquiry starts clean
           CONSOLE-CUSTOMER-INQUIRY SECTION.
           CALL "customer-inquiry".
           CANCEL "customer-inquiry".
           MOVE "CUSTOMER-INQUIRY" TO WS-LOG-TEXT.
           PERFORM LOG-INQUIRY.

           LOG-INQUIRY SECTION.
           MOVE SPACES TO WS-LOG-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               WRITE INQUIRY-LOG-RECORD
               CLOSE F-INQUIRY-LOG-FILE
           END-IF.

      * Customer look-ups also go on the privacy desk's access trail
           LOG-CUSTOMER-ACCESS SECTION.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-CUSTOMER-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
