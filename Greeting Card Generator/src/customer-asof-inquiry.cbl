                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "asof-inquiry.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-REPORT-FILE.
           01 WS-ROWS-APPLIED PIC 9(5) VALUE 0.
           01 WS-STATE-KNOWN PIC X VALUE 'N'.
           01 WS-STATE-DELETED PIC X VALUE 'N'.
           01 WS-ACCESS-PROGRAM-NAME PIC X(20)
               VALUE "customer-asof-inqry".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10) VALUE SPACES.
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 0.
           01 WS-ACCESS-REASON PIC X(8).
           01 WS-ASOF-IMAGE PIC X(600).
           01 WS-FIELD-IDX PIC 9(2) COMP.
           01 WS-OLD-VALUE PIC X(100).
           01 WS-NEW-VALUE PIC X(100).
           ACCEPT WS-ASK-ID.
           DISPLAY "As-of date (YYYY-MM-DD): ".
           ACCEPT WS-ASK-DATE.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.

           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 12
           WRITE WS-REPORT-RECORD.
           CLOSE F-REPORT-FILE.
           DISPLAY "Full reconstruction written to asof-inquiry.rpt".
           MOVE SPACES TO WS-ACCESS-KEY.
           STRING WS-ASK-ID " AS OF " WS-ASK-DATE
               INTO WS-ACCESS-KEY
           END-STRING.
           IF WS-STATE-KNOWN = 'Y' AND WS-STATE-DELETED = 'N'
               MOVE WS-ASK-ID TO WS-ACCESS-PERSON-ID
               MOVE 1 TO WS-ACCESS-RETURNED
           END-IF.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
           GOBACK.

      * Rows up to the asked-for date roll the state forward; the
