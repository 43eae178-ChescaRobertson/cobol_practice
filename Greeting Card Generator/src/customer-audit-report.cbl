               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-HISTORY-FILE.
           01 WS-HISTORY-RECORD PIC X(660).
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
               WS-MATCH-COUNT.
           GOBACK.

      * Emits one matched audit entry as date/program/operator header
      * plus the before and after record images
           WRITE-HISTORY-LINES SECTION.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-HISTORY-RECORD.
           STRING AUDIT-DATE " " AUDIT-PROGRAM " " AUDIT-ACTION
                  " BY " AUDIT-REQUESTED-BY
               INTO WS-HISTORY-RECORD
           END-STRING.
           IF AUDIT-APPROVED-BY NOT = SPACES
               STRING " APPROVED BY " AUDIT-APPROVED-BY
                   DELIMITED BY SIZE
                   INTO WS-HISTORY-RECORD(60:30)
               END-STRING
           END-IF.
           WRITE WS-HISTORY-RECORD.
           MOVE SPACES TO WS-HISTORY-RECORD.
           STRING "  BEFORE: " AUDIT-BEFORE-IMAGE
