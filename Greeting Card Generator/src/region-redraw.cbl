                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-PENDING-FILE ASSIGN TO "redraw-pending.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                      10 WS-HELD-LINE-TEXT PIC X(500).
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "region-redraw".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-MAPPINGS.                                              * The redraw rules, held for the whole pass
                   CALL "customer-audit-writer" USING
                       WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                       PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                       WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
           END-REWRITE.

      * Cards already cut carry their own region column; the queue
