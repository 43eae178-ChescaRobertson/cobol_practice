                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           LINKAGE SECTION.
           01 LS-PERSON-ID PIC X(10).
           01 LS-PRONOUN-NOM PIC X(4).
                                   WS-AUDIT-PROGRAM-NAME
                                   WS-AUDIT-ACTION PERSON-ID
                                   WS-AUDIT-BEFORE WS-AUDIT-AFTER
                                   WS-AUDIT-REQUESTED-BY
                                   WS-AUDIT-APPROVED-BY
                               PERFORM QUEUE-CARD-REFRESH
                       END-REWRITE
               END-READ
