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
           GOBACK.

      * An event must name a real customer, carry a source and
      * timestamp, read ACTIVE or REVOKED, and carry a scope of ALL,
      * EMAIL or SMS - consent evidence with holes in it is worse
      * than none
           LOAD-ONE-CONSENT SECTION.
           IF INTAKE-SOURCE = SPACES OR INTAKE-TIMESTAMP = SPACES OR
              (INTAKE-STATUS NOT = "ACTIVE" AND
                   INTAKE-PERSON-ID ": incomplete or bad status"
               EXIT SECTION
           END-IF.
           IF INTAKE-SCOPE NOT = SPACES AND                             * Texting carries its own opt-in, apart from email
              INTAKE-SCOPE NOT = "ALL" AND
              INTAKE-SCOPE NOT = "EMAIL" AND
              INTAKE-SCOPE NOT = "SMS"
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Rejected consent event for "
                   INTAKE-PERSON-ID ": unknown scope " INTAKE-SCOPE
               EXIT SECTION
           END-IF.
           MOVE INTAKE-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
