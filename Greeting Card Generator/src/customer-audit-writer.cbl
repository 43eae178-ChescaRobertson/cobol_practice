               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
      * Who keyed the change and, for changes held for a second
      * operator's approval, who approved it; blank on the older rows
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-OPERATOR PIC X(8).
           LINKAGE SECTION.
           01 LS-PROGRAM-NAME PIC X(20).
           01 LS-ACTION PIC X(8).
           01 LS-PERSON-ID PIC X(10).
           01 LS-BEFORE-IMAGE PIC X(600).
           01 LS-AFTER-IMAGE PIC X(600).
           01 LS-REQUESTED-BY PIC X(8).                                 * Spaces: whoever is running the calling program
           01 LS-APPROVED-BY PIC X(8).                                  * Spaces when no second operator was involved
       PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-ACTION,
               LS-PERSON-ID, LS-BEFORE-IMAGE, LS-AFTER-IMAGE,
               LS-REQUESTED-BY, LS-APPROVED-BY.

           MOVE LS-REQUESTED-BY TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF.
           IF WS-OPERATOR = SPACES
               MOVE "NOBODY" TO WS-OPERATOR
           END-IF.

           OPEN EXTEND F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"                                      * First ever change: create the trail file, then append
               MOVE LS-PERSON-ID TO AUDIT-PERSON-ID
               MOVE LS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
               MOVE LS-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
               MOVE WS-OPERATOR TO AUDIT-REQUESTED-BY
               MOVE LS-APPROVED-BY TO AUDIT-APPROVED-BY
               WRITE AUDIT-RECORD
               CLOSE F-AUDIT-FILE
           ELSE
