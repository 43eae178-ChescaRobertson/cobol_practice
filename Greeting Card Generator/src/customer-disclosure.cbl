                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-SENT-HISTORY-FILE.                                        * Ledger of who got which campaign on which date
           01 SENT-RECORD.
               05 SENT-KEY.
               05 PREF-ANNIVERSARY-FLAG PIC X.
               05 PREF-HOLIDAY-FLAG PIC X.
               05 PREF-PROFESSIONAL-FLAG PIC X.
               05 PREF-SEQUENCE-FLAG PIC X.
           FD F-AUDIT-FILE.                                               * Change trail against customers.dat, full images
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-EXCEPTIONS-FILE.                                          * Rejected records parked for correction
           01 EXCEPTION-RECORD.
               05 EXCEPTION-DATE PIC X(10).
               05 EXCEPTION-PROGRAM PIC X(20).
               05 EXCEPTION-REASON PIC X(40).
               05 EXCEPTION-STATUS PIC X(8).
               05 EXCEPTION-ORIGINAL PIC X(600).
           FD F-QUEUE-FILE.                                               * Correction skeletons data-quality-scrubber queued
           01 QUEUE-RECORD.
               05 QUEUE-ACTION PIC X.
           01 WS-SUBJECT-ID PIC X(10).
           01 WS-SUBJECT-NAME PIC X(40).
           01 WS-SUBJECT-FOUND PIC X VALUE 'N'.
           01 WS-ACCESS-PROGRAM-NAME PIC X(20)
               VALUE "customer-disclosure".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10) VALUE SPACES.
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 0.
           01 WS-ACCESS-REASON PIC X(8).
           01 WS-RUN-DATE PIC X(10).
           01 WS-THIS-YEAR PIC 9(4).
           01 WS-ARCHIVE-YEAR PIC 9(4).

           DISPLAY "Customer ID to disclose: ".
           ACCEPT WS-SUBJECT-ID.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           CLOSE F-PACKAGE-FILE.
           DISPLAY "Disclosure package written to "
               "disclosure-package.rpt for " WS-SUBJECT-ID.
           MOVE WS-SUBJECT-ID TO WS-ACCESS-KEY.
           IF WS-SUBJECT-FOUND = 'Y'
               MOVE WS-SUBJECT-ID TO WS-ACCESS-PERSON-ID
               MOVE 1 TO WS-ACCESS-RETURNED
           END-IF.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
           GOBACK.

           WRITE-SECTION-HEADING SECTION.
                                  " HOLIDAY=" PREF-HOLIDAY-FLAG
                                  " PROFESSIONAL="
                                  PREF-PROFESSIONAL-FLAG
                                  " SEQUENCE=" PREF-SEQUENCE-FLAG
                               INTO WS-PACKAGE-RECORD
                           END-STRING
                           WRITE WS-PACKAGE-RECORD
