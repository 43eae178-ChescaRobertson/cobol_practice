      * Read-side companion to customer-audit-writer: every look-up
      * tool that puts customer PII on a screen or a report calls
      * this once per look-up, so the privacy desk can answer who
      * viewed a person's record, with which program, and why. The
      * operator is taken from the same OPERATOR environment value
      * operator-auth resolves.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-access-writer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ACCESS-FILE ASSIGN TO "customer-access.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ACCESS-FILE.
      * One line per look-up: who, when, with what, for what reason,
      * the key typed in, the customer shown (spaces when none was)
      * and how many customer records the look-up returned
           01 ACCESS-RECORD.
               05 ACCESS-DATE PIC X(10).
               05 ACCESS-TIME PIC X(8).
               05 ACCESS-OPERATOR PIC X(8).
               05 ACCESS-PROGRAM PIC X(20).
               05 ACCESS-REASON PIC X(8).
               05 ACCESS-PERSON-ID PIC X(10).
               05 ACCESS-RECORDS PIC 9(6).
               05 ACCESS-SEARCH-KEY PIC X(60).
           WORKING-STORAGE SECTION.
           01 WS-ACCESS-STATUS PIC XX.
           01 WS-OPERATOR PIC X(8).
           LINKAGE SECTION.
           01 LS-PROGRAM-NAME PIC X(20).
           01 LS-SEARCH-KEY PIC X(60).
           01 LS-PERSON-ID PIC X(10).
           01 LS-RECORDS-RETURNED PIC 9(6).
           01 LS-REASON-CODE PIC X(8).
       PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-SEARCH-KEY,
               LS-PERSON-ID, LS-RECORDS-RETURNED, LS-REASON-CODE.

           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           IF WS-OPERATOR = SPACES                                      * Logged as such, so the report can flag it
               MOVE "NOBODY" TO WS-OPERATOR
           END-IF.
           OPEN EXTEND F-ACCESS-FILE.
           IF WS-ACCESS-STATUS = "35"                                     * First ever look-up: create the trail file, then append
               OPEN OUTPUT F-ACCESS-FILE
           END-IF.
           IF WS-ACCESS-STATUS = "00"
               MOVE SPACES TO ACCESS-RECORD
               MOVE FUNCTION CURRENT-DATE(1:4) TO ACCESS-DATE(1:4)
               MOVE "-" TO ACCESS-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO ACCESS-DATE(6:2)
               MOVE "-" TO ACCESS-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO ACCESS-DATE(9:2)
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                      FUNCTION CURRENT-DATE(11:2) ":"
                      FUNCTION CURRENT-DATE(13:2)
                   INTO ACCESS-TIME
               END-STRING
               MOVE WS-OPERATOR TO ACCESS-OPERATOR
               MOVE LS-PROGRAM-NAME TO ACCESS-PROGRAM
               MOVE LS-REASON-CODE TO ACCESS-REASON
               IF ACCESS-REASON = SPACES
                   MOVE "NONE" TO ACCESS-REASON
               END-IF
               MOVE LS-PERSON-ID TO ACCESS-PERSON-ID
               MOVE LS-RECORDS-RETURNED TO ACCESS-RECORDS
               MOVE LS-SEARCH-KEY TO ACCESS-SEARCH-KEY
               WRITE ACCESS-RECORD
               CLOSE F-ACCESS-FILE
           ELSE
               DISPLAY "WARNING: customer-access.dat FILE STATUS "
                   WS-ACCESS-STATUS ", look-up not logged"
           END-IF.

           GOBACK.
