                 ASSIGN TO "birthday-intake.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INTAKE-STATUS.
               SELECT F-BIRTHDAY-TODAY-FILE
                 ASSIGN TO "birthday-today.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TODAY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-BIRTHDAY-INTAKE-FILE.
               05 INTAKE-NAME PIC A(40).
               05 INTAKE-BIRTHDAY PIC 9999.
               05 INTAKE-BIRTH-YEAR PIC 9(4).
               05 INTAKE-PERSON-ID PIC X(10).
      * Everyone whose birthday is today, as the checker sees it -
      * birthday-reconciler matches this list to the cards cut
           FD F-BIRTHDAY-TODAY-FILE.
           01 BIRTHDAY-TODAY-RECORD.
               05 TODAY-PERSON-ID PIC X(10).
               05 TODAY-NAME PIC X(40).
               05 TODAY-RUN-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-INTAKE-STATUS PIC XX.
           01 WS-TODAY-STATUS PIC XX.
           01 WS-RUN-DATE PIC X(10).
           01 WS-TODAY-WRITTEN PIC 9(6) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TODAY.
               03 WS-MONTH PIC 99.

           MOVE FUNCTION CURRENT-DATE(5:4) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           MOVE SPACES TO WS-LOOKAHEAD-ENV.
           ACCEPT WS-LOOKAHEAD-ENV FROM ENVIRONMENT "LOOKAHEAD_DAYS"
               GOBACK
           END-IF.

           OPEN OUTPUT F-BIRTHDAY-TODAY-FILE.
           OPEN INPUT F-BIRTHDAY-INTAKE-FILE.
           IF WS-INTAKE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               DISPLAY "WARNING: birthday-intake.dat FILE STATUS "
                   WS-INTAKE-STATUS ", no birthdays checked"
           END-IF.
           CLOSE F-BIRTHDAY-TODAY-FILE.
           DISPLAY "Birthdays checked: " WS-CHECKED-COUNT.
           DISPLAY "Birthdays today: " WS-TODAY-WRITTEN.
           GOBACK.

           PROCESS-INTAKE-RECORD SECTION.
               INTAKE-BIRTH-YEAR, WS-TODAY, WS-TODAY-YEAR,
               WS-LOOKAHEAD-DAYS, WS-BIRTHDAY-GREETER.
           ADD 1 TO WS-CHECKED-COUNT.
           IF WS-BIRTHDAY-GREETER(1:14) = "Happy Birthday" AND
              WS-TODAY-STATUS = "00"
               MOVE INTAKE-PERSON-ID TO TODAY-PERSON-ID
               MOVE INTAKE-NAME TO TODAY-NAME
               MOVE WS-RUN-DATE TO TODAY-RUN-DATE
               WRITE BIRTHDAY-TODAY-RECORD
               ADD 1 TO WS-TODAY-WRITTEN
           END-IF.

      * The batch envelope pass: the file must open with an HDR line
      * carrying the expected count, close with a TRL line carrying
