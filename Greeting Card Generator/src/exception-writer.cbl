               05 EXCEPTION-PROGRAM PIC X(20).
               05 EXCEPTION-REASON PIC X(40).
               05 EXCEPTION-STATUS PIC X(8).
               05 EXCEPTION-ORIGINAL PIC X(600).
           WORKING-STORAGE SECTION.
           01 WS-EXCEPTIONS-STATUS PIC XX.
           LINKAGE SECTION.
           01 LS-PROGRAM-NAME PIC X(20).
           01 LS-REASON PIC X(40).
           01 LS-ORIGINAL-RECORD PIC X(600).
       PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-REASON,
               LS-ORIGINAL-RECORD.

