               05 EXCEPTION-PROGRAM PIC X(20).
               05 EXCEPTION-REASON PIC X(40).
               05 EXCEPTION-STATUS PIC X(8).
               05 EXCEPTION-ORIGINAL PIC X(600).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(200).
           WORKING-STORAGE SECTION.
