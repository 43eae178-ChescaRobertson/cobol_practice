           01 WS-BATCH-ID PIC X(10).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "pronoun-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
       PROCEDURE DIVISION.

           PERFORM VALIDATE-BATCH-ENVELOPE.                             * An out-of-balance transfer must not half-load
