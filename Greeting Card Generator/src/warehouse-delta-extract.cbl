               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-CHECKPOINT-FILE.
      * How far down the audit trail the previous extract reached
           01 CHECKPOINT-RECORD.
                  INDEXED BY CHANGE-IDX.
                      10 WS-CHANGE-PERSON-ID PIC X(10).
                      10 WS-CHANGE-KIND PIC X(3).
                      10 WS-CHANGE-IMAGE PIC X(600).

       PROCEDURE DIVISION.

