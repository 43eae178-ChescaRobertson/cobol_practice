           FILE SECTION.
           FD F-AUTH-FILE.
      * Who may run which sensitive program and action; ALL in the
      * action column covers every action of the program. The role
      * column says which field-masking.dat rules apply to the
      * operator's customer look-ups; field-masker takes the first
      * role named on any of the operator's rows
           01 AUTH-RECORD.
               05 AUTH-OPERATOR PIC X(8).
               05 AUTH-PROGRAM PIC X(20).
               05 AUTH-ACTION PIC X(8).
               05 AUTH-ROLE PIC X(10).
           FD F-SECURITY-LOG-FILE.
           01 SECURITY-LOG-RECORD PIC X(120).
           WORKING-STORAGE SECTION.
