                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-PROPENSITY-FILE
                 ASSIGN TO "propensity-scores.dat"
               05 SCORE-TIER PIC X(8).
               05 SCORE-REFRESH-DATE PIC X(10).
           FD F-EXTRACT-FILE.
           01 EXTRACT-RECORD PIC X(600).
           FD F-SUMMARY-FILE.
           01 WS-SUMMARY-RECORD PIC X(120).
           WORKING-STORAGE SECTION.
