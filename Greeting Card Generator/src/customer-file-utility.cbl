                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-BACKUP-FILE ASSIGN TO "customers-backup.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-BACKUP-FILE.
           01 BACKUP-RECORD PIC X(600).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-BACKUP-STATUS PIC XX.
           MOVE PERSON-ID TO WS-PRIOR-PERSON-ID.

      * Rebuilds the indexed file from the sequential backup; the
      * old customers.dat is replaced outright, and every alternate
      * key (name, email, birthday and anniversary month-day) is
      * built fresh as each record is written
           RELOAD-CUSTOMERS SECTION.
           OPEN INPUT F-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
