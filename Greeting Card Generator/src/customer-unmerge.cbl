      * Reverses a customer-dedupe merge that collapsed two different
      * people into one record. The absorbed record is rebuilt under
      * its original PERSON-ID from the before image customer-dedupe
      * logged in customer-audit.dat when it deleted it; fields the
      * merge copied onto the survivor from the absorbed record are
      * cleared again where the survivor still carries them; the
      * history rows the merge moved are handed back through
      * customer-row-mover; and the pair goes on merge-blocked.dat so
      * dedupe never proposes it again. Every step is appended to
      * unmerge-log.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-unmerge.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PERSON-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-BLOCKED-FILE ASSIGN TO "merge-blocked.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BLOCKED-STATUS.
               SELECT F-LOG-FILE ASSIGN TO "unmerge-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
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
           FD F-BLOCKED-FILE.
      * Pairs an unmerge proved to be two different people; they are
      * never reported or merged again, in either order
           01 BLOCKED-RECORD.
               05 BLOCKED-FIRST-ID PIC X(10).
               05 BLOCKED-SECOND-ID PIC X(10).
               05 BLOCKED-DATE PIC X(10).
               05 BLOCKED-BY PIC X(8).
           FD F-LOG-FILE.                                                 * One line per step of every unmerge, never rewritten
           01 LOG-RECORD.
               05 LOG-DATE PIC X(10).
               05 FILLER PIC X.
               05 LOG-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 LOG-SURVIVOR-ID PIC X(10).
               05 FILLER PIC X.
               05 LOG-ABSORBED-ID PIC X(10).
               05 FILLER PIC X.
               05 LOG-TEXT PIC X(78).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-BLOCKED-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SURVIVOR-ID PIC X(10).
           01 WS-ABSORBED-ID PIC X(10).
           01 WS-LOG-TEXT PIC X(78).
           01 WS-MERGE-FOUND PIC X VALUE 'N'.
           01 WS-MERGE-DATE PIC X(10).
           01 WS-RESTORE-IMAGE PIC X(600).                              * The absorbed record as dedupe deleted it
           01 WS-ENRICH-FOUND PIC X VALUE 'N'.
           01 WS-ENRICH-BEFORE PIC X(600).                              * The survivor either side of the merge's rewrite
           01 WS-ENRICH-AFTER PIC X(600).
           01 WS-SURVIVOR-CHANGED PIC X VALUE 'N'.
      * The fields customer-dedupe copies from the absorbed record
      * when the survivor's are blank, before and after the merge
           01 WS-MERGE-BEFORE-FIELDS.
               05 WS-MB-EMAIL PIC X(60).
               05 WS-MB-ANNIVERSARY PIC X(10).
               05 WS-MB-PRONOUN-NOM PIC X(4).
               05 WS-MB-PRONOUN-OBJ PIC X(4).
               05 WS-MB-PRONOUN-POS PIC X(6).
           01 WS-MERGE-AFTER-FIELDS.
               05 WS-MA-EMAIL PIC X(60).
               05 WS-MA-ANNIVERSARY PIC X(10).
               05 WS-MA-PRONOUN-NOM PIC X(4).
               05 WS-MA-PRONOUN-OBJ PIC X(4).
               05 WS-MA-PRONOUN-POS PIC X(6).
           01 WS-MOVE-MODE PIC X(8) VALUE "UNMERGE".
           01 WS-ROWS-MOVED PIC 9(6) VALUE 0.
           01 WS-ROWS-LEFT PIC 9(6) VALUE 0.
           01 WS-MOVER-RC PIC 9(4) VALUE 0.                             * 8 when the row move was refused outright
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "customer-unmerge".
           01 WS-AUTH-ACTION PIC X(8) VALUE "UNMERGE".
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "customer-unmerge".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHECK" TO WS-LOCK-ACTION.
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, unmerge not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Surviving customer ID the merge kept: ".
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "Absorbed customer ID to restore: ".
           ACCEPT WS-ABSORBED-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE WS-AUTH-OPERATOR TO WS-AUDIT-REQUESTED-BY.

           OPEN EXTEND F-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT F-LOG-FILE
           END-IF.
           MOVE "UNMERGE STARTED" TO WS-LOG-TEXT.
           PERFORM LOG-STEP.
           IF WS-SURVIVOR-ID = SPACES OR WS-ABSORBED-ID = SPACES OR
              WS-SURVIVOR-ID = WS-ABSORBED-ID
               MOVE "STOPPED: two different customer IDs are needed"
                   TO WS-LOG-TEXT
               PERFORM LOG-STEP
               PERFORM FINISH-WITH-ERROR
           END-IF.

           PERFORM FIND-MERGE-IMAGES.
           IF WS-MERGE-FOUND = 'N'
               MOVE "STOPPED: no customer-dedupe delete of the absorbed"
                   & " ID in customer-audit.dat" TO WS-LOG-TEXT
               PERFORM LOG-STEP
               PERFORM FINISH-WITH-ERROR
           END-IF.

           OPEN I-O F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "STOPPED: customers.dat FILE STATUS "
                      WS-CUSTOMERS-STATUS
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM LOG-STEP
               PERFORM FINISH-WITH-ERROR
           END-IF.
           PERFORM RESTORE-ABSORBED-RECORD.
           PERFORM REVERT-SURVIVOR-ENRICHMENT.
           CLOSE F-CUSTOMERS-FILE.

           CALL "customer-row-mover" USING WS-MOVE-MODE,
               WS-SURVIVOR-ID, WS-ABSORBED-ID, WS-ROWS-MOVED,
               WS-ROWS-LEFT.
           MOVE RETURN-CODE TO WS-MOVER-RC.
           MOVE SPACES TO WS-LOG-TEXT.
           IF WS-MOVER-RC = 8
               MOVE "HISTORY ROWS NOT RETURNED: a history file is too "
                   & "large to rewrite" TO WS-LOG-TEXT
           ELSE
               STRING "HISTORY ROWS RETURNED " WS-ROWS-MOVED
                      " NOT FOUND " WS-ROWS-LEFT
                      " (see merge-ledger.dat)"
                   INTO WS-LOG-TEXT
               END-STRING
           END-IF.
           PERFORM LOG-STEP.

           PERFORM BLOCK-PAIR.
           MOVE "UNMERGE COMPLETE" TO WS-LOG-TEXT.
           PERFORM LOG-STEP.
           CLOSE F-LOG-FILE.
           MOVE 0 TO RETURN-CODE.
           IF WS-ROWS-LEFT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MOVER-RC = 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           FINISH-WITH-ERROR SECTION.
           CLOSE F-LOG-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

           LOG-STEP SECTION.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-RUN-DATE TO LOG-DATE.
           MOVE WS-AUTH-OPERATOR TO LOG-OPERATOR.
           MOVE WS-SURVIVOR-ID TO LOG-SURVIVOR-ID.
           MOVE WS-ABSORBED-ID TO LOG-ABSORBED-ID.
           MOVE WS-LOG-TEXT TO LOG-TEXT.
           WRITE LOG-RECORD.
           DISPLAY FUNCTION TRIM(WS-LOG-TEXT).

      * The latest dedupe delete of the absorbed ID is the merge; the
      * survivor's dedupe rewrite the same day shows what it gained
           FIND-MERGE-IMAGES SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-AUDIT-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.
           IF WS-MERGE-FOUND = 'Y'
               MOVE SPACES TO WS-LOG-TEXT
               STRING "MERGE OF " WS-MERGE-DATE
                      " FOUND IN customer-audit.dat"
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM LOG-STEP
           END-IF.

           CHECK-ONE-AUDIT-ROW SECTION.
           IF AUDIT-PROGRAM NOT = "customer-dedupe"
               EXIT SECTION
           END-IF.
           IF AUDIT-ACTION = "DELETE" AND
              AUDIT-PERSON-ID = WS-ABSORBED-ID
               MOVE 'Y' TO WS-MERGE-FOUND
               MOVE AUDIT-DATE TO WS-MERGE-DATE
               MOVE AUDIT-BEFORE-IMAGE TO WS-RESTORE-IMAGE
               MOVE 'N' TO WS-ENRICH-FOUND
           END-IF.
           IF AUDIT-ACTION = "REWRITE" AND
              AUDIT-PERSON-ID = WS-SURVIVOR-ID AND
              WS-MERGE-FOUND = 'Y' AND
              AUDIT-DATE = WS-MERGE-DATE
               MOVE 'Y' TO WS-ENRICH-FOUND
               MOVE AUDIT-BEFORE-IMAGE TO WS-ENRICH-BEFORE
               MOVE AUDIT-AFTER-IMAGE TO WS-ENRICH-AFTER
           END-IF.

           RESTORE-ABSORBED-RECORD SECTION.
           MOVE WS-ABSORBED-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "STOPPED: the absorbed ID is already on "
                       & "customers.dat" TO WS-LOG-TEXT
                   PERFORM LOG-STEP
                   CLOSE F-CUSTOMERS-FILE
                   PERFORM FINISH-WITH-ERROR
           END-READ.
           MOVE WS-RESTORE-IMAGE TO PERSON.
           WRITE PERSON
               INVALID KEY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "STOPPED: rebuilt record could not be "
                          "written, FILE STATUS " WS-CUSTOMERS-STATUS
                       INTO WS-LOG-TEXT
                   END-STRING
                   PERFORM LOG-STEP
                   CLOSE F-CUSTOMERS-FILE
                   PERFORM FINISH-WITH-ERROR
           END-WRITE.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE PERSON TO WS-AUDIT-AFTER.
           MOVE "WRITE" TO WS-AUDIT-ACTION.
           CALL "customer-audit-writer" USING WS-AUDIT-PROGRAM-NAME
               WS-AUDIT-ACTION PERSON-ID WS-AUDIT-BEFORE
               WS-AUDIT-AFTER WS-AUDIT-REQUESTED-BY
               WS-AUDIT-APPROVED-BY.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "RESTORED " FUNCTION TRIM(PERSON-NAME)
                  " FROM THE MERGE'S BEFORE IMAGE"
               INTO WS-LOG-TEXT
           END-STRING.
           PERFORM LOG-STEP.

      * A field is only cleared when the merge filled it from blank
      * and the survivor still holds exactly what the merge put there
           REVERT-SURVIVOR-ENRICHMENT SECTION.
           IF WS-ENRICH-FOUND = 'N'
               MOVE "SURVIVOR: no merge rewrite on file, left as is"
                   TO WS-LOG-TEXT
               PERFORM LOG-STEP
               EXIT SECTION
           END-IF.
           MOVE WS-ENRICH-BEFORE TO PERSON.
           MOVE PERSON-EMAIL TO WS-MB-EMAIL.
           MOVE PERSON-ANNIVERSARY-DATE TO WS-MB-ANNIVERSARY.
           MOVE PERSON-PRONOUN-NOM TO WS-MB-PRONOUN-NOM.
           MOVE PERSON-PRONOUN-OBJ TO WS-MB-PRONOUN-OBJ.
           MOVE PERSON-PRONOUN-POS TO WS-MB-PRONOUN-POS.
           MOVE WS-ENRICH-AFTER TO PERSON.
           MOVE PERSON-EMAIL TO WS-MA-EMAIL.
           MOVE PERSON-ANNIVERSARY-DATE TO WS-MA-ANNIVERSARY.
           MOVE PERSON-PRONOUN-NOM TO WS-MA-PRONOUN-NOM.
           MOVE PERSON-PRONOUN-OBJ TO WS-MA-PRONOUN-OBJ.
           MOVE PERSON-PRONOUN-POS TO WS-MA-PRONOUN-POS.
           MOVE WS-SURVIVOR-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "SURVIVOR: no longer on file, nothing to revert"
                       TO WS-LOG-TEXT
                   PERFORM LOG-STEP
                   EXIT SECTION
           END-READ.
           MOVE PERSON TO WS-AUDIT-BEFORE.
           MOVE 'N' TO WS-SURVIVOR-CHANGED.
           IF WS-MB-EMAIL = SPACES AND WS-MA-EMAIL NOT = SPACES AND
              PERSON-EMAIL = WS-MA-EMAIL
               MOVE SPACES TO PERSON-EMAIL
               MOVE 'Y' TO WS-SURVIVOR-CHANGED
               MOVE "SURVIVOR: email taken from the absorbed record "
                   & "cleared" TO WS-LOG-TEXT
               PERFORM LOG-STEP
           END-IF.
           IF WS-MB-ANNIVERSARY = SPACES AND
              WS-MA-ANNIVERSARY NOT = SPACES AND
              PERSON-ANNIVERSARY-DATE = WS-MA-ANNIVERSARY
               MOVE SPACES TO PERSON-ANNIVERSARY-DATE
               MOVE 'Y' TO WS-SURVIVOR-CHANGED
               MOVE "SURVIVOR: anniversary taken from the absorbed "
                   & "record cleared" TO WS-LOG-TEXT
               PERFORM LOG-STEP
           END-IF.
           IF WS-MB-PRONOUN-NOM = SPACES AND
              WS-MA-PRONOUN-NOM NOT = SPACES AND
              PERSON-PRONOUN-NOM = WS-MA-PRONOUN-NOM AND
              PERSON-PRONOUN-OBJ = WS-MA-PRONOUN-OBJ AND
              PERSON-PRONOUN-POS = WS-MA-PRONOUN-POS
               MOVE WS-MB-PRONOUN-NOM TO PERSON-PRONOUN-NOM
               MOVE WS-MB-PRONOUN-OBJ TO PERSON-PRONOUN-OBJ
               MOVE WS-MB-PRONOUN-POS TO PERSON-PRONOUN-POS
               MOVE 'Y' TO WS-SURVIVOR-CHANGED
               MOVE "SURVIVOR: pronouns taken from the absorbed "
                   & "record cleared" TO WS-LOG-TEXT
               PERFORM LOG-STEP
           END-IF.
           IF WS-SURVIVOR-CHANGED = 'N'
               MOVE "SURVIVOR: nothing from the merge left to revert"
                   TO WS-LOG-TEXT
               PERFORM LOG-STEP
               EXIT SECTION
           END-IF.
           REWRITE PERSON
               INVALID KEY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "SURVIVOR: rewrite failed, FILE STATUS "
                          WS-CUSTOMERS-STATUS
                       INTO WS-LOG-TEXT
                   END-STRING
                   PERFORM LOG-STEP
                   EXIT SECTION
           END-REWRITE.
           MOVE PERSON TO WS-AUDIT-AFTER.
           MOVE "REWRITE" TO WS-AUDIT-ACTION.
           CALL "customer-audit-writer" USING WS-AUDIT-PROGRAM-NAME
               WS-AUDIT-ACTION PERSON-ID WS-AUDIT-BEFORE
               WS-AUDIT-AFTER WS-AUDIT-REQUESTED-BY
               WS-AUDIT-APPROVED-BY.

           BLOCK-PAIR SECTION.
           OPEN EXTEND F-BLOCKED-FILE.
           IF WS-BLOCKED-STATUS = "35"
               OPEN OUTPUT F-BLOCKED-FILE
           END-IF.
           MOVE WS-SURVIVOR-ID TO BLOCKED-FIRST-ID.
           MOVE WS-ABSORBED-ID TO BLOCKED-SECOND-ID.
           MOVE WS-RUN-DATE TO BLOCKED-DATE.
           MOVE WS-AUTH-OPERATOR TO BLOCKED-BY.
           WRITE BLOCKED-RECORD.
           CLOSE F-BLOCKED-FILE.
           MOVE "PAIR ADDED TO merge-blocked.dat" TO WS-LOG-TEXT.
           PERFORM LOG-STEP.
