      * Cross-checks the places pronoun data lives - the reference
      * list, the custom registry, the deferred update queue, and the
      * pronoun fields on the customer master - and puts every
      * disagreement on exceptions.dat under a reason code. The
      * report lists the findings, which pairs are actually in use,
      * and a per-code count with the clean-up each code calls for.
      * Nothing is changed here; the clean-up is done by hand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pronoun-consistency-check.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
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
               SELECT F-PRONOUN-REFERENCE-FILE
                 ASSIGN TO "pronoun-reference.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERENCE-STATUS.
               SELECT F-CUSTOM-REGISTRY-FILE
                 ASSIGN TO "custom-pronouns.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGISTRY-STATUS.
               SELECT F-DEFERRED-FILE ASSIGN TO "deferred-pronouns.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEFERRED-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-REPORT-FILE
                 ASSIGN TO "pronoun-consistency.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-PRONOUN-REFERENCE-FILE.
           01 PRONOUN-REFERENCE-RECORD.
               05 REFERENCE-NOM PIC X(4).
               05 REFERENCE-OBJ PIC X(4).
               05 REFERENCE-POS PIC X(6).
           FD F-CUSTOM-REGISTRY-FILE.
      * Customers whose pronouns sit outside the reference list,
      * captured with all three forms spelled out
           01 CUSTOM-REGISTRY-RECORD.
               05 REGISTRY-PERSON-ID PIC X(10).
               05 REGISTRY-NOM PIC X(4).
               05 REGISTRY-OBJ PIC X(4).
               05 REGISTRY-POS PIC X(6).
           FD F-DEFERRED-FILE.                                          * Updates held back while the nightly batch lock is on
           01 DEFERRED-RECORD.
               05 DEFERRED-PERSON-ID PIC X(10).
               05 DEFERRED-PRONOUN-NOM PIC X(4).
               05 DEFERRED-PRONOUN-OBJ PIC X(4).
               05 DEFERRED-PRONOUN-POS PIC X(6).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-REFERENCE-STATUS PIC XX.
           01 WS-REGISTRY-STATUS PIC XX.
           01 WS-DEFERRED-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
           01 WS-REGISTRY-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-DEFERRED-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-FINDING-COUNT PIC 9(6) VALUE 0.
           01 WS-EXC-PROGRAM PIC X(20) VALUE "pronoun-consistency".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
      * The finding being raised: its code, whose it is, and the
      * pronoun forms the offending record carries
           01 WS-FINDING-CODE-IDX PIC 9(4) COMP.
           01 WS-FINDING-PERSON-ID PIC X(10).
           01 WS-FINDING-NOM PIC X(4).
           01 WS-FINDING-OBJ PIC X(4).
           01 WS-FINDING-POS PIC X(6).
           01 WS-CHECK-NOM PIC X(4).
           01 WS-CHECK-OBJ PIC X(4).
           01 WS-REFERENCE-HIT PIC 9(4) COMP.
           01 WS-REGISTRY-HIT PIC 9(4) COMP.
           01 WS-USAGE-HIT PIC 9(4) COMP.
           01 WS-PERSON-ON-FILE PIC X.
           01 WS-REFERENCE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REFERENCE-IDX PIC 9(4) COMP.
           01 WS-PRONOUN-REFERENCES.
               05 WS-PRONOUN-REFERENCE OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-REFERENCE-COUNT.
                       10 WS-REFERENCE-NOM PIC X(4).
                       10 WS-REFERENCE-OBJ PIC X(4).
                       10 WS-REFERENCE-POS PIC X(6).
           01 WS-REGISTRY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REGISTRY-IDX PIC 9(4) COMP.
           01 WS-REGISTRY-ENTRIES.
               05 WS-REGISTRY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REGISTRY-COUNT.
                       10 WS-REGISTRY-PERSON-ID PIC X(10).
                       10 WS-REGISTRY-NOM PIC X(4).
                       10 WS-REGISTRY-OBJ PIC X(4).
                       10 WS-REGISTRY-POS PIC X(6).
      * Every distinct pair the customer master holds, with how many
      * customers hold it and which list (if any) it belongs to
           01 WS-USAGE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-USAGE-IDX PIC 9(4) COMP.
           01 WS-PAIR-USAGE.
               05 WS-USAGE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-USAGE-COUNT.
                       10 WS-USAGE-NOM PIC X(4).
                       10 WS-USAGE-OBJ PIC X(4).
                       10 WS-USAGE-HOLDERS PIC 9(6).
                       10 WS-USAGE-SOURCE PIC X(10).
      * Deferred updates whose customer is no longer on the master;
      * the audit trail says whether a merge or a purge took it
           01 WS-ORPHAN-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ORPHAN-IDX PIC 9(4) COMP.
           01 WS-ORPHANS.
               05 WS-ORPHAN OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ORPHAN-COUNT.
                       10 WS-ORPHAN-RECORD PIC X(24).
                       10 WS-ORPHAN-PERSON-ID PIC X(10).
                       10 WS-ORPHAN-DELETED-BY PIC X(20).
      * One row per reason code: the text that goes on the exception,
      * the clean-up it calls for, and how often it turned up
           01 WS-REASON-CODE-COUNT PIC 9(4) COMP VALUE 10.
           01 WS-REASON-CODE-IDX PIC 9(4) COMP.
           01 WS-REASON-CODE-VALUES.
               05 FILLER PIC X(39)
                   VALUE "PC01pair not in reference or registry".
               05 FILLER PIC X(40)
                   VALUE "add to registry or correct the customer".
               05 FILLER PIC X(39)
                   VALUE "PC02pronoun set incomplete".
               05 FILLER PIC X(40)
                   VALUE "complete or blank out all three forms".
               05 FILLER PIC X(39)
                   VALUE "PC03possessive differs from reference".
               05 FILLER PIC X(40)
                   VALUE "correct possessive or register the set".
               05 FILLER PIC X(39)
                   VALUE "PC04registry customer not on file".
               05 FILLER PIC X(40)
                   VALUE "remove the registry entry".
               05 FILLER PIC X(39)
                   VALUE "PC05registry pair no longer used".
               05 FILLER PIC X(40)
                   VALUE "remove the registry entry".
               05 FILLER PIC X(39)
                   VALUE "PC06registry pair now on reference list".
               05 FILLER PIC X(40)
                   VALUE "remove the registry entry".
               05 FILLER PIC X(39)
                   VALUE "PC07deferred update, customer merged".
               05 FILLER PIC X(40)
                   VALUE "re-key to the survivor or drop it".
               05 FILLER PIC X(39)
                   VALUE "PC08deferred update, customer purged".
               05 FILLER PIC X(40)
                   VALUE "drop the deferred update".
               05 FILLER PIC X(39)
                   VALUE "PC09deferred update, customer unknown".
               05 FILLER PIC X(40)
                   VALUE "check the ID, then fix or drop it".
               05 FILLER PIC X(39)
                   VALUE "PC10deferred pair not on either list".
               05 FILLER PIC X(40)
                   VALUE "register the set or correct the update".
           01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
               05 WS-REASON-CODE-ENTRY OCCURS 10 TIMES.
                   10 WS-REASON-CODE PIC X(4).
                   10 WS-REASON-TEXT PIC X(35).
                   10 WS-REASON-ACTION PIC X(40).
           01 WS-REASON-TALLIES.
               05 WS-REASON-TALLY PIC 9(6) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE ZEROES TO WS-REASON-TALLIES.

           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing checked"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PRONOUN-REFERENCE.
           PERFORM LOAD-CUSTOM-REGISTRY.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PRONOUN CONSISTENCY CHECK - RUN " WS-RUN-DATE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "FINDINGS" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "CODE PERSON-ID  NOM  OBJ  POS    REASON"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.

           PERFORM CHECK-CUSTOMER-MASTER.
           PERFORM CHECK-CUSTOM-REGISTRY.
           PERFORM CHECK-DEFERRED-QUEUE.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM RESOLVE-ORPHAN-UPDATES.

           PERFORM PRINT-PAIR-USAGE.
           PERFORM PRINT-REASON-SUMMARY.
           CLOSE F-REPORT-FILE.

           DISPLAY "Pronoun consistency check: customers "
               WS-SCANNED-COUNT " registry " WS-REGISTRY-READ-COUNT
               " deferred " WS-DEFERRED-READ-COUNT
               " findings " WS-FINDING-COUNT.
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The reference list with all three forms, so the possessive
      * on the master can be checked as well as the pair
           LOAD-PRONOUN-REFERENCE SECTION.
           OPEN INPUT F-PRONOUN-REFERENCE-FILE.
           IF WS-REFERENCE-STATUS NOT = "00"
               DISPLAY "WARNING: pronoun-reference.dat FILE STATUS "
                   WS-REFERENCE-STATUS ", every set counts as custom"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PRONOUN-REFERENCE-FILE
                   NOT AT END
                       IF WS-REFERENCE-COUNT < 50
                           ADD 1 TO WS-REFERENCE-COUNT
                           MOVE PRONOUN-REFERENCE-RECORD
                               TO WS-PRONOUN-REFERENCE
                                   (WS-REFERENCE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PRONOUN-REFERENCE-FILE.

           LOAD-CUSTOM-REGISTRY SECTION.
           OPEN INPUT F-CUSTOM-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "WARNING: custom-pronouns.dat FILE STATUS "
                   WS-REGISTRY-STATUS ", registry treated as empty"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOM-REGISTRY-FILE
                   NOT AT END
                       ADD 1 TO WS-REGISTRY-READ-COUNT
                       IF WS-REGISTRY-COUNT < 2000
                           ADD 1 TO WS-REGISTRY-COUNT
                           MOVE CUSTOM-REGISTRY-RECORD
                               TO WS-REGISTRY-ENTRY(WS-REGISTRY-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOM-REGISTRY-FILE.

      * Every customer holding pronouns must hold a complete set,
      * from the reference list or the registry, and a referenced
      * pair must carry the reference list's possessive
           CHECK-CUSTOMER-MASTER SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.

           CHECK-ONE-CUSTOMER SECTION.
           IF PERSON-PRONOUN-NOM = SPACES AND
              PERSON-PRONOUN-OBJ = SPACES AND
              PERSON-PRONOUN-POS = SPACES
               EXIT SECTION
           END-IF.
           MOVE PERSON-ID TO WS-FINDING-PERSON-ID.
           MOVE PERSON-PRONOUN-NOM TO WS-FINDING-NOM.
           MOVE PERSON-PRONOUN-OBJ TO WS-FINDING-OBJ.
           MOVE PERSON-PRONOUN-POS TO WS-FINDING-POS.
           MOVE SPACES TO WS-EXC-ORIGINAL.
           MOVE PERSON TO WS-EXC-ORIGINAL.
           IF PERSON-PRONOUN-NOM = SPACES OR
              PERSON-PRONOUN-OBJ = SPACES OR
              PERSON-PRONOUN-POS = SPACES
               MOVE 2 TO WS-FINDING-CODE-IDX
               PERFORM RAISE-FINDING
           END-IF.
           IF PERSON-PRONOUN-NOM = SPACES AND
              PERSON-PRONOUN-OBJ = SPACES
               EXIT SECTION
           END-IF.

           MOVE PERSON-PRONOUN-NOM TO WS-CHECK-NOM.
           MOVE PERSON-PRONOUN-OBJ TO WS-CHECK-OBJ.
           PERFORM FIND-PAIR-IN-LISTS.
           PERFORM COUNT-PAIR-USAGE.
           IF WS-REFERENCE-HIT > 0
               IF PERSON-PRONOUN-POS NOT = SPACES AND
                  PERSON-PRONOUN-POS NOT =
                      WS-REFERENCE-POS(WS-REFERENCE-HIT) AND
                  WS-REGISTRY-HIT = 0
                   MOVE 3 TO WS-FINDING-CODE-IDX
                   PERFORM RAISE-FINDING
               END-IF
           ELSE
               IF WS-REGISTRY-HIT = 0
                   MOVE 1 TO WS-FINDING-CODE-IDX
                   PERFORM RAISE-FINDING
               END-IF
           END-IF.

      * Looks WS-CHECK-NOM/OBJ up on both lists; either hit is zero
      * when the pair is not there
           FIND-PAIR-IN-LISTS SECTION.
           MOVE 0 TO WS-REFERENCE-HIT.
           MOVE 0 TO WS-REGISTRY-HIT.
           PERFORM VARYING WS-REFERENCE-IDX FROM 1 BY 1
                   UNTIL WS-REFERENCE-IDX > WS-REFERENCE-COUNT
                      OR WS-REFERENCE-HIT > 0
               IF WS-REFERENCE-NOM(WS-REFERENCE-IDX) = WS-CHECK-NOM
                  AND WS-REFERENCE-OBJ(WS-REFERENCE-IDX) = WS-CHECK-OBJ
                   MOVE WS-REFERENCE-IDX TO WS-REFERENCE-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                   UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                      OR WS-REGISTRY-HIT > 0
               IF WS-REGISTRY-NOM(WS-REGISTRY-IDX) = WS-CHECK-NOM AND
                  WS-REGISTRY-OBJ(WS-REGISTRY-IDX) = WS-CHECK-OBJ
                   MOVE WS-REGISTRY-IDX TO WS-REGISTRY-HIT
               END-IF
           END-PERFORM.

      * Adds the customer's pair to the in-use table; called after
      * FIND-PAIR-IN-LISTS so a new row knows which list it is from
           COUNT-PAIR-USAGE SECTION.
           PERFORM FIND-PAIR-USAGE.
           IF WS-USAGE-HIT = 0
               IF WS-USAGE-COUNT >= 500
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-USAGE-HIT
               MOVE WS-CHECK-NOM TO WS-USAGE-NOM(WS-USAGE-HIT)
               MOVE WS-CHECK-OBJ TO WS-USAGE-OBJ(WS-USAGE-HIT)
               MOVE 0 TO WS-USAGE-HOLDERS(WS-USAGE-HIT)
               EVALUATE TRUE
                   WHEN WS-REFERENCE-HIT > 0
                       MOVE "REFERENCE" TO WS-USAGE-SOURCE(WS-USAGE-HIT)
                   WHEN WS-REGISTRY-HIT > 0
                       MOVE "REGISTRY" TO WS-USAGE-SOURCE(WS-USAGE-HIT)
                   WHEN OTHER
                       MOVE "UNLISTED" TO WS-USAGE-SOURCE(WS-USAGE-HIT)
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-USAGE-HOLDERS(WS-USAGE-HIT).

           FIND-PAIR-USAGE SECTION.
           MOVE 0 TO WS-USAGE-HIT.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
                   UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
                      OR WS-USAGE-HIT > 0
               IF WS-USAGE-NOM(WS-USAGE-IDX) = WS-CHECK-NOM AND
                  WS-USAGE-OBJ(WS-USAGE-IDX) = WS-CHECK-OBJ
                   MOVE WS-USAGE-IDX TO WS-USAGE-HIT
               END-IF
           END-PERFORM.

      * A registry entry must belong to a customer still on file,
      * carry a pair somebody still holds, and not duplicate a pair
      * that has since been added to the reference list
           CHECK-CUSTOM-REGISTRY SECTION.
           PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                   UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
               MOVE WS-REGISTRY-PERSON-ID(WS-REGISTRY-IDX)
                   TO WS-FINDING-PERSON-ID
               MOVE WS-REGISTRY-NOM(WS-REGISTRY-IDX) TO WS-FINDING-NOM
               MOVE WS-REGISTRY-OBJ(WS-REGISTRY-IDX) TO WS-FINDING-OBJ
               MOVE WS-REGISTRY-POS(WS-REGISTRY-IDX) TO WS-FINDING-POS
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE WS-REGISTRY-ENTRY(WS-REGISTRY-IDX)
                   TO WS-EXC-ORIGINAL
               PERFORM LOOK-UP-FINDING-PERSON
               IF WS-PERSON-ON-FILE = 'N'
                   MOVE 4 TO WS-FINDING-CODE-IDX
                   PERFORM RAISE-FINDING
               END-IF
               MOVE WS-FINDING-NOM TO WS-CHECK-NOM
               MOVE WS-FINDING-OBJ TO WS-CHECK-OBJ
               PERFORM FIND-PAIR-USAGE
               IF WS-USAGE-HIT = 0
                   MOVE 5 TO WS-FINDING-CODE-IDX
                   PERFORM RAISE-FINDING
               END-IF
               PERFORM VARYING WS-REFERENCE-IDX FROM 1 BY 1
                       UNTIL WS-REFERENCE-IDX > WS-REFERENCE-COUNT
                   IF WS-REFERENCE-NOM(WS-REFERENCE-IDX) = WS-CHECK-NOM
                      AND WS-REFERENCE-OBJ(WS-REFERENCE-IDX)
                          = WS-CHECK-OBJ
                       MOVE 6 TO WS-FINDING-CODE-IDX
                       PERFORM RAISE-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A queued update must point at a customer still on file and
      * carry a pair the applier would be allowed to save; updates
      * whose customer is gone wait for the audit trail to say why
           CHECK-DEFERRED-QUEUE SECTION.
           OPEN INPUT F-DEFERRED-FILE.
           IF WS-DEFERRED-STATUS NOT = "00"
               DISPLAY "No deferred pronoun updates queued"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DEFERRED-FILE
                   NOT AT END
                       ADD 1 TO WS-DEFERRED-READ-COUNT
                       PERFORM CHECK-ONE-DEFERRED-UPDATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DEFERRED-FILE.

           CHECK-ONE-DEFERRED-UPDATE SECTION.
           MOVE DEFERRED-PERSON-ID TO WS-FINDING-PERSON-ID.
           MOVE DEFERRED-PRONOUN-NOM TO WS-FINDING-NOM.
           MOVE DEFERRED-PRONOUN-OBJ TO WS-FINDING-OBJ.
           MOVE DEFERRED-PRONOUN-POS TO WS-FINDING-POS.
           MOVE SPACES TO WS-EXC-ORIGINAL.
           MOVE DEFERRED-RECORD TO WS-EXC-ORIGINAL.
           PERFORM LOOK-UP-FINDING-PERSON.
           IF WS-PERSON-ON-FILE = 'N'
               IF WS-ORPHAN-COUNT < 500
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE DEFERRED-RECORD
                       TO WS-ORPHAN-RECORD(WS-ORPHAN-COUNT)
                   MOVE DEFERRED-PERSON-ID
                       TO WS-ORPHAN-PERSON-ID(WS-ORPHAN-COUNT)
                   MOVE SPACES TO WS-ORPHAN-DELETED-BY(WS-ORPHAN-COUNT)
               ELSE
                   MOVE 9 TO WS-FINDING-CODE-IDX
                   PERFORM RAISE-FINDING
               END-IF
           END-IF.
           IF DEFERRED-PRONOUN-NOM = SPACES AND
              DEFERRED-PRONOUN-OBJ = SPACES
               EXIT SECTION
           END-IF.
           MOVE DEFERRED-PRONOUN-NOM TO WS-CHECK-NOM.
           MOVE DEFERRED-PRONOUN-OBJ TO WS-CHECK-OBJ.
           PERFORM FIND-PAIR-IN-LISTS.
           IF WS-REFERENCE-HIT = 0 AND WS-REGISTRY-HIT = 0
               MOVE 10 TO WS-FINDING-CODE-IDX
               PERFORM RAISE-FINDING
           END-IF.

           LOOK-UP-FINDING-PERSON SECTION.
           MOVE WS-FINDING-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               KEY IS PERSON-ID
               INVALID KEY
                   MOVE 'N' TO WS-PERSON-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSON-ON-FILE
           END-READ.

      * The last DELETE the audit trail holds for each missing
      * customer decides the code: customer-dedupe deletes the
      * absorbed half of a merge, anything else is a purge, and a
      * customer with no DELETE at all was never on file
           RESOLVE-ORPHAN-UPDATES SECTION.
           IF WS-ORPHAN-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE
                       NOT AT END
                           IF AUDIT-ACTION = "DELETE"
                               PERFORM MATCH-AUDIT-DELETE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
           ELSE
               DISPLAY "WARNING: customer-audit.dat FILE STATUS "
                   WS-AUDIT-STATUS ", missing customers reported "
                   "as unknown"
           END-IF.
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
                   UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
               MOVE WS-ORPHAN-RECORD(WS-ORPHAN-IDX) TO DEFERRED-RECORD
               MOVE DEFERRED-PERSON-ID TO WS-FINDING-PERSON-ID
               MOVE DEFERRED-PRONOUN-NOM TO WS-FINDING-NOM
               MOVE DEFERRED-PRONOUN-OBJ TO WS-FINDING-OBJ
               MOVE DEFERRED-PRONOUN-POS TO WS-FINDING-POS
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE DEFERRED-RECORD TO WS-EXC-ORIGINAL
               EVALUATE WS-ORPHAN-DELETED-BY(WS-ORPHAN-IDX)
                   WHEN SPACES
                       MOVE 9 TO WS-FINDING-CODE-IDX
                   WHEN "customer-dedupe"
                       MOVE 7 TO WS-FINDING-CODE-IDX
                   WHEN OTHER
                       MOVE 8 TO WS-FINDING-CODE-IDX
               END-EVALUATE
               PERFORM RAISE-FINDING
           END-PERFORM.

           MATCH-AUDIT-DELETE SECTION.
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
                   UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
               IF WS-ORPHAN-PERSON-ID(WS-ORPHAN-IDX) = AUDIT-PERSON-ID
                   MOVE AUDIT-PROGRAM
                       TO WS-ORPHAN-DELETED-BY(WS-ORPHAN-IDX)
               END-IF
           END-PERFORM.

      * One finding: a line on the report, a row on exceptions.dat
      * carrying the offending record, and a tick against its code
           RAISE-FINDING SECTION.
           ADD 1 TO WS-FINDING-COUNT.
           ADD 1 TO WS-REASON-TALLY(WS-FINDING-CODE-IDX).
           MOVE SPACES TO WS-EXC-REASON.
           STRING WS-REASON-CODE(WS-FINDING-CODE-IDX) " "
                  WS-REASON-TEXT(WS-FINDING-CODE-IDX)
               DELIMITED BY SIZE
               INTO WS-EXC-REASON
           END-STRING.
           CALL "exception-writer" USING WS-EXC-PROGRAM
               WS-EXC-REASON WS-EXC-ORIGINAL.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-REASON-CODE(WS-FINDING-CODE-IDX) " "
                  WS-FINDING-PERSON-ID " "
                  WS-FINDING-NOM " " WS-FINDING-OBJ " "
                  WS-FINDING-POS " "
                  WS-REASON-TEXT(WS-FINDING-CODE-IDX)
               DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           PRINT-PAIR-USAGE SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "PAIRS IN USE ON THE CUSTOMER MASTER"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "NOM  OBJ  HOLDERS LIST" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
                   UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING WS-USAGE-NOM(WS-USAGE-IDX) " "
                      WS-USAGE-OBJ(WS-USAGE-IDX) " "
                      WS-USAGE-HOLDERS(WS-USAGE-IDX) "  "
                      WS-USAGE-SOURCE(WS-USAGE-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-PERFORM.

      * The clean-up list: how many of each finding, and what
      * putting each one right involves
           PRINT-REASON-SUMMARY SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CUSTOMERS SCANNED " WS-SCANNED-COUNT
                  "  REGISTRY ENTRIES " WS-REGISTRY-READ-COUNT
                  "  DEFERRED UPDATES " WS-DEFERRED-READ-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           MOVE "CODE  COUNT REASON" TO WS-REPORT-RECORD(1:18).
           MOVE "CLEAN-UP" TO WS-REPORT-RECORD(49:8).
           WRITE WS-REPORT-RECORD.
           PERFORM VARYING WS-REASON-CODE-IDX FROM 1 BY 1
                   UNTIL WS-REASON-CODE-IDX > WS-REASON-CODE-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING WS-REASON-CODE(WS-REASON-CODE-IDX) " "
                      WS-REASON-TALLY(WS-REASON-CODE-IDX) " "
                      WS-REASON-TEXT(WS-REASON-CODE-IDX) " "
                      WS-REASON-ACTION(WS-REASON-CODE-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL FINDINGS " WS-FINDING-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
