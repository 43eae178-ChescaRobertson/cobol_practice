      * The field rules a customer-maint.dat transaction is held to,
      * shared by customer-maintenance and the CRM update sync so a
      * change is judged the same way whichever route it came in by.
      * Mode A checks a whole add, H the fields held for approval as
      * keyed, M the fields applied now against the merged record's
      * channel and mobile. The caller sets the valid flag to 'Y'
      * first; a failed rule sets it to 'N' with the reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-maint-check.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-REGION-MASTER-FILE ASSIGN TO
                 "region-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGION-MASTER-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-REGION-MASTER-FILE.                                        * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-MOBILE-CHECK PIC X(15).
           01 WS-MOBILE-LEN PIC 9(2) COMP.
           01 WS-REGIONS-LOADED PIC X VALUE 'N'.                        * The region master is read on the first call only
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-REGION-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-REGION-IDX PIC 9(3) COMP.
           01 WS-REGION-VALID PIC 9.
           01 WS-REGIONS.
              05 WS-REGION-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-REGION-COUNT
                  INDEXED BY REGION-IDX.
                      10 WS-REGION-NAME PIC X(20).
           LINKAGE SECTION.
           01 LS-CHECK-MODE PIC X.
           COPY "customer-maint.cpy".
           01 LS-MERGED-CHANNEL PIC X(5).
           01 LS-MERGED-MOBILE PIC X(15).
           01 LS-MAINT-VALID PIC X.
           01 LS-REJECT-REASON PIC X(40).
       PROCEDURE DIVISION USING LS-CHECK-MODE, MAINT-RECORD,
               LS-MERGED-CHANNEL, LS-MERGED-MOBILE, LS-MAINT-VALID,
               LS-REJECT-REASON.

           IF WS-REGIONS-LOADED = 'N'
               PERFORM LOAD-REGION-MASTER
               MOVE 'Y' TO WS-REGIONS-LOADED
           END-IF.
           EVALUATE LS-CHECK-MODE
               WHEN 'A'
                   PERFORM VALIDATE-ADD-FIELDS
               WHEN 'H'
                   PERFORM VALIDATE-HELD-FIELDS
               WHEN OTHER
                   PERFORM VALIDATE-MERGED-FIELDS
           END-EVALUATE.
           GOBACK.

      * The held fields are checked as they are keyed, so a change
      * that could never apply is refused now rather than approved
           VALIDATE-HELD-FIELDS SECTION.
           IF MAINT-PERSON-STATUS NOT = SPACES AND
              MAINT-PERSON-STATUS NOT = "ACTIVE" AND
              MAINT-PERSON-STATUS NOT = "INACTIVE" AND
              MAINT-PERSON-STATUS NOT = "DORMANT" AND
              MAINT-PERSON-STATUS NOT = "DECEASED"
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid status" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              MAINT-VIP-FLAG NOT = SPACES AND
              MAINT-VIP-FLAG NOT = "Y" AND
              MAINT-VIP-FLAG NOT = "N"
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid VIP flag" TO LS-REJECT-REASON
           END-IF.

      * An add must carry every field an enrollment record would
           VALIDATE-ADD-FIELDS SECTION.
           IF MAINT-NAME = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "missing name" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-ADDRESS = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "missing address" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-BIRTHDAY = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "missing birthday" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-CITY = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "missing city" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-POSTAL-CODE = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "missing postal code" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-CHANNEL = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid contact channel" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-CHANNEL = "SMS" AND
              MAINT-MOBILE = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "SMS channel without mobile number"
                   TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y'
               PERFORM VALIDATE-MERGED-FIELDS
           END-IF.
           IF LS-MAINT-VALID = 'Y'
               PERFORM VALIDATE-HELD-FIELDS
           END-IF.

      * Field-level checks shared by adds and merged updates, the
      * same rules VALIDATE-ENROLLMENT applies on the way in
           VALIDATE-MERGED-FIELDS SECTION.
           IF MAINT-CHANNEL NOT = SPACES AND
              MAINT-CHANNEL NOT = "MAIL" AND
              MAINT-CHANNEL NOT = "EMAIL" AND
              MAINT-CHANNEL NOT = "SMS"
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid contact channel" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-ACTION = 'U' AND           * The merged record must still be textable
              LS-MERGED-CHANNEL = "SMS" AND
              LS-MERGED-MOBILE = SPACES
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "SMS channel without mobile number"
                   TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-MOBILE NOT = SPACES
               PERFORM VALIDATE-MAINT-MOBILE
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              MAINT-PERSON-STATUS NOT = SPACES AND
              MAINT-PERSON-STATUS NOT = "ACTIVE" AND
              MAINT-PERSON-STATUS NOT = "INACTIVE" AND
              MAINT-PERSON-STATUS NOT = "DORMANT" AND
              MAINT-PERSON-STATUS NOT = "DECEASED"
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid status" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              MAINT-LANGUAGE NOT = SPACES AND
              MAINT-LANGUAGE NOT = "EN" AND
              MAINT-LANGUAGE NOT = "FR" AND
              MAINT-LANGUAGE NOT = "ES"
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "invalid language code" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-REGION NOT = SPACES
               PERFORM VALIDATE-MAINT-REGION
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND MAINT-BIRTHDAY NOT = SPACES
               PERFORM VALIDATE-MAINT-BIRTHDAY
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              MAINT-ANNIVERSARY-DATE NOT = SPACES
               PERFORM VALIDATE-MAINT-ANNIVERSARY
           END-IF.

      * Digits only, an optional leading "+" for the country prefix,
      * and long enough for a carrier to route
           VALIDATE-MAINT-MOBILE SECTION.
           MOVE MAINT-MOBILE TO WS-MOBILE-CHECK.
           IF WS-MOBILE-CHECK(1:1) = "+"
               MOVE "0" TO WS-MOBILE-CHECK(1:1)
           END-IF.
           COMPUTE WS-MOBILE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MOBILE-CHECK TRAILING)).
           IF WS-MOBILE-LEN < 10 OR
              WS-MOBILE-CHECK(1:WS-MOBILE-LEN) NOT NUMERIC
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed mobile number" TO LS-REJECT-REASON
           END-IF.

           VALIDATE-MAINT-BIRTHDAY SECTION.
           IF MAINT-BIRTHDAY-SEP1 NOT = '-' OR
              MAINT-BIRTHDAY-SEP2 NOT = '-'
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed birthday" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              (MAINT-BIRTHDAY-MONTH < 1 OR MAINT-BIRTHDAY-MONTH > 12)
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed birthday" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              (MAINT-BIRTHDAY-DAY < 1 OR MAINT-BIRTHDAY-DAY > 31)
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed birthday" TO LS-REJECT-REASON
           END-IF.

           VALIDATE-MAINT-ANNIVERSARY SECTION.
           IF MAINT-ANNIV-SEP1 NOT = '-' OR MAINT-ANNIV-SEP2 NOT = '-'
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed anniversary date" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              (MAINT-ANNIV-MONTH < 1 OR MAINT-ANNIV-MONTH > 12)
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed anniversary date" TO LS-REJECT-REASON
           END-IF.
           IF LS-MAINT-VALID = 'Y' AND
              (MAINT-ANNIV-DAY < 1 OR MAINT-ANNIV-DAY > 31)
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "malformed anniversary date" TO LS-REJECT-REASON
           END-IF.

           LOAD-REGION-MASTER SECTION.                                     * Loads the recognized-region list, when one is on file
           SET REGION-IDX TO 0.
           OPEN INPUT F-REGION-MASTER-FILE.
           IF WS-REGION-MASTER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REGION-MASTER-FILE
                       NOT AT END
                           ADD 1 TO REGION-IDX
                           MOVE REGION-MASTER-NAME
                               TO WS-REGION-NAME(REGION-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REGION-MASTER-FILE
           END-IF.
           MOVE REGION-IDX TO WS-REGION-COUNT.

           VALIDATE-MAINT-REGION SECTION.                                  * A named region must appear in region-master.dat
           IF WS-REGION-COUNT = 0
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "no region master on file" TO LS-REJECT-REASON
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-REGION-VALID.
           PERFORM FIND-REGION-NAME
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   OR WS-REGION-VALID = 1.
           IF WS-REGION-VALID = 0
               MOVE 'N' TO LS-MAINT-VALID
               MOVE "unknown region" TO LS-REJECT-REASON
           END-IF.

           FIND-REGION-NAME SECTION.
           IF WS-REGION-NAME(WS-REGION-IDX) = MAINT-REGION
               MOVE 1 TO WS-REGION-VALID
           END-IF.
