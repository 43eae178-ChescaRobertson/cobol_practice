      * Online front end to customer-maintenance: the operator looks
      * a customer up by PERSON-ID or name, sees the stored values,
      * and keys changes one field at a time. Each field is checked
      * as it is keyed - the customer-maint-check rules (channel,
      * status, language, region master), the country list in
      * country-formats.dat and the pronoun reference list - so a
      * refused value is put right on the spot. On submit the change
      * becomes a one-line customer-maint.dat transaction run through
      * customer-maintenance itself, so it is applied, held for
      * approval and audited exactly as a keyed file would be;
      * pronouns go through pronoun-writer as they do everywhere
      * else. Nothing is looked up or submitted while the nightly
      * run holds customers.dat under the batch lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-maint-entry.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
               FUNCTION IS-VALID-PRONOUN-PAIR.
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
               SELECT F-COUNTRY-FORMATS-FILE
                 ASSIGN TO "country-formats.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COUNTRY-FORMATS-STATUS.
               SELECT F-ENTRY-TRANS-FILE
                 ASSIGN TO "customer-maint-entry.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENTRY-TRANS-STATUS.
               SELECT F-ENTRY-SUMMARY-FILE
                 ASSIGN TO "customer-maint-entry.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENTRY-SUMMARY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-COUNTRY-FORMATS-FILE.                                      * The country codes the mail and routing steps recognize
           01 COUNTRY-FORMAT-RECORD.
               05 CF-COUNTRY PIC X(2).
               05 CF-COUNTRY-NAME PIC X(30).
               05 CF-UTC-OFFSET PIC X(5).
           FD F-ENTRY-TRANS-FILE.
      * The submitted change, laid out as a customer-maint.dat line
      * for customer-maintenance to read in place of the keyed file
           01 ENTRY-TRANS-RECORD PIC X(398).
           FD F-ENTRY-SUMMARY-FILE.                                        * customer-maintenance's summary of the submitted change
           01 ENTRY-SUMMARY-RECORD PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-COUNTRY-FORMATS-STATUS PIC XX.
           01 WS-ENTRY-TRANS-STATUS PIC XX.
           01 WS-ENTRY-SUMMARY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-SESSION-DONE PIC X VALUE 'N'.
           01 WS-EDIT-DONE PIC X.
           01 WS-SEARCH-INPUT PIC X(40).                                * PERSON-ID or name, as the operator keys it
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-PICK-ID PIC X(10).
           01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
           01 WS-SCAN-DONE PIC 9.
           01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
           01 WS-ACCESS-PROGRAM-NAME PIC X(20)
               VALUE "customer-maint-entry".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10).
           01 WS-ACCESS-RETURNED PIC 9(6).
           01 WS-ACCESS-REASON PIC X(8) VALUE "MAINT".
           01 WS-FIELD-CHOICE PIC X(2).
           01 WS-FIELD-INPUT PIC X(60).
           01 WS-CONFIRM PIC X.
      * The record as it was read, kept for the checks that judge a
      * keyed field against what is already stored
           01 WS-CURRENT-ADDRESS PIC X(100).
           01 WS-CURRENT-CHANNEL PIC X(5).
           01 WS-CURRENT-MOBILE PIC X(15).
           01 WS-KEYED-ADDRESS.
               05 WS-KEYED-STREET PIC X(40).
               05 WS-KEYED-CITY PIC X(30).
               05 WS-KEYED-STATE PIC X(20).
               05 WS-KEYED-POSTAL-CODE PIC X(10).
           01 WS-ADDRESS-INPUT PIC X(40).
      * The change being built: a customer-maint.dat update whose
      * blank fields leave the stored values alone
           COPY "customer-maint.cpy".
           01 WS-SAVED-CHANGE PIC X(398).                               * The change before the field being keyed, to fall back to
           01 WS-CHECK-MODE PIC X.
           01 WS-MAINT-VALID PIC X.
           01 WS-REJECT-REASON PIC X(40).
           01 WS-MERGED-CHANNEL PIC X(5).
           01 WS-MERGED-MOBILE PIC X(15).
           01 WS-PRONOUN-CHANGED PIC X.
           01 WS-NEW-PRONOUN-NOM PIC X(4).
           01 WS-NEW-PRONOUN-OBJ PIC X(4).
           01 WS-NEW-PRONOUN-POS PIC X(6).
           01 WS-KEYED-PRONOUN-NOM PIC X(4).
           01 WS-KEYED-PRONOUN-OBJ PIC X(4).
           01 WS-KEYED-PRONOUN-POS PIC X(6).
           01 WS-PRONOUN-RESULT PIC A(5).
           01 WS-COUNTRY-VALID PIC 9.
           01 WS-COUNTRY-IDX PIC 9(3) COMP.
           01 WS-COUNTRY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-COUNTRIES.
              05 WS-COUNTRY-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-COUNTRY-COUNT
                  INDEXED BY COUNTRY-IDX.
                      10 WS-COUNTRY-CODE PIC X(2).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           MOVE "CHECK" TO WS-LOCK-ACTION.                              * The nightly pass owns customers.dat while its lock is on
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, maintenance entry not "
                   "started - try again after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-COUNTRY-CODES.

           PERFORM UNTIL WS-SESSION-DONE = 'Y'
               DISPLAY " "
               DISPLAY "CUSTOMER MAINTENANCE ENTRY " WS-RUN-DATE
               DISPLAY "Customer ID or name (blank to quit): "
               MOVE SPACES TO WS-SEARCH-INPUT
               ACCEPT WS-SEARCH-INPUT
               IF WS-SEARCH-INPUT = SPACES
                   MOVE 'Y' TO WS-SESSION-DONE
               ELSE
                   PERFORM LOOKUP-CUSTOMER
                   IF WS-CUSTOMER-FOUND = 'Y'
                       PERFORM EDIT-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Maintenance entry closed.".
           GOBACK.

      * A short input tries the ID first, anything else is read as
      * a name, with a pick-list when several customers share it.
      * Every look-up is logged, as customer-inquiry's are, since it
      * puts the customer's details on the screen.
           LOOKUP-CUSTOMER SECTION.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           MOVE SPACES TO WS-ACCESS-PERSON-ID.
           MOVE 0 TO WS-ACCESS-RETURNED.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", maintenance entry closed"
               MOVE 'Y' TO WS-SESSION-DONE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-SEARCH-INPUT(11:30) = SPACES
               MOVE WS-SEARCH-INPUT(1:10) TO PERSON-ID
               READ F-CUSTOMERS-FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
           END-IF.
           IF WS-CUSTOMER-FOUND = 'N'
               PERFORM SEARCH-BY-NAME
           END-IF.
           IF WS-CUSTOMER-FOUND = 'Y'
               MOVE PERSON-ID TO WS-ACCESS-PERSON-ID
               ADD 1 TO WS-ACCESS-RETURNED
               PERFORM SHOW-CURRENT-VALUES
           ELSE
               DISPLAY "No customer found for " WS-SEARCH-INPUT
           END-IF.
           CLOSE F-CUSTOMERS-FILE.
           MOVE WS-SEARCH-INPUT TO WS-ACCESS-KEY.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.

      * Lists everyone sharing the name, then asks which ID to edit
           SEARCH-BY-NAME SECTION.
           MOVE WS-SEARCH-INPUT TO WS-SEARCH-NAME.
           MOVE WS-SEARCH-NAME TO PERSON-NAME.
           MOVE 0 TO WS-MATCH-COUNT.
           READ F-CUSTOMERS-FILE
               KEY IS PERSON-NAME
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE PERSON-ID TO WS-PICK-ID.
           MOVE 0 TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 1
               IF PERSON-NAME = WS-SEARCH-NAME
                   ADD 1 TO WS-MATCH-COUNT
                   ADD 1 TO WS-ACCESS-RETURNED
                   DISPLAY "  " PERSON-ID " " PERSON-NAME " "
                       FUNCTION TRIM(PERSON-CITY)
                   READ F-CUSTOMERS-FILE NEXT
                       AT END
                           MOVE 1 TO WS-SCAN-DONE
                   END-READ
               ELSE
                   MOVE 1 TO WS-SCAN-DONE
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT > 1
               DISPLAY WS-MATCH-COUNT " customers share that name; "
                   "enter the customer ID to edit: "
               ACCEPT WS-PICK-ID
           END-IF.
           MOVE WS-PICK-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ.

      * The stored record, numbered the way the edit prompt asks for
      * a field, and the values the keyed-field checks lean on
           SHOW-CURRENT-VALUES SECTION.
           MOVE PERSON-ADDRESS TO WS-CURRENT-ADDRESS.
           MOVE PERSON-CONTACT-CHANNEL TO WS-CURRENT-CHANNEL.
           MOVE PERSON-MOBILE TO WS-CURRENT-MOBILE.
           DISPLAY " ".
           DISPLAY "Customer " PERSON-ID.
           DISPLAY "   1  Name           " PERSON-NAME.
           DISPLAY "   2  Address        " FUNCTION TRIM(PERSON-STREET)
               ", " FUNCTION TRIM(PERSON-CITY) ", "
               FUNCTION TRIM(PERSON-STATE) " "
               FUNCTION TRIM(PERSON-POSTAL-CODE).
           DISPLAY "   3  Birthday       " PERSON-BIRTHDAY.
           DISPLAY "   4  Anniversary    " PERSON-ANNIVERSARY-DATE.
           DISPLAY "   5  Job title      " PERSON-JOB-TITLE.
           DISPLAY "   6  Email          " PERSON-EMAIL.
           DISPLAY "   7  Channel        " PERSON-CONTACT-CHANNEL.
           DISPLAY "   8  Status         " PERSON-STATUS.
           DISPLAY "   9  Language       " PERSON-LANGUAGE.
           DISPLAY "  10  Region         " PERSON-REGION.
           DISPLAY "  11  Brand          " PERSON-BRAND.
           DISPLAY "  12  Country        " PERSON-COUNTRY.
           DISPLAY "  13  Preferred name " PERSON-PREFERRED-NAME.
           DISPLAY "  14  Access format  " PERSON-ACCESS-FORMAT.
           DISPLAY "  15  Mobile         " PERSON-MOBILE.
           DISPLAY "  16  VIP flag       " PERSON-VIP-FLAG.
           DISPLAY "  17  Pronouns       " PERSON-PRONOUN-NOM "/"
               PERSON-PRONOUN-OBJ "/" PERSON-PRONOUN-POS.

      * One field at a time until the operator submits the change or
      * drops it
           EDIT-CUSTOMER SECTION.
           MOVE SPACES TO MAINT-RECORD.
           MOVE 'U' TO MAINT-ACTION.
           MOVE PERSON-ID TO MAINT-ID.
           MOVE 'N' TO WS-PRONOUN-CHANGED.
           MOVE SPACES TO WS-NEW-PRONOUN-NOM.
           MOVE SPACES TO WS-NEW-PRONOUN-OBJ.
           MOVE SPACES TO WS-NEW-PRONOUN-POS.
           MOVE 'N' TO WS-EDIT-DONE.
           PERFORM UNTIL WS-EDIT-DONE = 'Y'
               DISPLAY "Field number to change, S to submit, "
                   "X to drop the changes: "
               MOVE SPACES TO WS-FIELD-CHOICE
               ACCEPT WS-FIELD-CHOICE
               EVALUATE WS-FIELD-CHOICE
                   WHEN "S"
                   WHEN "s"
                       PERFORM SUBMIT-CHANGES
                   WHEN "X"
                   WHEN "x"
                       DISPLAY "Changes dropped for " MAINT-ID
                       MOVE 'Y' TO WS-EDIT-DONE
                   WHEN OTHER
                       PERFORM EDIT-ONE-FIELD
               END-EVALUATE
           END-PERFORM.

      * Takes the new value into the change, then checks the change
      * as it now stands; a refused value is taken back out
           EDIT-ONE-FIELD SECTION.
           MOVE MAINT-RECORD TO WS-SAVED-CHANGE.
           MOVE SPACES TO WS-FIELD-INPUT.
           EVALUATE WS-FIELD-CHOICE
               WHEN "1"
                   DISPLAY "New name: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-NAME
               WHEN "2"
                   PERFORM KEY-NEW-ADDRESS
               WHEN "3"
                   DISPLAY "New birthday (YYYY-MM-DD): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-BIRTHDAY
               WHEN "4"
                   DISPLAY "New anniversary date (YYYY-MM-DD): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-ANNIVERSARY-DATE
               WHEN "5"
                   DISPLAY "New job title: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-JOB-TITLE
               WHEN "6"
                   DISPLAY "New email: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-EMAIL
               WHEN "7"
                   DISPLAY "New channel (MAIL, EMAIL or SMS): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-CHANNEL
               WHEN "8"
                   DISPLAY "New status (ACTIVE, INACTIVE, DORMANT or "
                       "DECEASED): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-PERSON-STATUS
               WHEN "9"
                   DISPLAY "New language (EN, FR or ES): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-LANGUAGE
               WHEN "10"
                   DISPLAY "New region, as named in the region master: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-REGION
               WHEN "11"
                   DISPLAY "New brand code: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-BRAND
               WHEN "12"
                   DISPLAY "New country code: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-COUNTRY
               WHEN "13"
                   DISPLAY "New preferred name: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-PREFERRED-NAME
               WHEN "14"
                   DISPLAY "New access format (LP large print, "
                       "BR braille): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-ACCESS-FORMAT
               WHEN "15"
                   DISPLAY "New mobile number: "
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT TO MAINT-MOBILE
               WHEN "16"
                   DISPLAY "New VIP flag (Y or N): "
                   ACCEPT WS-FIELD-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
                       TO MAINT-VIP-FLAG
               WHEN "17"
                   PERFORM KEY-NEW-PRONOUNS
                   EXIT SECTION
               WHEN OTHER
                   DISPLAY "Unrecognized choice: " WS-FIELD-CHOICE
                   EXIT SECTION
           END-EVALUATE.
           IF MAINT-RECORD = WS-SAVED-CHANGE
               DISPLAY "  Nothing keyed, field left as it was"
               EXIT SECTION
           END-IF.
           PERFORM CHECK-KEYED-CHANGE.
           IF WS-MAINT-VALID = 'N'
               MOVE WS-SAVED-CHANGE TO MAINT-RECORD
               DISPLAY "  Refused: " WS-REJECT-REASON
           ELSE
               DISPLAY "  Accepted, waiting for submit"
           END-IF.

      * A blank part keeps what is stored (or already keyed), so one
      * line of the address can be put right without retyping it all
           KEY-NEW-ADDRESS SECTION.
           IF MAINT-ADDRESS = SPACES
               MOVE WS-CURRENT-ADDRESS TO WS-KEYED-ADDRESS
           ELSE
               MOVE MAINT-ADDRESS TO WS-KEYED-ADDRESS
           END-IF.
           DISPLAY "New street (blank keeps it): ".
           MOVE SPACES TO WS-ADDRESS-INPUT.
           ACCEPT WS-ADDRESS-INPUT.
           IF WS-ADDRESS-INPUT NOT = SPACES
               MOVE WS-ADDRESS-INPUT TO WS-KEYED-STREET
           END-IF.
           DISPLAY "New city (blank keeps it): ".
           MOVE SPACES TO WS-ADDRESS-INPUT.
           ACCEPT WS-ADDRESS-INPUT.
           IF WS-ADDRESS-INPUT NOT = SPACES
               MOVE WS-ADDRESS-INPUT TO WS-KEYED-CITY
           END-IF.
           DISPLAY "New state (blank keeps it): ".
           MOVE SPACES TO WS-ADDRESS-INPUT.
           ACCEPT WS-ADDRESS-INPUT.
           IF WS-ADDRESS-INPUT NOT = SPACES
               MOVE WS-ADDRESS-INPUT TO WS-KEYED-STATE
           END-IF.
           DISPLAY "New postal code (blank keeps it): ".
           MOVE SPACES TO WS-ADDRESS-INPUT.
           ACCEPT WS-ADDRESS-INPUT.
           IF WS-ADDRESS-INPUT NOT = SPACES
               MOVE WS-ADDRESS-INPUT TO WS-KEYED-POSTAL-CODE
           END-IF.
           IF WS-KEYED-ADDRESS NOT = WS-CURRENT-ADDRESS
               MOVE WS-KEYED-ADDRESS TO MAINT-ADDRESS
           END-IF.

      * Pronouns are not part of a maintenance transaction; a pair
      * from the reference list is held here and saved through
      * pronoun-writer on submit
           KEY-NEW-PRONOUNS SECTION.
           DISPLAY "New nominative pronoun: ".
           MOVE SPACES TO WS-KEYED-PRONOUN-NOM.
           ACCEPT WS-KEYED-PRONOUN-NOM.
           DISPLAY "New object pronoun: ".
           MOVE SPACES TO WS-KEYED-PRONOUN-OBJ.
           ACCEPT WS-KEYED-PRONOUN-OBJ.
           DISPLAY "New possessive pronoun: ".
           MOVE SPACES TO WS-KEYED-PRONOUN-POS.
           ACCEPT WS-KEYED-PRONOUN-POS.
           IF WS-KEYED-PRONOUN-NOM = SPACES AND
              WS-KEYED-PRONOUN-OBJ = SPACES
               DISPLAY "  Nothing keyed, pronouns left as they were"
               EXIT SECTION
           END-IF.
           MOVE IS-VALID-PRONOUN-PAIR(WS-KEYED-PRONOUN-NOM,
               WS-KEYED-PRONOUN-OBJ) TO WS-PRONOUN-RESULT.
           IF WS-PRONOUN-RESULT NOT = 'TRUE'
               DISPLAY "  Refused: pronoun pair not in the reference "
                   "list: " WS-KEYED-PRONOUN-NOM "/"
                   WS-KEYED-PRONOUN-OBJ
               EXIT SECTION
           END-IF.
           IF WS-KEYED-PRONOUN-POS = SPACES
               DISPLAY "  Refused: possessive form missing"
               EXIT SECTION
           END-IF.
           MOVE WS-KEYED-PRONOUN-NOM TO WS-NEW-PRONOUN-NOM.
           MOVE WS-KEYED-PRONOUN-OBJ TO WS-NEW-PRONOUN-OBJ.
           MOVE WS-KEYED-PRONOUN-POS TO WS-NEW-PRONOUN-POS.
           MOVE 'Y' TO WS-PRONOUN-CHANGED.
           DISPLAY "  Accepted, waiting for submit".

      * The held-field and applied-field rules customer-maintenance
      * will apply, judged against the record as it will stand once
      * merged, plus the reference lists the transaction itself is
      * not checked against
           CHECK-KEYED-CHANGE SECTION.
           MOVE 'Y' TO WS-MAINT-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MAINT-CHANNEL NOT = SPACES
               MOVE MAINT-CHANNEL TO WS-MERGED-CHANNEL
           ELSE
               MOVE WS-CURRENT-CHANNEL TO WS-MERGED-CHANNEL
           END-IF.
           IF MAINT-MOBILE NOT = SPACES
               MOVE MAINT-MOBILE TO WS-MERGED-MOBILE
           ELSE
               MOVE WS-CURRENT-MOBILE TO WS-MERGED-MOBILE
           END-IF.
           MOVE 'H' TO WS-CHECK-MODE.
           PERFORM CALL-MAINT-CHECK.
           IF WS-MAINT-VALID = 'Y'
               MOVE 'M' TO WS-CHECK-MODE
               PERFORM CALL-MAINT-CHECK
           END-IF.
           IF WS-MAINT-VALID = 'Y' AND MAINT-COUNTRY NOT = SPACES
               PERFORM CHECK-COUNTRY-CODE
           END-IF.
           IF WS-MAINT-VALID = 'Y' AND
              MAINT-ACCESS-FORMAT NOT = SPACES AND
              MAINT-ACCESS-FORMAT NOT = "LP" AND
              MAINT-ACCESS-FORMAT NOT = "BR"
               MOVE 'N' TO WS-MAINT-VALID
               MOVE "invalid access format" TO WS-REJECT-REASON
           END-IF.

           CALL-MAINT-CHECK SECTION.
           CALL "customer-maint-check" USING WS-CHECK-MODE,
               MAINT-RECORD, WS-MERGED-CHANNEL, WS-MERGED-MOBILE,
               WS-MAINT-VALID, WS-REJECT-REASON.

           CHECK-COUNTRY-CODE SECTION.                                     * A keyed country must appear in country-formats.dat
           IF WS-COUNTRY-COUNT = 0
               MOVE 'N' TO WS-MAINT-VALID
               MOVE "no country list on file" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-COUNTRY-VALID.
           PERFORM FIND-COUNTRY-CODE
               VARYING WS-COUNTRY-IDX FROM 1 BY 1
               UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT
                   OR WS-COUNTRY-VALID = 1.
           IF WS-COUNTRY-VALID = 0
               MOVE 'N' TO WS-MAINT-VALID
               MOVE "unknown country code" TO WS-REJECT-REASON
           END-IF.

           FIND-COUNTRY-CODE SECTION.
           IF WS-COUNTRY-CODE(WS-COUNTRY-IDX) = MAINT-COUNTRY
               MOVE 1 TO WS-COUNTRY-VALID
           END-IF.

      * Shows what is about to go and, once confirmed, sends it on;
      * while the nightly run holds the lock the change stays on the
      * screen so it can be submitted after the batch window
           SUBMIT-CHANGES SECTION.
           IF MAINT-RECORD(12:) = SPACES AND WS-PRONOUN-CHANGED = 'N'
               DISPLAY "Nothing keyed to submit"
               EXIT SECTION
           END-IF.
           PERFORM SHOW-KEYED-CHANGES.
           DISPLAY "Submit these changes (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Not submitted; keep editing or X to drop them"
               EXIT SECTION
           END-IF.
           MOVE "CHECK" TO WS-LOCK-ACTION.
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, changes not submitted "
                   "- submit again after the batch window"
               EXIT SECTION
           END-IF.
           IF MAINT-RECORD(12:) NOT = SPACES
               PERFORM APPLY-THROUGH-MAINTENANCE
           END-IF.
           IF WS-PRONOUN-CHANGED = 'Y'
               CALL "pronoun-writer" USING MAINT-ID
                   WS-NEW-PRONOUN-NOM WS-NEW-PRONOUN-OBJ
                   WS-NEW-PRONOUN-POS
           END-IF.
           MOVE 'Y' TO WS-EDIT-DONE.
           PERFORM SHOW-STORED-RECORD.

           SHOW-KEYED-CHANGES SECTION.
           DISPLAY "Changes for " MAINT-ID ":".
           IF MAINT-NAME NOT = SPACES
               DISPLAY "  Name           " MAINT-NAME
           END-IF.
           IF MAINT-ADDRESS NOT = SPACES
               DISPLAY "  Address        " FUNCTION TRIM(MAINT-STREET)
                   ", " FUNCTION TRIM(MAINT-CITY) ", "
                   FUNCTION TRIM(MAINT-STATE) " "
                   FUNCTION TRIM(MAINT-POSTAL-CODE)
           END-IF.
           IF MAINT-BIRTHDAY NOT = SPACES
               DISPLAY "  Birthday       " MAINT-BIRTHDAY
           END-IF.
           IF MAINT-ANNIVERSARY-DATE NOT = SPACES
               DISPLAY "  Anniversary    " MAINT-ANNIVERSARY-DATE
           END-IF.
           IF MAINT-JOB-TITLE NOT = SPACES
               DISPLAY "  Job title      " MAINT-JOB-TITLE
           END-IF.
           IF MAINT-EMAIL NOT = SPACES
               DISPLAY "  Email          " MAINT-EMAIL
           END-IF.
           IF MAINT-CHANNEL NOT = SPACES
               DISPLAY "  Channel        " MAINT-CHANNEL
           END-IF.
           IF MAINT-PERSON-STATUS NOT = SPACES
               DISPLAY "  Status         " MAINT-PERSON-STATUS
           END-IF.
           IF MAINT-LANGUAGE NOT = SPACES
               DISPLAY "  Language       " MAINT-LANGUAGE
           END-IF.
           IF MAINT-REGION NOT = SPACES
               DISPLAY "  Region         " MAINT-REGION
           END-IF.
           IF MAINT-BRAND NOT = SPACES
               DISPLAY "  Brand          " MAINT-BRAND
           END-IF.
           IF MAINT-COUNTRY NOT = SPACES
               DISPLAY "  Country        " MAINT-COUNTRY
           END-IF.
           IF MAINT-PREFERRED-NAME NOT = SPACES
               DISPLAY "  Preferred name " MAINT-PREFERRED-NAME
           END-IF.
           IF MAINT-ACCESS-FORMAT NOT = SPACES
               DISPLAY "  Access format  " MAINT-ACCESS-FORMAT
           END-IF.
           IF MAINT-MOBILE NOT = SPACES
               DISPLAY "  Mobile         " MAINT-MOBILE
           END-IF.
           IF MAINT-VIP-FLAG NOT = SPACES
               DISPLAY "  VIP flag       " MAINT-VIP-FLAG
           END-IF.
           IF WS-PRONOUN-CHANGED = 'Y'
               DISPLAY "  Pronouns       " WS-NEW-PRONOUN-NOM "/"
                   WS-NEW-PRONOUN-OBJ "/" WS-NEW-PRONOUN-POS
           END-IF.

      * The change runs through customer-maintenance with its input
      * and summary pointed at this screen's own files, so the
      * keyed customer-maint.dat and the batch summary are left
      * alone; name, address, email, status and VIP changes are held
      * for a second operator there as they would be from the file
           APPLY-THROUGH-MAINTENANCE SECTION.
           OPEN OUTPUT F-ENTRY-TRANS-FILE.
           IF WS-ENTRY-TRANS-STATUS NOT = "00"
               DISPLAY "WARNING: customer-maint-entry.dat FILE STATUS "
                   WS-ENTRY-TRANS-STATUS ", change not applied"
               EXIT SECTION
           END-IF.
           WRITE ENTRY-TRANS-RECORD FROM MAINT-RECORD.
           CLOSE F-ENTRY-TRANS-FILE.
           SET ENVIRONMENT "customer-maint_dat"
               TO "customer-maint-entry.dat".
           SET ENVIRONMENT "customer-maint-summary_rpt"
               TO "customer-maint-entry.rpt".
           SET ENVIRONMENT "MAINT_SOURCE" TO "ENTRY".
           CALL "customer-maintenance".
           CANCEL "customer-maintenance".                               * Fresh counters and change numbers on the next submit
           SET ENVIRONMENT "customer-maint_dat" TO "customer-maint.dat".
           SET ENVIRONMENT "customer-maint-summary_rpt"
               TO "customer-maint-summary.rpt".
           SET ENVIRONMENT "MAINT_SOURCE" TO SPACES.
           PERFORM SHOW-MAINTENANCE-OUTCOME.

      * The applied, rejected and held lines customer-maintenance
      * wrote for the change
           SHOW-MAINTENANCE-OUTCOME SECTION.
           OPEN INPUT F-ENTRY-SUMMARY-FILE.
           IF WS-ENTRY-SUMMARY-STATUS NOT = "00"
               DISPLAY "WARNING: customer-maint-entry.rpt FILE STATUS "
                   WS-ENTRY-SUMMARY-STATUS ", outcome not shown"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ENTRY-SUMMARY-FILE
                   NOT AT END
                       IF ENTRY-SUMMARY-RECORD(1:8) = "APPLIED " OR
                          ENTRY-SUMMARY-RECORD(1:8) = "REJECTED" OR
                          ENTRY-SUMMARY-RECORD(1:8) = "HELD    "
                           DISPLAY "  " FUNCTION TRIM(
                               ENTRY-SUMMARY-RECORD TRAILING)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ENTRY-SUMMARY-FILE.

      * The record as it now stands; fields held for approval still
      * show their old values until the second operator decides them
           SHOW-STORED-RECORD SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE MAINT-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SHOW-CURRENT-VALUES
           END-READ.
           CLOSE F-CUSTOMERS-FILE.

           LOAD-COUNTRY-CODES SECTION.                                     * Loads the recognized-country list, when one is on file
           SET COUNTRY-IDX TO 0.
           OPEN INPUT F-COUNTRY-FORMATS-FILE.
           IF WS-COUNTRY-FORMATS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-COUNTRY-FORMATS-FILE
                       NOT AT END
                           IF COUNTRY-IDX < 999
                               ADD 1 TO COUNTRY-IDX
                               MOVE CF-COUNTRY
                                   TO WS-COUNTRY-CODE(COUNTRY-IDX)
                           ELSE
                               DISPLAY "WARNING: country-formats.dat "
                                   "over 999 rows, the rest ignored"
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COUNTRY-FORMATS-FILE
           END-IF.
           MOVE COUNTRY-IDX TO WS-COUNTRY-COUNT.
