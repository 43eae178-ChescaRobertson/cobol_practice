      * Holds one domestic address's city, state and postal code up
      * to postal-reference.dat. A state or city spelled differently
      * from the postal standard - a full state name, "St" for
      * "Saint", a slip of a letter or two - is corrected in place
      * and reported FIXED; a postal code the reference does not
      * know, a state or city that cannot go with it, or a street
      * address at a PO-box-only code is REJECTED with the reason.
      * A foreign address, or a run with no reference on hand, is
      * SKIPPED and left as keyed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postal-standardizer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-POSTAL-REFERENCE-FILE
                 ASSIGN TO "postal-reference.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PREF-POSTAL-CODE
                 FILE STATUS IS WS-POSTAL-REFERENCE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-POSTAL-REFERENCE-FILE.
      * Keyed on the five-digit postal code; the row with a blank key
      * is the reference's own header
           01 POSTAL-REFERENCE-RECORD.
               05 PREF-POSTAL-CODE PIC X(10).
               05 PREF-CITY PIC X(30).                                  * The post office's preferred city name
               05 PREF-STATE PIC X(20).                                 * Two-letter postal abbreviation
               05 PREF-STATE-NAME PIC X(20).
               05 PREF-DELIVERY-TYPE PIC X.
                   88 PREF-PO-BOX-ONLY VALUE "P".
               05 PREF-CARRIER-ROUTE PIC X(4).
               05 PREF-ALT-CITY PIC X(30) OCCURS 5 TIMES.               * Other city names the post office accepts
               05 PREF-EFFECTIVE-DATE PIC X(10).
               05 PREF-LOAD-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-POSTAL-REFERENCE-STATUS PIC XX.
           01 WS-REFERENCE-OPENED PIC X VALUE 'N'.                      * The reference is opened on the first call only
           01 WS-REFERENCE-AVAILABLE PIC X VALUE 'N'.
           01 WS-IN-CITY PIC X(30).
           01 WS-IN-STATE PIC X(20).
           01 WS-STD-CITY PIC X(30).
           01 WS-ALT-IDX PIC 9 COMP.
           01 WS-CITY-MATCHED PIC X.
           01 WS-CITY-WORK PIC X(30).
           01 WS-EXPANDED-CITY PIC X(40).
           01 WS-SQUEEZED-CITY PIC X(40).
           01 WS-SQUEEZED-LEN PIC 9(2) COMP.
           01 WS-SQUEEZED-IN PIC X(40).
           01 WS-SQUEEZED-IN-LEN PIC 9(2) COMP.
           01 WS-SQUEEZED-STD PIC X(40).
           01 WS-SQUEEZED-STD-LEN PIC 9(2) COMP.
           01 WS-CHAR-IDX PIC 9(2) COMP.
           01 WS-STREET-WORK PIC X(40).
           01 WS-EDIT-DISTANCE PIC 9(2) COMP.
           01 WS-MAX-DISTANCE PIC 9(2) COMP VALUE 2.                    * Letters a city may be off by and still be corrected
           01 WS-DIST-I PIC 9(2) COMP.
           01 WS-DIST-J PIC 9(2) COMP.
           01 WS-DIST-COST PIC 9(2) COMP.
           01 WS-DIST-BEST PIC 9(2) COMP.
           01 WS-DIST-ROWS.                                             * Two rows of the edit-distance table, prior and current
               05 WS-DIST-PRIOR PIC 9(2) COMP OCCURS 41 TIMES.
               05 WS-DIST-CURRENT PIC 9(2) COMP OCCURS 41 TIMES.
           LINKAGE SECTION.
           01 LS-COUNTRY PIC X(2).
           01 LS-STREET PIC X(40).
           01 LS-CITY PIC X(30).
           01 LS-STATE PIC X(20).
           01 LS-POSTAL-CODE PIC X(10).
           01 LS-RESULT PIC X(8).                                       * OK, FIXED, REJECTED or SKIPPED
           01 LS-REASON PIC X(40).
       PROCEDURE DIVISION USING LS-COUNTRY, LS-STREET, LS-CITY,
               LS-STATE, LS-POSTAL-CODE, LS-RESULT, LS-REASON.

           MOVE "OK" TO LS-RESULT.
           MOVE SPACES TO LS-REASON.
           IF WS-REFERENCE-OPENED = 'N'
               PERFORM OPEN-POSTAL-REFERENCE
               MOVE 'Y' TO WS-REFERENCE-OPENED
           END-IF.
           IF WS-REFERENCE-AVAILABLE = 'N' OR
              (LS-COUNTRY NOT = SPACES AND LS-COUNTRY NOT = "US")
               MOVE "SKIPPED" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE SPACES TO PREF-POSTAL-CODE.
           IF LS-POSTAL-CODE(6:1) = "-"                                 * ZIP+4 is looked up on its five-digit part
               MOVE LS-POSTAL-CODE(1:5) TO PREF-POSTAL-CODE
           ELSE
               MOVE LS-POSTAL-CODE TO PREF-POSTAL-CODE
           END-IF.
           READ F-POSTAL-REFERENCE-FILE
               INVALID KEY
                   MOVE "REJECTED" TO LS-RESULT
                   MOVE "postal code not in postal reference"
                       TO LS-REASON
                   GOBACK
           END-READ.

           PERFORM STANDARDIZE-STATE.
           IF LS-RESULT = "REJECTED"
               GOBACK
           END-IF.
           PERFORM STANDARDIZE-CITY.
           IF LS-RESULT = "REJECTED"
               GOBACK
           END-IF.
           IF PREF-PO-BOX-ONLY
               PERFORM CHECK-PO-BOX-STREET
           END-IF.
           GOBACK.

           OPEN-POSTAL-REFERENCE SECTION.
           OPEN INPUT F-POSTAL-REFERENCE-FILE.
           IF WS-POSTAL-REFERENCE-STATUS = "00"
               MOVE 'Y' TO WS-REFERENCE-AVAILABLE
           ELSE
               DISPLAY "WARNING: postal-reference.dat FILE STATUS "
                   WS-POSTAL-REFERENCE-STATUS
                   ", addresses not standardized"
           END-IF.

      * The postal abbreviation is the standard; the state's full
      * name is accepted and replaced by it
           STANDARDIZE-STATE SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-STATE LEADING))
               TO WS-IN-STATE.
           IF WS-IN-STATE = FUNCTION UPPER-CASE(PREF-STATE)
               EXIT SECTION
           END-IF.
           IF PREF-STATE-NAME NOT = SPACES AND
              WS-IN-STATE = FUNCTION UPPER-CASE(PREF-STATE-NAME)
               MOVE PREF-STATE TO LS-STATE
               MOVE "FIXED" TO LS-RESULT
               EXIT SECTION
           END-IF.
           MOVE "REJECTED" TO LS-RESULT.
           MOVE "state does not match postal code" TO LS-REASON.

      * The preferred city name or one of the code's acceptable
      * alternates stands as keyed, whatever its case. Anything
      * else that reads as the preferred name once abbreviations,
      * punctuation and spacing are set aside, or is within a
      * couple of letters of it, is corrected to it.
           STANDARDIZE-CITY SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CITY LEADING))
               TO WS-IN-CITY.
           IF WS-IN-CITY = FUNCTION UPPER-CASE(PREF-CITY)
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CITY-MATCHED.
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > 5 OR WS-CITY-MATCHED = 'Y'
               IF PREF-ALT-CITY(WS-ALT-IDX) NOT = SPACES AND
                  WS-IN-CITY =
                      FUNCTION UPPER-CASE(PREF-ALT-CITY(WS-ALT-IDX))
                   MOVE 'Y' TO WS-CITY-MATCHED
               END-IF
           END-PERFORM.
           IF WS-CITY-MATCHED = 'Y' OR PREF-CITY = SPACES
               IF WS-CITY-MATCHED = 'N'
                   MOVE "REJECTED" TO LS-RESULT
                   MOVE "city does not match postal code"
                       TO LS-REASON
               END-IF
               EXIT SECTION
           END-IF.
           MOVE WS-IN-CITY TO WS-CITY-WORK.
           PERFORM SQUEEZE-CITY-NAME.
           MOVE WS-SQUEEZED-CITY TO WS-SQUEEZED-IN.
           MOVE WS-SQUEEZED-LEN TO WS-SQUEEZED-IN-LEN.
           MOVE FUNCTION UPPER-CASE(PREF-CITY) TO WS-CITY-WORK.
           PERFORM SQUEEZE-CITY-NAME.
           MOVE WS-SQUEEZED-CITY TO WS-SQUEEZED-STD.
           MOVE WS-SQUEEZED-LEN TO WS-SQUEEZED-STD-LEN.
           IF WS-SQUEEZED-IN = WS-SQUEEZED-STD
               MOVE PREF-CITY TO LS-CITY
               MOVE "FIXED" TO LS-RESULT
               EXIT SECTION
           END-IF.
           PERFORM MEASURE-EDIT-DISTANCE.
           IF WS-SQUEEZED-IN-LEN > 3 AND
              WS-EDIT-DISTANCE NOT > WS-MAX-DISTANCE
               MOVE PREF-CITY TO LS-CITY
               MOVE "FIXED" TO LS-RESULT
               EXIT SECTION
           END-IF.
           MOVE "REJECTED" TO LS-RESULT.
           MOVE "city does not match postal code" TO LS-REASON.

      * Spells out a leading St, Ft or Mt and keeps letters only
           SQUEEZE-CITY-NAME SECTION.
           MOVE SPACES TO WS-EXPANDED-CITY.
           EVALUATE TRUE
               WHEN WS-CITY-WORK(1:3) = "ST "
                   STRING "SAINT" WS-CITY-WORK(4:27)
                       DELIMITED BY SIZE INTO WS-EXPANDED-CITY
                   END-STRING
               WHEN WS-CITY-WORK(1:3) = "ST."
                   STRING "SAINT" WS-CITY-WORK(4:27)
                       DELIMITED BY SIZE INTO WS-EXPANDED-CITY
                   END-STRING
               WHEN WS-CITY-WORK(1:3) = "FT " OR
                    WS-CITY-WORK(1:3) = "FT."
                   STRING "FORT" WS-CITY-WORK(4:27)
                       DELIMITED BY SIZE INTO WS-EXPANDED-CITY
                   END-STRING
               WHEN WS-CITY-WORK(1:3) = "MT " OR
                    WS-CITY-WORK(1:3) = "MT."
                   STRING "MOUNT" WS-CITY-WORK(4:27)
                       DELIMITED BY SIZE INTO WS-EXPANDED-CITY
                   END-STRING
               WHEN OTHER
                   MOVE WS-CITY-WORK TO WS-EXPANDED-CITY
           END-EVALUATE.
           MOVE SPACES TO WS-SQUEEZED-CITY.
           MOVE 0 TO WS-SQUEEZED-LEN.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40
               IF WS-EXPANDED-CITY(WS-CHAR-IDX:1) >= "A" AND
                  WS-EXPANDED-CITY(WS-CHAR-IDX:1) <= "Z"
                   ADD 1 TO WS-SQUEEZED-LEN
                   MOVE WS-EXPANDED-CITY(WS-CHAR-IDX:1)
                       TO WS-SQUEEZED-CITY(WS-SQUEEZED-LEN:1)
               END-IF
           END-PERFORM.

      * Letters inserted, dropped or changed to turn the keyed city
      * into the standard one, both squeezed
           MEASURE-EDIT-DISTANCE SECTION.
           PERFORM VARYING WS-DIST-J FROM 0 BY 1
               UNTIL WS-DIST-J > WS-SQUEEZED-STD-LEN
               MOVE WS-DIST-J TO WS-DIST-PRIOR(WS-DIST-J + 1)
           END-PERFORM.
           PERFORM VARYING WS-DIST-I FROM 1 BY 1
               UNTIL WS-DIST-I > WS-SQUEEZED-IN-LEN
               MOVE WS-DIST-I TO WS-DIST-CURRENT(1)
               PERFORM VARYING WS-DIST-J FROM 1 BY 1
                   UNTIL WS-DIST-J > WS-SQUEEZED-STD-LEN
                   IF WS-SQUEEZED-IN(WS-DIST-I:1) =
                      WS-SQUEEZED-STD(WS-DIST-J:1)
                       MOVE 0 TO WS-DIST-COST
                   ELSE
                       MOVE 1 TO WS-DIST-COST
                   END-IF
                   COMPUTE WS-DIST-BEST =
                       WS-DIST-PRIOR(WS-DIST-J) + WS-DIST-COST
                   IF WS-DIST-PRIOR(WS-DIST-J + 1) + 1 < WS-DIST-BEST
                       COMPUTE WS-DIST-BEST =
                           WS-DIST-PRIOR(WS-DIST-J + 1) + 1
                   END-IF
                   IF WS-DIST-CURRENT(WS-DIST-J) + 1 < WS-DIST-BEST
                       COMPUTE WS-DIST-BEST =
                           WS-DIST-CURRENT(WS-DIST-J) + 1
                   END-IF
                   MOVE WS-DIST-BEST TO WS-DIST-CURRENT(WS-DIST-J + 1)
               END-PERFORM
               PERFORM VARYING WS-DIST-J FROM 0 BY 1
                   UNTIL WS-DIST-J > WS-SQUEEZED-STD-LEN
                   MOVE WS-DIST-CURRENT(WS-DIST-J + 1)
                       TO WS-DIST-PRIOR(WS-DIST-J + 1)
               END-PERFORM
           END-PERFORM.
           MOVE WS-DIST-PRIOR(WS-SQUEEZED-STD-LEN + 1)
               TO WS-EDIT-DISTANCE.

      * A code the post office serves by box only cannot take a card
      * addressed to a street
           CHECK-PO-BOX-STREET SECTION.
           MOVE SPACES TO WS-STREET-WORK.
           MOVE 0 TO WS-SQUEEZED-LEN.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40 OR WS-SQUEEZED-LEN > 9
               IF FUNCTION UPPER-CASE(LS-STREET(WS-CHAR-IDX:1))
                   >= "A" AND
                  FUNCTION UPPER-CASE(LS-STREET(WS-CHAR-IDX:1))
                   <= "Z"
                   ADD 1 TO WS-SQUEEZED-LEN
                   MOVE FUNCTION UPPER-CASE(LS-STREET(WS-CHAR-IDX:1))
                       TO WS-STREET-WORK(WS-SQUEEZED-LEN:1)
               END-IF
           END-PERFORM.
           IF WS-STREET-WORK(1:5) NOT = "POBOX" AND
              WS-STREET-WORK(1:3) NOT = "BOX"
               MOVE "REJECTED" TO LS-RESULT
               MOVE "postal code takes PO Box delivery only"
                   TO LS-REASON
           END-IF.
