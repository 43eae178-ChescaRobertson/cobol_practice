                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-SCRUB-FILE ASSIGN TO "scrub-target.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
               05 SCRUB-GREETING PIC X(200).
               05 SCRUB-TRAILER PIC X(95).
           FD F-CSV-FILE.
           01 WS-CSV-RECORD PIC X(600).
           FD F-REGION-MASTER-FILE.
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
              05 WS-SCRUB-LINE OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LINE-COUNT
                  INDEXED BY LINE-IDX.
                      10 WS-SCRUB-LINE-TEXT PIC X(600).
           01 WS-CSV-FIELDS.
               05 WS-CSV-TYPE PIC X(20).
               05 WS-CSV-NAME PIC X(40).
               05 WS-CSV-REGION PIC X(20).
               05 WS-CSV-BRAND PIC X(8).
               05 WS-CSV-VOUCHER PIC X(16).
               05 WS-CSV-DESIGN PIC X(8).
               05 WS-CSV-RESPONSE-URL PIC X(60).
           01 WS-LIVE-FILE-NAMES.                                       * Every live card file the pipeline can route to
               05 FILLER PIC X(60) VALUE "cards.dat".
               05 FILLER PIC X(60) VALUE "cards-tax-day.dat".
           01 WS-SEAL-REASON PIC X(8).
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "customer-purge".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-LEGAL-HOLDS-STATUS PIC XX.
                           CALL "customer-audit-writer" USING
                               WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                               PERSON-ID WS-AUDIT-BEFORE
                               WS-AUDIT-AFTER WS-AUDIT-REQUESTED-BY
                               WS-AUDIT-APPROVED-BY
                   END-DELETE
           END-READ.
           CLOSE F-CUSTOMERS-FILE.
                   INTO WS-CSV-CARD-ID WS-CSV-TYPE WS-CSV-BRAND
                        WS-CSV-REGION WS-CSV-NAME WS-CSV-ADDRESS
                        WS-CSV-EMAIL WS-CSV-CHANNEL WS-CSV-GREETING
                        WS-CSV-VOUCHER WS-CSV-DESIGN WS-CSV-RESPONSE-URL
               END-UNSTRING
           ELSE
               UNSTRING WS-CSV-RECORD DELIMITED BY ","
                   INTO WS-CSV-TYPE WS-CSV-NAME WS-CSV-ADDRESS
                        WS-CSV-EMAIL WS-CSV-CHANNEL WS-CSV-GREETING
                        WS-CSV-CARD-ID WS-CSV-REGION WS-CSV-BRAND
                        WS-CSV-VOUCHER WS-CSV-DESIGN WS-CSV-RESPONSE-URL
               END-UNSTRING
           END-IF.
           IF WS-CSV-NAME = WS-PURGE-CSV-NAME
                          ",REDACTED,REDACTED,REDACTED,"
                          FUNCTION TRIM(WS-CSV-CHANNEL)
                          ",REDACTED,"
                          FUNCTION TRIM(WS-CSV-VOUCHER) ","
                          FUNCTION TRIM(WS-CSV-DESIGN) ","
                          FUNCTION TRIM(WS-CSV-RESPONSE-URL)
                       INTO WS-CSV-RECORD
                   END-STRING
               ELSE
                          FUNCTION TRIM(WS-CSV-CARD-ID) ","
                          FUNCTION TRIM(WS-CSV-REGION) ","
                          FUNCTION TRIM(WS-CSV-BRAND) ","
                          FUNCTION TRIM(WS-CSV-VOUCHER) ","
                          FUNCTION TRIM(WS-CSV-DESIGN) ","
                          FUNCTION TRIM(WS-CSV-RESPONSE-URL)
                       INTO WS-CSV-RECORD
                   END-STRING
               END-IF
