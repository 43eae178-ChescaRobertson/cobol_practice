                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-CARD-SCAN-FILE ASSIGN TO "search-scan.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
           FD F-REGION-MASTER-FILE.
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SEARCH-INPUT PIC X(40).
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-ACCESS-PROGRAM-NAME PIC X(20) VALUE "archive-search".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10) VALUE SPACES.               * Known only when the search was by customer ID
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 0.
           01 WS-ACCESS-REASON PIC X(8).
           01 WS-CAMPAIGN-FILTER PIC X(12).
           01 WS-FROM-YEAR-ANSWER PIC X(4).
           01 WS-TO-YEAR-ANSWER PIC X(4).

           DISPLAY "Customer name or ID: ".
           ACCEPT WS-SEARCH-INPUT.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           DISPLAY "Campaign (blank for all): ".
           ACCEPT WS-CAMPAIGN-FILTER.
           DISPLAY "From year (blank for all): ".
           CLOSE F-HITS-FILE.
           DISPLAY "Search hits: " WS-HIT-COUNT
               " (archive-search.rpt)".
           MOVE WS-SEARCH-INPUT TO WS-ACCESS-KEY.
           MOVE WS-HIT-COUNT TO WS-ACCESS-RETURNED.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
           GOBACK.

      * A short input that reads a master record is an ID; anything
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERSON-NAME TO WS-SEARCH-NAME
                   MOVE PERSON-ID TO WS-ACCESS-PERSON-ID
           END-READ.
           CLOSE F-CUSTOMERS-FILE.

