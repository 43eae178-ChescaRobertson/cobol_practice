                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-OUTREACH-FILE
                 ASSIGN TO "pending-outreach-cards.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-SENT-HISTORY-FILE.
           01 SENT-RECORD.
               05 SENT-KEY.
           01 WS-ALREADY-ASKED PIC X.
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-NEW-CARD-ID UNSIGNED-INT.
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "pronoun-outreach".
           01 WS-PROV-NO-TEMPLATE.                                      * Fixed wording: no greeting-templates.dat row applies
               05 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
               05 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
               05 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-HISTORY-SCAN-ENDED PIC 9.
           01 WS-ASKED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ASKED-IDX PIC 9(5) COMP.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE PERSON-CONTACT-CHANNEL TO HIST-CHANNEL.
           MOVE SPACES TO HIST-VARIANT.
           MOVE SPACES TO HIST-DESIGN-CODE.
           WRITE CARD-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "card-provenance-writer" USING
                       WS-PROV-PROGRAM-NAME, HIST-CARD-ID,
                       HIST-PERSON-ID, HIST-RUN-DATE,
                       WS-PROV-TEMPLATE-KEY, WS-PROV-TEMPLATE-LANGUAGE,
                       WS-PROV-TEMPLATE-BRAND, HIST-VARIANT,
                       WS-PROV-TEMPLATE-VERSION
           END-WRITE.
           WRITE SENT-RECORD
               INVALID KEY
