                   10 BIRTHDAY-MONTH PIC 99.
                   10 MON-DAY-SEPARATOR PIC X.
                   10 BIRTHDAY-DAY PIC 99.
      * Month-day view of the birthday: the alternate key the
      * nightly pass STARTs on instead of reading every customer
               05 PERSON-BIRTHDAY-KEY-VIEW REDEFINES PERSON-BIRTHDAY.
                   10 FILLER PIC X(5).
                   10 PERSON-BIRTH-MON-DAY PIC X(5).
               05 PERSON-ANNIVERSARY-DATE.
                   10 ANNIVERSARY-YEAR PIC 9(4).
                   10 ANNIV-YEAR-MON-SEPARATOR PIC X.
                   10 ANNIVERSARY-MONTH PIC 99.
                   10 ANNIV-MON-DAY-SEPARATOR PIC X.
                   10 ANNIVERSARY-DAY PIC 99.
               05 PERSON-ANNIV-KEY-VIEW
                   REDEFINES PERSON-ANNIVERSARY-DATE.
                   10 FILLER PIC X(5).
                   10 PERSON-ANNIV-MON-DAY PIC X(5).
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-EMAIL PIC X(60).
               05 PERSON-CONTACT-CHANNEL PIC X(5) VALUE "MAIL".
      * Accessible-format preference: LP large print, BR braille,
      * blank the standard card
               05 PERSON-ACCESS-FORMAT PIC X(2).
      * Mobile number for the SMS channel, digits with any leading
      * "+" country prefix; texts go nowhere without it
               05 PERSON-MOBILE PIC X(15).
      * 'Y' when the carrier reported the mobile number undeliverable
               05 PERSON-BAD-MOBILE-FLAG PIC X.
