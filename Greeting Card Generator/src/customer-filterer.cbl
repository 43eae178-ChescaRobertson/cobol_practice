           FILE-CONTROL.                                                   * Lists the files to be used within the program 
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
               SELECT F-CARDS-FILE ASSIGN TO "pending-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ASSIGN TO "important-dates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-IMPORTANT-DATES-STATUS.
               SELECT F-CUSTOMER-AUDIT-FILE
                 ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUSTOMER-AUDIT-STATUS.
               SELECT F-CUST-ORDER-FILE ASSIGN TO "customer-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUST-ORDER-STATUS.
               SELECT F-ORDER-SENT-FILE
                 ASSIGN TO "customer-order-sent.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDER-SENT-STATUS.
               SELECT F-ANNOUNCEMENT-FILE
                 ASSIGN TO "announcements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ANNOUNCEMENT-STATUS.
               SELECT F-ANN-AUDIENCE-FILE
                 ASSIGN TO "announcement-audience.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ANN-AUDIENCE-STATUS.
               SELECT F-SEQ-STEPS-FILE
                 ASSIGN TO "sequence-steps.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STEPS-STATUS.
               SELECT F-SEQ-PROGRESS-FILE
                 ASSIGN TO "sequence-progress.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-PROGRESS-STATUS.
               SELECT F-CONSENT-LEDGER-FILE
                 ASSIGN TO "consent-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-THRESHOLDS-FILE
                 ASSIGN TO "alert-thresholds.dat"
               SELECT F-RATES-FILE ASSIGN TO "card-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-DONATION-PREFS-FILE
                 ASSIGN TO "donation-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DONATION-PREFS-STATUS.
               SELECT F-CHARITIES-FILE ASSIGN TO "charities.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHARITIES-STATUS.
               SELECT F-DONATION-LEDGER-FILE
                 ASSIGN TO "donation-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DONATION-LEDGER-STATUS.
               SELECT F-ARTWORK-CATALOG-FILE
                 ASSIGN TO "artwork-catalog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARTWORK-STATUS.
               SELECT F-REGION-PAUSE-FILE ASSIGN TO "region-pause.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGION-PAUSE-STATUS.
               SELECT F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.
               SELECT F-GUARDIAN-LINKS-FILE
                 ASSIGN TO "guardian-links.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT F-SYMPATHY-QUEUE-FILE
                 ASSIGN TO "sympathy-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SYMPATHY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-DO-NOT-MAIL-FILE ASSIGN TO "do-not-mail.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DNM-KEY
                 FILE STATUS IS WS-DO-NOT-MAIL-STATUS.
               SELECT F-DNM-REPORT-FILE
                 ASSIGN TO "do-not-mail-suppressed.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DNM-REPORT-STATUS.
               SELECT F-EST-TAX-TITLES-FILE
                 ASSIGN TO "estimated-tax-titles.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EST-TAX-TITLES-STATUS.
               SELECT F-EST-TAX-DATES-FILE
                 ASSIGN TO "estimated-tax-dates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EST-TAX-DATES-STATUS.
               SELECT F-RMD-AGES-FILE ASSIGN TO "rmd-ages.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RMD-AGES-STATUS.
               SELECT F-GIFT-CATALOG-FILE ASSIGN TO "gift-catalog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-CATALOG-STATUS.
               SELECT F-GIFT-ORDER-FILE
                 ASSIGN TO "gift-vendor-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-ORDER-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.                                            * File description for customers file
               05 CARDS-CARD-REGION PIC X(20).
               05 CARDS-CARD-BRAND PIC X(8).
               05 CARDS-CARD-VOUCHER PIC X(16).                          * Gift voucher on milestone birthdays, spaces otherwise
               05 CARDS-CARD-DESIGN PIC X(8).                           * Artwork catalog design, spaces when none applied
           FD F-TAX-CARDS-FILE.                                             * File description for tax cards file
           01 TAX-CARDS-PERSON.
               05 TAX-CARDS-PERSON-NAME PIC X(40).
               05 TAX-CARDS-CARD-ID PIC 9(9).
               05 TAX-CARDS-CARD-REGION PIC X(20).
               05 TAX-CARDS-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 TAX-CARDS-CARD-DESIGN PIC X(8).
           FD F-WEREWOLF-FILE.                                              * File description for werewolf cards file
           01 WEREWOLF-PERSON.
               05 WEREWOLF-NAME PIC X(40).
               05 WEREWOLF-CARD-ID PIC 9(9).
               05 WEREWOLF-CARD-REGION PIC X(20).
               05 WEREWOLF-CARD-BRAND PIC X(8).
               05 FILLER PIC X(6).
               05 WEREWOLF-CARD-DESIGN PIC X(8).
           FD F-ANNIVERSARY-FILE.                                          * File description for anniversary cards file
           01 ANNIVERSARY-PERSON.
               05 ANNIVERSARY-PERSON-NAME PIC X(40).
               05 ANNIVERSARY-CARD-ID PIC 9(9).
               05 ANNIVERSARY-CARD-REGION PIC X(20).
               05 ANNIVERSARY-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 ANNIVERSARY-CARD-DESIGN PIC X(8).
           FD F-DIGEST-FILE.                                               * One combined card when several campaigns hit a customer
           01 DIGEST-PERSON.
               05 DIGEST-PERSON-NAME PIC X(40).
               05 DIGEST-CARD-REGION PIC X(20).
               05 DIGEST-CARD-BRAND PIC X(8).
               05 DIGEST-CARD-VOUCHER PIC X(16).                         * A milestone voucher rides along into the digest
               05 DIGEST-CARD-DESIGN PIC X(8).
           FD F-OCCASION-FILE.                                            * Customer-specific occasions (graduation, adoption day)
           01 OCCASION-PERSON.
               05 OCCASION-PERSON-NAME PIC X(40).
               05 OCCASION-CARD-ID PIC 9(9).
               05 OCCASION-CARD-REGION PIC X(20).
               05 OCCASION-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 OCCASION-CARD-DESIGN PIC X(8).
           FD F-VIP-FILE.
      * The premium queue: a VIP's cards of every campaign wait
      * here for the heavier stock at the vendor
               05 TD-DAYS PIC 9(2).
           FD F-COUNTRY-FORMATS-FILE.
      * Per-country address formatting: the display name the card's
      * last address line carries, and the country's clock against
      * UTC for the email send window
           01 COUNTRY-FORMAT-RECORD.
               05 CF-COUNTRY PIC X(2).
               05 CF-COUNTRY-NAME PIC X(30).
               05 CF-UTC-OFFSET PIC X(5).
           FD F-IMPORTANT-DATES-FILE.
      * One dated occasion per customer per line, with a type code
      * that keys the greeting template
               05 IMP-PERSON-ID PIC X(10).
               05 IMP-TYPE PIC X(12).
               05 IMP-DATE PIC X(10).
           FD F-CUSTOMER-AUDIT-FILE.
      * Change trail against customers.dat, read for the customers
      * whose birthday or anniversary arrived after the day passed
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-CUST-ORDER-FILE.
      * Cards customers ordered for a friend or relative, as
      * customer-order-intake took them
           01 ORDER-RECORD.
               05 ORDER-ID PIC 9(9).
               05 ORDER-PERSON-ID PIC X(10).                            * The ordering customer
               05 ORDER-PLACED-DATE PIC X(10).
               05 ORDER-RECIPIENT-NAME PIC X(40).
               05 ORDER-RECIPIENT-ADDRESS PIC X(100).
               05 ORDER-OCCASION PIC X(12).
               05 ORDER-SEND-DATE PIC X(10).
               05 ORDER-MESSAGE PIC X(120).
           FD F-ORDER-SENT-FILE.                                          * What became of each order, appended as it happens
           01 ORDER-SENT-RECORD.
               05 OSENT-ORDER-ID PIC 9(9).
               05 OSENT-PERSON-ID PIC X(10).
               05 OSENT-DATE PIC X(10).
               05 OSENT-OUTCOME PIC X(8).                               * SENT, DNM (recipient on do-not-mail) or CANCELED
               05 OSENT-CARD-ID PIC 9(9).
           FD F-ANNOUNCEMENT-FILE.
      * One-off announcements announcement-runner prepared; a DRAFT
      * is only counted by a dry run, an APPROVED one goes out
           01 ANNOUNCEMENT-RECORD.
               05 ANN-CODE PIC X(12).                                   * Campaign code, on the registry
               05 ANN-TEMPLATE PIC X(20).                               * greeting-templates.dat key
               05 ANN-STATE PIC X(8).                                   * DRAFT, APPROVED, SENT or CANCELED
               05 ANN-PREPARED-DATE PIC X(10).                          * Also the sent-history key date
               05 ANN-PREPARED-BY PIC X(8).
               05 ANN-AUDIENCE-COUNT PIC 9(6).
               05 ANN-FORECAST-DATE PIC X(10).
               05 ANN-FORECAST-COUNT PIC 9(6).
               05 ANN-APPROVED-DATE PIC X(10).
               05 ANN-APPROVED-BY PIC X(8).
               05 ANN-SENT-DATE PIC X(10).
               05 ANN-SENT-COUNT PIC 9(6).
           FD F-ANN-AUDIENCE-FILE.                                        * The customers each open announcement goes to
           01 ANN-AUDIENCE-RECORD.
               05 AUD-CODE PIC X(12).
               05 AUD-PERSON-ID PIC X(10).
           FD F-SEQ-STEPS-FILE.
      * One line per step of a drip sequence: the event it hangs
      * off (ENROLLMENT or TAX-DEADLINE), the signed day offset from
      * that event, and the campaign code and template the card uses
           01 SEQ-STEP-RECORD.
               05 SEQ-CODE PIC X(12).
               05 SEQ-STEP PIC 9(2).
               05 SEQ-ANCHOR PIC X(12).
               05 SEQ-OFFSET PIC X(5).
               05 SEQ-CAMPAIGN PIC X(12).
               05 SEQ-TEMPLATE PIC X(12).
           FD F-SEQ-PROGRESS-FILE.
      * Append-only trail of each customer's place in a sequence;
      * the latest row per customer, sequence and anchor date is the
      * one in force. State is ACTIVE, DONE or BOUNCED.
           01 SEQ-PROGRESS-RECORD.
               05 PROG-PERSON-ID PIC X(10).
               05 PROG-SEQ-CODE PIC X(12).
               05 PROG-ANCHOR-DATE PIC X(10).
               05 PROG-LAST-STEP PIC 9(2).
               05 PROG-LAST-DATE PIC X(10).
               05 PROG-CHANNEL PIC X(5).
               05 PROG-STATE PIC X(8).
           FD F-CONSENT-LEDGER-FILE.
      * The proof-of-opt-in ledger; only a customer whose latest
      * row reads ACTIVE may be emailed at all
               05 ECLIPSE-CARD-ID PIC 9(9).
               05 ECLIPSE-CARD-REGION PIC X(20).
               05 ECLIPSE-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 ECLIPSE-CARD-DESIGN PIC X(8).
           FD F-SUPERMOONS-FILE.                                            * File description for the lunar event catalog
           01 MOON.
             05 MOON-DATE.
           01 HOLIDAY-RECORD.
               05 HOLIDAY-MON-DAY PIC X(5).
               05 HOLIDAY-NAME PIC X(30).
               05 HOLIDAY-RULE PIC X(8).                                * Blank/FIXED, NTH-DOW, LAST-DOW, EASTER or TABLE
               05 HOLIDAY-RULE-MONTH PIC X(2).
               05 HOLIDAY-RULE-WEEKDAY PIC X.
               05 HOLIDAY-RULE-NTH PIC X.
               05 HOLIDAY-RULE-OFFSET PIC X(4).
           FD F-HOLIDAY-FILE.                                              * File description for holiday cards file
           01 HOLIDAY-PERSON.
               05 HOLIDAY-PERSON-NAME PIC X(40).
               05 HOLIDAY-CARD-ID PIC 9(9).
               05 HOLIDAY-CARD-REGION PIC X(20).
               05 HOLIDAY-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 HOLIDAY-CARD-DESIGN PIC X(8).
           FD F-JOB-DAYS-FILE.                                             * Control file of professional-day dates by job title
           01 JOB-DAY-RECORD.
               05 JOB-DAY-TITLE PIC X(60).
               05 PROFESSIONAL-CARD-ID PIC 9(9).
               05 PROFESSIONAL-CARD-REGION PIC X(20).
               05 PROFESSIONAL-CARD-BRAND PIC X(8).
               05 FILLER PIC X(16).
               05 PROFESSIONAL-CARD-DESIGN PIC X(8).
           FD F-GREETING-TEMPLATES-FILE.                                   * Control file of per-campaign configurable greeting text
           01 GREETING-TEMPLATE-RECORD.
               05 GT-CAMPAIGN-NAME PIC X(20).
               05 GT-LANGUAGE PIC X(2).
               05 GT-BRAND PIC X(8).
               05 GT-PREFIX-TEXT PIC X(160).
               05 GT-VERSION PIC 9(3).
               05 GT-STATUS PIC X(8).                                   * DRAFT, APPROVED or RETIRED
               05 GT-EFFECTIVE-FROM PIC X(10).
               05 GT-SUBMITTED-BY PIC X(8).
               05 GT-APPROVED-BY PIC X(8).
               05 GT-APPROVED-DATE PIC X(10).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-THRESHOLDS-FILE.                                           * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
               05 RATE-CHANNEL PIC X(5).
               05 RATE-EFFECTIVE-DATE PIC X(10).
               05 RATE-COST PIC X(8).
           FD F-DONATION-PREFS-FILE.
      * Customers who would rather the card's cost went to charity,
      * per campaign; ALL covers every campaign without its own row
           01 DONATION-PREF-RECORD.
               05 DPREF-PERSON-ID PIC X(10).
               05 DPREF-CAMPAIGN PIC X(12).
               05 DPREF-CHARITY-ID PIC X(8).
           FD F-CHARITIES-FILE.
      * The charity master; only an active charity takes donations
           01 CHARITY-RECORD.
               05 CHARITY-ID PIC X(8).
               05 CHARITY-NAME PIC X(40).
               05 CHARITY-ACTIVE PIC X.
           FD F-DONATION-LEDGER-FILE.
      * One row per card given up for a donation, priced at what the
      * card would have cost; finance remits from it at month end
           01 DONATION-LEDGER-RECORD.
               05 DL-RUN-DATE PIC X(10).
               05 DL-PERSON-ID PIC X(10).
               05 DL-CAMPAIGN PIC X(12).
               05 DL-CHARITY-ID PIC X(8).
               05 DL-CHANNEL PIC X(5).
               05 DL-AMOUNT PIC 9(5)V99.
               05 DL-OCCASION-DATE PIC X(10).
           FD F-ARTWORK-CATALOG-FILE.
      * The card designs the print vendor holds: blank campaign,
      * brand or season suits any, while the access format must
      * match the customer's own (blank for the standard card)
           01 ARTWORK-RECORD.
               05 ART-DESIGN-CODE PIC X(8).
               05 ART-CAMPAIGN PIC X(12).
               05 ART-BRAND PIC X(8).
               05 ART-SEASON PIC X(6).
               05 ART-ACCESS-FORMAT PIC X(2).
               05 ART-ACTIVE PIC X.
               05 ART-STOCK-ON-HAND PIC 9(6).
               05 ART-STOCK-DATE PIC X(10).
               05 ART-REORDER-POINT PIC 9(6).
           FD F-REGION-PAUSE-FILE.
      * Regions under an emergency pause, with the reason and date
      * the pause went on; their cards park instead of mailing
               05 HH-MEMBER-COUNT PIC 9(2).
               05 HH-LABEL PIC X(40).
               05 HH-MEMBER-NAMES PIC X(160).
           FD F-GUARDIAN-LINKS-FILE.
      * A child enrolled by a parent, and the customer who answers
      * for them until they come of age
           01 GUARDIAN-LINK-RECORD.
               05 GL-MINOR-ID PIC X(10).
               05 GL-GUARDIAN-ID PIC X(10).
           FD F-SYMPATHY-QUEUE-FILE.
      * One row per deceased-registry match, with the household the
      * customer belonged to; the survivors each get one card
           01 SYMPATHY-QUEUE-RECORD.
               05 SYM-DECEASED-ID PIC X(10).
               05 SYM-HOUSEHOLD-ID PIC 9(6).
               05 SYM-FLAG-DATE PIC X(10).
               05 SYM-DEATH-DATE PIC X(10).
           FD F-PREFERENCES-FILE.                                          * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-ANNIVERSARY-FLAG PIC X.
               05 PREF-HOLIDAY-FLAG PIC X.
               05 PREF-PROFESSIONAL-FLAG PIC X.
      * Drip sequences (welcome series, tax reminders) as a whole
               05 PREF-SEQUENCE-FLAG PIC X.
           FD F-DO-NOT-MAIL-FILE.
      * The national do-not-mail list as do-not-mail-load last built
      * it, keyed on the normalized name, street and postal code;
      * the blank-key row carries the list's effective date
           01 DNM-RECORD.
               05 DNM-KEY PIC X(70).
               05 DNM-NAME PIC X(40).
               05 DNM-ADDRESS PIC X(100).
               05 DNM-EFFECTIVE-DATE PIC X(10).
               05 DNM-LOAD-DATE PIC X(10).
           FD F-DNM-REPORT-FILE.
           01 WS-DNM-REPORT-RECORD PIC X(200).
           FD F-EST-TAX-TITLES-FILE.
      * Job titles that pay quarterly estimated tax: the self-employed
      * and contractors, matched on PERSON-JOB-TITLE as it is keyed
           01 EST-TAX-TITLE-RECORD.
               05 ETT-TITLE PIC X(60).
           FD F-EST-TAX-DATES-FILE.
      * Companion to tax-deadlines.dat: the quarterly estimated-tax
      * due dates by due-date year, blank state the federal date and
      * a named state its own. The roll rule moves a due date off a
      * weekend (W) or a weekend or listed holiday (B); quarter 0
      * rows are those holidays, blank state meaning everywhere
           01 EST-TAX-DATE-RECORD.
               05 ETAX-YEAR PIC 9(4).
               05 ETAX-QUARTER PIC 9.
               05 ETAX-MON-DAY PIC X(5).
               05 ETAX-STATE PIC X(20).
               05 ETAX-ROLL-RULE PIC X.                                 * N none, W weekend, B weekend and holiday
           FD F-RMD-AGES-FILE.
      * The age at which required withdrawals from retirement
      * accounts begin, by the birth-year range it applies to; the
      * law moves the age for later birth years, so it is kept here
      * and never in the code
           01 RMD-AGE-RECORD.
               05 RMD-BORN-FROM PIC 9(4).
               05 RMD-BORN-THRU PIC 9(4).
               05 RMD-REQUIRED-AGE PIC 9(3).
           FD F-GIFT-CATALOG-FILE.
      * The relationship team's gift for each milestone birthday by
      * brand; a blank brand is the gift for any brand without its own
           01 GIFT-CATALOG-RECORD.
               05 GIFTCAT-MILESTONE PIC 9(3).
               05 GIFTCAT-BRAND PIC X(8).
               05 GIFTCAT-GIFT-CODE PIC X(10).
               05 GIFTCAT-DESCRIPTION PIC X(40).
               05 GIFTCAT-COST PIC 9(5)V99.
           FD F-GIFT-ORDER-FILE.
      * Physical gifts ordered from the gift vendor, one per VIP
      * milestone card and keyed by that card's ID in card-history
           01 GIFT-ORDER-RECORD.
               05 GIFT-CARD-ID PIC 9(9).
               05 GIFT-PERSON-ID PIC X(10).
               05 GIFT-ORDER-DATE PIC X(10).
               05 GIFT-DELIVER-BY PIC X(10).                            * The birthday itself
               05 GIFT-MILESTONE PIC 9(3).
               05 GIFT-BRAND PIC X(8).
               05 GIFT-CODE PIC X(10).
               05 GIFT-COST PIC 9(5)V99.
               05 GIFT-SHIP-NAME PIC X(40).
               05 GIFT-SHIP-ADDRESS PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-TAX-DEADLINES-STATUS PIC XX.
           01 WS-DATE-FORMAT PIC X(10).
           01 WS-CHECKPOINT-STATUS PIC XX.
           01 WS-RESUME-POS PIC 9(6) VALUE 0.                            * Records already processed this run, single pass
           01 WS-KEYED-PASS PIC X VALUE 'N'.                             * 'Y' reads only tonight's month-day keys, not the file
           01 WS-KEYED-SEEN PIC 9(6) VALUE 0.                            * Keyed records read so far, for the restart skip
           01 WS-KEY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-KEY-IDX PIC 9(3) COMP.
           01 WS-KEY-SCAN-IDX PIC 9(3) COMP.
           01 WS-KEY-FOUND PIC 9.
           01 WS-KEY-RUN-ENDED PIC 9.
           01 WS-KEY-MMDD-WORK PIC X(5).
           01 WS-KEY-TABLE.                                             * Tonight's target month-days, one per distinct lead
              05 WS-KEY-MMDD OCCURS 200 TIMES PIC X(5).
           01 WS-VISIT-ID PIC X(10).
           01 WS-VISITED-FOUND PIC 9.
           01 WS-VISITED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-VISITED-IDX PIC 9(5) COMP.
           01 WS-VISITED-IDS.                                           * Customers the keyed pass has already met tonight
              05 WS-VISITED-ID OCCURS 99999 TIMES PIC X(10).
           01 WS-WEREWOLF-RAN-TODAY PIC X VALUE 'N'.                     * Set once a werewolf pass has run this run
           01 WS-BIRTHDAY-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-BIRTHDAY-IS-SUPERMOON PIC X VALUE 'N'.
           01 WS-HOLIDAYS-STATUS PIC XX.
           01 WS-IS-HOLIDAY-TODAY PIC X VALUE 'N'.
           01 WS-HOLIDAY-NAME PIC X(30).
           01 WS-HOLIDAY-MON-DAY-WORK PIC X(5).                         * This year's date for the row, moveable or fixed
           01 WS-BIRTHDAY-FORMAT-VALID PIC X VALUE 'Y'.
           01 WS-BIRTHDAY-INVALID-COUNT PIC 9(6) VALUE 0.
           01 WS-PROFESSIONAL-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-VOUCHER-SLOT PIC 9(4) COMP.
           01 WS-VOUCHERS-ISSUED PIC 9(6) VALUE 0.
           01 WS-VOUCHERS-SHORT PIC 9(6) VALUE 0.                       * Milestone cards that went out with no code left
           01 WS-VOUCHERS-FRAUD-HELD PIC 9(6) VALUE 0.                  * Codes held on fraud-review.dat for a reviewer
           01 WS-FRAUD-VOUCHER-KIND PIC X(10) VALUE "MILESTONE".
           01 WS-FRAUD-VERDICT PIC X.
           01 WS-ASSIGNED-VOUCHER PIC X(16).
           01 WS-VOUCHER-POOL-DIRTY PIC X VALUE 'N'.
           01 WS-PROPENSITY-STATUS PIC XX.
           01 WS-CAMPAIGN-REGISTRY-STATUS PIC XX.
           01 WS-EXPERIMENTS-STATUS PIC XX.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-CONSENT-FALLBACK-COUNT PIC 9(6) VALUE 0.               * EMAIL/SMS cards demoted to MAIL for missing consent
           01 WS-EMAIL-CONSENT-OK PIC X.
           01 WS-SMS-CONSENT-OK PIC X.
           01 WS-SMS-TEXT-LIMIT PIC 9(3) COMP VALUE 160.                * One text message; longer greetings are cut to fit
           01 WS-SMS-TEXT PIC X(200).
           01 WS-SMS-TEXT-LEN PIC 9(3) COMP.
           01 WS-SMS-CUT-POS PIC 9(3) COMP.
           01 WS-CAMPAIGN-CHANNEL PIC X(5).                             * The channel this campaign's card actually takes
           01 WS-CONSENT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CONSENT-IDX PIC 9(5) COMP.
                  INDEXED BY CONSENT-IDX.
                      10 WS-CONSENT-PERSON PIC X(10).
                      10 WS-CONSENT-ACTIVE PIC X.
                      10 WS-CONSENT-SMS-ACTIVE PIC X.
           01 WS-HOLDOUTS-STATUS PIC XX.
           01 WS-ACTIVE-VARIANT PIC X(2).                               * The variant this card carries; spaces when untested
           01 WS-HOLDOUT-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
                      10 WS-TEMPLATE-LANGUAGE PIC X(2).
                      10 WS-TEMPLATE-BRAND PIC X(8).
                      10 WS-TEMPLATE-TEXT PIC X(160).
                      10 WS-TEMPLATE-VERSION PIC 9(3).
                      10 WS-TEMPLATE-EFFECTIVE PIC X(10).
           01 WS-TEMPLATE-SLOT PIC 9(4) COMP.
           01 WS-GT-LANGUAGE PIC X(2).
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".          * The card-number series in the named-sequence service
      * The greeting-templates.dat row behind the card in hand, for
      * its provenance record; spaces when no template applied
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "customer-filterer".
           01 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
           01 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
           01 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
           01 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-TEMPLATE-FOUND-VERSION PIC 9(3).                       * Version of the template row the lookup matched
           01 WS-NEW-CARD-ID UNSIGNED-INT.
      * A partition reserves its card IDs a block at a time in one
      * locked draw and hands them out from here; zero block size
      * goes back to one locked draw per card
           01 WS-RC-CARD-ID-BLOCK PIC 9(6) VALUE 500.
           01 WS-BLOCK-ACTION PIC X(8).
           01 WS-BLOCK-SIZE PIC 9(9).
           01 WS-BLOCK-FIRST PIC 9(9).
           01 WS-BLOCK-LAST PIC 9(9).
           01 WS-BLOCK-NEXT PIC 9(9).
           01 WS-BLOCK-USED-HIGH PIC 9(9).
           01 WS-BLOCK-HELD PIC X VALUE 'N'.
           01 WS-HIST-CAMPAIGN PIC X(12).
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-QUEUE-SINGLES.                                         * Singles written to each plain campaign queue, the
              05 WS-QUEUE-SINGLE OCCURS 8 TIMES PIC 9(6).               * counts the release step must account for
           01 WS-PARTITION-FILE-NAME PIC X(60).
           01 WS-RC-FULL-PASS PIC X VALUE 'N'.                          * 'Y' forces the full read even on a keyed night
           01 WS-RC-DRY-RUN PIC X VALUE 'N'.                            * 'Y' simulates the pass without writing a single card
           01 WS-THRESHOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-ALERT-TEXT PIC X(160).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "customer-filterer".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
           01 WS-ALT-ADDRESS-STATUS PIC XX.
           01 WS-ALT-ADDRESS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ALT-ADDRESS-IDX PIC 9(5) COMP.
           01 WS-RC-VIP-RESERVE PIC 9(4) VALUE 0.                       * OPEN codes held back for VIPs; zero reserves none
           01 WS-VOUCHERS-OPEN PIC 9(4) VALUE 0.
           01 WS-RC-OCCASION-ENABLED PIC X VALUE 'Y'.
           01 WS-RC-SEQUENCE-ENABLED PIC X VALUE 'Y'.
           01 WS-RC-SYMPATHY-DAYS PIC 9(3) VALUE 14.                    * How long after the match a sympathy card may still go
           01 WS-SYMPATHY-STATUS PIC XX.
           01 WS-RC-GUARDIAN-AGE PIC 9(3) VALUE 18.                     * Below this age cards go to the guardian instead
           01 WS-RC-BELATED-BIRTHDAY-DAYS PIC 9(3) VALUE 14.            * How late a birthday may be entered and still get a
           01 WS-RC-BELATED-ANNIV-DAYS PIC 9(3) VALUE 14.               * belated card; zero turns the belated card off
           01 WS-CUSTOMER-AUDIT-STATUS PIC XX.
           01 WS-BELATED-BIRTHDAY-COUNT PIC 9(6) VALUE 0.
           01 WS-BELATED-ANNIV-COUNT PIC 9(6) VALUE 0.
           01 WS-BELATED-LOG-POS PIC 9(3) COMP.
           01 WS-BELATED-TODAY-NUM PIC 9(8).
           01 WS-BELATED-OLDEST-NUM PIC 9(8).
           01 WS-BELATED-CHANGE-NUM PIC 9(8).
           01 WS-BELATED-OCCASION-NUM PIC 9(8).
           01 WS-BELATED-OCCASION-YEAR PIC 9(4).
           01 WS-BELATED-OCCASION-DATE PIC X(10).                       * This year's occasion, the sent-history key date
           01 WS-BELATED-MMDD PIC X(5).
           01 WS-BELATED-DAYS PIC 9(3).
           01 WS-BELATED-CHANGE-DATE PIC X(10).
           01 WS-BELATED-DUE PIC X.
           01 WS-BELATED-BIRTHDAY-HIT PIC X.
           01 WS-BELATED-ANNIV-HIT PIC X.
           01 WS-BELATED-FOUND PIC 9(5) COMP.                           * Slot of this customer's row, zero for none
           01 WS-BELATED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-BELATED-IDX PIC 9(5) COMP.
           01 WS-BELATED-CANDIDATES.                                    * Birthdays and anniversaries entered or changed lately
              05 WS-BELATED-ROW OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-BELATED-COUNT
                  INDEXED BY BELATED-IDX.
                      10 WS-BELATED-PERSON PIC X(10).
                      10 WS-BELATED-BIRTHDAY-CHANGED PIC X(10).         * Latest change date, spaces when untouched
                      10 WS-BELATED-ANNIV-CHANGED PIC X(10).
           01 WS-CUST-ORDER-STATUS PIC XX.
           01 WS-ORDER-SENT-STATUS PIC XX.
           01 WS-ORDER-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-ORDER-DNM-COUNT PIC 9(6) VALUE 0.
           01 WS-ORDER-CANCEL-COUNT PIC 9(6) VALUE 0.                   * Orders whose customer is no longer ACTIVE
           01 WS-OSENT-TRUNCATED PIC X VALUE 'N'.
           01 WS-ORDER-LOG-POS PIC 9(3) COMP.
           01 WS-ORDER-FROM-NAME PIC X(40).                             * The orderer, for the <FROM> token
           01 WS-ORDER-SAVED-GUARDIAN PIC X.
           01 WS-ORDER-GREETING-WORK PIC X(200).
           01 WS-ORDER-DUE-DISPLAY PIC 9(4).
           01 WS-ORDER-FOUND PIC 9.
           01 WS-ORDER-IDX PIC 9(4) COMP.
           01 WS-ORDER-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CUST-ORDERS.                                           * Orders whose send date has come and not yet sent
              05 WS-ORDER-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-ORDER-COUNT
                  INDEXED BY ORDER-IDX.
                      10 WS-ORDER-LINE PIC X(311).
                      10 WS-ORDER-DONE PIC X.
           01 WS-OSENT-IDX PIC 9(5) COMP.
           01 WS-OSENT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ORDERS-SENT.                                           * Order numbers already dealt with
              05 WS-OSENT-ID OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-OSENT-COUNT
                  INDEXED BY OSENT-IDX PIC 9(9).
           01 WS-ANNOUNCEMENT-STATUS PIC XX.
           01 WS-ANN-AUDIENCE-STATUS PIC XX.
           01 WS-ANNOUNCEMENT-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-ANN-LOG-POS PIC 9(3) COMP.
           01 WS-ANN-SLOT PIC 9(3) COMP.
           01 WS-ANN-IDX PIC 9(3) COMP.
           01 WS-ANN-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ANNOUNCEMENTS.                                         * The whole file, rewritten with tonight's counts
              05 WS-ANN-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ANN-COUNT
                  INDEXED BY ANN-IDX.
                      10 WS-ANN-LINE PIC X(114).
                      10 WS-ANN-DUE PIC X.                              * Worked on tonight's pass
                      10 WS-ANN-TONIGHT PIC 9(6).
                      10 WS-ANN-HELD PIC 9(6).                          * Envelope full, left for the next pass
           01 WS-ANN-AUD-IDX PIC 9(5) COMP.
           01 WS-ANN-AUD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ANN-AUD-OVERFLOW PIC 9(6) VALUE 0.                     * Audience rows past the table, left for the next night
           01 WS-ANN-SENT-OPEN PIC X VALUE 'N'.
           01 WS-ANN-AUDIENCE.                                          * Audience rows of tonight's due announcements
              05 WS-ANN-AUD-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-ANN-AUD-COUNT
                  INDEXED BY ANN-AUD-IDX.
                      10 WS-ANN-AUD-PERSON PIC X(10).
                      10 WS-ANN-AUD-SLOT PIC 9(3) COMP.
           01 WS-GUARDIAN-STATUS PIC XX.
           01 WS-GUARDIAN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-GUARDIAN-IDX PIC 9(5) COMP.
           01 WS-GUARDIAN-FOUND PIC 9(5) COMP.                          * Slot of this customer's link, zero for none
           01 WS-GUARDIAN-ACTIVE PIC X VALUE 'N'.                       * Y guardian-addressed, H held, N their own
           01 WS-GUARDIAN-HANDOVER PIC X VALUE 'N'.
           01 WS-GUARDIAN-HANDOVER-DATE PIC X(10).
           01 WS-CUSTOMER-AGE PIC 9(3).
           01 WS-GUARDIAN-ADDRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-MINOR-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-VOUCHERS-MINOR-HELD PIC 9(6) VALUE 0.
           01 WS-GUARDIAN-NOTICE-COUNT PIC 9(6) VALUE 0.
           01 WS-GUARDIANS.                                             * Linked minors with their guardian's contact details
              05 WS-GUARDIAN-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-GUARDIAN-COUNT
                  INDEXED BY GUARDIAN-IDX.
                      10 WS-GL-MINOR PIC X(10).
                      10 WS-GL-GUARDIAN PIC X(10).
                      10 WS-GL-NAME PIC X(40).                          * Spaces when the guardian is not an active customer
                      10 WS-GL-ADDRESS PIC X(100).
           01 WS-SYM-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SYM-IDX PIC 9(4) COMP.
           01 WS-SYM-FOUND PIC 9(4) COMP.                               * Slot of the open sympathy row, zero for none
           01 WS-SYM-MEMBER-IDX PIC 9(5) COMP.
           01 WS-SYM-DAY-NUM PIC 9(8).
           01 WS-SYM-TODAY-NUM PIC 9(8).
           01 WS-SYM-DIGITS PIC 9(8).
           01 WS-SYMPATHY-ROWS.                                         * Deceased-registry matches still inside the window
              05 WS-SYMPATHY-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SYM-COUNT
                  INDEXED BY SYM-IDX.
                      10 WS-SYM-DECEASED PIC X(10).
                      10 WS-SYM-HOUSEHOLD PIC 9(6).
                      10 WS-SYM-FLAG-DATE PIC X(10).
           01 WS-SEQ-STEPS-STATUS PIC XX.
           01 WS-SEQ-PROGRESS-STATUS PIC XX.
           01 WS-SEQ-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SEQ-IDX PIC 9(3) COMP.
           01 WS-SEQ-SCAN-IDX PIC 9(3) COMP.
           01 WS-SEQ-STEPS.                                             * Set up for the drip-sequence step table
              05 WS-SEQ-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-SEQ-COUNT
                  INDEXED BY SEQ-IDX.
                      10 WS-SEQ-CODE PIC X(12).
                      10 WS-SEQ-STEP PIC 9(2).
                      10 WS-SEQ-ANCHOR PIC X(12).
                      10 WS-SEQ-OFFSET PIC S9(4).
                      10 WS-SEQ-CAMPAIGN PIC X(12).
                      10 WS-SEQ-TEMPLATE PIC X(12).
                      10 WS-SEQ-LAST-OF-CODE PIC X.
           01 WS-PROG-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PROG-IDX PIC 9(5) COMP.
           01 WS-PROG-SCAN-IDX PIC 9(5) COMP.
           01 WS-PROG-FOUND PIC 9(5) COMP.                              * Slot of the matching progress row, zero for none
           01 WS-PROGRESS.                                              * Each customer's standing in each sequence run
              05 WS-PROG-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-PROG-COUNT
                  INDEXED BY PROG-IDX.
                      10 WS-PROG-PERSON PIC X(10).
                      10 WS-PROG-CODE PIC X(12).
                      10 WS-PROG-ANCHOR PIC X(10).
                      10 WS-PROG-LAST-STEP PIC 9(2).
                      10 WS-PROG-LAST-DATE PIC X(10).
                      10 WS-PROG-CHANNEL PIC X(5).
                      10 WS-PROG-STATE PIC X(8).
           01 WS-SEQ-ANCHOR-DATE PIC X(10).
           01 WS-SEQ-DUE-DATE PIC X(10).
           01 WS-SEQ-DUE-DIGITS PIC 9(8).
           01 WS-SEQ-BOUNCED PIC X.
           01 WS-SEQ-STEP-DUE PIC X.
           01 WS-SEQ-DAY-NUM PIC 9(8).
           01 WS-IMP-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-IMP-IDX PIC 9(5) COMP.
           01 WS-IMPORTANT-DATES.                                       * Set up for the customer-occasion table
                          15 WS-PREF-ANNIVERSARY-FLAG PIC X.
                          15 WS-PREF-HOLIDAY-FLAG PIC X.
                          15 WS-PREF-PROFESSIONAL-FLAG PIC X.
                          15 WS-PREF-SEQUENCE-FLAG PIC X.
           01 WS-CUST-PREF.                                                * The current customer's flags, 'Y' when no row on file
               05 WS-CUST-PREF-TAX-DAY PIC X.
               05 WS-CUST-PREF-BIRTHDAY PIC X.
               05 WS-CUST-PREF-ANNIVERSARY PIC X.
               05 WS-CUST-PREF-HOLIDAY PIC X.
               05 WS-CUST-PREF-PROFESSIONAL PIC X.
               05 WS-CUST-PREF-SEQUENCE PIC X.
           01 WS-REGION PIC X(20).
           01 WS-BUDGETS-STATUS PIC XX.
           01 WS-BUDGET-SPEND-STATUS PIC XX.
           01 WS-BUDGET-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-BUDGET-COUNT PIC 9(2) COMP VALUE 0.
           01 WS-BUDGET-IDX PIC 9(2) COMP.
           01 WS-ARTWORK-STATUS PIC XX.
           01 WS-RC-DESIGN-LOOKBACK PIC 9(2) VALUE 3.                   * A design may not repeat within this many campaign cards
           01 WS-RUN-SEASON PIC X(6).
           01 WS-CARD-DESIGN PIC X(8).
           01 WS-DESIGN-CAMPAIGN PIC X(12).
           01 WS-DESIGN-CHANNEL PIC X(5).
           01 WS-DESIGN-BEST PIC 9(4) COMP.
           01 WS-DESIGN-BEST-AGE PIC 9(2) COMP.
           01 WS-DESIGN-AGE PIC 9(2) COMP.
           01 WS-DESIGN-HIST-ENDED PIC 9.
           01 WS-DESIGNED-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-RECENT-COUNT PIC 9(2) COMP.
           01 WS-RECENT-IDX PIC 9(2) COMP.
           01 WS-RECENT-DESIGNS.                                        * The customer's last designs in the campaign, newest first
              05 WS-RECENT-DESIGN OCCURS 20 TIMES PIC X(8).
           01 WS-ARTWORK-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ARTWORK-IDX PIC 9(4) COMP.
           01 WS-ARTWORK.                                               * Tonight's usable designs, in catalog order
              05 WS-ARTWORK-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ARTWORK-COUNT
                  INDEXED BY ARTWORK-IDX.
                      10 WS-ART-DESIGN PIC X(8).
                      10 WS-ART-CAMPAIGN PIC X(12).
                      10 WS-ART-BRAND PIC X(8).
                      10 WS-ART-ACCESS PIC X(2).
           01 WS-BUDGET-FOUND PIC 9.
           01 WS-BUDGET-SLOT PIC 9(2) COMP.
           01 WS-RATE-BEST-DATE PIC X(10).
           01 WS-DONATION-PREFS-STATUS PIC XX.
           01 WS-CHARITIES-STATUS PIC XX.
           01 WS-DONATION-LEDGER-STATUS PIC XX.
           01 WS-DONATION-SKIP PIC X VALUE 'N'.                         * 'Y' while a drip step is checked: steps never donate
           01 WS-DONATION-COUNT PIC 9(6) VALUE 0.
           01 WS-DONATION-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-DONATION-AMOUNT PIC 9(5)V99.
           01 WS-DONATION-FOUND PIC 9(5) COMP.
           01 WS-DPREF-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DO-NOT-MAIL-STATUS PIC XX.
           01 WS-DNM-REPORT-STATUS PIC XX.
           01 WS-DNM-ON-FILE PIC X VALUE 'N'.
           01 WS-DNM-EFFECTIVE-DATE PIC X(10).
           01 WS-DNM-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-DNM-MATCH-KEY PIC X(70).
           01 WS-DNM-CHECK-NAME PIC X(40).                              * The envelope as it would be addressed
           01 WS-DNM-CHECK-ADDRESS PIC X(100).
           01 WS-DNM-LISTED PIC X.
           01 WS-DNM-LOG-POS PIC 9(3) COMP.
           01 WS-DPREF-IDX PIC 9(5) COMP.
           01 WS-DONATION-PREFS.                                        * Donating customers, charity checked at load
              05 WS-DPREF-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-DPREF-COUNT
                  INDEXED BY DPREF-IDX.
                      10 WS-DPREF-PERSON PIC X(10).
                      10 WS-DPREF-CAMPAIGN PIC X(12).
                      10 WS-DPREF-CHARITY PIC X(8).
           01 WS-CHARITY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CHARITY-IDX PIC 9(4) COMP.
           01 WS-CHARITY-FOUND PIC 9.
           01 WS-CHARITIES.
              05 WS-CHARITY-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CHARITY-COUNT
                  INDEXED BY CHARITY-IDX.
                      10 WS-CHARITY-ID PIC X(8).
           01 WS-DRATE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-DRATE-IDX PIC 9(4) COMP.
           01 WS-DONATION-RATES.                                        * The whole rate table, priced per card and channel
              05 WS-DRATE-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-DRATE-COUNT
                  INDEXED BY DRATE-IDX.
                      10 WS-DRATE-CAMPAIGN PIC X(12).
                      10 WS-DRATE-CHANNEL PIC X(5).
                      10 WS-DRATE-DATE PIC X(10).
                      10 WS-DRATE-COST PIC 9(5)V99.
      * The month's spend caps with the running projected spend and
      * the planning rate per card; ALERTED keeps the cap from
      * paging on every suppressed card
           01 WS-HOUSEHOLD-IDX PIC 9(5) COMP.
           01 WS-HH-FOUND PIC 9.
           01 WS-HH-IS-HEAD PIC X.
           01 WS-HH-HOUSEHOLD-ID PIC 9(6).
           01 WS-HH-MEMBER-COUNT PIC 9(2).
           01 WS-HH-LABEL PIC X(40).
           01 WS-HH-NAMES PIC X(160).
                  DEPENDING ON WS-HOUSEHOLD-COUNT
                  INDEXED BY HOUSEHOLD-IDX.
                      10 WS-HH-ROW-PERSON PIC X(10).
                      10 WS-HH-ROW-HOUSEHOLD PIC 9(6).
                      10 WS-HH-ROW-HEAD PIC X.
                      10 WS-HH-ROW-COUNT PIC 9(2).
                      10 WS-HH-ROW-LABEL PIC X(40).
                  INDEXED BY MOON-IDX.
                      10 WS-MOON PIC X(10).
                      10 WS-MOON-MAGNITUDE PIC S9(3)V99.
           01 WS-EST-TAX-TITLES-STATUS PIC XX.
           01 WS-EST-TAX-DATES-STATUS PIC XX.
           01 WS-RC-EST-TAX-ENABLED PIC X VALUE 'Y'.
           01 WS-RC-EST-TAX-LEAD PIC 9(3) VALUE 10.                     * Days ahead of the due date the reminder goes
           01 WS-EST-TAX-TONIGHT PIC X VALUE 'N'.                       * Some state's reminder date is today
           01 WS-EST-TAX-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-ETAX-FOUND PIC 9(3) COMP.
           01 WS-ETAX-TITLE-FOUND PIC 9.
           01 WS-ETAX-STATE-DUE PIC 9.
           01 WS-ETAX-DAY-NUM PIC 9(8).
           01 WS-ETAX-DIGITS PIC 9(8).
           01 WS-ETAX-WEEKDAY PIC 9.                                    * 0 Monday through 6 Sunday
           01 WS-ETAX-ROLLED PIC X.
           01 WS-ETAX-ROLL-DAYS PIC 9(2) COMP.
           01 WS-ETAX-DATE-WORK PIC X(10).
           01 WS-ETAX-TITLE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ETAX-TITLE-IDX PIC 9(3) COMP.
           01 WS-ETAX-TITLES.                                           * Titles that owe quarterly estimated tax
              05 WS-ETAX-TITLE OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ETAX-TITLE-COUNT
                  INDEXED BY ETAX-TITLE-IDX PIC X(60).
           01 WS-ETAX-HOLIDAY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ETAX-HOLIDAY-IDX PIC 9(3) COMP.
           01 WS-ETAX-HOLIDAYS.                                         * Non-business days a due date rolls past
              05 WS-ETAX-HOLIDAY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-ETAX-HOLIDAY-COUNT
                  INDEXED BY ETAX-HOLIDAY-IDX.
                      10 WS-ETAX-HOL-STATE PIC X(20).
                      10 WS-ETAX-HOL-DATE PIC X(10).
           01 WS-ETAX-DUE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ETAX-DUE-IDX PIC 9(3) COMP.
           01 WS-ETAX-STATE-IDX PIC 9(3) COMP.
           01 WS-ETAX-DUES.                                             * This year's and next year's due dates, rolled
              05 WS-ETAX-DUE OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-ETAX-DUE-COUNT
                  INDEXED BY ETAX-DUE-IDX.
                      10 WS-ETAX-DUE-STATE PIC X(20).
                      10 WS-ETAX-DUE-YEAR PIC 9(4).
                      10 WS-ETAX-DUE-QUARTER PIC 9.
                      10 WS-ETAX-DUE-ROLL PIC X.
                      10 WS-ETAX-DUE-DATE PIC X(10).
                      10 WS-ETAX-SEND-DATE PIC X(10).
           01 WS-RMD-AGES-STATUS PIC XX.
           01 WS-RC-RMD-ENABLED PIC X VALUE 'Y'.
           01 WS-RC-RMD-LEAD PIC 9(3) VALUE 45.                         * Days ahead of the Dec 31 deadline the annual one goes
           01 WS-RMD-TONIGHT PIC X VALUE 'N'.                           * The annual reminder date is today
           01 WS-RMD-SEND-DATE PIC X(10).
           01 WS-RMD-FIRST-YEAR-COUNT PIC 9(6) VALUE 0.
           01 WS-RMD-ANNUAL-COUNT PIC 9(6) VALUE 0.
           01 WS-RMD-REQUIRED-AGE PIC 9(3).
           01 WS-RMD-AGE-FOUND PIC 9.
           01 WS-RMD-KIND PIC X.                                        * F first-year, A annual
           01 WS-RMD-CHECK-MONTH PIC 99.
           01 WS-RMD-CHECK-DAY PIC 99.
           01 WS-RMD-DEADLINE PIC X(10).
           01 WS-RMD-DAY-NUM PIC 9(8).
           01 WS-RMD-DIGITS PIC 9(8).
           01 WS-RMD-LOG-POS PIC 9(3) COMP.
           01 WS-RMD-AGE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-RMD-AGE-IDX PIC 9(3) COMP.
           01 WS-RMD-AGES.                                              * Required age by birth-year range
              05 WS-RMD-AGE-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-RMD-AGE-COUNT
                  INDEXED BY RMD-AGE-IDX.
                      10 WS-RMD-AGE-FROM PIC 9(4).
                      10 WS-RMD-AGE-THRU PIC 9(4).
                      10 WS-RMD-AGE-YEARS PIC 9(3).
           01 WS-GIFT-CATALOG-STATUS PIC XX.
           01 WS-GIFT-ORDER-STATUS PIC XX.
           01 WS-GIFT-ORDER-COUNT PIC 9(6) VALUE 0.
           01 WS-GIFT-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-GIFT-SPEND PIC 9(7)V99 VALUE 0.
           01 WS-GIFT-FOUND PIC 9.
           01 WS-GIFT-SLOT PIC 9(3) COMP.
           01 WS-GIFT-IDX PIC 9(3) COMP.
           01 WS-GIFT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-GIFT-CATALOG.                                          * Milestone gifts by brand, blank brand the fallback
              05 WS-GIFT-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-GIFT-COUNT
                  INDEXED BY GIFT-IDX.
                      10 WS-GIFT-MILESTONE PIC 9(3).
                      10 WS-GIFT-BRAND PIC X(8).
                      10 WS-GIFT-CODE PIC X(10).
                      10 WS-GIFT-COST PIC 9(5)V99.
           LINKAGE SECTION.
           01 LS-TODAY.
               05 LS-TODAY-MONTH PIC 99.
           PERFORM CHECK-WEREWOLF-CONFIG.                                  * Reads the configurable werewolf-card magnitude threshold
           PERFORM CHECK-HOLIDAY.                                         * Checking if today is a cataloged holiday
           PERFORM LOAD-JOB-DAYS.                                         * Loading the professional-day-by-job-title control file
           PERFORM LOAD-ESTIMATED-TAX.                                    * Loading the quarterly estimated-tax titles and dates
           PERFORM LOAD-RMD-AGES.                                         * Loading the retirement-withdrawal ages by birth year
           PERFORM LOAD-IMPORTANT-DATES.                                  * Loading the customer-specific occasion file
           PERFORM LOAD-BELATED-CANDIDATES.                               * Loading the lately entered birthdays and anniversaries
           PERFORM LOAD-ANNOUNCEMENTS.                                    * Loading the one-off announcements and their audiences
           PERFORM LOAD-CUSTOMER-ORDERS.                                  * Loading the customer-placed card orders now due
           PERFORM LOAD-SEQUENCE-STEPS.                                   * Loading the drip-sequence definitions
           PERFORM LOAD-SEQUENCE-PROGRESS.                                * Loading where each customer stands in them
           PERFORM LOAD-GREETING-TEMPLATES.                               * Loading the configurable greeting-prefix control file
           PERFORM LOAD-CAMPAIGN-PREFERENCES.                             * Loading the per-customer campaign opt-out file
           PERFORM LOAD-ALTERNATE-ADDRESSES.                              * Loading the seasonal alternate-address file
           PERFORM LOAD-HOUSEHOLDS.                                      * Loading the shared-address household file
           PERFORM LOAD-SYMPATHY-QUEUE.                                  * Loading the bereaved households still in the window
           PERFORM LOAD-GUARDIAN-LINKS.                                  * Loading the minors' guardians and where they live
           PERFORM LOAD-DONATION-PREFERENCES.                            * Loading who gives the card's cost to charity instead
           PERFORM LOAD-ARTWORK-CATALOG.                                 * Loading the designs in season for tonight's cards
           PERFORM LOAD-COUNTRY-FORMATS.                                 * Loading the per-country address formatting rules
           PERFORM LOAD-TRANSIT-DAYS.                                    * Loading the per-region transit lead-time table
           PERFORM LOAD-VOUCHER-POOL.                                     * Loading finance's milestone gift-voucher pool
           PERFORM LOAD-GIFT-CATALOG.                                     * Loading the VIP milestone gift catalog
           IF WS-RC-VOUCHER-MAX-DECILE > 0
               PERFORM LOAD-PROPENSITY-SCORES                             * Voucher targeting wants the warehouse model loaded
           END-IF.
           PERFORM GET-SECONDS-NOW.                                        * Control-file loading ends here, the main pass begins
           MOVE WS-SECONDS-NOW TO WS-LOAD-END-SECS.

           PERFORM CHOOSE-CUSTOMER-PASS.                                   * Keyed reads unless an all-customer campaign fires
           PERFORM PROCESS-CUSTOMERS.                                      * Single pass: tax-day, birthday and werewolf cards together
           PERFORM RELEASE-CARD-ID-BLOCK.                                 * Hand back what the partition's last block left unused
           PERFORM GET-SECONDS-NOW.
           MOVE WS-SECONDS-NOW TO WS-PROCESS-END-SECS.
           PERFORM LOG-RUN-SUMMARY.
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           IF WS-CUSTOMERS-PROCESSED-COUNT < WS-MIN-PROCESSED AND
              WS-KEYED-PASS NOT = 'Y'                                   * A keyed night sees only its own few customers
               MOVE 2 TO WS-RUN-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-DATE-FORMAT " ALERT: only "
           RESET-DAILY-STATE SECTION.                                      * A backfill driver CALLs this program once per day in one
                                                                            * process, so nothing here may survive from a prior CALL
           MOVE 'N' TO WS-WEREWOLF-RAN-TODAY.
           MOVE 'N' TO WS-KEYED-PASS.
           MOVE 'N' TO WS-BLOCK-HELD.
           MOVE 0 TO WS-CUSTOMERS-PROCESSED-COUNT.
           MOVE 0 TO WS-TAX-CARD-COUNT.
           MOVE 0 TO WS-BIRTHDAY-CARD-COUNT.
           MOVE 0 TO WS-BRAND-COUNT.
           MOVE 0 TO WS-DIGEST-COUNT.
           MOVE 'N' TO WS-ECLIPSE-TODAY.
           MOVE 'N' TO WS-EST-TAX-TONIGHT.
           MOVE 'N' TO WS-RMD-TONIGHT.
           MOVE 0 TO WS-ECLIPSE-CARD-COUNT.
           MOVE 0 TO WS-VOUCHERS-ISSUED.
           MOVE 0 TO WS-VOUCHERS-SHORT.
           MOVE 0 TO WS-PARKED-CARD-COUNT.
           MOVE 0 TO WS-BRAILLE-CARD-COUNT.
           MOVE 0 TO WS-LARGEPRINT-CARD-COUNT.
           MOVE 0 TO WS-GUARDIAN-ADDRESSED-COUNT.
           MOVE 0 TO WS-MINOR-HELD-COUNT.
           MOVE 0 TO WS-VOUCHERS-MINOR-HELD.
           MOVE 0 TO WS-VOUCHERS-FRAUD-HELD.
           MOVE 0 TO WS-GUARDIAN-NOTICE-COUNT.
           MOVE 0 TO WS-BELATED-BIRTHDAY-COUNT.
           MOVE 0 TO WS-BELATED-ANNIV-COUNT.
           MOVE 0 TO WS-ANNOUNCEMENT-CARD-COUNT.
           MOVE 0 TO WS-ORDER-CARD-COUNT.
           MOVE 0 TO WS-ORDER-DNM-COUNT.
           MOVE 0 TO WS-ORDER-CANCEL-COUNT.
           MOVE 0 TO WS-GIFT-ORDER-COUNT.
           MOVE 0 TO WS-EST-TAX-CARD-COUNT.
           MOVE 0 TO WS-RMD-FIRST-YEAR-COUNT.
           MOVE 0 TO WS-RMD-ANNUAL-COUNT.
           MOVE 0 TO WS-GIFT-UNMATCHED-COUNT.
           MOVE 0 TO WS-GIFT-SPEND.
           MOVE 0 TO WS-DONATION-COUNT.
           MOVE 0 TO WS-DONATION-TOTAL.
           MOVE 'N' TO WS-DNM-ON-FILE.
           MOVE 0 TO WS-DNM-SUPPRESSED-COUNT.
           MOVE 0 TO WS-DESIGNED-CARD-COUNT.
           MOVE 0 TO WS-DIGEST-QUEUE-COUNT.
           PERFORM VARYING WS-QUEUE-IDX-WORK FROM 1 BY 1
               UNTIL WS-QUEUE-IDX-WORK > 8
           MOVE 'N' TO WS-USE-HOUSEHOLD-NAMES.

           LOG-RUN-SUMMARY SECTION.                                        * Records how many of each card type went out today
           IF WS-ARTWORK-COUNT > 0
               DISPLAY "Cards given catalog artwork: "
                   WS-DESIGNED-CARD-COUNT " season: " WS-RUN-SEASON
           END-IF.
           IF WS-DPREF-COUNT > 0
               DISPLAY "Cards given up for donations: "
                   WS-DONATION-COUNT " amount: " WS-DONATION-TOTAL
           END-IF.
           IF WS-DNM-ON-FILE = 'Y'
               DISPLAY "Postal cards on the do-not-mail list: "
                   WS-DNM-SUPPRESSED-COUNT " list effective: "
                   WS-DNM-EFFECTIVE-DATE
           END-IF.
           IF WS-GUARDIAN-COUNT > 0
               DISPLAY "Minors addressed to a guardian: "
                   WS-GUARDIAN-ADDRESSED-COUNT
                   " held, no usable guardian: " WS-MINOR-HELD-COUNT
                   " vouchers held back: " WS-VOUCHERS-MINOR-HELD
                   " guardians told of coming of age: "
                   WS-GUARDIAN-NOTICE-COUNT
           END-IF.
           IF WS-VOUCHERS-FRAUD-HELD > 0
               DISPLAY "Milestone vouchers held for fraud review: "
                   WS-VOUCHERS-FRAUD-HELD
           END-IF.
           DISPLAY "Belated cards for late entries, birthday: "
               WS-BELATED-BIRTHDAY-COUNT " anniversary: "
               WS-BELATED-ANNIV-COUNT.
           IF WS-ANN-AUD-COUNT > 0
               DISPLAY "Announcement cards: " WS-ANNOUNCEMENT-CARD-COUNT
           END-IF.
           IF WS-ORDER-COUNT > 0
               DISPLAY "Customer-ordered cards: " WS-ORDER-CARD-COUNT
                   " recipient on do-not-mail: " WS-ORDER-DNM-COUNT
                   " canceled: " WS-ORDER-CANCEL-COUNT
           END-IF.
           IF WS-EST-TAX-TONIGHT = 'Y'
               DISPLAY "Estimated-tax reminders: " WS-EST-TAX-CARD-COUNT
           END-IF.
           IF WS-RMD-AGE-COUNT > 0
               DISPLAY "Retirement-withdrawal reminders, first-year: "
                   WS-RMD-FIRST-YEAR-COUNT " annual: "
                   WS-RMD-ANNUAL-COUNT
           END-IF.
           IF WS-GIFT-COUNT > 0
               DISPLAY "VIP milestone gifts ordered: "
                   WS-GIFT-ORDER-COUNT
                   " cost: " WS-GIFT-SPEND
                   " no catalog gift: " WS-GIFT-UNMATCHED-COUNT
           END-IF.
           IF WS-RC-DRY-RUN = 'Y'                                          * A simulation forecasts instead of logging a real run
               PERFORM WRITE-FORECAST-REPORT
               EXIT SECTION
           END-IF.
           IF WS-RC-PARTITION NOT = SPACES                                 * A partition leaves its counters for partition-merge
               PERFORM WRITE-PARTITION-COUNTERS                            * to fold into the one audit the reports expect
               PERFORM LOG-DO-NOT-MAIL-COUNT
               PERFORM LOG-BELATED-COUNT
               PERFORM LOG-RMD-COUNT
               PERFORM LOG-ANNOUNCEMENT-COUNTS
               PERFORM LOG-CUSTOMER-ORDER-COUNT
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RUN-LOG-FILE.
           WRITE WS-LOG-RECORD.
           PERFORM LOG-RUN-TIMINGS.
           CLOSE F-RUN-LOG-FILE.
           PERFORM LOG-DO-NOT-MAIL-COUNT.
           PERFORM LOG-BELATED-COUNT.
           PERFORM LOG-RMD-COUNT.
           PERFORM LOG-ANNOUNCEMENT-COUNTS.
           PERFORM LOG-CUSTOMER-ORDER-COUNT.

      * Its own SUPPRESSION line, so the summary line's layout stays
      * as the reports read it; each partition writes its own, and
      * the night's total is their sum
           LOG-DO-NOT-MAIL-COUNT SECTION.
           IF WS-DNM-ON-FILE NOT = 'Y'
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RUN-LOG-FILE.
           MOVE SPACES TO WS-LOG-RECORD.
           MOVE 1 TO WS-DNM-LOG-POS.
           STRING WS-DATE-FORMAT
                  " SUPPRESSION DO-NOT-MAIL=" WS-DNM-SUPPRESSED-COUNT
                  " LIST-EFFECTIVE=" WS-DNM-EFFECTIVE-DATE
               INTO WS-LOG-RECORD
               WITH POINTER WS-DNM-LOG-POS
           END-STRING.
           IF WS-RC-PARTITION NOT = SPACES
               STRING " PARTITION=" FUNCTION TRIM(WS-RC-PARTITION)
                   INTO WS-LOG-RECORD
                   WITH POINTER WS-DNM-LOG-POS
               END-STRING
           END-IF.
           WRITE WS-LOG-RECORD.
           CLOSE F-RUN-LOG-FILE.

      * The belated cards get a line of their own for the same
      * reason; partitions each write theirs and the night sums them
           LOG-BELATED-COUNT SECTION.
           OPEN EXTEND F-RUN-LOG-FILE.
           MOVE SPACES TO WS-LOG-RECORD.
           MOVE 1 TO WS-BELATED-LOG-POS.
           STRING WS-DATE-FORMAT
                  " BELATED BIRTHDAY=" WS-BELATED-BIRTHDAY-COUNT
                  " ANNIVERSARY=" WS-BELATED-ANNIV-COUNT
               INTO WS-LOG-RECORD
               WITH POINTER WS-BELATED-LOG-POS
           END-STRING.
           IF WS-RC-PARTITION NOT = SPACES
               STRING " PARTITION=" FUNCTION TRIM(WS-RC-PARTITION)
                   INTO WS-LOG-RECORD
                   WITH POINTER WS-BELATED-LOG-POS
               END-STRING
           END-IF.
           WRITE WS-LOG-RECORD.
           CLOSE F-RUN-LOG-FILE.

      * The retirement-withdrawal reminders likewise; no line on a
      * night the age table is not on file
           LOG-RMD-COUNT SECTION.
           IF WS-RMD-AGE-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RUN-LOG-FILE.
           MOVE SPACES TO WS-LOG-RECORD.
           MOVE 1 TO WS-RMD-LOG-POS.
           STRING WS-DATE-FORMAT
                  " RMD FIRST-YEAR=" WS-RMD-FIRST-YEAR-COUNT
                  " ANNUAL=" WS-RMD-ANNUAL-COUNT
               INTO WS-LOG-RECORD
               WITH POINTER WS-RMD-LOG-POS
           END-STRING.
           IF WS-RC-PARTITION NOT = SPACES
               STRING " PARTITION=" FUNCTION TRIM(WS-RC-PARTITION)
                   INTO WS-LOG-RECORD
                   WITH POINTER WS-RMD-LOG-POS
               END-STRING
           END-IF.
           WRITE WS-LOG-RECORD.
           CLOSE F-RUN-LOG-FILE.

           LOG-CUSTOMER-ORDER-COUNT SECTION.
           IF WS-ORDER-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RUN-LOG-FILE.
           MOVE SPACES TO WS-LOG-RECORD.
           MOVE 1 TO WS-ORDER-LOG-POS.
           STRING WS-DATE-FORMAT
                  " CUST-ORDER CARDS=" WS-ORDER-CARD-COUNT
                  " DNM=" WS-ORDER-DNM-COUNT
                  " CANCELED=" WS-ORDER-CANCEL-COUNT
               INTO WS-LOG-RECORD
               WITH POINTER WS-ORDER-LOG-POS
           END-STRING.
           IF WS-RC-PARTITION NOT = SPACES
               STRING " PARTITION=" FUNCTION TRIM(WS-RC-PARTITION)
                   INTO WS-LOG-RECORD
                   WITH POINTER WS-ORDER-LOG-POS
               END-STRING
           END-IF.
           WRITE WS-LOG-RECORD.
           CLOSE F-RUN-LOG-FILE.

      * One ANNOUNCEMENT line per announcement worked tonight, kept
      * off the summary line like the belated counts
           LOG-ANNOUNCEMENT-COUNTS SECTION.
           IF WS-ANN-AUD-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RUN-LOG-FILE.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
               IF WS-ANN-DUE(WS-ANN-IDX) = 'Y'
                   MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
                   MOVE SPACES TO WS-LOG-RECORD
                   MOVE 1 TO WS-ANN-LOG-POS
                   STRING WS-DATE-FORMAT
                          " ANNOUNCEMENT " FUNCTION TRIM(ANN-CODE)
                          " CARDS=" WS-ANN-TONIGHT(WS-ANN-IDX)
                          " HELD=" WS-ANN-HELD(WS-ANN-IDX)
                       INTO WS-LOG-RECORD
                       WITH POINTER WS-ANN-LOG-POS
                   END-STRING
                   IF WS-RC-PARTITION NOT = SPACES
                       STRING " PARTITION="
                              FUNCTION TRIM(WS-RC-PARTITION)
                           INTO WS-LOG-RECORD
                           WITH POINTER WS-ANN-LOG-POS
                       END-STRING
                   END-IF
                   WRITE WS-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE F-RUN-LOG-FILE.

      * The partition's counters in the checkpoint layout, dated so
      * the merge can refuse a stale file
                  " PROCESS-SECS=" WS-PROCESS-ELAPSED
                  " TOTAL-SECS=" WS-TOTAL-ELAPSED
                  " RECORDS-PER-SEC=" WS-RECORDS-PER-SEC
                  " KEYED=" WS-KEYED-PASS
               INTO WS-LOG-RECORD
           END-STRING.
           WRITE WS-LOG-RECORD.
           LOAD-RUN-CONTROL SECTION.
           MOVE SPACES TO WS-RC-REGION.
           MOVE SPACES TO WS-RC-PARTITION.
           MOVE 'N' TO WS-RC-FULL-PASS.
           MOVE 'Y' TO WS-RC-SEQUENCE-ENABLED.
           MOVE 500 TO WS-RC-CARD-ID-BLOCK.
           MOVE 'Y' TO WS-RC-EST-TAX-ENABLED.
           MOVE 10 TO WS-RC-EST-TAX-LEAD.
           MOVE 'Y' TO WS-RC-RMD-ENABLED.
           MOVE 45 TO WS-RC-RMD-LEAD.
           MOVE 14 TO WS-RC-SYMPATHY-DAYS.
           MOVE 18 TO WS-RC-GUARDIAN-AGE.
           MOVE 14 TO WS-RC-BELATED-BIRTHDAY-DAYS.
           MOVE 14 TO WS-RC-BELATED-ANNIV-DAYS.
           MOVE 3 TO WS-RC-DESIGN-LOOKBACK.
           MOVE ALL 'Y' TO WS-RC-CAMPAIGN-FLAGS.
           OPEN INPUT F-RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
                   MOVE RC-VALUE TO WS-RC-REGION
               WHEN "DRY-RUN"
                   MOVE RC-VALUE(1:1) TO WS-RC-DRY-RUN
               WHEN "FULL-PASS"
                   MOVE RC-VALUE(1:1) TO WS-RC-FULL-PASS
               WHEN "SEQUENCE"
                   MOVE RC-VALUE(1:1) TO WS-RC-SEQUENCE-ENABLED
               WHEN "EST-TAX"
                   MOVE RC-VALUE(1:1) TO WS-RC-EST-TAX-ENABLED
               WHEN "EST-TAX-LEAD"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-EST-TAX-LEAD
               WHEN "RMD"
                   MOVE RC-VALUE(1:1) TO WS-RC-RMD-ENABLED
               WHEN "RMD-LEAD"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-RMD-LEAD
               WHEN "SYMPATHY-DAYS"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-SYMPATHY-DAYS
               WHEN "GUARDIAN-AGE"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-GUARDIAN-AGE
               WHEN "BELATED-BIRTHDAY"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-BELATED-BIRTHDAY-DAYS
               WHEN "BELATED-ANNIVERSARY"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-BELATED-ANNIV-DAYS
               WHEN "DESIGN-LOOKBACK"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-DESIGN-LOOKBACK
                   IF WS-RC-DESIGN-LOOKBACK > 20
                       MOVE 20 TO WS-RC-DESIGN-LOOKBACK
                   END-IF
               WHEN "FREQUENCY-CAP"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-FREQUENCY-CAP
                       TO WS-RC-VOUCHER-MAX-DECILE
               WHEN "PARTITION-REGION"
                   MOVE RC-VALUE TO WS-RC-PARTITION
               WHEN "CARD-ID-BLOCK"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-CARD-ID-BLOCK
               WHEN "VIP-VOUCHER-RESERVE"
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-RC-VIP-RESERVE
               INTO WS-FORECAST-RECORD
           END-STRING.
           WRITE WS-FORECAST-RECORD.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1                       * The count announcement-runner's approval waits on
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
               IF WS-ANN-DUE(WS-ANN-IDX) = 'Y'
                   MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
                   MOVE SPACES TO WS-FORECAST-RECORD
                   STRING "ANNOUNCEMENT " ANN-CODE
                          " STATE=" ANN-STATE
                          " AUDIENCE=" ANN-AUDIENCE-COUNT
                          " WOULD-SEND=" WS-ANN-TONIGHT(WS-ANN-IDX)
                       INTO WS-FORECAST-RECORD
                   END-STRING
                   WRITE WS-FORECAST-RECORD
               END-IF
           END-PERFORM.
           IF WS-RMD-AGE-COUNT > 0
               MOVE SPACES TO WS-FORECAST-RECORD
               STRING "RMD FIRST-YEAR=" WS-RMD-FIRST-YEAR-COUNT
                      " ANNUAL=" WS-RMD-ANNUAL-COUNT
                      " ANNUAL-DATE=" WS-RMD-SEND-DATE
                   INTO WS-FORECAST-RECORD
               END-STRING
               WRITE WS-FORECAST-RECORD
           END-IF.
           IF WS-ORDER-COUNT > 0
               MOVE WS-ORDER-COUNT TO WS-ORDER-DUE-DISPLAY
               MOVE SPACES TO WS-FORECAST-RECORD
               STRING "CUST-ORDER DUE=" WS-ORDER-DUE-DISPLAY
                      " WOULD-SEND=" WS-ORDER-CARD-COUNT
                      " DNM=" WS-ORDER-DNM-COUNT
                      " CANCEL=" WS-ORDER-CANCEL-COUNT
                   INTO WS-FORECAST-RECORD
               END-STRING
               WRITE WS-FORECAST-RECORD
           END-IF.
           CLOSE F-FORECAST-FILE.

           TALLY-CARD-BRAND SECTION.                                    * Finds (or opens) tonight's tally row for this brand
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)).

      * Replays the append-only consent ledger into one standing
      * per customer: the latest ALL-or-EMAIL-scope row wins for
      * email; texting needs its own SMS-scope row, so an ALL row
      * from before the channel existed never opts anyone in to it
           LOAD-CONSENT-LEDGER SECTION.
           SET CONSENT-IDX TO 0.
           MOVE 0 TO WS-CONSENT-COUNT.
               READ F-CONSENT-LEDGER-FILE
                   NOT AT END
                       IF CONSENT-SCOPE = "ALL" OR
                          CONSENT-SCOPE = "EMAIL" OR
                          CONSENT-SCOPE = "SMS"
                           PERFORM FOLD-ONE-CONSENT
                       END-IF
                   AT END
               MOVE WS-CONSENT-COUNT TO WS-CONSENT-SLOT
               MOVE CONSENT-PERSON-ID
                   TO WS-CONSENT-PERSON(WS-CONSENT-SLOT)
               MOVE 'N' TO WS-CONSENT-ACTIVE(WS-CONSENT-SLOT)
               MOVE 'N' TO WS-CONSENT-SMS-ACTIVE(WS-CONSENT-SLOT)
           END-IF.
           IF CONSENT-SCOPE = "SMS"
               IF CONSENT-STATUS = "ACTIVE"
                   MOVE 'Y' TO WS-CONSENT-SMS-ACTIVE(WS-CONSENT-SLOT)
               ELSE
                   MOVE 'N' TO WS-CONSENT-SMS-ACTIVE(WS-CONSENT-SLOT)
               END-IF
               EXIT SECTION
           END-IF.
           IF CONSENT-STATUS = "ACTIVE"
               MOVE 'Y' TO WS-CONSENT-ACTIVE(WS-CONSENT-SLOT)

           CHECK-EMAIL-CONSENT SECTION.                                 * This customer's standing: no row means no consent
           MOVE 'N' TO WS-EMAIL-CONSENT-OK.
           MOVE 'N' TO WS-SMS-CONSENT-OK.
           PERFORM VARYING WS-CONSENT-IDX FROM 1 BY 1
               UNTIL WS-CONSENT-IDX > WS-CONSENT-COUNT
               IF WS-CONSENT-PERSON(WS-CONSENT-IDX) = PERSON-ID
                   MOVE WS-CONSENT-ACTIVE(WS-CONSENT-IDX)
                       TO WS-EMAIL-CONSENT-OK
                   MOVE WS-CONSENT-SMS-ACTIVE(WS-CONSENT-IDX)
                       TO WS-SMS-CONSENT-OK
               END-IF
           END-PERFORM.

      * The channel this campaign's card takes: the registry's
      * channel rule first, then the customer's own channel, and
      * EMAIL or SMS only with an active consent row for it (SMS
      * also needs a mobile number the carrier has not bounced) -
      * otherwise the card falls back to MAIL rather than not going
           RESOLVE-CAMPAIGN-CHANNEL SECTION.
           MOVE PERSON-CONTACT-CHANNEL TO WS-CAMPAIGN-CHANNEL.
           IF WS-REGISTRY-ON-FILE = 'Y' AND WS-REG-FOUND = 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-CODE(WS-REG-IDX) = WS-HIST-CAMPAIGN AND
                      (WS-REG-CHANNELS(WS-REG-IDX) = "MAIL" OR
                       WS-REG-CHANNELS(WS-REG-IDX) = "EMAIL" OR
                       WS-REG-CHANNELS(WS-REG-IDX) = "SMS")
                       MOVE WS-REG-CHANNELS(WS-REG-IDX)
                           TO WS-CAMPAIGN-CHANNEL
                   END-IF
               MOVE "MAIL" TO WS-CAMPAIGN-CHANNEL
               ADD 1 TO WS-CONSENT-FALLBACK-COUNT
           END-IF.
           IF WS-CAMPAIGN-CHANNEL = "SMS" AND
              (WS-SMS-CONSENT-OK NOT = 'Y' OR
               PERSON-MOBILE = SPACES OR
               PERSON-BAD-MOBILE-FLAG = 'Y')
               MOVE "MAIL" TO WS-CAMPAIGN-CHANNEL
               ADD 1 TO WS-CONSENT-FALLBACK-COUNT
           END-IF.
           IF WS-GUARDIAN-ACTIVE = 'Y'                                  * A minor is never emailed or texted directly
               MOVE "MAIL" TO WS-CAMPAIGN-CHANNEL
           END-IF.

           LOAD-EXPERIMENTS SECTION.                                    * Loads the active template experiments
           SET EXP-IDX TO 0.
           MOVE WS-SPEND-AMOUNT(WS-SPEND-IDX) TO SPEND-AMOUNT.
           WRITE BUDGET-SPEND-RECORD.

      * The one-off announcements due tonight and their audiences: an
      * APPROVED one goes out, a DRAFT is only counted by a dry run so
      * announcement-runner has a forecast to approve against
           LOAD-ANNOUNCEMENTS SECTION.
           MOVE 0 TO WS-ANN-COUNT.
           MOVE 0 TO WS-ANN-AUD-COUNT.
           OPEN INPUT F-ANNOUNCEMENT-FILE.
           IF WS-ANNOUNCEMENT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ANNOUNCEMENT-FILE
                   NOT AT END
                       IF WS-ANN-COUNT < 999
                           ADD 1 TO WS-ANN-COUNT
                           MOVE ANNOUNCEMENT-RECORD
                               TO WS-ANN-LINE(WS-ANN-COUNT)
                           MOVE 'N' TO WS-ANN-DUE(WS-ANN-COUNT)
                           MOVE 0 TO WS-ANN-TONIGHT(WS-ANN-COUNT)
                           MOVE 0 TO WS-ANN-HELD(WS-ANN-COUNT)
                           IF ANN-STATE = "APPROVED" OR
                              (ANN-STATE = "DRAFT" AND
                               WS-RC-DRY-RUN = 'Y')
                               MOVE 'Y' TO WS-ANN-DUE(WS-ANN-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ANNOUNCEMENT-FILE.
           MOVE 0 TO WS-ANN-AUD-OVERFLOW.
           OPEN INPUT F-ANN-AUDIENCE-FILE.
           IF WS-ANN-AUDIENCE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-ANN-SENT-OPEN.                                * Rows sent on an earlier night are passed over, so an
           OPEN INPUT F-SENT-HISTORY-FILE.                              * audience too big for one night moves on each night
           IF WS-SENT-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-ANN-SENT-OPEN
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ANN-AUDIENCE-FILE
                   NOT AT END
                       PERFORM KEEP-ANNOUNCEMENT-AUDIENCE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ANN-AUDIENCE-FILE.
           IF WS-ANN-SENT-OPEN = 'Y'
               CLOSE F-SENT-HISTORY-FILE
           END-IF.
           IF WS-ANN-AUD-OVERFLOW > 0
               DISPLAY "WARNING: " WS-ANN-AUD-OVERFLOW
                   " announcement audience rows over 99999 held to "
                   "the next night"
           END-IF.

           KEEP-ANNOUNCEMENT-AUDIENCE SECTION.
           MOVE 0 TO WS-ANN-SLOT.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT OR WS-ANN-SLOT > 0
               MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
               IF ANN-CODE = AUD-CODE AND WS-ANN-DUE(WS-ANN-IDX) = 'Y'
                   MOVE WS-ANN-IDX TO WS-ANN-SLOT
               END-IF
           END-PERFORM.
           IF WS-ANN-SLOT = 0
               EXIT SECTION
           END-IF.
           IF WS-ANN-SENT-OPEN = 'Y'
               MOVE WS-ANN-LINE(WS-ANN-SLOT) TO ANNOUNCEMENT-RECORD
               MOVE AUD-PERSON-ID TO SENT-PERSON-ID
               MOVE ANN-CODE TO SENT-CAMPAIGN
               MOVE ANN-PREPARED-DATE TO SENT-RUN-DATE
               READ F-SENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT SECTION
               END-READ
           END-IF.
           IF WS-ANN-AUD-COUNT >= 99999                                 * Held, so the announcement is not closed as SENT
               ADD 1 TO WS-ANN-HELD(WS-ANN-SLOT)
               ADD 1 TO WS-ANN-AUD-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ANN-AUD-COUNT.
           MOVE AUD-PERSON-ID TO WS-ANN-AUD-PERSON(WS-ANN-AUD-COUNT).
           MOVE WS-ANN-SLOT TO WS-ANN-AUD-SLOT(WS-ANN-AUD-COUNT).

      * Orders whose send date has come and that customer-order-sent
      * does not yet account for. An outcome file too big for the
      * table would let orders already sent look due again, so no
      * order goes out until it is archived down
           LOAD-CUSTOMER-ORDERS SECTION.
           MOVE 0 TO WS-ORDER-COUNT.
           MOVE 0 TO WS-OSENT-COUNT.
           MOVE 'N' TO WS-OSENT-TRUNCATED.
           OPEN INPUT F-ORDER-SENT-FILE.
           IF WS-ORDER-SENT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ORDER-SENT-FILE
                       NOT AT END
                           IF WS-OSENT-COUNT < 99999
                               ADD 1 TO WS-OSENT-COUNT
                               MOVE OSENT-ORDER-ID
                                   TO WS-OSENT-ID(WS-OSENT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OSENT-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ORDER-SENT-FILE
           END-IF.
           IF WS-OSENT-TRUNCATED = 'Y'
               DISPLAY "WARNING: customer-order-sent.dat over 99999 "
                   "rows, no customer order sent - archive it first"
               MOVE 2 TO WS-RUN-SEVERITY
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CUST-ORDER-FILE.
           IF WS-CUST-ORDER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUST-ORDER-FILE
                   NOT AT END
                       PERFORM KEEP-DUE-ORDER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUST-ORDER-FILE.

           KEEP-DUE-ORDER SECTION.
           IF ORDER-SEND-DATE > WS-DATE-FORMAT
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-ORDER-FOUND.
           PERFORM VARYING WS-OSENT-IDX FROM 1 BY 1
               UNTIL WS-OSENT-IDX > WS-OSENT-COUNT OR WS-ORDER-FOUND = 1
               IF WS-OSENT-ID(WS-OSENT-IDX) = ORDER-ID
                   MOVE 1 TO WS-ORDER-FOUND
               END-IF
           END-PERFORM.
           IF WS-ORDER-FOUND = 1
               EXIT SECTION
           END-IF.
           IF WS-ORDER-COUNT >= 9999
               DISPLAY "WARNING: order table full, order " ORDER-ID
                   " left to the next run"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE ORDER-RECORD TO WS-ORDER-LINE(WS-ORDER-COUNT).
           MOVE 'N' TO WS-ORDER-DONE(WS-ORDER-COUNT).

      * A dry run records its forecast, a live run its sends; only a
      * night with nothing held closes the announcement as SENT.
      * Partitions leave the file to the unpartitioned run, the
      * sent-history ledger keeps that run from sending twice
           SAVE-ANNOUNCEMENTS SECTION.
           IF WS-ANN-AUD-COUNT = 0 OR WS-RC-PARTITION NOT = SPACES
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-ANNOUNCEMENT-FILE.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
               IF WS-ANN-DUE(WS-ANN-IDX) = 'Y'
                   IF WS-RC-DRY-RUN = 'Y'
                       MOVE WS-DATE-FORMAT TO ANN-FORECAST-DATE
                       MOVE WS-ANN-TONIGHT(WS-ANN-IDX)
                           TO ANN-FORECAST-COUNT
                   ELSE
                       ADD WS-ANN-TONIGHT(WS-ANN-IDX) TO ANN-SENT-COUNT
                       IF WS-ANN-HELD(WS-ANN-IDX) = 0
                           MOVE "SENT" TO ANN-STATE
                           MOVE WS-DATE-FORMAT TO ANN-SENT-DATE
                       END-IF
                   END-IF
               END-IF
               WRITE ANNOUNCEMENT-RECORD
           END-PERFORM.
           CLOSE F-ANNOUNCEMENT-FILE.

           LOAD-REGION-PAUSES SECTION.                                  * Loads the emergency region-pause list
           SET PAUSE-IDX TO 0.
           OPEN INPUT F-REGION-PAUSE-FILE.
               CLOSE F-WEREWOLF-CONFIG-FILE
           END-IF.

           CHECK-HOLIDAY SECTION.                                         * Looks today up in the holidays control file, rules and all
           MOVE 'N' TO WS-IS-HOLIDAY-TODAY.
           OPEN INPUT F-HOLIDAYS-FILE.
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOLIDAYS-FILE
                       NOT AT END
                           CALL "holiday-date-resolver" USING
                               HOLIDAY-RECORD, LS-TODAY-YEAR,
                               WS-HOLIDAY-MON-DAY-WORK
                           IF WS-HOLIDAY-MON-DAY-WORK = LS-TODAY
                               MOVE 'Y' TO WS-IS-HOLIDAY-TODAY
                               MOVE HOLIDAY-NAME TO WS-HOLIDAY-NAME
                           END-IF
           END-IF.
           MOVE JOB-DAY-IDX TO WS-JOB-DAY-COUNT.

      * Due dates for this year and next are kept, since a reminder
      * late in December can be for January's payment; each is rolled
      * past its weekend and holidays before the lead is taken off
           LOAD-ESTIMATED-TAX SECTION.
           MOVE 0 TO WS-ETAX-TITLE-COUNT.
           MOVE 0 TO WS-ETAX-HOLIDAY-COUNT.
           MOVE 0 TO WS-ETAX-DUE-COUNT.
           IF WS-RC-EST-TAX-ENABLED = 'N'
               EXIT SECTION
           END-IF.
           OPEN INPUT F-EST-TAX-TITLES-FILE.
           IF WS-EST-TAX-TITLES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EST-TAX-TITLES-FILE
                   NOT AT END
                       IF ETT-TITLE NOT = SPACES AND
                          WS-ETAX-TITLE-COUNT < 999
                           ADD 1 TO WS-ETAX-TITLE-COUNT
                           MOVE ETT-TITLE
                               TO WS-ETAX-TITLE(WS-ETAX-TITLE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EST-TAX-TITLES-FILE.
           OPEN INPUT F-EST-TAX-DATES-FILE.
           IF WS-EST-TAX-DATES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EST-TAX-DATES-FILE
                   NOT AT END
                       IF ETAX-YEAR = LS-TODAY-YEAR OR
                          ETAX-YEAR = LS-TODAY-YEAR + 1
                           PERFORM KEEP-ESTIMATED-TAX-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EST-TAX-DATES-FILE.
           PERFORM ROLL-ESTIMATED-DUE-DATE
               VARYING WS-ETAX-DUE-IDX FROM 1 BY 1
               UNTIL WS-ETAX-DUE-IDX > WS-ETAX-DUE-COUNT.
           IF WS-ETAX-TITLE-COUNT = 0
               MOVE 'N' TO WS-EST-TAX-TONIGHT
           END-IF.

           KEEP-ESTIMATED-TAX-ROW SECTION.
           MOVE SPACES TO WS-ETAX-DATE-WORK.
           STRING ETAX-YEAR "-" ETAX-MON-DAY
               DELIMITED BY SIZE INTO WS-ETAX-DATE-WORK
           END-STRING.
           IF ETAX-QUARTER = 0
               IF WS-ETAX-HOLIDAY-COUNT < 500
                   ADD 1 TO WS-ETAX-HOLIDAY-COUNT
                   MOVE ETAX-STATE
                       TO WS-ETAX-HOL-STATE(WS-ETAX-HOLIDAY-COUNT)
                   MOVE WS-ETAX-DATE-WORK
                       TO WS-ETAX-HOL-DATE(WS-ETAX-HOLIDAY-COUNT)
               END-IF
               EXIT SECTION
           END-IF.
           IF ETAX-QUARTER > 4 OR WS-ETAX-DUE-COUNT >= 500
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ETAX-DUE-COUNT.
           MOVE ETAX-STATE TO WS-ETAX-DUE-STATE(WS-ETAX-DUE-COUNT).
           MOVE ETAX-YEAR TO WS-ETAX-DUE-YEAR(WS-ETAX-DUE-COUNT).
           MOVE ETAX-QUARTER TO WS-ETAX-DUE-QUARTER(WS-ETAX-DUE-COUNT).
           MOVE ETAX-ROLL-RULE TO WS-ETAX-DUE-ROLL(WS-ETAX-DUE-COUNT).
           MOVE WS-ETAX-DATE-WORK
               TO WS-ETAX-DUE-DATE(WS-ETAX-DUE-COUNT).

      * Day 1 of the integer calendar is a Monday, so the remainder
      * of (day - 1) over 7 runs 0 Monday to 6 Sunday
           ROLL-ESTIMATED-DUE-DATE SECTION.
           MOVE WS-ETAX-DUE-DATE(WS-ETAX-DUE-IDX) TO WS-ETAX-DATE-WORK.
           COMPUTE WS-ETAX-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ETAX-DATE-WORK(1:4)) * 10000
               + FUNCTION NUMVAL(WS-ETAX-DATE-WORK(6:2)) * 100
               + FUNCTION NUMVAL(WS-ETAX-DATE-WORK(9:2))).
           IF WS-ETAX-DAY-NUM = 0
               MOVE SPACES TO WS-ETAX-DUE-DATE(WS-ETAX-DUE-IDX)
               MOVE SPACES TO WS-ETAX-SEND-DATE(WS-ETAX-DUE-IDX)
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-ETAX-ROLLED.
           MOVE 0 TO WS-ETAX-ROLL-DAYS.
           PERFORM UNTIL WS-ETAX-ROLLED = 'N' OR WS-ETAX-ROLL-DAYS > 10
               MOVE 'N' TO WS-ETAX-ROLLED
               COMPUTE WS-ETAX-WEEKDAY =
                   FUNCTION MOD(WS-ETAX-DAY-NUM - 1, 7)
               IF WS-ETAX-WEEKDAY > 4 AND
                  (WS-ETAX-DUE-ROLL(WS-ETAX-DUE-IDX) = 'W' OR
                   WS-ETAX-DUE-ROLL(WS-ETAX-DUE-IDX) = 'B')
                   MOVE 'Y' TO WS-ETAX-ROLLED
               END-IF
               IF WS-ETAX-ROLLED = 'N' AND
                  WS-ETAX-DUE-ROLL(WS-ETAX-DUE-IDX) = 'B'
                   PERFORM VARYING WS-ETAX-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL WS-ETAX-HOLIDAY-IDX > WS-ETAX-HOLIDAY-COUNT
                       IF WS-ETAX-HOL-DATE(WS-ETAX-HOLIDAY-IDX) =
                          WS-ETAX-DATE-WORK AND
                          (WS-ETAX-HOL-STATE(WS-ETAX-HOLIDAY-IDX) =
                           SPACES OR
                           WS-ETAX-HOL-STATE(WS-ETAX-HOLIDAY-IDX) =
                           WS-ETAX-DUE-STATE(WS-ETAX-DUE-IDX))
                           MOVE 'Y' TO WS-ETAX-ROLLED
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ETAX-ROLLED = 'Y'
                   ADD 1 TO WS-ETAX-DAY-NUM
                   ADD 1 TO WS-ETAX-ROLL-DAYS
                   PERFORM FORMAT-ESTIMATED-DATE
               END-IF
           END-PERFORM.
           MOVE WS-ETAX-DATE-WORK TO WS-ETAX-DUE-DATE(WS-ETAX-DUE-IDX).
           SUBTRACT WS-RC-EST-TAX-LEAD FROM WS-ETAX-DAY-NUM.
           PERFORM FORMAT-ESTIMATED-DATE.
           MOVE WS-ETAX-DATE-WORK TO WS-ETAX-SEND-DATE(WS-ETAX-DUE-IDX).
           IF WS-ETAX-DATE-WORK = WS-DATE-FORMAT
               MOVE 'Y' TO WS-EST-TAX-TONIGHT
           END-IF.

           FORMAT-ESTIMATED-DATE SECTION.
           COMPUTE WS-ETAX-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-ETAX-DAY-NUM).
           MOVE WS-ETAX-DIGITS(1:4) TO WS-ETAX-DATE-WORK(1:4).
           MOVE "-" TO WS-ETAX-DATE-WORK(5:1).
           MOVE WS-ETAX-DIGITS(5:2) TO WS-ETAX-DATE-WORK(6:2).
           MOVE "-" TO WS-ETAX-DATE-WORK(8:1).
           MOVE WS-ETAX-DIGITS(7:2) TO WS-ETAX-DATE-WORK(9:2).

      * No built-in age: without the table on file the campaign is
      * simply off. The annual reminder goes the set number of days
      * before this year's December 31 deadline, and reaches every
      * customer past the age, so that night reads the whole file
           LOAD-RMD-AGES SECTION.
           MOVE 0 TO WS-RMD-AGE-COUNT.
           MOVE SPACES TO WS-RMD-SEND-DATE.
           IF WS-RC-RMD-ENABLED = 'N'
               EXIT SECTION
           END-IF.
           OPEN INPUT F-RMD-AGES-FILE.
           IF WS-RMD-AGES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RMD-AGES-FILE
                   NOT AT END
                       IF RMD-BORN-FROM IS NUMERIC AND
                          RMD-BORN-THRU IS NUMERIC AND
                          RMD-REQUIRED-AGE IS NUMERIC AND
                          RMD-REQUIRED-AGE > 0 AND
                          WS-RMD-AGE-COUNT < 50
                           ADD 1 TO WS-RMD-AGE-COUNT
                           MOVE RMD-BORN-FROM
                               TO WS-RMD-AGE-FROM(WS-RMD-AGE-COUNT)
                           MOVE RMD-BORN-THRU
                               TO WS-RMD-AGE-THRU(WS-RMD-AGE-COUNT)
                           MOVE RMD-REQUIRED-AGE
                               TO WS-RMD-AGE-YEARS(WS-RMD-AGE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RMD-AGES-FILE.
           IF WS-RMD-AGE-COUNT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-RMD-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               LS-TODAY-YEAR * 10000 + 1231) - WS-RC-RMD-LEAD.
           COMPUTE WS-RMD-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-RMD-DAY-NUM).
           MOVE WS-RMD-DIGITS(1:4) TO WS-RMD-SEND-DATE(1:4).
           MOVE "-" TO WS-RMD-SEND-DATE(5:1).
           MOVE WS-RMD-DIGITS(5:2) TO WS-RMD-SEND-DATE(6:2).
           MOVE "-" TO WS-RMD-SEND-DATE(8:1).
           MOVE WS-RMD-DIGITS(7:2) TO WS-RMD-SEND-DATE(9:2).
           IF WS-RMD-SEND-DATE = WS-DATE-FORMAT
               MOVE 'Y' TO WS-RMD-TONIGHT
           END-IF.

           LOAD-IMPORTANT-DATES SECTION.                                  * Loads the customer-occasion child file
           SET IMP-IDX TO 0.
           OPEN INPUT F-IMPORTANT-DATES-FILE.
           END-IF.
           MOVE IMP-IDX TO WS-IMP-COUNT.

      * Customers added, or whose birthday or anniversary was keyed
      * or corrected, inside the longer of the two belated windows;
      * the audit trail is in date order, so the last change wins
           LOAD-BELATED-CANDIDATES SECTION.
           MOVE 0 TO WS-BELATED-COUNT.
           IF WS-RC-BELATED-BIRTHDAY-DAYS = 0 AND
              WS-RC-BELATED-ANNIV-DAYS = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-BELATED-TODAY-NUM = FUNCTION INTEGER-OF-DATE(
               LS-TODAY-YEAR * 10000 + LS-TODAY-MONTH * 100
               + LS-TODAY-DAY).
           MOVE WS-RC-BELATED-BIRTHDAY-DAYS TO WS-BELATED-DAYS.
           IF WS-RC-BELATED-ANNIV-DAYS > WS-BELATED-DAYS
               MOVE WS-RC-BELATED-ANNIV-DAYS TO WS-BELATED-DAYS
           END-IF.
           COMPUTE WS-BELATED-OLDEST-NUM =
               WS-BELATED-TODAY-NUM - WS-BELATED-DAYS.
           OPEN INPUT F-CUSTOMER-AUDIT-FILE.
           IF WS-CUSTOMER-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-AUDIT-FILE
                   NOT AT END
                       PERFORM KEEP-BELATED-CANDIDATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMER-AUDIT-FILE.

           KEEP-BELATED-CANDIDATE SECTION.
           IF AUDIT-ACTION NOT = "WRITE" AND
              AUDIT-ACTION NOT = "REWRITE"
               EXIT SECTION
           END-IF.
           MOVE AUDIT-DATE TO WS-BELATED-CHANGE-DATE.
           PERFORM GET-BELATED-CHANGE-NUM.
           IF WS-BELATED-CHANGE-NUM < WS-BELATED-OLDEST-NUM OR
              WS-BELATED-CHANGE-NUM > WS-BELATED-TODAY-NUM
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-BELATED-BIRTHDAY-HIT.
           MOVE 'N' TO WS-BELATED-ANNIV-HIT.
           IF AUDIT-ACTION = "WRITE" OR
              AUDIT-BEFORE-IMAGE(151:10) NOT =                          * PERSON-BIRTHDAY
                  AUDIT-AFTER-IMAGE(151:10)
               MOVE 'Y' TO WS-BELATED-BIRTHDAY-HIT
           END-IF.
           IF AUDIT-ACTION = "WRITE" OR
              AUDIT-BEFORE-IMAGE(161:10) NOT =                          * PERSON-ANNIVERSARY-DATE
                  AUDIT-AFTER-IMAGE(161:10)
               MOVE 'Y' TO WS-BELATED-ANNIV-HIT
           END-IF.
           IF WS-BELATED-BIRTHDAY-HIT = 'N' AND
              WS-BELATED-ANNIV-HIT = 'N'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-BELATED-FOUND.
           PERFORM VARYING WS-BELATED-IDX FROM 1 BY 1
               UNTIL WS-BELATED-IDX > WS-BELATED-COUNT
                   OR WS-BELATED-FOUND > 0
               IF WS-BELATED-PERSON(WS-BELATED-IDX) = AUDIT-PERSON-ID
                   MOVE WS-BELATED-IDX TO WS-BELATED-FOUND
               END-IF
           END-PERFORM.
           IF WS-BELATED-FOUND = 0
               IF WS-BELATED-COUNT >= 20000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-BELATED-COUNT
               MOVE WS-BELATED-COUNT TO WS-BELATED-FOUND
               MOVE AUDIT-PERSON-ID
                   TO WS-BELATED-PERSON(WS-BELATED-FOUND)
               MOVE SPACES TO WS-BELATED-BIRTHDAY-CHANGED
                   (WS-BELATED-FOUND)
               MOVE SPACES TO WS-BELATED-ANNIV-CHANGED
                   (WS-BELATED-FOUND)
           END-IF.
           IF WS-BELATED-BIRTHDAY-HIT = 'Y'
               MOVE AUDIT-DATE
                   TO WS-BELATED-BIRTHDAY-CHANGED(WS-BELATED-FOUND)
           END-IF.
           IF WS-BELATED-ANNIV-HIT = 'Y'
               MOVE AUDIT-DATE
                   TO WS-BELATED-ANNIV-CHANGED(WS-BELATED-FOUND)
           END-IF.

           GET-BELATED-CHANGE-NUM SECTION.                              * YYYY-MM-DD to a day count, zero when malformed
           MOVE 0 TO WS-BELATED-CHANGE-NUM.
           IF WS-BELATED-CHANGE-DATE(5:1) = "-" AND
              WS-BELATED-CHANGE-DATE(8:1) = "-" AND
              WS-BELATED-CHANGE-DATE(1:4) IS NUMERIC AND
              WS-BELATED-CHANGE-DATE(6:2) IS NUMERIC AND
              WS-BELATED-CHANGE-DATE(9:2) IS NUMERIC
               COMPUTE WS-BELATED-CHANGE-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BELATED-CHANGE-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-BELATED-CHANGE-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-BELATED-CHANGE-DATE(9:2)))
           END-IF.

      * Loads the drip-sequence steps; the highest step of each
      * sequence is marked so the trail can close the sequence out
           LOAD-SEQUENCE-STEPS SECTION.
           SET SEQ-IDX TO 0.
           OPEN INPUT F-SEQ-STEPS-FILE.
           IF WS-SEQ-STEPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SEQ-STEPS-FILE
                       NOT AT END
                           IF SEQ-IDX < 999
                               ADD 1 TO SEQ-IDX
                               MOVE SEQ-CODE TO WS-SEQ-CODE(SEQ-IDX)
                               MOVE SEQ-STEP TO WS-SEQ-STEP(SEQ-IDX)
                               MOVE SEQ-ANCHOR
                                   TO WS-SEQ-ANCHOR(SEQ-IDX)
                               MOVE FUNCTION NUMVAL(SEQ-OFFSET)
                                   TO WS-SEQ-OFFSET(SEQ-IDX)
                               MOVE SEQ-CAMPAIGN
                                   TO WS-SEQ-CAMPAIGN(SEQ-IDX)
                               MOVE SEQ-TEMPLATE
                                   TO WS-SEQ-TEMPLATE(SEQ-IDX)
                           ELSE
                               DISPLAY "WARNING: sequence-steps.dat "
                                   "over 999 rows, the rest ignored"
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SEQ-STEPS-FILE
           END-IF.
           MOVE SEQ-IDX TO WS-SEQ-COUNT.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               MOVE 'Y' TO WS-SEQ-LAST-OF-CODE(WS-SEQ-IDX)
               PERFORM VARYING WS-SEQ-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-SCAN-IDX > WS-SEQ-COUNT
                   IF WS-SEQ-CODE(WS-SEQ-SCAN-IDX) =
                      WS-SEQ-CODE(WS-SEQ-IDX) AND
                      WS-SEQ-STEP(WS-SEQ-SCAN-IDX) >
                      WS-SEQ-STEP(WS-SEQ-IDX)
                       MOVE 'N' TO WS-SEQ-LAST-OF-CODE(WS-SEQ-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Folds the progress trail down to the latest row per
      * customer, sequence and anchor date
           LOAD-SEQUENCE-PROGRESS SECTION.
           MOVE 0 TO WS-PROG-COUNT.
           OPEN INPUT F-SEQ-PROGRESS-FILE.
           IF WS-SEQ-PROGRESS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEQ-PROGRESS-FILE
                   NOT AT END
                       PERFORM FOLD-ONE-PROGRESS-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEQ-PROGRESS-FILE.

           FOLD-ONE-PROGRESS-ROW SECTION.
           MOVE 0 TO WS-PROG-FOUND.
           PERFORM VARYING WS-PROG-IDX FROM WS-PROG-COUNT BY -1
               UNTIL WS-PROG-IDX < 1 OR WS-PROG-FOUND > 0
               IF WS-PROG-PERSON(WS-PROG-IDX) = PROG-PERSON-ID AND
                  WS-PROG-CODE(WS-PROG-IDX) = PROG-SEQ-CODE AND
                  WS-PROG-ANCHOR(WS-PROG-IDX) = PROG-ANCHOR-DATE
                   MOVE WS-PROG-IDX TO WS-PROG-FOUND
               END-IF
           END-PERFORM.
           IF WS-PROG-FOUND = 0
               IF WS-PROG-COUNT >= 99999
                   DISPLAY "WARNING: sequence-progress.dat over "
                       "table size, row for " PROG-PERSON-ID
                       " ignored"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-FOUND
           END-IF.
           MOVE PROG-PERSON-ID TO WS-PROG-PERSON(WS-PROG-FOUND).
           MOVE PROG-SEQ-CODE TO WS-PROG-CODE(WS-PROG-FOUND).
           MOVE PROG-ANCHOR-DATE TO WS-PROG-ANCHOR(WS-PROG-FOUND).
           MOVE PROG-LAST-STEP TO WS-PROG-LAST-STEP(WS-PROG-FOUND).
           MOVE PROG-LAST-DATE TO WS-PROG-LAST-DATE(WS-PROG-FOUND).
           MOVE PROG-CHANNEL TO WS-PROG-CHANNEL(WS-PROG-FOUND).
           MOVE PROG-STATE TO WS-PROG-STATE(WS-PROG-FOUND).

      * Only APPROVED versions already effective on the run date are
      * loaded; drafts and retired versions never reach a card
           LOAD-GREETING-TEMPLATES SECTION.                               * Loads the configurable greeting-prefix control file
           MOVE 0 TO WS-TEMPLATE-COUNT.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GREETING-TEMPLATES-FILE
                       NOT AT END
                           IF GT-STATUS = "APPROVED" AND
                              GT-VERSION IS NUMERIC AND
                              GT-EFFECTIVE-FROM NOT > WS-DATE-FORMAT
                               MOVE GT-PREFIX-TEXT
                                   TO WS-TOKEN-CHECK-TEXT
                               PERFORM VALIDATE-TEMPLATE-TOKENS
                               IF WS-TOKEN-CHECK-OK = 1
                                   PERFORM KEEP-IN-FORCE-TEMPLATE
                               ELSE
                                   DISPLAY "WARNING: template for "
                                       GT-CAMPAIGN-NAME "has an "
                                       "unknown merge token, "
                                       "template ignored"
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GREETING-TEMPLATES-FILE
           END-IF.

      * Of the approved versions of one campaign, language and brand
      * in force tonight, the one that took effect last wins; of two
      * taking effect the same day, the higher version
           KEEP-IN-FORCE-TEMPLATE SECTION.
           IF GT-LANGUAGE = SPACES
               MOVE "EN" TO WS-GT-LANGUAGE
           ELSE
               MOVE GT-LANGUAGE TO WS-GT-LANGUAGE
           END-IF.
           MOVE 0 TO WS-TEMPLATE-SLOT.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
               UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                   OR WS-TEMPLATE-SLOT > 0
               IF WS-TEMPLATE-NAME(WS-TEMPLATE-IDX) = GT-CAMPAIGN-NAME
                  AND WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-IDX) =
                      WS-GT-LANGUAGE
                  AND WS-TEMPLATE-BRAND(WS-TEMPLATE-IDX) = GT-BRAND
                   MOVE WS-TEMPLATE-IDX TO WS-TEMPLATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-TEMPLATE-SLOT = 0
               IF WS-TEMPLATE-COUNT = 50
                   DISPLAY "WARNING: more than 50 templates in force, "
                       GT-CAMPAIGN-NAME " ignored"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TEMPLATE-COUNT
               MOVE WS-TEMPLATE-COUNT TO WS-TEMPLATE-SLOT
           ELSE
               IF WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT) >
                  GT-EFFECTIVE-FROM OR
                  (WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT) =
                   GT-EFFECTIVE-FROM AND
                   WS-TEMPLATE-VERSION(WS-TEMPLATE-SLOT) > GT-VERSION)
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE GT-CAMPAIGN-NAME TO WS-TEMPLATE-NAME(WS-TEMPLATE-SLOT).
           MOVE WS-GT-LANGUAGE
               TO WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-SLOT).
           MOVE GT-BRAND TO WS-TEMPLATE-BRAND(WS-TEMPLATE-SLOT).
           MOVE GT-PREFIX-TEXT TO WS-TEMPLATE-TEXT(WS-TEMPLATE-SLOT).
           MOVE GT-VERSION TO WS-TEMPLATE-VERSION(WS-TEMPLATE-SLOT).
           MOVE GT-EFFECTIVE-FROM
               TO WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT).

      * Rejects a template carrying a merge token outside the known
      * set, so a typo falls back to the stock greeting instead of
                   MOVE WS-HOLIDAY-NAME TO WS-MERGE-VALUE
               WHEN "MOON-DATE"
                   MOVE WS-CURRENT-MOON-DATE TO WS-MERGE-VALUE
               WHEN "FROM"
                   MOVE WS-ORDER-FROM-NAME TO WS-MERGE-VALUE
               WHEN "YEARS"
                   COMPUTE WS-MERGE-YEARS =
                       WS-TARGET-YEAR - ANNIVERSARY-YEAR

      * A campaign under test tries its variant row (NAME-V2 and so
      * on) first; variant one and missing variant rows fall back
      * to the campaign's own template. A text message tries the
      * campaign's short form (NAME-SMS) ahead of all of them.
           GET-GREETING-TEMPLATE SECTION.
           IF WS-CAMPAIGN-CHANNEL = "SMS"
               MOVE WS-TEMPLATE-LOOKUP-NAME TO WS-BASE-LOOKUP-NAME
               MOVE SPACES TO WS-TEMPLATE-LOOKUP-NAME
               STRING FUNCTION TRIM(WS-BASE-LOOKUP-NAME TRAILING)
                      "-SMS"
                   INTO WS-TEMPLATE-LOOKUP-NAME
               END-STRING
               PERFORM RUN-TEMPLATE-SEARCH
               IF WS-TEMPLATE-FOUND = 1
                   EXIT SECTION
               END-IF
               MOVE WS-BASE-LOOKUP-NAME TO WS-TEMPLATE-LOOKUP-NAME
           END-IF.
           IF WS-ACTIVE-VARIANT NOT = SPACES AND
              WS-ACTIVE-VARIANT NOT = "H0" AND
              WS-ACTIVE-VARIANT NOT = "01"
           END-IF.
           IF WS-TEMPLATE-FOUND = 1                                       * "~" marks a line break within a configured template
               INSPECT WS-TEMPLATE-PREFIX REPLACING ALL "~" BY X"0A"
               MOVE WS-TEMPLATE-LOOKUP-NAME TO WS-PROV-TEMPLATE-KEY
               MOVE WS-TEMPLATE-LOOKUP-LANGUAGE
                   TO WS-PROV-TEMPLATE-LANGUAGE
               MOVE WS-TEMPLATE-LOOKUP-BRAND TO WS-PROV-TEMPLATE-BRAND
               MOVE WS-TEMPLATE-FOUND-VERSION
                   TO WS-PROV-TEMPLATE-VERSION
           END-IF.

           FIND-GREETING-TEMPLATE SECTION.                                * Checks one table slot for a matching campaign/language
               MOVE 1 TO WS-TEMPLATE-FOUND
               MOVE WS-TEMPLATE-TEXT(WS-TEMPLATE-IDX) TO
                   WS-TEMPLATE-PREFIX
               MOVE WS-TEMPLATE-VERSION(WS-TEMPLATE-IDX) TO
                   WS-TEMPLATE-FOUND-VERSION
           END-IF.

           LOAD-CAMPAIGN-PREFERENCES SECTION.                             * Loads the per-customer campaign opt-out control file
                               WS-PREF-HOLIDAY-FLAG(PREFERENCE-IDX)
                           MOVE PREF-PROFESSIONAL-FLAG TO
                               WS-PREF-PROFESSIONAL-FLAG(PREFERENCE-IDX)
                           MOVE PREF-SEQUENCE-FLAG TO
                               WS-PREF-SEQUENCE-FLAG(PREFERENCE-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                   TO WS-CUST-PREF-HOLIDAY
               MOVE WS-PREF-PROFESSIONAL-FLAG(WS-PREFERENCE-IDX)
                   TO WS-CUST-PREF-PROFESSIONAL
               MOVE WS-PREF-SEQUENCE-FLAG(WS-PREFERENCE-IDX)
                   TO WS-CUST-PREF-SEQUENCE
           END-IF.

           LOAD-ALTERNATE-ADDRESSES SECTION.                              * Loads the seasonal alternate-address control file
                           ADD 1 TO HOUSEHOLD-IDX
                           MOVE HH-PERSON-ID
                               TO WS-HH-ROW-PERSON(HOUSEHOLD-IDX)
                           MOVE HH-HOUSEHOLD-ID
                               TO WS-HH-ROW-HOUSEHOLD(HOUSEHOLD-IDX)
                           MOVE HH-HEAD-FLAG
                               TO WS-HH-ROW-HEAD(HOUSEHOLD-IDX)
                           MOVE HH-MEMBER-COUNT
           END-IF.
           MOVE HOUSEHOLD-IDX TO WS-HOUSEHOLD-COUNT.

      * Keeps the registry matches whose window is still open; an
      * older row has had its chance and a later one is not yet due
           LOAD-SYMPATHY-QUEUE SECTION.
           MOVE 0 TO WS-SYM-COUNT.
           OPEN INPUT F-SYMPATHY-QUEUE-FILE.
           IF WS-SYMPATHY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE WS-DATE-FORMAT(1:4) TO WS-SYM-DIGITS(1:4).
           MOVE WS-DATE-FORMAT(6:2) TO WS-SYM-DIGITS(5:2).
           MOVE WS-DATE-FORMAT(9:2) TO WS-SYM-DIGITS(7:2).
           COMPUTE WS-SYM-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-SYM-DIGITS).
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SYMPATHY-QUEUE-FILE
                   NOT AT END
                       PERFORM KEEP-OPEN-SYMPATHY-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SYMPATHY-QUEUE-FILE.

           KEEP-OPEN-SYMPATHY-ROW SECTION.
           IF SYM-FLAG-DATE(1:4) NOT NUMERIC OR
              SYM-FLAG-DATE(6:2) NOT NUMERIC OR
              SYM-FLAG-DATE(9:2) NOT NUMERIC OR
              SYM-HOUSEHOLD-ID = 0
               EXIT SECTION
           END-IF.
           MOVE SYM-FLAG-DATE(1:4) TO WS-SYM-DIGITS(1:4).
           MOVE SYM-FLAG-DATE(6:2) TO WS-SYM-DIGITS(5:2).
           MOVE SYM-FLAG-DATE(9:2) TO WS-SYM-DIGITS(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SYM-DIGITS) NOT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-SYM-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-SYM-DIGITS).
           IF WS-SYM-DAY-NUM > WS-SYM-TODAY-NUM OR
              WS-SYM-DAY-NUM + WS-RC-SYMPATHY-DAYS < WS-SYM-TODAY-NUM
               EXIT SECTION
           END-IF.
           IF WS-SYM-COUNT >= 9999
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-SYM-COUNT.
           MOVE SYM-DECEASED-ID TO WS-SYM-DECEASED(WS-SYM-COUNT).
           MOVE SYM-HOUSEHOLD-ID TO WS-SYM-HOUSEHOLD(WS-SYM-COUNT).
           MOVE SYM-FLAG-DATE TO WS-SYM-FLAG-DATE(WS-SYM-COUNT).

      * A preference naming a charity that is missing or inactive
      * is dropped with a warning, and the card goes as usual
           LOAD-DONATION-PREFERENCES SECTION.
           MOVE 0 TO WS-DPREF-COUNT.
           OPEN INPUT F-DONATION-PREFS-FILE.
           IF WS-DONATION-PREFS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-CHARITY-COUNT.
           OPEN INPUT F-CHARITIES-FILE.
           IF WS-CHARITIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHARITIES-FILE
                       NOT AT END
                           IF CHARITY-ACTIVE NOT = 'N' AND
                              WS-CHARITY-COUNT < 9999
                               ADD 1 TO WS-CHARITY-COUNT
                               MOVE CHARITY-ID
                                 TO WS-CHARITY-ID(WS-CHARITY-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHARITIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DONATION-PREFS-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-DONATION-PREF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DONATION-PREFS-FILE.
           IF WS-DPREF-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-DRATE-COUNT.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATES-FILE
                   NOT AT END
                       IF WS-DRATE-COUNT < 9999
                           ADD 1 TO WS-DRATE-COUNT
                           MOVE RATE-CAMPAIGN
                             TO WS-DRATE-CAMPAIGN(WS-DRATE-COUNT)
                           MOVE RATE-CHANNEL
                             TO WS-DRATE-CHANNEL(WS-DRATE-COUNT)
                           MOVE RATE-EFFECTIVE-DATE
                             TO WS-DRATE-DATE(WS-DRATE-COUNT)
                           MOVE FUNCTION NUMVAL(RATE-COST)
                             TO WS-DRATE-COST(WS-DRATE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATES-FILE.

           LOAD-ONE-DONATION-PREF SECTION.
           IF DPREF-PERSON-ID = SPACES OR WS-DPREF-COUNT >= 99999
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-CHARITY-FOUND.
           PERFORM VARYING WS-CHARITY-IDX FROM 1 BY 1
               UNTIL WS-CHARITY-IDX > WS-CHARITY-COUNT
                   OR WS-CHARITY-FOUND = 1
               IF WS-CHARITY-ID(WS-CHARITY-IDX) = DPREF-CHARITY-ID
                   MOVE 1 TO WS-CHARITY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CHARITY-FOUND = 0
               DISPLAY "WARNING: donation preference for "
                   DPREF-PERSON-ID " names charity " DPREF-CHARITY-ID
                   " not active on charities.dat, card sent instead"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-DPREF-COUNT.
           MOVE DPREF-PERSON-ID TO WS-DPREF-PERSON(WS-DPREF-COUNT).
           IF DPREF-CAMPAIGN = SPACES
               MOVE "ALL" TO WS-DPREF-CAMPAIGN(WS-DPREF-COUNT)
           ELSE
               MOVE DPREF-CAMPAIGN TO WS-DPREF-CAMPAIGN(WS-DPREF-COUNT)
           END-IF.
           MOVE DPREF-CHARITY-ID TO WS-DPREF-CHARITY(WS-DPREF-COUNT).

      * Only active designs in tonight's season are kept; the
      * catalog order is the order designs are offered in
           LOAD-ARTWORK-CATALOG SECTION.
           MOVE 0 TO WS-ARTWORK-COUNT.
           EVALUATE WS-DATE-FORMAT(6:2)
               WHEN "03" WHEN "04" WHEN "05"
                   MOVE "SPRING" TO WS-RUN-SEASON
               WHEN "06" WHEN "07" WHEN "08"
                   MOVE "SUMMER" TO WS-RUN-SEASON
               WHEN "09" WHEN "10" WHEN "11"
                   MOVE "AUTUMN" TO WS-RUN-SEASON
               WHEN OTHER
                   MOVE "WINTER" TO WS-RUN-SEASON
           END-EVALUATE.
           OPEN INPUT F-ARTWORK-CATALOG-FILE.
           IF WS-ARTWORK-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTWORK-CATALOG-FILE
                   NOT AT END
                       IF ART-DESIGN-CODE NOT = SPACES AND
                          ART-ACTIVE NOT = 'N' AND
                          (ART-SEASON = SPACES OR
                           ART-SEASON = WS-RUN-SEASON) AND
                          WS-ARTWORK-COUNT < 999
                           ADD 1 TO WS-ARTWORK-COUNT
                           MOVE ART-DESIGN-CODE
                             TO WS-ART-DESIGN(WS-ARTWORK-COUNT)
                           MOVE ART-CAMPAIGN
                             TO WS-ART-CAMPAIGN(WS-ARTWORK-COUNT)
                           MOVE ART-BRAND
                             TO WS-ART-BRAND(WS-ARTWORK-COUNT)
                           MOVE ART-ACCESS-FORMAT
                             TO WS-ART-ACCESS(WS-ARTWORK-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ARTWORK-CATALOG-FILE.

      * The guardian's own record supplies the envelope; it is read
      * here, ahead of the pass, so the pass's position in
      * customers.dat is never disturbed by a second lookup
           LOAD-GUARDIAN-LINKS SECTION.
           MOVE 0 TO WS-GUARDIAN-COUNT.
           OPEN INPUT F-GUARDIAN-LINKS-FILE.
           IF WS-GUARDIAN-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               CLOSE F-GUARDIAN-LINKS-FILE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GUARDIAN-LINKS-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-GUARDIAN-LINK
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GUARDIAN-LINKS-FILE.
           CLOSE F-CUSTOMERS-FILE.

           LOAD-ONE-GUARDIAN-LINK SECTION.
           IF GL-MINOR-ID = SPACES OR WS-GUARDIAN-COUNT >= 9999
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-GUARDIAN-COUNT.
           MOVE GL-MINOR-ID TO WS-GL-MINOR(WS-GUARDIAN-COUNT).
           MOVE GL-GUARDIAN-ID TO WS-GL-GUARDIAN(WS-GUARDIAN-COUNT).
           MOVE SPACES TO WS-GL-NAME(WS-GUARDIAN-COUNT).
           MOVE SPACES TO WS-GL-ADDRESS(WS-GUARDIAN-COUNT).
           MOVE GL-GUARDIAN-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY "WARNING: guardian " GL-GUARDIAN-ID
                       " of " GL-MINOR-ID " is not a customer,"
                       " the minor's cards are held"
                   EXIT SECTION
           END-READ.
           IF PERSON-STATUS NOT = 'ACTIVE' OR
              PERSON-BAD-ADDRESS-FLAG = 'Y'
               DISPLAY "WARNING: guardian " GL-GUARDIAN-ID
                   " of " GL-MINOR-ID " cannot be mailed,"
                   " the minor's cards are held"
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO WS-GL-NAME(WS-GUARDIAN-COUNT).
           MOVE PERSON-ADDRESS TO WS-GL-ADDRESS(WS-GUARDIAN-COUNT).

      * A linked customer under the guardian age is addressed through
      * the guardian, or held outright when the guardian cannot be
      * mailed. The age counts from the birthday itself, so the
      * switch to the customer's own details happens on the day they
      * come of age; in that first year the guardian is told once
           CHECK-GUARDIAN-LINK SECTION.
           MOVE 'N' TO WS-GUARDIAN-ACTIVE.
           MOVE 'N' TO WS-GUARDIAN-HANDOVER.
           IF WS-GUARDIAN-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GUARDIAN-FOUND.
           PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
               UNTIL WS-GUARDIAN-IDX > WS-GUARDIAN-COUNT
                   OR WS-GUARDIAN-FOUND > 0
               IF WS-GL-MINOR(WS-GUARDIAN-IDX) = PERSON-ID
                   MOVE WS-GUARDIAN-IDX TO WS-GUARDIAN-FOUND
               END-IF
           END-PERFORM.
           IF WS-GUARDIAN-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-CUSTOMER-AGE.
           IF WS-BIRTHDAY-FORMAT-VALID = 'Y' AND                        * No usable birthday: still treated as a minor
              BIRTHDAY-YEAR <= LS-TODAY-YEAR
               COMPUTE WS-CUSTOMER-AGE = LS-TODAY-YEAR - BIRTHDAY-YEAR
               IF LS-TODAY-MONTH < BIRTHDAY-MONTH OR
                  (LS-TODAY-MONTH = BIRTHDAY-MONTH AND
                   LS-TODAY-DAY < BIRTHDAY-DAY)
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
           END-IF.
           IF WS-CUSTOMER-AGE >= WS-RC-GUARDIAN-AGE
               IF WS-CUSTOMER-AGE = WS-RC-GUARDIAN-AGE AND
                  WS-GL-NAME(WS-GUARDIAN-FOUND) NOT = SPACES
                   MOVE 'Y' TO WS-GUARDIAN-HANDOVER
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-GL-NAME(WS-GUARDIAN-FOUND) = SPACES
               MOVE 'H' TO WS-GUARDIAN-ACTIVE
           ELSE
               MOVE 'Y' TO WS-GUARDIAN-ACTIVE
           END-IF.

           GET-CUSTOMER-HOUSEHOLD SECTION.                              * Looks the current customer up in the household table
           MOVE 0 TO WS-HH-FOUND.
           MOVE 'N' TO WS-HH-IS-HEAD.
           MOVE 0 TO WS-HH-MEMBER-COUNT.
           MOVE 0 TO WS-HH-HOUSEHOLD-ID.
           PERFORM FIND-CUSTOMER-HOUSEHOLD
               VARYING WS-HOUSEHOLD-IDX FROM 1 BY 1
               UNTIL WS-HOUSEHOLD-IDX > WS-HOUSEHOLD-COUNT
               MOVE 1 TO WS-HH-FOUND
               MOVE WS-HH-ROW-HEAD(WS-HOUSEHOLD-IDX)
                   TO WS-HH-IS-HEAD
               MOVE WS-HH-ROW-HOUSEHOLD(WS-HOUSEHOLD-IDX)
                   TO WS-HH-HOUSEHOLD-ID
               MOVE WS-HH-ROW-COUNT(WS-HOUSEHOLD-IDX)
                   TO WS-HH-MEMBER-COUNT
               MOVE WS-HH-ROW-LABEL(WS-HOUSEHOLD-IDX) TO WS-HH-LABEL
               VARYING WS-ALT-ADDRESS-IDX FROM 1 BY 1
               UNTIL WS-ALT-ADDRESS-IDX > WS-ALT-ADDRESS-COUNT
                   OR WS-ALT-ADDRESS-FOUND = 1.
           IF WS-GUARDIAN-ACTIVE = 'Y'
               MOVE WS-GL-ADDRESS(WS-GUARDIAN-FOUND) TO WS-CARD-ADDRESS
               ADD 1 TO WS-GUARDIAN-ADDRESSED-COUNT
           END-IF.
           PERFORM APPEND-COUNTRY-LINE.

           CHECK-ONE-ALT-ADDRESS SECTION.
               OPEN EXTEND F-BRAILLE-FILE
               OPEN EXTEND F-LARGEPRINT-FILE
               OPEN EXTEND F-ECLIPSE-FILE
               OPEN EXTEND F-SEQ-PROGRESS-FILE
               IF WS-SEQ-PROGRESS-STATUS = "35"                          * First sequence step ever: create the trail
                   OPEN OUTPUT F-SEQ-PROGRESS-FILE
               END-IF
               IF WS-DPREF-COUNT > 0
                   OPEN EXTEND F-DONATION-LEDGER-FILE
                   IF WS-DONATION-LEDGER-STATUS = "35"
                       OPEN OUTPUT F-DONATION-LEDGER-FILE
                   END-IF
               END-IF
               OPEN I-O F-CARD-HISTORY-FILE
               IF WS-CARD-HISTORY-STATUS = "35"                          * First ever card: create the history master, then extend
                   OPEN OUTPUT F-CARD-HISTORY-FILE
           IF WS-SENT-HISTORY-STATUS = "35"                              * First ever run: create the ledger, then extend
               OPEN OUTPUT F-SENT-HISTORY-FILE
           END-IF.
           PERFORM OPEN-DO-NOT-MAIL-LIST.
           IF WS-KEYED-PASS = 'Y'
               PERFORM PROCESS-KEYED-CUSTOMERS
           ELSE
               PERFORM PROCESS-ALL-CUSTOMERS
           END-IF.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-RC-DRY-RUN NOT = 'Y'
               CLOSE F-TAX-CARDS-FILE
               CLOSE F-BRAILLE-FILE
               CLOSE F-LARGEPRINT-FILE
               CLOSE F-ECLIPSE-FILE
               CLOSE F-SEQ-PROGRESS-FILE
               IF WS-DPREF-COUNT > 0
                   CLOSE F-DONATION-LEDGER-FILE
               END-IF
               CLOSE F-CARD-HISTORY-FILE
           END-IF.
           CLOSE F-SENT-HISTORY-FILE.
           IF WS-DNM-ON-FILE = 'Y'
               CLOSE F-DO-NOT-MAIL-FILE
               IF WS-RC-DRY-RUN NOT = 'Y'
                   CLOSE F-DNM-REPORT-FILE
               END-IF
           END-IF.
           PERFORM SAVE-BUDGET-SPEND.
           PERFORM SAVE-ANNOUNCEMENTS.
           MOVE 0 TO WS-RESUME-POS.                                      * Run finished cleanly, clear the checkpoint
           PERFORM SAVE-CHECKPOINT.

      * No list on file means nothing to match against, not a
      * reason to stop the run. The suppression report gathers a
      * dated block per run, headed with the list's effective date
           OPEN-DO-NOT-MAIL-LIST SECTION.
           MOVE 'N' TO WS-DNM-ON-FILE.
           OPEN INPUT F-DO-NOT-MAIL-FILE.
           IF WS-DO-NOT-MAIL-STATUS NOT = "00"
               DISPLAY "WARNING: do-not-mail.dat FILE STATUS "
                   WS-DO-NOT-MAIL-STATUS ", postal cards not matched "
                   "against the do-not-mail list"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DNM-KEY.
           READ F-DO-NOT-MAIL-FILE
               INVALID KEY
                   MOVE SPACES TO DNM-EFFECTIVE-DATE
           END-READ.
           MOVE DNM-EFFECTIVE-DATE TO WS-DNM-EFFECTIVE-DATE.
           MOVE 'Y' TO WS-DNM-ON-FILE.
           IF WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-DNM-REPORT-FILE.
           IF WS-DNM-REPORT-STATUS = "35"
               OPEN OUTPUT F-DNM-REPORT-FILE
           END-IF.
           MOVE SPACES TO WS-DNM-REPORT-RECORD.
           MOVE 1 TO WS-DNM-LOG-POS.
           STRING "DO-NOT-MAIL SUPPRESSIONS RUN " WS-DATE-FORMAT
                  "  LIST EFFECTIVE " WS-DNM-EFFECTIVE-DATE
               INTO WS-DNM-REPORT-RECORD
               WITH POINTER WS-DNM-LOG-POS
           END-STRING.
           IF WS-RC-PARTITION NOT = SPACES
               STRING "  PARTITION " FUNCTION TRIM(WS-RC-PARTITION)
                   INTO WS-DNM-REPORT-RECORD
                   WITH POINTER WS-DNM-LOG-POS
               END-STRING
           END-IF.
           WRITE WS-DNM-REPORT-RECORD.

      * A postal card whose envelope matches the list is not cut.
      * Nothing is marked sent, so the card goes again should the
      * address drop off a later month's list
           CHECK-DO-NOT-MAIL SECTION.
           MOVE 'N' TO WS-DNM-LISTED.
           CALL "do-not-mail-key" USING WS-DNM-CHECK-NAME,
               WS-DNM-CHECK-ADDRESS, WS-DNM-MATCH-KEY.
           IF WS-DNM-MATCH-KEY = SPACES
               EXIT SECTION
           END-IF.
           MOVE WS-DNM-MATCH-KEY TO DNM-KEY.
           READ F-DO-NOT-MAIL-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE 'Y' TO WS-DNM-LISTED.
           ADD 1 TO WS-DNM-SUPPRESSED-COUNT.
           IF WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-DNM-REPORT-RECORD.
           STRING PERSON-ID " " WS-HIST-CAMPAIGN " "
                  WS-SENT-KEY-DATE " "
                  FUNCTION TRIM(WS-DNM-CHECK-NAME) ", "
                  FUNCTION TRIM(WS-DNM-CHECK-ADDRESS(1:40)) " "
                  FUNCTION TRIM(WS-DNM-CHECK-ADDRESS(91:10))
                  " LISTED " DNM-EFFECTIVE-DATE
               INTO WS-DNM-REPORT-RECORD
           END-STRING.
           WRITE WS-DNM-REPORT-RECORD.

           PROCESS-ALL-CUSTOMERS SECTION.                               * Every record in primary-key order
           PERFORM WS-RESUME-POS TIMES                                   * Skip past records already processed by a prior attempt
               READ F-CUSTOMERS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT
                   NOT AT END
                       PERFORM CHECK-PARTITION-MEMBER
                       IF WS-IN-PARTITION = 'Y'
                           PERFORM PROCESS-ONE-CUSTOMER-RECORD
                       END-IF
                       ADD 1 TO WS-RESUME-POS
                       PERFORM SAVE-CHECKPOINT
                    AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                END-READ
           END-PERFORM.

      * Only tonight's birthdays, anniversaries and occasions are in
      * play on an ordinary night, and the target month-days come
      * from the transit leads, so the full read is only needed when
      * a campaign that reaches every customer fires
           CHOOSE-CUSTOMER-PASS SECTION.
           MOVE 'N' TO WS-KEYED-PASS.
           IF WS-RC-FULL-PASS = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-IS-TAX-DAY = 'Y' AND WS-RC-TAX-DAY-ENABLED NOT = 'N'
               EXIT SECTION
           END-IF.
           IF WS-IS-HOLIDAY-TODAY = 'Y' AND
              WS-RC-HOLIDAY-ENABLED NOT = 'N'
               EXIT SECTION
           END-IF.
           IF (WS-WEREWOLF-RAN-TODAY = 'Y' OR WS-ECLIPSE-TODAY = 'Y')
              AND WS-RC-WEREWOLF-ENABLED NOT = 'N'
               EXIT SECTION
           END-IF.
           IF WS-RC-PROFESSIONAL-ENABLED NOT = 'N'                      * Job titles carry no key, so a day on file reads all
               PERFORM VARYING WS-JOB-DAY-IDX FROM 1 BY 1
                   UNTIL WS-JOB-DAY-IDX > WS-JOB-DAY-COUNT
                   IF WS-JOB-DAY-MON-DAY(WS-JOB-DAY-IDX) = LS-TODAY
                       EXIT SECTION
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EST-TAX-TONIGHT = 'Y'                                  * Job titles carry no key either
               EXIT SECTION
           END-IF.
           IF WS-RMD-TONIGHT = 'Y'                                      * Everyone past the age gets the annual reminder
               EXIT SECTION
           END-IF.
           IF WS-RC-SEQUENCE-ENABLED NOT = 'N'                          * A tax reminder reaches everyone with a deadline
               PERFORM CHECK-TAX-STEPS-TONIGHT
               IF WS-SEQ-STEP-DUE = 'Y'
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM BUILD-KEY-TABLE.
           MOVE 'Y' TO WS-KEYED-PASS.

      * One target month-day per distinct transit lead; a Feb 29
      * birthday is read on the night it is treated as March 1
           BUILD-KEY-TABLE SECTION.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           PERFORM ADD-LEAD-DAY-KEY.
           PERFORM VARYING WS-TRANSIT-IDX FROM 1 BY 1
               UNTIL WS-TRANSIT-IDX > WS-TRANSIT-COUNT
               MOVE WS-TRANSIT-DAYS(WS-TRANSIT-IDX) TO WS-LEAD-DAYS
               PERFORM ADD-LEAD-DAY-KEY
           END-PERFORM.

           ADD-LEAD-DAY-KEY SECTION.
           COMPUTE WS-TARGET-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               LS-TODAY-YEAR * 10000 + LS-TODAY-MONTH * 100
               + LS-TODAY-DAY) + WS-LEAD-DAYS.
           COMPUTE WS-TARGET-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-TARGET-DAY-NUM).
           MOVE WS-TARGET-DIGITS(5:2) TO WS-KEY-MMDD-WORK(1:2).
           MOVE "-" TO WS-KEY-MMDD-WORK(3:1).
           MOVE WS-TARGET-DIGITS(7:2) TO WS-KEY-MMDD-WORK(4:2).
           PERFORM ADD-ONE-KEY.
           IF WS-KEY-MMDD-WORK = "03-01" AND
              FUNCTION IS-LEAP-YEAR(LS-TODAY-YEAR) = 'FALSE'
               MOVE "02-29" TO WS-KEY-MMDD-WORK
               PERFORM ADD-ONE-KEY
           END-IF.

           ADD-ONE-KEY SECTION.
           PERFORM CHECK-KEY-TABLE.
           IF WS-KEY-FOUND = 0
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-MMDD-WORK TO WS-KEY-MMDD(WS-KEY-COUNT)
           END-IF.

           CHECK-KEY-TABLE SECTION.                                     * Is WS-KEY-MMDD-WORK one of tonight's keys?
           MOVE 0 TO WS-KEY-FOUND.
           PERFORM VARYING WS-KEY-SCAN-IDX FROM 1 BY 1
               UNTIL WS-KEY-SCAN-IDX > WS-KEY-COUNT OR WS-KEY-FOUND = 1
               IF WS-KEY-MMDD(WS-KEY-SCAN-IDX) = WS-KEY-MMDD-WORK
                   MOVE 1 TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

      * Birthday keys first, then anniversary keys, then the
      * occasion rows and the drip sequences by customer ID; a
      * customer already met on an earlier key is passed over, since
      * one visit runs every campaign. The restart position counts
      * keyed reads in the same fixed order, so a rerun skips what
      * was done.
           PROCESS-KEYED-CUSTOMERS SECTION.
           MOVE 0 TO WS-KEYED-SEEN.
           MOVE 0 TO WS-VISITED-COUNT.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-MMDD(WS-KEY-IDX) TO PERSON-BIRTH-MON-DAY
               START F-CUSTOMERS-FILE
                   KEY IS = PERSON-BIRTH-MON-DAY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-BIRTHDAY-KEY-RUN
               END-START
           END-PERFORM.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-MMDD(WS-KEY-IDX) TO PERSON-ANNIV-MON-DAY
               START F-CUSTOMERS-FILE
                   KEY IS = PERSON-ANNIV-MON-DAY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-ANNIVERSARY-KEY-RUN
               END-START
           END-PERFORM.
           IF WS-RC-OCCASION-ENABLED NOT = 'N'
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-COUNT
                   MOVE WS-IMP-DATE(WS-IMP-IDX)(6:5)
                       TO WS-KEY-MMDD-WORK
                   PERFORM CHECK-KEY-TABLE
                   IF WS-KEY-FOUND = 1
                       MOVE WS-IMP-PERSON(WS-IMP-IDX) TO WS-VISIT-ID
                       PERFORM VISIT-CUSTOMER-BY-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RC-SEQUENCE-ENABLED NOT = 'N'
               PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > WS-PROG-COUNT
                   PERFORM CHECK-PROGRESS-DUE-TONIGHT
                   IF WS-SEQ-STEP-DUE = 'Y'
                       MOVE WS-PROG-PERSON(WS-PROG-IDX) TO WS-VISIT-ID
                       PERFORM VISIT-CUSTOMER-BY-ID
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1                       * The bereaved households' surviving members
               UNTIL WS-SYM-IDX > WS-SYM-COUNT
               PERFORM VARYING WS-SYM-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-SYM-MEMBER-IDX > WS-HOUSEHOLD-COUNT
                   IF WS-HH-ROW-HOUSEHOLD(WS-SYM-MEMBER-IDX) =
                      WS-SYM-HOUSEHOLD(WS-SYM-IDX) AND
                      WS-HH-ROW-PERSON(WS-SYM-MEMBER-IDX) NOT =
                      WS-SYM-DECEASED(WS-SYM-IDX)
                       MOVE WS-HH-ROW-PERSON(WS-SYM-MEMBER-IDX)
                           TO WS-VISIT-ID
                       PERFORM VISIT-CUSTOMER-BY-ID
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-BELATED-IDX FROM 1 BY 1                   * Late entries whose day has already gone by
               UNTIL WS-BELATED-IDX > WS-BELATED-COUNT
               MOVE WS-BELATED-PERSON(WS-BELATED-IDX) TO WS-VISIT-ID
               PERFORM VISIT-CUSTOMER-BY-ID
           END-PERFORM.
           PERFORM VARYING WS-ANN-AUD-IDX FROM 1 BY 1                   * Tonight's announcement audiences
               UNTIL WS-ANN-AUD-IDX > WS-ANN-AUD-COUNT
               MOVE WS-ANN-AUD-PERSON(WS-ANN-AUD-IDX) TO WS-VISIT-ID
               PERFORM VISIT-CUSTOMER-BY-ID
           END-PERFORM.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1                     * Customers with a card order due
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               MOVE WS-ORDER-LINE(WS-ORDER-IDX)(10:10) TO WS-VISIT-ID
               PERFORM VISIT-CUSTOMER-BY-ID
           END-PERFORM.

           READ-BIRTHDAY-KEY-RUN SECTION.
           MOVE 0 TO WS-KEY-RUN-ENDED.
           PERFORM UNTIL WS-KEY-RUN-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-KEY-RUN-ENDED
                   NOT AT END
                       IF PERSON-BIRTH-MON-DAY NOT =
                          WS-KEY-MMDD(WS-KEY-IDX)
                           MOVE 1 TO WS-KEY-RUN-ENDED
                       ELSE
                           PERFORM PROCESS-KEYED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           READ-ANNIVERSARY-KEY-RUN SECTION.
           MOVE 0 TO WS-KEY-RUN-ENDED.
           PERFORM UNTIL WS-KEY-RUN-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-KEY-RUN-ENDED
                   NOT AT END
                       IF PERSON-ANNIV-MON-DAY NOT =
                          WS-KEY-MMDD(WS-KEY-IDX)
                           MOVE 1 TO WS-KEY-RUN-ENDED
                       ELSE
                           PERFORM PROCESS-KEYED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      * Occasion and sequence customers come in by primary key
           VISIT-CUSTOMER-BY-ID SECTION.
           PERFORM CHECK-VISITED.
           IF WS-VISITED-FOUND = 1
               EXIT SECTION
           END-IF.
           MOVE WS-VISIT-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE KEY IS PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-READ.
           PERFORM PROCESS-KEYED-RECORD.

           CHECK-VISITED SECTION.                                       * Has tonight's keyed pass already met WS-VISIT-ID?
           MOVE 0 TO WS-VISITED-FOUND.
           PERFORM VARYING WS-VISITED-IDX FROM 1 BY 1
               UNTIL WS-VISITED-IDX > WS-VISITED-COUNT
                   OR WS-VISITED-FOUND = 1
               IF WS-VISITED-ID(WS-VISITED-IDX) = WS-VISIT-ID
                   MOVE 1 TO WS-VISITED-FOUND
               END-IF
           END-PERFORM.

           PROCESS-KEYED-RECORD SECTION.
           MOVE PERSON-ID TO WS-VISIT-ID.
           PERFORM CHECK-VISITED.
           IF WS-VISITED-FOUND = 1
               EXIT SECTION
           END-IF.
           IF WS-VISITED-COUNT < 99999
               ADD 1 TO WS-VISITED-COUNT
               MOVE PERSON-ID TO WS-VISITED-ID(WS-VISITED-COUNT)
           END-IF.
           ADD 1 TO WS-KEYED-SEEN.
           IF WS-KEYED-SEEN <= WS-RESUME-POS                            * Done by the attempt that abended
               EXIT SECTION
           END-IF.
           PERFORM CHECK-PARTITION-MEMBER.
           IF WS-IN-PARTITION = 'Y'
               PERFORM PROCESS-ONE-CUSTOMER-RECORD
           END-IF.
           ADD 1 TO WS-RESUME-POS.
           PERFORM SAVE-CHECKPOINT.

      * A partitioned pass works only its own region's slice; the
      * rest of the master reads by without counting
           CHECK-PARTITION-MEMBER SECTION.
           MOVE 'Y' TO WS-IN-PARTITION.
           IF WS-RC-PARTITION = SPACES
               EXIT SECTION
           END-IF.
           IF WS-RC-PARTITION = "DEFAULT"                               * The DEFAULT partition owns the blank-region customers
               IF PERSON-REGION NOT = SPACES
                   MOVE 'N' TO WS-IN-PARTITION
               END-IF
               EXIT SECTION
           END-IF.
           IF PERSON-REGION NOT = WS-RC-PARTITION
               MOVE 'N' TO WS-IN-PARTITION
           END-IF.

           PROCESS-ONE-CUSTOMER-RECORD SECTION.                         * The per-customer pass, all campaigns in one look
           PERFORM VALIDATE-BIRTHDAY-FORMAT.
           IF WS-BIRTHDAY-FORMAT-VALID = 'N'
               ADD 1 TO WS-BIRTHDAY-INVALID-COUNT
           ELSE
               PERFORM NORMALIZE-LEAP-BIRTHDAY
           END-IF.
           PERFORM CHECK-GUARDIAN-LINK.
           IF WS-GUARDIAN-ACTIVE = 'H' AND PERSON-STATUS = 'ACTIVE'
               ADD 1 TO WS-MINOR-HELD-COUNT
           END-IF.
           IF PERSON-STATUS = 'ACTIVE' AND WS-GUARDIAN-ACTIVE NOT = 'H'
               ADD 1 TO WS-CUSTOMERS-PROCESSED-COUNT
               PERFORM GET-CUSTOMER-PREFERENCES
               IF PERSON-PREFERRED-NAME NOT = SPACES
               IF WS-BIRTHDAY-FORMAT-VALID = 'Y'
                   PERFORM PROCESS-TAX-DAY
                   PERFORM PROCESS-BIRTHDAY
                   PERFORM PROCESS-BELATED-BIRTHDAY
                   PERFORM PROCESS-WEREWOLF
                   PERFORM PROCESS-ECLIPSE
               END-IF
               PERFORM PROCESS-ANNIVERSARY
               PERFORM PROCESS-BELATED-ANNIVERSARY
               PERFORM PROCESS-HOLIDAY
               PERFORM PROCESS-PROFESSIONAL-DAY
               PERFORM PROCESS-ESTIMATED-TAX
               PERFORM PROCESS-RMD-REMINDER
               PERFORM PROCESS-IMPORTANT-DATES
               PERFORM PROCESS-SEQUENCES
               PERFORM PROCESS-ANNOUNCEMENTS
               PERFORM FLUSH-CUSTOMER-CARDS
               PERFORM PROCESS-SYMPATHY
               IF WS-GUARDIAN-HANDOVER = 'Y'
                   PERFORM SEND-GUARDIAN-NOTICE
               END-IF
               PERFORM PROCESS-CUSTOMER-ORDERS
           END-IF.
           IF PERSON-STATUS NOT = 'ACTIVE'
               PERFORM CANCEL-CUSTOMER-ORDERS
           END-IF.

           CHECK-SENT-HISTORY SECTION.                                   * Has this customer already had this campaign today?
                   MOVE 'Y' TO WS-ALREADY-SENT
                   ADD 1 TO WS-DUP-SUPPRESSED-COUNT
           END-READ.
           IF WS-ALREADY-SENT = 'N' AND WS-DPREF-COUNT > 0 AND
              WS-DONATION-SKIP = 'N'
               PERFORM CHECK-DONATION-IN-LIEU
           END-IF.
           IF WS-ALREADY-SENT = 'N' AND WS-DNM-ON-FILE = 'Y' AND
              WS-CAMPAIGN-CHANNEL = "MAIL"
               MOVE PERSON-NAME TO WS-DNM-CHECK-NAME
               IF WS-GUARDIAN-ACTIVE = 'Y'
                   MOVE WS-GL-NAME(WS-GUARDIAN-FOUND)
                       TO WS-DNM-CHECK-NAME
               END-IF
               MOVE WS-CARD-ADDRESS TO WS-DNM-CHECK-ADDRESS
               PERFORM CHECK-DO-NOT-MAIL
               IF WS-DNM-LISTED = 'Y'
                   MOVE 'Y' TO WS-ALREADY-SENT
               END-IF
           END-IF.

           RECORD-SENT-HISTORY SECTION.                                  * Marks this customer/campaign/date pair as sent
           ADD 1 TO WS-TONIGHT-SENDS.
                   CONTINUE
           END-WRITE.

      * The customer's own row for the campaign outranks their ALL
      * row. The card is given up: its cost under the channel it
      * would have gone by is posted to the donation ledger and the
      * sent ledger is marked, so nothing else goes for it
           CHECK-DONATION-IN-LIEU SECTION.
           MOVE 0 TO WS-DONATION-FOUND.
           PERFORM VARYING WS-DPREF-IDX FROM 1 BY 1
               UNTIL WS-DPREF-IDX > WS-DPREF-COUNT
               IF WS-DPREF-PERSON(WS-DPREF-IDX) = PERSON-ID
                   IF WS-DPREF-CAMPAIGN(WS-DPREF-IDX) =
                      WS-HIST-CAMPAIGN
                       MOVE WS-DPREF-IDX TO WS-DONATION-FOUND
                   END-IF
                   IF WS-DPREF-CAMPAIGN(WS-DPREF-IDX) = "ALL" AND
                      WS-DONATION-FOUND = 0
                       MOVE WS-DPREF-IDX TO WS-DONATION-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DONATION-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-DONATION-AMOUNT.
           MOVE SPACES TO WS-RATE-BEST-DATE.
           PERFORM VARYING WS-DRATE-IDX FROM 1 BY 1
               UNTIL WS-DRATE-IDX > WS-DRATE-COUNT
               IF WS-DRATE-CAMPAIGN(WS-DRATE-IDX) = WS-HIST-CAMPAIGN
                  AND WS-DRATE-CHANNEL(WS-DRATE-IDX) =
                      WS-CAMPAIGN-CHANNEL
                  AND WS-DRATE-DATE(WS-DRATE-IDX) <= WS-DATE-FORMAT
                  AND WS-DRATE-DATE(WS-DRATE-IDX) > WS-RATE-BEST-DATE
                   MOVE WS-DRATE-DATE(WS-DRATE-IDX)
                       TO WS-RATE-BEST-DATE
                   MOVE WS-DRATE-COST(WS-DRATE-IDX)
                       TO WS-DONATION-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-RATE-BEST-DATE = SPACES
               DISPLAY "WARNING: no " WS-CAMPAIGN-CHANNEL " rate for "
                   WS-HIST-CAMPAIGN ", donation for " PERSON-ID
                   " posted at zero"
           END-IF.
           MOVE 'Y' TO WS-ALREADY-SENT.
           ADD 1 TO WS-DONATION-COUNT.
           ADD WS-DONATION-AMOUNT TO WS-DONATION-TOTAL.
           PERFORM RECORD-SENT-HISTORY.
           IF WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DONATION-LEDGER-RECORD.
           MOVE WS-DATE-FORMAT TO DL-RUN-DATE.
           MOVE PERSON-ID TO DL-PERSON-ID.
           MOVE WS-HIST-CAMPAIGN TO DL-CAMPAIGN.
           MOVE WS-DPREF-CHARITY(WS-DONATION-FOUND) TO DL-CHARITY-ID.
           MOVE WS-CAMPAIGN-CHANNEL TO DL-CHANNEL.
           MOVE WS-DONATION-AMOUNT TO DL-AMOUNT.
           MOVE WS-SENT-KEY-DATE TO DL-OCCASION-DATE.
           WRITE DONATION-LEDGER-RECORD.

      * Each card takes the first design that suits its campaign,
      * brand and access format and is not among the customer's
      * last few designs in that campaign; when every suitable
      * design is that recent, the one seen longest ago is reused
           CHOOSE-CARD-DESIGN SECTION.
           MOVE SPACES TO WS-CARD-DESIGN.
           IF WS-ARTWORK-COUNT = 0 OR WS-DESIGN-CHANNEL = "SMS"         * A text carries no artwork
               EXIT SECTION
           END-IF.
           PERFORM GATHER-RECENT-DESIGNS.
           MOVE 0 TO WS-DESIGN-BEST.
           MOVE 0 TO WS-DESIGN-BEST-AGE.
           PERFORM RANK-ONE-DESIGN
               VARYING WS-ARTWORK-IDX FROM 1 BY 1
               UNTIL WS-ARTWORK-IDX > WS-ARTWORK-COUNT.
           IF WS-DESIGN-BEST > 0
               MOVE WS-ART-DESIGN(WS-DESIGN-BEST) TO WS-CARD-DESIGN
               ADD 1 TO WS-DESIGNED-CARD-COUNT
           END-IF.

      * The history's person key hands back this customer's cards
      * oldest first, so the list ends up newest first; a dry run
      * has no history open and picks without the look-back
           GATHER-RECENT-DESIGNS SECTION.
           MOVE 0 TO WS-RECENT-COUNT.
           MOVE SPACES TO WS-RECENT-DESIGNS.
           IF WS-RC-DRY-RUN = 'Y' OR WS-RC-DESIGN-LOOKBACK = 0
               EXIT SECTION
           END-IF.
           MOVE PERSON-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-DESIGN-HIST-ENDED.
           PERFORM UNTIL WS-DESIGN-HIST-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   NOT AT END
                       IF HIST-PERSON-ID NOT = PERSON-ID
                           MOVE 1 TO WS-DESIGN-HIST-ENDED
                       ELSE
                           PERFORM REMEMBER-RECENT-DESIGN
                       END-IF
                   AT END
                       MOVE 1 TO WS-DESIGN-HIST-ENDED
               END-READ
           END-PERFORM.

           REMEMBER-RECENT-DESIGN SECTION.
           IF HIST-CAMPAIGN NOT = WS-DESIGN-CAMPAIGN OR
              HIST-DESIGN-CODE = SPACES
               EXIT SECTION
           END-IF.
           IF WS-RECENT-COUNT < WS-RC-DESIGN-LOOKBACK
               ADD 1 TO WS-RECENT-COUNT
           END-IF.
           PERFORM VARYING WS-RECENT-IDX FROM WS-RECENT-COUNT BY -1
               UNTIL WS-RECENT-IDX < 2
               MOVE WS-RECENT-DESIGN(WS-RECENT-IDX - 1)
                   TO WS-RECENT-DESIGN(WS-RECENT-IDX)
           END-PERFORM.
           MOVE HIST-DESIGN-CODE TO WS-RECENT-DESIGN(1).

      * A design's age is its place in the recent list, 99 when it
      * is not there at all; the oldest suitable design wins and
      * catalog order breaks the ties
           RANK-ONE-DESIGN SECTION.
           IF (WS-ART-CAMPAIGN(WS-ARTWORK-IDX) NOT = SPACES AND
               WS-ART-CAMPAIGN(WS-ARTWORK-IDX) NOT = WS-DESIGN-CAMPAIGN)
              OR (WS-ART-BRAND(WS-ARTWORK-IDX) NOT = SPACES AND
                  WS-ART-BRAND(WS-ARTWORK-IDX) NOT = PERSON-BRAND)
              OR WS-ART-ACCESS(WS-ARTWORK-IDX) NOT =
                  PERSON-ACCESS-FORMAT
               EXIT SECTION
           END-IF.
           MOVE 99 TO WS-DESIGN-AGE.
           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
               UNTIL WS-RECENT-IDX > WS-RECENT-COUNT
                   OR WS-DESIGN-AGE < 99
               IF WS-RECENT-DESIGN(WS-RECENT-IDX) =
                  WS-ART-DESIGN(WS-ARTWORK-IDX)
                   MOVE WS-RECENT-IDX TO WS-DESIGN-AGE
               END-IF
           END-PERFORM.
           IF WS-DESIGN-AGE > WS-DESIGN-BEST-AGE
               MOVE WS-DESIGN-AGE TO WS-DESIGN-BEST-AGE
               MOVE WS-ARTWORK-IDX TO WS-DESIGN-BEST
           END-IF.

      * A card a campaign just earned is held with the customer
      * until every campaign has had its look, so one envelope can
      * carry them all when several fire on the same date
           STASH-CUSTOMER-CARD SECTION.
           MOVE WS-HIST-CAMPAIGN TO WS-DESIGN-CAMPAIGN.
           MOVE WS-CAMPAIGN-CHANNEL TO WS-DESIGN-CHANNEL.
           PERFORM CHOOSE-CARD-DESIGN.
           IF WS-STASH-COUNT >= 8
               EXIT SECTION
           END-IF.
           MOVE WS-CARD-DESIGN TO WS-STASH-IMAGE-WORK(459:8).
           IF WS-CAMPAIGN-CHANNEL = "SMS"
               MOVE WS-STASH-IMAGE-WORK(206:200) TO WS-SMS-TEXT
               PERFORM FIT-SMS-TEXT
               MOVE WS-SMS-TEXT TO WS-STASH-IMAGE-WORK(206:200)
           END-IF.
           IF WS-GUARDIAN-ACTIVE = 'Y'                                  * The envelope goes to the guardian, greeting unchanged
               MOVE WS-GL-NAME(WS-GUARDIAN-FOUND)
                   TO WS-STASH-IMAGE-WORK(1:40)
               MOVE SPACES TO WS-STASH-IMAGE-WORK(141:60)
           END-IF.
           ADD 1 TO WS-STASH-COUNT.
           MOVE WS-STASH-CAMPAIGN-WORK
               TO WS-STASH-CAMPAIGN(WS-STASH-COUNT).
           PERFORM APPEND-DIGEST-GREETING
               VARYING WS-STASH-IDX FROM 1 BY 1
               UNTIL WS-STASH-IDX > WS-STASH-COUNT.
           IF DIGEST-CHANNEL = "SMS"                                    * The joined messages must still fit one text
               MOVE DIGEST-GREETING TO WS-SMS-TEXT
               PERFORM FIT-SMS-TEXT
               MOVE WS-SMS-TEXT TO DIGEST-GREETING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO DIGEST-CARD-ID.
           MOVE WS-CARD-REGION TO DIGEST-CARD-REGION.
                       TO DIGEST-CARD-VOUCHER
               END-IF
           END-PERFORM.
           MOVE "DIGEST" TO WS-DESIGN-CAMPAIGN.                         * The envelope is one piece, on a digest design of its own
           MOVE DIGEST-CHANNEL TO WS-DESIGN-CHANNEL.
           PERFORM CHOOSE-CARD-DESIGN.
           MOVE WS-CARD-DESIGN TO DIGEST-CARD-DESIGN.
           IF WS-RC-DRY-RUN NOT = 'Y'
               IF WS-BLACKOUT-TODAY = 'Y'
                   MOVE 9 TO DEF-CAMPAIGN
      * The digest is never under test and takes the envelope's own
      * channel; the last campaign's leftovers must not leak in
           MOVE SPACES TO WS-ACTIVE-VARIANT.
           PERFORM CLEAR-PROVENANCE-TEMPLATE.
           MOVE DIGEST-CHANNEL TO WS-CAMPAIGN-CHANNEL.
           MOVE "DIGEST" TO WS-HIST-CAMPAIGN.
           PERFORM WRITE-CARD-HISTORY.

      * Cuts a greeting bound for a text message to one message:
      * at the last word break that leaves room for "...", or hard
      * at the limit when a single word runs that long
           FIT-SMS-TEXT SECTION.
           INSPECT WS-SMS-TEXT REPLACING ALL X"0A" BY SPACE.
           INSPECT WS-SMS-TEXT REPLACING ALL "~" BY SPACE.
           MOVE 0 TO WS-SMS-TEXT-LEN.
           IF WS-SMS-TEXT NOT = SPACES
               COMPUTE WS-SMS-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SMS-TEXT TRAILING))
           END-IF.
           IF WS-SMS-TEXT-LEN <= WS-SMS-TEXT-LIMIT
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-SMS-CUT-POS.
           PERFORM VARYING WS-MERGE-SCAN-POS FROM 1 BY 1
               UNTIL WS-MERGE-SCAN-POS > WS-SMS-TEXT-LIMIT - 3
               IF WS-SMS-TEXT(WS-MERGE-SCAN-POS:1) = SPACE
                   MOVE WS-MERGE-SCAN-POS TO WS-SMS-CUT-POS
               END-IF
           END-PERFORM.
           IF WS-SMS-CUT-POS = 0
               COMPUTE WS-SMS-CUT-POS = WS-SMS-TEXT-LIMIT - 2
           END-IF.
           MOVE SPACES TO WS-SMS-TEXT(WS-SMS-CUT-POS:).
           MOVE "..." TO WS-SMS-TEXT(WS-SMS-CUT-POS:3).

           APPEND-DIGEST-GREETING SECTION.
           IF WS-STASH-IMAGE(WS-STASH-IDX)(206:200) = SPACES
               EXIT SECTION
      * row keeps who got it and when, so a code can't go out twice
           ASSIGN-MILESTONE-VOUCHER SECTION.
           MOVE SPACES TO WS-ASSIGNED-VOUCHER.
           IF WS-GUARDIAN-ACTIVE = 'Y'                                  * Vouchers wait until the customer is of age
               ADD 1 TO WS-VOUCHERS-MINOR-HELD
               EXIT SECTION
           END-IF.
           IF WS-RC-DRY-RUN = 'Y'                                         * A simulation must not burn real voucher codes
               EXIT SECTION
           END-IF.
                   "card for " PERSON-ID " has no voucher"
               EXIT SECTION
           END-IF.
           CALL "voucher-fraud-screen" USING WS-PROV-PROGRAM-NAME,      * The card goes out; the code waits for fraud-review
               WS-FRAUD-VOUCHER-KIND, PERSON-ID, PERSON-ADDRESS,
               WS-DATE-FORMAT, WS-FRAUD-VERDICT.
           IF WS-FRAUD-VERDICT = 'F'
               ADD 1 TO WS-VOUCHERS-FRAUD-HELD
               DISPLAY "Milestone voucher for " PERSON-ID
                   " held for fraud review"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-VOUCHER-FOUND.
           PERFORM FIND-OPEN-VOUCHER
               VARYING WS-VOUCHER-IDX FROM 1 BY 1
           END-IF.
           ADD 1 TO WS-VOUCHERS-ISSUED.

           LOAD-GIFT-CATALOG SECTION.
           SET GIFT-IDX TO 0.
           OPEN INPUT F-GIFT-CATALOG-FILE.
           IF WS-GIFT-CATALOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GIFT-CATALOG-FILE
                       NOT AT END
                           IF GIFT-IDX < 500
                               ADD 1 TO GIFT-IDX
                               MOVE GIFTCAT-MILESTONE
                                   TO WS-GIFT-MILESTONE(GIFT-IDX)
                               MOVE GIFTCAT-BRAND
                                   TO WS-GIFT-BRAND(GIFT-IDX)
                               MOVE GIFTCAT-GIFT-CODE
                                   TO WS-GIFT-CODE(GIFT-IDX)
                               MOVE GIFTCAT-COST
                                   TO WS-GIFT-COST(GIFT-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GIFT-CATALOG-FILE
           END-IF.
           MOVE GIFT-IDX TO WS-GIFT-COUNT.

      * The gift goes to the vendor the night its card is written:
      * the card already runs the region's transit lead ahead of the
      * birthday, and the gift ships to the same address on the same
      * lead, with the card's number so the two stay paired
           ORDER-MILESTONE-GIFT SECTION.
           IF WS-GIFT-COUNT = 0 OR WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GIFT-FOUND.
           PERFORM VARYING WS-GIFT-IDX FROM 1 BY 1
               UNTIL WS-GIFT-IDX > WS-GIFT-COUNT
               IF WS-GIFT-MILESTONE(WS-GIFT-IDX) = WS-BIRTHDAY-AGE
                   IF WS-GIFT-BRAND(WS-GIFT-IDX) = PERSON-BRAND
                       MOVE 2 TO WS-GIFT-FOUND
                       MOVE WS-GIFT-IDX TO WS-GIFT-SLOT
                   END-IF
                   IF WS-GIFT-BRAND(WS-GIFT-IDX) = SPACES AND
                      WS-GIFT-FOUND = 0
                       MOVE 1 TO WS-GIFT-FOUND
                       MOVE WS-GIFT-IDX TO WS-GIFT-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GIFT-FOUND = 0
               ADD 1 TO WS-GIFT-UNMATCHED-COUNT
               MOVE "VIP GIFT: no catalog gift for milestone"
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE PERSON TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING
                   WS-EXC-PROGRAM WS-EXC-REASON WS-EXC-ORIGINAL
               EXIT SECTION
           END-IF.
           MOVE SPACES TO GIFT-ORDER-RECORD.
           MOVE WS-NEW-CARD-ID TO GIFT-CARD-ID.
           MOVE PERSON-ID TO GIFT-PERSON-ID.
           MOVE WS-DATE-FORMAT TO GIFT-ORDER-DATE.
           MOVE WS-TARGET-DATE TO GIFT-DELIVER-BY.
           MOVE WS-BIRTHDAY-AGE TO GIFT-MILESTONE.
           MOVE PERSON-BRAND TO GIFT-BRAND.
           MOVE WS-GIFT-CODE(WS-GIFT-SLOT) TO GIFT-CODE.
           MOVE WS-GIFT-COST(WS-GIFT-SLOT) TO GIFT-COST.
           MOVE PERSON-NAME TO GIFT-SHIP-NAME.
           MOVE WS-CARD-ADDRESS TO GIFT-SHIP-ADDRESS.
           OPEN EXTEND F-GIFT-ORDER-FILE.
           IF WS-GIFT-ORDER-STATUS = "35"
               OPEN OUTPUT F-GIFT-ORDER-FILE
           END-IF.
           IF WS-GIFT-ORDER-STATUS = "00"
               WRITE GIFT-ORDER-RECORD
               CLOSE F-GIFT-ORDER-FILE
               ADD 1 TO WS-GIFT-ORDER-COUNT
               ADD GIFT-COST TO WS-GIFT-SPEND
           ELSE
               DISPLAY "WARNING: gift-vendor-orders.dat FILE STATUS "
                   WS-GIFT-ORDER-STATUS ", gift for " PERSON-ID
                   " not ordered"
           END-IF.

           FIND-OPEN-VOUCHER SECTION.
           IF WS-VOUCHER-STATE(WS-VOUCHER-IDX) = "OPEN"
               MOVE 1 TO WS-VOUCHER-FOUND
               MOVE 0 TO WS-NEW-CARD-ID
               EXIT SECTION
           END-IF.
           IF WS-RC-PARTITION NOT = SPACES AND
              WS-RC-CARD-ID-BLOCK > 0
               PERFORM DRAW-FROM-CARD-ID-BLOCK
               EXIT SECTION
           END-IF.
           CALL "next-sequence" USING WS-CARD-SEQUENCE-NAME,
               WS-NEW-CARD-ID.

      * A spent block is closed out before the next is reserved, so
      * only the run's last block can be left with unused IDs
           DRAW-FROM-CARD-ID-BLOCK SECTION.
           IF WS-BLOCK-HELD = 'Y' AND WS-BLOCK-NEXT > WS-BLOCK-LAST
               PERFORM RELEASE-CARD-ID-BLOCK
           END-IF.
           IF WS-BLOCK-HELD = 'N'
               MOVE "RESERVE" TO WS-BLOCK-ACTION
               MOVE WS-RC-CARD-ID-BLOCK TO WS-BLOCK-SIZE
               CALL "sequence-block" USING WS-BLOCK-ACTION,
                   WS-CARD-SEQUENCE-NAME, WS-RC-PARTITION,
                   WS-BLOCK-SIZE, WS-BLOCK-FIRST, WS-BLOCK-LAST,
                   WS-BLOCK-USED-HIGH
               IF WS-BLOCK-FIRST = 0
                   CALL "next-sequence" USING WS-CARD-SEQUENCE-NAME,    * No block to be had: fall back to a single draw
                       WS-NEW-CARD-ID
                   EXIT SECTION
               END-IF
               MOVE 'Y' TO WS-BLOCK-HELD
               MOVE WS-BLOCK-FIRST TO WS-BLOCK-NEXT
           END-IF.
           MOVE WS-BLOCK-NEXT TO WS-NEW-CARD-ID.
           ADD 1 TO WS-BLOCK-NEXT.

           RELEASE-CARD-ID-BLOCK SECTION.
           IF WS-BLOCK-HELD NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE "RELEASE" TO WS-BLOCK-ACTION.
           COMPUTE WS-BLOCK-USED-HIGH = WS-BLOCK-NEXT - 1.
           CALL "sequence-block" USING WS-BLOCK-ACTION,
               WS-CARD-SEQUENCE-NAME, WS-RC-PARTITION,
               WS-BLOCK-SIZE, WS-BLOCK-FIRST, WS-BLOCK-LAST,
               WS-BLOCK-USED-HIGH.
           MOVE 'N' TO WS-BLOCK-HELD.

           WRITE-CARD-HISTORY SECTION.                                   * Records the card just written in the indexed history
           MOVE WS-NEW-CARD-ID TO HIST-CARD-ID.
           MOVE PERSON-ID TO HIST-PERSON-ID.
           MOVE WS-DATE-FORMAT TO HIST-RUN-DATE.
           MOVE WS-CAMPAIGN-CHANNEL TO HIST-CHANNEL.
           MOVE WS-ACTIVE-VARIANT TO HIST-VARIANT.
           MOVE WS-CARD-DESIGN TO HIST-DESIGN-CODE.
           EVALUATE PERSON-LANGUAGE                                      * Per-language card tallies for the audit line
               WHEN "FR"
                   ADD 1 TO WS-LANG-FR-COUNT
                   DISPLAY "WARNING: duplicate card ID in "
                       "card-history.dat: " HIST-CARD-ID
           END-WRITE.
           CALL "card-provenance-writer" USING WS-PROV-PROGRAM-NAME,
               HIST-CARD-ID, HIST-PERSON-ID, HIST-RUN-DATE,
               WS-PROV-TEMPLATE-KEY, WS-PROV-TEMPLATE-LANGUAGE,
               WS-PROV-TEMPLATE-BRAND, HIST-VARIANT,
               WS-PROV-TEMPLATE-VERSION.
           PERFORM CLEAR-PROVENANCE-TEMPLATE.

           CLEAR-PROVENANCE-TEMPLATE SECTION.                           * The next card must not inherit this card's template
           MOVE SPACES TO WS-PROV-TEMPLATE-KEY.
           MOVE SPACES TO WS-PROV-TEMPLATE-LANGUAGE.
           MOVE SPACES TO WS-PROV-TEMPLATE-BRAND.
           MOVE 0 TO WS-PROV-TEMPLATE-VERSION.

           PROCESS-TAX-DAY SECTION.                                        * Sends a tax-day card if today is a filing deadline
           IF WS-RC-TAX-DAY-ENABLED = 'N'
                   PERFORM WRITE-CARD-HISTORY
                   PERFORM RECORD-SENT-HISTORY
                   ADD 1 TO WS-BIRTHDAY-CARD-COUNT
                   IF PERSON-VIP-FLAG = 'Y' AND
                      (WS-BIRTHDAY-AGE = 18 OR WS-BIRTHDAY-AGE = 21 OR
                       WS-BIRTHDAY-AGE = 50 OR WS-BIRTHDAY-AGE = 65 OR
                       WS-BIRTHDAY-AGE = 100)
                       PERFORM ORDER-MILESTONE-GIFT
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * A birthday that was entered or corrected only after its
      * card's night had gone by, and still within the campaign's
      * belated window, gets a belated card under the same campaign
      * and occasion date the on-time card would have used
           PROCESS-BELATED-BIRTHDAY SECTION.
           IF WS-RC-BIRTHDAY-ENABLED = 'N' OR
              WS-RC-BELATED-BIRTHDAY-DAYS = 0 OR
              WS-CUST-PREF-BIRTHDAY = 'N'
               EXIT SECTION
           END-IF.
           PERFORM FIND-BELATED-CANDIDATE.
           IF WS-BELATED-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE WS-BELATED-BIRTHDAY-CHANGED(WS-BELATED-FOUND)
               TO WS-BELATED-CHANGE-DATE.
           MOVE PERSON-BIRTHDAY(6:5) TO WS-BELATED-MMDD.
           MOVE WS-RC-BELATED-BIRTHDAY-DAYS TO WS-BELATED-DAYS.
           MOVE "BIRTHDAY" TO WS-HIST-CAMPAIGN.
           PERFORM CHECK-BELATED-DUE.
           IF WS-BELATED-DUE = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-BELATED-OCCASION-DATE TO WS-SENT-KEY-DATE.
           PERFORM CHECK-SENT-HISTORY.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO CARDS-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO CARDS-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO CARDS-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO CARDS-CHANNEL.
           COMPUTE WS-BIRTHDAY-AGE =
               WS-BELATED-OCCASION-YEAR - BIRTHDAY-YEAR.
           MOVE "BELATED-BIRTHDAY" TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO CARDS-GREETING
           ELSE
               STRING "Happy belated birthday, " WS-GREETING-NAME
                   INTO CARDS-GREETING
               END-STRING
           END-IF.
           MOVE SPACES TO CARDS-CARD-VOUCHER.
           IF WS-BIRTHDAY-AGE = 18 OR WS-BIRTHDAY-AGE = 21 OR           * A late milestone is still the milestone
              WS-BIRTHDAY-AGE = 50 OR WS-BIRTHDAY-AGE = 65 OR
              WS-BIRTHDAY-AGE = 100
               PERFORM ASSIGN-MILESTONE-VOUCHER
               MOVE WS-ASSIGNED-VOUCHER TO CARDS-CARD-VOUCHER
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO CARDS-CARD-ID.
           MOVE WS-CARD-REGION TO CARDS-CARD-REGION.
           MOVE PERSON-BRAND TO CARDS-CARD-BRAND.
           MOVE 2 TO WS-STASH-CAMPAIGN-WORK.
           MOVE CARDS-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-BELATED-BIRTHDAY-COUNT.

           PROCESS-BELATED-ANNIVERSARY SECTION.
           IF WS-RC-ANNIVERSARY-ENABLED = 'N' OR
              WS-RC-BELATED-ANNIV-DAYS = 0 OR
              WS-CUST-PREF-ANNIVERSARY = 'N'
               EXIT SECTION
           END-IF.
           PERFORM FIND-BELATED-CANDIDATE.
           IF WS-BELATED-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE WS-BELATED-ANNIV-CHANGED(WS-BELATED-FOUND)
               TO WS-BELATED-CHANGE-DATE.
           MOVE PERSON-ANNIVERSARY-DATE(6:5) TO WS-BELATED-MMDD.
           MOVE WS-RC-BELATED-ANNIV-DAYS TO WS-BELATED-DAYS.
           MOVE "ANNIVERSARY" TO WS-HIST-CAMPAIGN.
           PERFORM CHECK-BELATED-DUE.
           IF WS-BELATED-DUE = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-BELATED-OCCASION-DATE TO WS-SENT-KEY-DATE.
           PERFORM CHECK-SENT-HISTORY.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO ANNIVERSARY-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO ANNIVERSARY-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO ANNIVERSARY-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO ANNIVERSARY-CHANNEL.
           MOVE "BELATED-ANNIVERSARY" TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO ANNIVERSARY-GREETING
           ELSE
               STRING "Happy belated anniversary, " WS-GREETING-NAME
                   INTO ANNIVERSARY-GREETING
               END-STRING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO ANNIVERSARY-CARD-ID.
           MOVE WS-CARD-REGION TO ANNIVERSARY-CARD-REGION.
           MOVE PERSON-BRAND TO ANNIVERSARY-CARD-BRAND.
           MOVE 4 TO WS-STASH-CAMPAIGN-WORK.
           MOVE ANNIVERSARY-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-BELATED-ANNIV-COUNT.

           FIND-BELATED-CANDIDATE SECTION.
           MOVE 0 TO WS-BELATED-FOUND.
           PERFORM VARYING WS-BELATED-IDX FROM 1 BY 1
               UNTIL WS-BELATED-IDX > WS-BELATED-COUNT
                   OR WS-BELATED-FOUND > 0
               IF WS-BELATED-PERSON(WS-BELATED-IDX) = PERSON-ID
                   MOVE WS-BELATED-IDX TO WS-BELATED-FOUND
               END-IF
           END-PERFORM.

      * Due when this year's day has passed within the window, the
      * change landed after the night that would have sent the card
      * on time, and sent-history has no card for the occasion yet
           CHECK-BELATED-DUE SECTION.
           MOVE 'N' TO WS-BELATED-DUE.
           IF WS-BELATED-CHANGE-DATE = SPACES OR
              WS-BELATED-MMDD(1:2) IS NOT NUMERIC OR
              WS-BELATED-MMDD(4:2) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           PERFORM GET-BELATED-CHANGE-NUM.
           IF WS-BELATED-CHANGE-NUM + WS-BELATED-DAYS <
              WS-BELATED-TODAY-NUM
               EXIT SECTION
           END-IF.
           MOVE LS-TODAY-YEAR TO WS-BELATED-OCCASION-YEAR.
           PERFORM GET-BELATED-OCCASION-NUM.
           IF WS-BELATED-OCCASION-NUM >= WS-BELATED-TODAY-NUM           * Not yet come round this year: last year's is the one
               SUBTRACT 1 FROM WS-BELATED-OCCASION-YEAR
               PERFORM GET-BELATED-OCCASION-NUM
           END-IF.
           IF WS-BELATED-OCCASION-NUM = 0 OR
              WS-BELATED-OCCASION-NUM + WS-BELATED-DAYS <
              WS-BELATED-TODAY-NUM
               EXIT SECTION
           END-IF.
           IF WS-BELATED-CHANGE-NUM + WS-LEAD-DAYS <
              WS-BELATED-OCCASION-NUM
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-BELATED-OCCASION-DATE.
           STRING WS-BELATED-OCCASION-YEAR "-" WS-BELATED-MMDD
               INTO WS-BELATED-OCCASION-DATE
           END-STRING.
           MOVE PERSON-ID TO SENT-PERSON-ID.                            * Any card for this year's occasion, whatever date the
           MOVE WS-HIST-CAMPAIGN TO SENT-CAMPAIGN.                      * birthday stood at when it went
           MOVE SPACES TO SENT-RUN-DATE.
           MOVE WS-BELATED-OCCASION-YEAR TO SENT-RUN-DATE(1:4).
           START F-SENT-HISTORY-FILE KEY >= SENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BELATED-DUE
                   EXIT SECTION
           END-START.
           READ F-SENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BELATED-DUE
                   EXIT SECTION
           END-READ.
           IF SENT-PERSON-ID NOT = PERSON-ID OR
              SENT-CAMPAIGN NOT = WS-HIST-CAMPAIGN OR
              SENT-RUN-DATE(1:4) NOT = WS-BELATED-OCCASION-YEAR
               MOVE 'Y' TO WS-BELATED-DUE
           END-IF.

           GET-BELATED-OCCASION-NUM SECTION.
           MOVE 0 TO WS-BELATED-OCCASION-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  WS-BELATED-OCCASION-YEAR * 10000
                  + FUNCTION NUMVAL(WS-BELATED-MMDD(1:2)) * 100
                  + FUNCTION NUMVAL(WS-BELATED-MMDD(4:2))) = 0
               COMPUTE WS-BELATED-OCCASION-NUM =
                   FUNCTION INTEGER-OF-DATE(
                   WS-BELATED-OCCASION-YEAR * 10000
                   + FUNCTION NUMVAL(WS-BELATED-MMDD(1:2)) * 100
                   + FUNCTION NUMVAL(WS-BELATED-MMDD(4:2)))
           END-IF.

           PROCESS-HOLIDAY SECTION.                                       * Sends a holiday card when today matches holidays.dat
           IF WS-RC-HOLIDAY-ENABLED = 'N'
               EXIT SECTION
           END-IF.
           IF WS-IS-HOLIDAY-TODAY = 'Y' AND
              WS-CUST-PREF-HOLIDAY = 'N'
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
           END-IF.
           IF WS-IS-HOLIDAY-TODAY = 'Y' AND
              WS-CUST-PREF-HOLIDAY NOT = 'N'
               PERFORM GET-CUSTOMER-HOUSEHOLD
               IF WS-HH-FOUND = 1 AND WS-HH-MEMBER-COUNT > 1 AND
                  WS-HH-IS-HEAD NOT = 'Y'                               * The head's card speaks for the whole address
                   ADD 1 TO WS-HOUSEHOLD-FOLDED-COUNT
                   EXIT SECTION
               END-IF
               MOVE "HOLIDAY" TO WS-HIST-CAMPAIGN
               MOVE WS-DATE-FORMAT TO WS-SENT-KEY-DATE
               PERFORM CHECK-SENT-HISTORY
               IF WS-ALREADY-SENT = 'N'
               IF WS-HH-FOUND = 1 AND WS-HH-MEMBER-COUNT > 1
                   MOVE WS-HH-LABEL TO HOLIDAY-PERSON-NAME
                   MOVE 'Y' TO WS-USE-HOUSEHOLD-NAMES
               ELSE
                   MOVE PERSON-NAME TO HOLIDAY-PERSON-NAME
               END-IF
               MOVE WS-CARD-ADDRESS TO HOLIDAY-PERSON-ADDRESS
               MOVE PERSON-EMAIL TO HOLIDAY-PERSON-EMAIL
               MOVE WS-CAMPAIGN-CHANNEL TO HOLIDAY-CHANNEL
               MOVE "HOLIDAY" TO WS-TEMPLATE-LOOKUP-NAME
               PERFORM GET-GREETING-TEMPLATE
               IF WS-TEMPLATE-FOUND = 1
                   PERFORM BUILD-MERGED-GREETING
                   MOVE WS-MERGED-GREETING TO HOLIDAY-GREETING
               ELSE
                   IF WS-USE-HOUSEHOLD-NAMES = 'Y'
                       STRING "Happy " WS-HOLIDAY-NAME ", "
                              WS-HH-NAMES
                          INTO HOLIDAY-GREETING
                       END-STRING
                   ELSE
               END-IF
           END-IF.

      * A reminder the set number of days before each quarterly
      * estimated-tax due date, to the titles on the self-employed
      * list; the customer's state row outranks the federal one for
      * the same quarter, and the ledger keys on the due date so one
      * quarter reminds once
           PROCESS-ESTIMATED-TAX SECTION.
           IF WS-EST-TAX-TONIGHT = 'N' OR
              WS-BIRTHDAY-FORMAT-VALID = 'N'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-ETAX-TITLE-FOUND.
           PERFORM VARYING WS-ETAX-TITLE-IDX FROM 1 BY 1
               UNTIL WS-ETAX-TITLE-IDX > WS-ETAX-TITLE-COUNT
                   OR WS-ETAX-TITLE-FOUND = 1
               IF WS-ETAX-TITLE(WS-ETAX-TITLE-IDX) = PERSON-JOB-TITLE
                   MOVE 1 TO WS-ETAX-TITLE-FOUND
               END-IF
           END-PERFORM.
           IF WS-ETAX-TITLE-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-ETAX-FOUND.
           PERFORM VARYING WS-ETAX-DUE-IDX FROM 1 BY 1
               UNTIL WS-ETAX-DUE-IDX > WS-ETAX-DUE-COUNT
               IF WS-ETAX-SEND-DATE(WS-ETAX-DUE-IDX) = WS-DATE-FORMAT
                   IF WS-ETAX-DUE-STATE(WS-ETAX-DUE-IDX) = PERSON-STATE
                       MOVE WS-ETAX-DUE-IDX TO WS-ETAX-FOUND
                   END-IF
                   IF WS-ETAX-DUE-STATE(WS-ETAX-DUE-IDX) = SPACES AND
                      WS-ETAX-FOUND = 0
                       PERFORM CHECK-STATE-ESTIMATED-DUE
                       IF WS-ETAX-STATE-DUE = 0
                           MOVE WS-ETAX-DUE-IDX TO WS-ETAX-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ETAX-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE IS-AGE-ELIGIBLE(BIRTHDAY-YEAR, BIRTHDAY-MONTH,
               BIRTHDAY-DAY, LS-TODAY-YEAR, LS-TODAY-MONTH,
               LS-TODAY-DAY, WS-TAX-MIN-AGE)
               TO WS-ELIGIBILITY-RESULT.
           IF WS-ELIGIBILITY-RESULT NOT = 'TRUE'
               EXIT SECTION
           END-IF.
           IF WS-CUST-PREF-TAX-DAY = 'N'                                * A tax-mail opt-out covers the reminders too
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
               EXIT SECTION
           END-IF.
           IF WS-STASH-COUNT >= 8                                       * Same rule as the occasions: no ledger row, no loss
               DISPLAY "WARNING: estimated-tax reminder for " PERSON-ID
                   " held to the next run, envelope full"
               EXIT SECTION
           END-IF.
           MOVE "EST-TAX" TO WS-HIST-CAMPAIGN.
           MOVE WS-ETAX-DUE-DATE(WS-ETAX-FOUND) TO WS-SENT-KEY-DATE.
           PERFORM CHECK-SENT-HISTORY.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO OCCASION-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE "EST-TAX" TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               STRING "A reminder, " FUNCTION TRIM(WS-GREETING-NAME)
                      ": your quarter "
                      WS-ETAX-DUE-QUARTER(WS-ETAX-FOUND)
                      " estimated tax payment is due "
                      WS-ETAX-DUE-DATE(WS-ETAX-FOUND)
                   DELIMITED BY SIZE
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.                            * Rides the occasion queue under its own code
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.
           ADD 1 TO WS-EST-TAX-CARD-COUNT.

      * The required withdrawal from a retirement account: a first
      * reminder timed to the birthday in the year the customer
      * reaches the age on the table for their birth year, then one
      * each year after on the annual date ahead of the December 31
      * deadline. The ledger keys on that year's deadline, so a
      * customer is reminded once a year whichever way it falls
           PROCESS-RMD-REMINDER SECTION.
           IF WS-RMD-AGE-COUNT = 0 OR
              WS-BIRTHDAY-FORMAT-VALID = 'N'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-RMD-AGE-FOUND.
           PERFORM VARYING WS-RMD-AGE-IDX FROM 1 BY 1
               UNTIL WS-RMD-AGE-IDX > WS-RMD-AGE-COUNT
                   OR WS-RMD-AGE-FOUND = 1
               IF BIRTHDAY-YEAR >= WS-RMD-AGE-FROM(WS-RMD-AGE-IDX) AND
                  BIRTHDAY-YEAR <= WS-RMD-AGE-THRU(WS-RMD-AGE-IDX)
                   MOVE 1 TO WS-RMD-AGE-FOUND
                   MOVE WS-RMD-AGE-YEARS(WS-RMD-AGE-IDX)
                       TO WS-RMD-REQUIRED-AGE
               END-IF
           END-PERFORM.
           IF WS-RMD-AGE-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-RMD-KIND.
           IF PERSON-BIRTHDAY(6:5) = WS-TARGET-MMDD AND
              WS-TARGET-YEAR - BIRTHDAY-YEAR = WS-RMD-REQUIRED-AGE
               MOVE WS-TARGET-DATE(6:2) TO WS-RMD-CHECK-MONTH
               MOVE WS-TARGET-DATE(9:2) TO WS-RMD-CHECK-DAY
               MOVE IS-AGE-ELIGIBLE(BIRTHDAY-YEAR, BIRTHDAY-MONTH,
                   BIRTHDAY-DAY, WS-TARGET-YEAR, WS-RMD-CHECK-MONTH,
                   WS-RMD-CHECK-DAY, WS-RMD-REQUIRED-AGE)
                   TO WS-ELIGIBILITY-RESULT
               IF WS-ELIGIBILITY-RESULT = 'TRUE'
                   MOVE 'F' TO WS-RMD-KIND
                   MOVE WS-TARGET-YEAR TO WS-RMD-DEADLINE(1:4)
               END-IF
           END-IF.
           IF WS-RMD-KIND = SPACE AND WS-RMD-TONIGHT = 'Y' AND          * The first year was reminded on the birthday
              LS-TODAY-YEAR - BIRTHDAY-YEAR > WS-RMD-REQUIRED-AGE
               MOVE IS-AGE-ELIGIBLE(BIRTHDAY-YEAR, BIRTHDAY-MONTH,
                   BIRTHDAY-DAY, LS-TODAY-YEAR, LS-TODAY-MONTH,
                   LS-TODAY-DAY, WS-RMD-REQUIRED-AGE)
                   TO WS-ELIGIBILITY-RESULT
               IF WS-ELIGIBILITY-RESULT = 'TRUE'
                   MOVE 'A' TO WS-RMD-KIND
                   MOVE LS-TODAY-YEAR TO WS-RMD-DEADLINE(1:4)
               END-IF
           END-IF.
           IF WS-RMD-KIND = SPACE
               EXIT SECTION
           END-IF.
           MOVE "-12-31" TO WS-RMD-DEADLINE(5:6).
           IF WS-CUST-PREF-TAX-DAY = 'N'                                * A tax-mail opt-out covers the reminders too
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
               EXIT SECTION
           END-IF.
           IF WS-STASH-COUNT >= 8                                       * Same rule as the occasions: no ledger row, no loss
               DISPLAY "WARNING: retirement-withdrawal reminder for "
                   PERSON-ID " held to the next run, envelope full"
               EXIT SECTION
           END-IF.
           MOVE "RMD" TO WS-HIST-CAMPAIGN.
           MOVE WS-RMD-DEADLINE TO WS-SENT-KEY-DATE.
           PERFORM CHECK-SENT-HISTORY.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO OCCASION-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE "RMD" TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               IF WS-RMD-KIND = 'F'
                   STRING "A reminder, " FUNCTION TRIM(WS-GREETING-NAME)
                          ": this year you reach age "
                          WS-RMD-REQUIRED-AGE
                          " and your first required withdrawal from"
                          " your retirement accounts"
                       DELIMITED BY SIZE
                       INTO OCCASION-GREETING
                   END-STRING
               ELSE
                   STRING "A reminder, " FUNCTION TRIM(WS-GREETING-NAME)
                          ": this year's required withdrawal from your"
                          " retirement accounts is due "
                          WS-RMD-DEADLINE
                       DELIMITED BY SIZE
                       INTO OCCASION-GREETING
                   END-STRING
               END-IF
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.                            * Rides the occasion queue under its own code
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.
           IF WS-RMD-KIND = 'F'
               ADD 1 TO WS-RMD-FIRST-YEAR-COUNT
           ELSE
               ADD 1 TO WS-RMD-ANNUAL-COUNT
           END-IF.

      * Does the customer's state set its own date for the quarter
      * the federal row in hand belongs to?
           CHECK-STATE-ESTIMATED-DUE SECTION.
           MOVE 0 TO WS-ETAX-STATE-DUE.
           PERFORM VARYING WS-ETAX-STATE-IDX FROM 1 BY 1
               UNTIL WS-ETAX-STATE-IDX > WS-ETAX-DUE-COUNT
                   OR WS-ETAX-STATE-DUE = 1
               IF WS-ETAX-DUE-STATE(WS-ETAX-STATE-IDX) = PERSON-STATE
                  AND WS-ETAX-DUE-YEAR(WS-ETAX-STATE-IDX) =
                      WS-ETAX-DUE-YEAR(WS-ETAX-DUE-IDX)
                  AND WS-ETAX-DUE-QUARTER(WS-ETAX-STATE-IDX) =
                      WS-ETAX-DUE-QUARTER(WS-ETAX-DUE-IDX)
                   MOVE 1 TO WS-ETAX-STATE-DUE
               END-IF
           END-PERFORM.

      * One card per occasion row matching today's month and day,
      * with the type code keying the greeting template and the
      * campaign ledgers
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.

      * A surviving member of a bereaved household gets one card,
      * keyed in sent history on the day the match was made so it
      * goes once however many nights the window spans. It runs
      * after the night's other cards are out, in an envelope of
      * its own: a sympathy card is never folded into a digest.
           PROCESS-SYMPATHY SECTION.
           IF WS-SYM-COUNT = 0
               EXIT SECTION
           END-IF.
           PERFORM GET-CUSTOMER-HOUSEHOLD.
           IF WS-HH-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-SYM-FOUND.
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
               UNTIL WS-SYM-IDX > WS-SYM-COUNT OR WS-SYM-FOUND > 0
               IF WS-SYM-HOUSEHOLD(WS-SYM-IDX) = WS-HH-HOUSEHOLD-ID AND
                  WS-SYM-DECEASED(WS-SYM-IDX) NOT = PERSON-ID
                   MOVE WS-SYM-IDX TO WS-SYM-FOUND
               END-IF
           END-PERFORM.
           IF WS-SYM-FOUND = 0
               EXIT SECTION
           END-IF.
           MOVE "SYMPATHY" TO WS-HIST-CAMPAIGN.
           MOVE WS-SYM-FLAG-DATE(WS-SYM-FOUND) TO WS-SENT-KEY-DATE.
           PERFORM CHECK-SENT-HISTORY.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-USE-HOUSEHOLD-NAMES.
           MOVE PERSON-NAME TO OCCASION-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE "SYMPATHY" TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               STRING "With deepest sympathy, " WS-GREETING-NAME
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 0 TO WS-STASH-COUNT.                                    * The night's other cards have already gone
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.
           PERFORM FLUSH-CUSTOMER-CARDS.

      * The guardian hears once that the customer now gets their own
      * cards. It is keyed in sent history on the day they came of
      * age, goes by post to the guardian, and travels alone
           SEND-GUARDIAN-NOTICE SECTION.
           MOVE SPACES TO WS-GUARDIAN-HANDOVER-DATE.
           COMPUTE WS-SEQ-DAY-NUM = BIRTHDAY-YEAR + WS-RC-GUARDIAN-AGE.
           MOVE WS-SEQ-DAY-NUM(5:4) TO WS-GUARDIAN-HANDOVER-DATE(1:4).
           MOVE PERSON-BIRTHDAY(5:6) TO WS-GUARDIAN-HANDOVER-DATE(5:6).
           MOVE "GUARDIAN" TO WS-HIST-CAMPAIGN.
           MOVE WS-GUARDIAN-HANDOVER-DATE TO WS-SENT-KEY-DATE.
           MOVE PERSON-ID TO SENT-PERSON-ID.
           MOVE WS-HIST-CAMPAIGN TO SENT-CAMPAIGN.
           MOVE WS-SENT-KEY-DATE TO SENT-RUN-DATE.
           READ F-SENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE "MAIL" TO WS-CAMPAIGN-CHANNEL.
           IF WS-DNM-ON-FILE = 'Y'
               MOVE WS-GL-NAME(WS-GUARDIAN-FOUND) TO WS-DNM-CHECK-NAME
               MOVE WS-GL-ADDRESS(WS-GUARDIAN-FOUND)
                   TO WS-DNM-CHECK-ADDRESS
               PERFORM CHECK-DO-NOT-MAIL
               IF WS-DNM-LISTED = 'Y'
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE SPACES TO WS-ACTIVE-VARIANT.
           PERFORM CLEAR-PROVENANCE-TEMPLATE.
           MOVE 'N' TO WS-USE-HOUSEHOLD-NAMES.
           MOVE WS-GL-NAME(WS-GUARDIAN-FOUND) TO OCCASION-PERSON-NAME.
           MOVE WS-GL-ADDRESS(WS-GUARDIAN-FOUND)
               TO OCCASION-PERSON-ADDRESS.
           MOVE SPACES TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE SPACES TO OCCASION-GREETING.
           STRING FUNCTION TRIM(WS-GREETING-NAME)
                  " has come of age: from today their cards go to "
                  "them directly"
               INTO OCCASION-GREETING
           END-STRING.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 0 TO WS-STASH-COUNT.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-GUARDIAN-NOTICE-COUNT.
           PERFORM FLUSH-CUSTOMER-CARDS.

      * The orders this customer placed whose day has come
           PROCESS-CUSTOMER-ORDERS SECTION.
           IF WS-ORDER-COUNT = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               IF WS-ORDER-LINE(WS-ORDER-IDX)(10:10) = PERSON-ID AND
                  WS-ORDER-DONE(WS-ORDER-IDX) = 'N'
                   PERFORM SEND-CUSTOMER-ORDER
               END-IF
           END-PERFORM.

      * An ordered card goes by post to the recipient on the
      * customer's brand, merged from the CUST-ORDER template of its
      * occasion with the customer's own message below, and travels
      * alone like the guardian notice
           SEND-CUSTOMER-ORDER SECTION.
           MOVE WS-ORDER-LINE(WS-ORDER-IDX) TO ORDER-RECORD.
           MOVE "CUST-ORDER" TO WS-HIST-CAMPAIGN.
           MOVE ORDER-SEND-DATE TO WS-SENT-KEY-DATE.
           PERFORM CHECK-CAMPAIGN-REGISTRY.
           IF WS-REG-FOUND = 0                                          * Waits, charged already, until the code is switched on
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-ORDER-DONE(WS-ORDER-IDX).
           MOVE "MAIL" TO WS-CAMPAIGN-CHANNEL.
           IF WS-DNM-ON-FILE = 'Y'
               MOVE ORDER-RECIPIENT-NAME TO WS-DNM-CHECK-NAME
               MOVE ORDER-RECIPIENT-ADDRESS TO WS-DNM-CHECK-ADDRESS
               PERFORM CHECK-DO-NOT-MAIL
               IF WS-DNM-LISTED = 'Y'
                   ADD 1 TO WS-ORDER-DNM-COUNT
                   MOVE "DNM" TO OSENT-OUTCOME
                   MOVE 0 TO OSENT-CARD-ID
                   PERFORM RECORD-ORDER-OUTCOME
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE SPACES TO WS-ACTIVE-VARIANT.
           PERFORM CLEAR-PROVENANCE-TEMPLATE.
           MOVE 'N' TO WS-USE-HOUSEHOLD-NAMES.
           MOVE WS-GREETING-NAME TO WS-ORDER-FROM-NAME.
           MOVE ORDER-RECIPIENT-NAME TO WS-GREETING-NAME.               * <NAME> is the recipient on an ordered card
           MOVE ORDER-RECIPIENT-NAME TO OCCASION-PERSON-NAME.
           MOVE ORDER-RECIPIENT-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE SPACES TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE SPACES TO WS-TEMPLATE-LOOKUP-NAME.
           STRING "CUST-ORDER-" FUNCTION TRIM(ORDER-OCCASION)
               INTO WS-TEMPLATE-LOOKUP-NAME
           END-STRING.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND NOT = 1
               MOVE "CUST-ORDER" TO WS-TEMPLATE-LOOKUP-NAME
               PERFORM GET-GREETING-TEMPLATE
           END-IF.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               STRING "Thinking of you, "
                      FUNCTION TRIM(WS-GREETING-NAME TRAILING)
                      " - from " WS-ORDER-FROM-NAME
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           IF ORDER-MESSAGE NOT = SPACES                                * The customer's own words on the next line
               MOVE OCCASION-GREETING TO WS-ORDER-GREETING-WORK
               MOVE SPACES TO OCCASION-GREETING
               STRING FUNCTION TRIM(WS-ORDER-GREETING-WORK TRAILING)
                      "~"
                      ORDER-MESSAGE
                   DELIMITED BY SIZE
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           MOVE WS-ORDER-FROM-NAME TO WS-GREETING-NAME.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE WS-GUARDIAN-ACTIVE TO WS-ORDER-SAVED-GUARDIAN.          * The envelope is the recipient's, never a guardian's
           MOVE 'N' TO WS-GUARDIAN-ACTIVE.
           MOVE 0 TO WS-STASH-COUNT.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           MOVE "SENT" TO OSENT-OUTCOME.
           MOVE WS-NEW-CARD-ID TO OSENT-CARD-ID.
           PERFORM RECORD-ORDER-OUTCOME.
           ADD 1 TO WS-ORDER-CARD-COUNT.
           PERFORM FLUSH-CUSTOMER-CARDS.
           MOVE WS-ORDER-SAVED-GUARDIAN TO WS-GUARDIAN-ACTIVE.

      * A customer no longer ACTIVE gets no card of theirs sent, so
      * a due order is closed as CANCELED rather than left due for
      * ever; customer-order-status shows it for the refund
           CANCEL-CUSTOMER-ORDERS SECTION.
           IF WS-ORDER-COUNT = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               IF WS-ORDER-LINE(WS-ORDER-IDX)(10:10) = PERSON-ID AND
                  WS-ORDER-DONE(WS-ORDER-IDX) = 'N'
                   MOVE WS-ORDER-LINE(WS-ORDER-IDX) TO ORDER-RECORD
                   MOVE 'Y' TO WS-ORDER-DONE(WS-ORDER-IDX)
                   DISPLAY "WARNING: order " ORDER-ID " canceled, "
                       "customer " PERSON-ID " is " PERSON-STATUS
                   ADD 1 TO WS-ORDER-CANCEL-COUNT
                   MOVE "CANCELED" TO OSENT-OUTCOME
                   MOVE 0 TO OSENT-CARD-ID
                   PERFORM RECORD-ORDER-OUTCOME
               END-IF
           END-PERFORM.

           RECORD-ORDER-OUTCOME SECTION.
           IF WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           MOVE ORDER-ID TO OSENT-ORDER-ID.
           MOVE ORDER-PERSON-ID TO OSENT-PERSON-ID.
           MOVE WS-DATE-FORMAT TO OSENT-DATE.
           OPEN EXTEND F-ORDER-SENT-FILE.
           IF WS-ORDER-SENT-STATUS = "35"
               OPEN OUTPUT F-ORDER-SENT-FILE
           END-IF.
           IF WS-ORDER-SENT-STATUS = "00"
               WRITE ORDER-SENT-RECORD
               CLOSE F-ORDER-SENT-FILE
           ELSE
               DISPLAY "WARNING: customer-order-sent.dat FILE STATUS "
                   WS-ORDER-SENT-STATUS ", order " ORDER-ID
                   " not marked"
           END-IF.

      * Every due announcement this customer is in the audience of
           PROCESS-ANNOUNCEMENTS SECTION.
           IF WS-ANN-AUD-COUNT = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ANN-AUD-IDX FROM 1 BY 1
               UNTIL WS-ANN-AUD-IDX > WS-ANN-AUD-COUNT
               IF WS-ANN-AUD-PERSON(WS-ANN-AUD-IDX) = PERSON-ID
                   MOVE WS-ANN-AUD-SLOT(WS-ANN-AUD-IDX) TO WS-ANN-SLOT
                   PERFORM SEND-ONE-ANNOUNCEMENT
               END-IF
           END-PERFORM.

           SEND-ONE-ANNOUNCEMENT SECTION.
           MOVE WS-ANN-LINE(WS-ANN-SLOT) TO ANNOUNCEMENT-RECORD.
           IF WS-CUST-PREF = "NNNNNNN"                                  * No campaign flag of its own: only a full opt-out stops it
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
               EXIT SECTION
           END-IF.
           IF WS-STASH-COUNT >= 8
               DISPLAY "WARNING: announcement card for " PERSON-ID
                   " held to the next run, envelope full"
               ADD 1 TO WS-ANN-HELD(WS-ANN-SLOT)
               EXIT SECTION
           END-IF.
           MOVE ANN-CODE TO WS-HIST-CAMPAIGN.
           MOVE ANN-PREPARED-DATE TO WS-SENT-KEY-DATE.                  * One card per announcement, however many nights it runs
           MOVE 'Y' TO WS-DONATION-SKIP.
           PERFORM CHECK-SENT-HISTORY.
           MOVE 'N' TO WS-DONATION-SKIP.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO OCCASION-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE ANN-TEMPLATE TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               STRING "News for you, " WS-GREETING-NAME
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.                            * Rides the occasion queue under its own code
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.
           ADD 1 TO WS-ANNOUNCEMENT-CARD-COUNT.
           ADD 1 TO WS-ANN-TONIGHT(WS-ANN-SLOT).

      * Each drip step whose day has come, in file order; a step
      * runs only after the ones before it, and never once an
      * earlier step has bounced or the customer has opted out
           PROCESS-SEQUENCES SECTION.
           IF WS-RC-SEQUENCE-ENABLED = 'N' OR WS-SEQ-COUNT = 0
               EXIT SECTION
           END-IF.
           PERFORM CHECK-ONE-SEQUENCE-STEP
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT.

           CHECK-ONE-SEQUENCE-STEP SECTION.
           IF WS-SEQ-ANCHOR(WS-SEQ-IDX) = "TAX-DEADLINE"
               PERFORM RESOLVE-PERSON-TAX-DEADLINE
           ELSE
               PERFORM FIND-ENROLLMENT-ANCHOR
           END-IF.
           IF WS-SEQ-ANCHOR-DATE = SPACES
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-SEQ-DUE-DATE.
           IF WS-SEQ-DUE-DATE = SPACES
               EXIT SECTION
           END-IF.
           IF WS-SEQ-ANCHOR(WS-SEQ-IDX) = "TAX-DEADLINE"                * A stale tax reminder is worse than none
               IF WS-SEQ-DUE-DATE NOT = WS-DATE-FORMAT
                   EXIT SECTION
               END-IF
           ELSE
               IF WS-SEQ-DUE-DATE > WS-DATE-FORMAT                      * Enrollment lands after the nightly run, so catch up
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM FIND-SEQ-PROGRESS.
           IF WS-PROG-FOUND > 0
               IF WS-PROG-STATE(WS-PROG-FOUND) NOT = "ACTIVE" OR
                  WS-PROG-LAST-STEP(WS-PROG-FOUND) >=
                  WS-SEQ-STEP(WS-SEQ-IDX)
                   EXIT SECTION
               END-IF
               IF WS-PROG-LAST-STEP(WS-PROG-FOUND) > 0 AND              * One step of a sequence a night
                  WS-PROG-LAST-DATE(WS-PROG-FOUND) = WS-DATE-FORMAT
                   EXIT SECTION
               END-IF
               PERFORM CHECK-SEQ-BOUNCE
               IF WS-SEQ-BOUNCED = 'Y'
                   MOVE "BOUNCED" TO WS-PROG-STATE(WS-PROG-FOUND)
                   PERFORM APPEND-SEQ-PROGRESS
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-CUST-PREF-SEQUENCE = 'N' OR
              (WS-SEQ-ANCHOR(WS-SEQ-IDX) = "TAX-DEADLINE" AND
               WS-CUST-PREF-TAX-DAY = 'N')
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
               EXIT SECTION
           END-IF.
           IF WS-STASH-COUNT >= 8                                       * Same rule as the occasions: no ledger row, no loss
               DISPLAY "WARNING: sequence card for " PERSON-ID
                   " held to the next run, envelope full"
               EXIT SECTION
           END-IF.
           MOVE WS-SEQ-CAMPAIGN(WS-SEQ-IDX) TO WS-HIST-CAMPAIGN.
           MOVE WS-DATE-FORMAT TO WS-SENT-KEY-DATE.
           MOVE 'Y' TO WS-DONATION-SKIP.
           PERFORM CHECK-SENT-HISTORY.
           MOVE 'N' TO WS-DONATION-SKIP.
           IF WS-ALREADY-SENT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE PERSON-NAME TO OCCASION-PERSON-NAME.
           MOVE WS-CARD-ADDRESS TO OCCASION-PERSON-ADDRESS.
           MOVE PERSON-EMAIL TO OCCASION-PERSON-EMAIL.
           MOVE WS-CAMPAIGN-CHANNEL TO OCCASION-CHANNEL.
           MOVE WS-SEQ-TEMPLATE(WS-SEQ-IDX) TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 1
               PERFORM BUILD-MERGED-GREETING
               MOVE WS-MERGED-GREETING TO OCCASION-GREETING
           ELSE
               MOVE SPACES TO OCCASION-GREETING
               STRING "Thinking of you, " WS-GREETING-NAME
                   INTO OCCASION-GREETING
               END-STRING
           END-IF.
           PERFORM GET-NEXT-CARD-ID.
           MOVE WS-NEW-CARD-ID TO OCCASION-CARD-ID.
           MOVE WS-CARD-REGION TO OCCASION-CARD-REGION.
           MOVE PERSON-BRAND TO OCCASION-CARD-BRAND.
           MOVE 8 TO WS-STASH-CAMPAIGN-WORK.                            * Steps ride the occasion queue under their own code
           MOVE OCCASION-PERSON TO WS-STASH-IMAGE-WORK.
           PERFORM STASH-CUSTOMER-CARD.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-SENT-HISTORY.
           ADD 1 TO WS-OCCASION-CARD-COUNT.
           IF WS-PROG-FOUND = 0
               IF WS-PROG-COUNT < 99999
                   ADD 1 TO WS-PROG-COUNT
               END-IF
               MOVE WS-PROG-COUNT TO WS-PROG-FOUND
               MOVE PERSON-ID TO WS-PROG-PERSON(WS-PROG-FOUND)
               MOVE WS-SEQ-CODE(WS-SEQ-IDX)
                   TO WS-PROG-CODE(WS-PROG-FOUND)
               MOVE WS-SEQ-ANCHOR-DATE TO WS-PROG-ANCHOR(WS-PROG-FOUND)
           END-IF.
           MOVE WS-SEQ-STEP(WS-SEQ-IDX)
               TO WS-PROG-LAST-STEP(WS-PROG-FOUND).
           MOVE WS-DATE-FORMAT TO WS-PROG-LAST-DATE(WS-PROG-FOUND).
           MOVE WS-CAMPAIGN-CHANNEL TO WS-PROG-CHANNEL(WS-PROG-FOUND).
           IF WS-SEQ-LAST-OF-CODE(WS-SEQ-IDX) = 'Y'
               MOVE "DONE" TO WS-PROG-STATE(WS-PROG-FOUND)
           ELSE
               MOVE "ACTIVE" TO WS-PROG-STATE(WS-PROG-FOUND)
           END-IF.
           PERFORM APPEND-SEQ-PROGRESS.

      * The customer's own state deadline outranks the federal one
           RESOLVE-PERSON-TAX-DEADLINE SECTION.
           MOVE SPACES TO WS-SEQ-ANCHOR-DATE.
           MOVE WS-FEDERAL-MON-DAY TO WS-KEY-MMDD-WORK.
           PERFORM VARYING WS-STATE-DL-IDX FROM 1 BY 1
               UNTIL WS-STATE-DL-IDX > WS-STATE-DL-COUNT
               IF WS-STATE-DL-STATE(WS-STATE-DL-IDX) = PERSON-STATE
                   MOVE WS-STATE-DL-MON-DAY(WS-STATE-DL-IDX)
                       TO WS-KEY-MMDD-WORK
               END-IF
           END-PERFORM.
           IF WS-KEY-MMDD-WORK NOT = SPACES
               STRING LS-TODAY-YEAR "-" WS-KEY-MMDD-WORK
                   INTO WS-SEQ-ANCHOR-DATE
               END-STRING
           END-IF.

      * customer-enrollment opens an enrollment-anchored sequence
      * with a step-zero row dated the day the customer was added
           FIND-ENROLLMENT-ANCHOR SECTION.
           MOVE SPACES TO WS-SEQ-ANCHOR-DATE.
           PERFORM VARYING WS-PROG-SCAN-IDX FROM 1 BY 1
               UNTIL WS-PROG-SCAN-IDX > WS-PROG-COUNT
                   OR WS-SEQ-ANCHOR-DATE NOT = SPACES
               IF WS-PROG-PERSON(WS-PROG-SCAN-IDX) = PERSON-ID AND
                  WS-PROG-CODE(WS-PROG-SCAN-IDX) =
                  WS-SEQ-CODE(WS-SEQ-IDX)
                   MOVE WS-PROG-ANCHOR(WS-PROG-SCAN-IDX)
                       TO WS-SEQ-ANCHOR-DATE
               END-IF
           END-PERFORM.

           FIND-SEQ-PROGRESS SECTION.
           MOVE 0 TO WS-PROG-FOUND.
           PERFORM VARYING WS-PROG-SCAN-IDX FROM 1 BY 1
               UNTIL WS-PROG-SCAN-IDX > WS-PROG-COUNT
                   OR WS-PROG-FOUND > 0
               IF WS-PROG-PERSON(WS-PROG-SCAN-IDX) = PERSON-ID AND
                  WS-PROG-CODE(WS-PROG-SCAN-IDX) =
                  WS-SEQ-CODE(WS-SEQ-IDX) AND
                  WS-PROG-ANCHOR(WS-PROG-SCAN-IDX) =
                  WS-SEQ-ANCHOR-DATE
                   MOVE WS-PROG-SCAN-IDX TO WS-PROG-FOUND
               END-IF
           END-PERFORM.

      * The anchor date plus the step's signed offset, in days
           COMPUTE-SEQ-DUE-DATE SECTION.
           MOVE SPACES TO WS-SEQ-DUE-DATE.
           IF WS-SEQ-ANCHOR-DATE(1:4) NOT NUMERIC OR
              WS-SEQ-ANCHOR-DATE(6:2) NOT NUMERIC OR
              WS-SEQ-ANCHOR-DATE(9:2) NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-SEQ-ANCHOR-DATE(1:4) TO WS-SEQ-DUE-DIGITS(1:4).
           MOVE WS-SEQ-ANCHOR-DATE(6:2) TO WS-SEQ-DUE-DIGITS(5:2).
           MOVE WS-SEQ-ANCHOR-DATE(9:2) TO WS-SEQ-DUE-DIGITS(7:2).
           IF WS-SEQ-DUE-DIGITS(5:2) < "01" OR
              WS-SEQ-DUE-DIGITS(5:2) > "12" OR
              WS-SEQ-DUE-DIGITS(7:2) < "01" OR
              WS-SEQ-DUE-DIGITS(7:2) > "31"
               EXIT SECTION
           END-IF.
           COMPUTE WS-SEQ-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-SEQ-DUE-DIGITS)
               + WS-SEQ-OFFSET(WS-SEQ-IDX).
           COMPUTE WS-SEQ-DUE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-SEQ-DAY-NUM).
           MOVE WS-SEQ-DUE-DIGITS(1:4) TO WS-SEQ-DUE-DATE(1:4).
           MOVE "-" TO WS-SEQ-DUE-DATE(5:1).
           MOVE WS-SEQ-DUE-DIGITS(5:2) TO WS-SEQ-DUE-DATE(6:2).
           MOVE "-" TO WS-SEQ-DUE-DATE(8:1).
           MOVE WS-SEQ-DUE-DIGITS(7:2) TO WS-SEQ-DUE-DATE(9:2).

      * The last step went out on a channel the failure intake has
      * since flagged dead: that step bounced
           CHECK-SEQ-BOUNCE SECTION.
           MOVE 'N' TO WS-SEQ-BOUNCED.
           EVALUATE WS-PROG-CHANNEL(WS-PROG-FOUND)
               WHEN "MAIL"
                   IF PERSON-BAD-ADDRESS-FLAG = 'Y'
                       MOVE 'Y' TO WS-SEQ-BOUNCED
                   END-IF
               WHEN "EMAIL"
                   IF PERSON-BAD-EMAIL-FLAG = 'Y'
                       MOVE 'Y' TO WS-SEQ-BOUNCED
                   END-IF
               WHEN "SMS"
                   IF PERSON-BAD-MOBILE-FLAG = 'Y'
                       MOVE 'Y' TO WS-SEQ-BOUNCED
                   END-IF
           END-EVALUATE.

           APPEND-SEQ-PROGRESS SECTION.
           IF WS-RC-DRY-RUN = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO SEQ-PROGRESS-RECORD.
           MOVE WS-PROG-PERSON(WS-PROG-FOUND) TO PROG-PERSON-ID.
           MOVE WS-PROG-CODE(WS-PROG-FOUND) TO PROG-SEQ-CODE.
           MOVE WS-PROG-ANCHOR(WS-PROG-FOUND) TO PROG-ANCHOR-DATE.
           MOVE WS-PROG-LAST-STEP(WS-PROG-FOUND) TO PROG-LAST-STEP.
           MOVE WS-PROG-LAST-DATE(WS-PROG-FOUND) TO PROG-LAST-DATE.
           MOVE WS-PROG-CHANNEL(WS-PROG-FOUND) TO PROG-CHANNEL.
           MOVE WS-PROG-STATE(WS-PROG-FOUND) TO PROG-STATE.
           WRITE SEQ-PROGRESS-RECORD.

      * Is any enrollment-anchored step of this progress row due by
      * tonight? The keyed pass then brings the customer in by ID
           CHECK-PROGRESS-DUE-TONIGHT SECTION.
           MOVE 'N' TO WS-SEQ-STEP-DUE.
           IF WS-PROG-STATE(WS-PROG-IDX) NOT = "ACTIVE"
               EXIT SECTION
           END-IF.
           MOVE WS-PROG-ANCHOR(WS-PROG-IDX) TO WS-SEQ-ANCHOR-DATE.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR WS-SEQ-STEP-DUE = 'Y'
               IF WS-SEQ-CODE(WS-SEQ-IDX) = WS-PROG-CODE(WS-PROG-IDX)
                  AND WS-SEQ-ANCHOR(WS-SEQ-IDX) NOT = "TAX-DEADLINE"
                  AND WS-SEQ-STEP(WS-SEQ-IDX) >
                      WS-PROG-LAST-STEP(WS-PROG-IDX)
                   PERFORM COMPUTE-SEQ-DUE-DATE
                   IF WS-SEQ-DUE-DATE NOT = SPACES AND
                      WS-SEQ-DUE-DATE <= WS-DATE-FORMAT
                       MOVE 'Y' TO WS-SEQ-STEP-DUE
                   END-IF
               END-IF
           END-PERFORM.

      * Is a tax-deadline step due tonight against the federal date
      * or any state's? Then every customer is in scope
           CHECK-TAX-STEPS-TONIGHT SECTION.
           MOVE 'N' TO WS-SEQ-STEP-DUE.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR WS-SEQ-STEP-DUE = 'Y'
               IF WS-SEQ-ANCHOR(WS-SEQ-IDX) = "TAX-DEADLINE"
                   IF WS-FEDERAL-MON-DAY NOT = SPACES
                       MOVE SPACES TO WS-SEQ-ANCHOR-DATE
                       STRING LS-TODAY-YEAR "-" WS-FEDERAL-MON-DAY
                           INTO WS-SEQ-ANCHOR-DATE
                       END-STRING
                       PERFORM COMPUTE-SEQ-DUE-DATE
                       IF WS-SEQ-DUE-DATE = WS-DATE-FORMAT
                           MOVE 'Y' TO WS-SEQ-STEP-DUE
                       END-IF
                   END-IF
                   PERFORM VARYING WS-STATE-DL-IDX FROM 1 BY 1
                       UNTIL WS-STATE-DL-IDX > WS-STATE-DL-COUNT
                       MOVE SPACES TO WS-SEQ-ANCHOR-DATE
                       STRING LS-TODAY-YEAR "-"
                              WS-STATE-DL-MON-DAY(WS-STATE-DL-IDX)
                           INTO WS-SEQ-ANCHOR-DATE
                       END-STRING
                       PERFORM COMPUTE-SEQ-DUE-DATE
                       IF WS-SEQ-DUE-DATE = WS-DATE-FORMAT
                           MOVE 'Y' TO WS-SEQ-STEP-DUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           FIND-JOB-DAY SECTION.                                          * Checks one table slot for a matching title/date; the
           IF WS-JOB-DAY-TITLE(WS-JOB-DAY-IDX) = PERSON-JOB-TITLE AND   * campaign name is held apart because the loop index
              WS-JOB-DAY-MON-DAY(WS-JOB-DAY-IDX) = LS-TODAY             * moves one past the match when the scan stops
