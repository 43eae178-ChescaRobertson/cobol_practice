      * One customer-maint.dat transaction: add/update/delete keyed by
      * PERSON-ID. On an update, a blank field means "leave the stored
      * value alone". Shared by customer-maintenance, the field checks
      * in customer-maint-check, the CRM update sync and
      * customer-approval, which reads the changes held for approval.
           01 MAINT-RECORD.
               05 MAINT-ACTION PIC X.
               05 MAINT-ID PIC X(10).
               05 MAINT-NAME PIC X(40).
               05 MAINT-ADDRESS PIC X(100).
               05 MAINT-ADDRESS-PARTS REDEFINES MAINT-ADDRESS.
                   10 MAINT-STREET PIC X(40).
                   10 MAINT-CITY PIC X(30).
                   10 MAINT-STATE PIC X(20).
                   10 MAINT-POSTAL-CODE PIC X(10).
               05 MAINT-BIRTHDAY PIC X(10).
               05 MAINT-BIRTHDAY-PARTS REDEFINES MAINT-BIRTHDAY.
                   10 MAINT-BIRTHDAY-YEAR PIC 9(4).
                   10 MAINT-BIRTHDAY-SEP1 PIC X.
                   10 MAINT-BIRTHDAY-MONTH PIC 99.
                   10 MAINT-BIRTHDAY-SEP2 PIC X.
                   10 MAINT-BIRTHDAY-DAY PIC 99.
               05 MAINT-ANNIVERSARY-DATE PIC X(10).
               05 MAINT-ANNIVERSARY-PARTS REDEFINES
                  MAINT-ANNIVERSARY-DATE.
                   10 MAINT-ANNIV-YEAR PIC 9(4).
                   10 MAINT-ANNIV-SEP1 PIC X.
                   10 MAINT-ANNIV-MONTH PIC 99.
                   10 MAINT-ANNIV-SEP2 PIC X.
                   10 MAINT-ANNIV-DAY PIC 99.
               05 MAINT-JOB-TITLE PIC X(60).
               05 MAINT-EMAIL PIC X(60).
               05 MAINT-CHANNEL PIC X(5).
               05 MAINT-PERSON-STATUS PIC X(12).
               05 MAINT-LANGUAGE PIC X(2).
               05 MAINT-REGION PIC X(20).
               05 MAINT-BRAND PIC X(8).
               05 MAINT-COUNTRY PIC X(2).
               05 MAINT-PREFERRED-NAME PIC X(40).
               05 MAINT-ACCESS-FORMAT PIC X(2).
               05 MAINT-MOBILE PIC X(15).
               05 MAINT-VIP-FLAG PIC X.                                 * Y or N; blank leaves the stored flag alone
