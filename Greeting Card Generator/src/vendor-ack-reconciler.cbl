       DATA DIVISION.
           FILE SECTION.
           FD F-CSV-FILE.
           01 WS-CSV-RECORD PIC X(600).
           FD F-TRANSMISSION-LOG-FILE.                                  * Names the dated export file actually handed over
           01 TRANSMISSION-RECORD.
               05 TRANSMISSION-DATE PIC X(10).
               05 TRANSMISSION-REST PIC X(110).
           FD F-CONFIRMATIONS-FILE.
      * One line per card the vendor says it printed and mailed,
      * keyed by the card ID we put on the export row, with the day
      * the vendor acknowledged it
           01 CONFIRMATION-RECORD.
               05 CONFIRMATION-CARD-ID PIC X(9).
               05 CONFIRMATION-CAMPAIGN PIC X(12).
               05 CONFIRMATION-STATUS PIC X(8).
               05 CONFIRMATION-DATE PIC X(10).
           FD F-RECON-FILE.
           01 WS-RECON-RECORD PIC X(120).
           WORKING-STORAGE SECTION.
