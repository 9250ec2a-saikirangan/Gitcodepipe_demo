             10 AUD-AFT-AGE   PIC 9(02).
             10 AUD-AFT-BG    PIC X(03).
             10 AUD-AFT-NUM   PIC X(12).
          05 AUD-XREF-ID      PIC X(09).
          05 FILLER           PIC X(11).
