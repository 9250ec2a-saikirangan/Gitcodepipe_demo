       01 SHT-REC.
          05 SHT-BG-CODE      PIC X(03).
          05 SHT-RUN-DATE     PIC 9(06).
          05 SHT-DEMAND       PIC 9(07).
          05 SHT-STOCK        PIC 9(07).
          05 SHT-DIRECT       PIC 9(07).
          05 SHT-SUBST        PIC 9(07).
          05 SHT-SHORT        PIC 9(07).
          05 FILLER           PIC X(36).
