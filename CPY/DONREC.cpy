       01 DON-REC.
          05 DON-PATN-ID           PIC X(09).
          05 DON-BG                PIC X(03).
          05 DON-LAST-DATE         PIC 9(06).
          05 DON-DONATE-CT         PIC 9(03).
          05 DON-DEFER-CODE        PIC X(01).
          05 DON-DEFER-UNTIL       PIC 9(06).
          05 DON-DEFER-REASON      PIC X(20).
          05 DON-REG-DATE          PIC 9(06).
          05 DON-UPD-DATE          PIC 9(06).
          05 DON-UPD-USER          PIC X(08).
          05 FILLER                PIC X(12).
