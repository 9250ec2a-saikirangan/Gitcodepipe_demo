       01 WS-CMP-VALUES.
          05 FILLER PIC X(28) VALUE 'O- 1O-'.
          05 FILLER PIC X(28) VALUE 'O+ 2O+ O-'.
          05 FILLER PIC X(28) VALUE 'A- 2A- O-'.
          05 FILLER PIC X(28) VALUE 'B- 2B- O-'.
          05 FILLER PIC X(28) VALUE 'AB-4AB-A- B- O-'.
          05 FILLER PIC X(28) VALUE 'A+ 4A+ A- O+ O-'.
          05 FILLER PIC X(28) VALUE 'B+ 4B+ B- O+ O-'.
          05 FILLER PIC X(28) VALUE 'AB+8AB+AB-A+ A- B+ B- O+ O-'.

       01 WS-CMP-TABLE REDEFINES WS-CMP-VALUES.
          05 WS-CMP-ENTRY OCCURS 8 TIMES.
             10 WS-CMP-GRP         PIC X(03).
             10 WS-CMP-DONOR-CT    PIC 9(01).
             10 WS-CMP-DONOR       PIC X(03) OCCURS 8 TIMES.
