       01 WS-BAL-VALUES.
          05 FILLER PIC X(06) VALUE 'TRNBAL'.
          05 FILLER PIC X(30) VALUE 'PRG13 M READ = EDIT + RELEASE'.
          05 FILLER PIC X(09) VALUE 'PRG23 OLR'.
          05 FILLER PIC X(09) VALUE 'PRG30*OSO'.
          05 FILLER PIC X(09) VALUE SPACE.
          05 FILLER PIC X(09) VALUE 'PRG13MRLR'.
          05 FILLER PIC X(06) VALUE 'AUDBAL'.
          05 FILLER PIC X(30) VALUE 'PRG13 AUDITS MERGED BY PRG21'.
          05 FILLER PIC X(09) VALUE 'PRG13MCLR'.
          05 FILLER PIC X(09) VALUE SPACE.
          05 FILLER PIC X(09) VALUE SPACE.
          05 FILLER PIC X(09) VALUE 'PRG21 CLR'.
          05 FILLER PIC X(06) VALUE 'EXTBAL'.
          05 FILLER PIC X(30) VALUE 'PRG13 EXTRACT = PRG24 RECON'.
          05 FILLER PIC X(09) VALUE 'PRG13LOLO'.
          05 FILLER PIC X(09) VALUE 'PRG13HOLO'.
          05 FILLER PIC X(09) VALUE SPACE.
          05 FILLER PIC X(09) VALUE 'PRG24 RLR'.

       01 WS-BAL-TABLE REDEFINES WS-BAL-VALUES.
          05 WS-BAL-ENTRY OCCURS 3 TIMES.
             10 WS-BAL-RULE-ID     PIC X(06).
             10 WS-BAL-RULE-DESC   PIC X(30).
             10 WS-BAL-OPD OCCURS 4 TIMES.
                15 WS-BAL-PGM      PIC X(05).
                15 WS-BAL-MODE     PIC X(01).
                15 WS-BAL-FIELD    PIC X(01).
                15 WS-BAL-AGG      PIC X(01).
                15 WS-BAL-REQ      PIC X(01).

       01 WS-BAL-RULE-CT           PIC 9(02) VALUE 3.
