       01 TFL-REC.
          05 TFL-ISSUE-DATE     PIC 9(06).
          05 TFL-ISSUE-TIME     PIC 9(06).
          05 TFL-PATN-ID        PIC X(09).
          05 TFL-PATN-BG        PIC X(03).
          05 TFL-LOT-BG         PIC X(03).
          05 TFL-LOT-COLL-DATE  PIC 9(06).
          05 TFL-UNITS          PIC 9(03).
          05 TFL-SUBST-FLAG     PIC X(01).
          05 TFL-ISSUER         PIC X(08).
          05 TFL-ORDER-REF      PIC X(10).
          05 FILLER             PIC X(25).
