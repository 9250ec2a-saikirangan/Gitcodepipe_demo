       01 ACC-REC.
          05 ACC-DATE             PIC 9(06).
          05 ACC-TIME             PIC 9(06).
          05 ACC-USERID           PIC X(08).
          05 ACC-PATN-ID          PIC X(09).
          05 ACC-ACTION           PIC X(01).
          05 ACC-RESULT           PIC X(01).
          05 ACC-SURV-ID          PIC X(09).
          05 ACC-SOURCE           PIC X(08).
          05 FILLER               PIC X(32).
