       01 IDX-REC.
          05 IDX-GEN               PIC 9(04).
          05 IDX-REC-TYPE          PIC X(01).
          05 IDX-PATN-ID           PIC 9(09).
          05 IDX-FROM-DATE         PIC X(06).
          05 IDX-TO-DATE           PIC X(06).
          05 IDX-ROW-CT            PIC 9(07).
          05 IDX-RUN-DATE          PIC 9(06).
          05 FILLER                PIC X(41).
