       01 ARC-HDR-REC.
          05 ARC-HDR-TYPE          PIC X(01).
          05 ARC-HDR-GEN           PIC 9(04).
          05 ARC-HDR-RUN-DATE      PIC 9(06).
          05 ARC-HDR-SOURCE        PIC X(08).
          05 ARC-HDR-HIST-CUTOFF   PIC X(06).
          05 ARC-HDR-AUD-CUTOFF    PIC X(06).
          05 FILLER                PIC X(99).

       01 ARC-HST-REC.
          05 ARC-HST-TYPE          PIC X(01).
          05 ARC-HST-GEN           PIC 9(04).
          05 ARC-HST-PATN-ID       PIC 9(09).
          05 ARC-HST-NAME          PIC X(20).
          05 ARC-HST-AGE           PIC 9(02).
          05 ARC-HST-BG            PIC X(03).
          05 ARC-HST-NUM           PIC X(12).
          05 ARC-HST-EFF-FROM      PIC X(06).
          05 ARC-HST-EFF-TO        PIC X(06).
          05 ARC-HST-CHG-CODE      PIC X(01).
          05 ARC-HST-ORIG-ID       PIC 9(09).
          05 FILLER                PIC X(57).

       01 ARC-AUD-REC.
          05 ARC-AUD-TYPE          PIC X(01).
          05 ARC-AUD-GEN           PIC 9(04).
          05 ARC-AUD-IMAGE         PIC X(120).
          05 FILLER                PIC X(05).

       01 ARC-TRL-REC.
          05 ARC-TRL-TYPE          PIC X(01).
          05 ARC-TRL-GEN           PIC 9(04).
          05 ARC-TRL-HIST-CT       PIC 9(09).
          05 ARC-TRL-AUD-CT        PIC 9(09).
          05 ARC-TRL-DTL-CT        PIC 9(09).
          05 ARC-TRL-HASH-ID       PIC 9(15).
          05 FILLER                PIC X(83).
