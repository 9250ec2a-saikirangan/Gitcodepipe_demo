       01 PND-REC.
          05 PND-PATN-ID          PIC X(09).
          05 PND-TRN-CODE         PIC X(01).
          05 PND-PATN-NAME        PIC X(20).
          05 PND-PATN-AGE         PIC X(02).
          05 PND-PATN-BG          PIC X(03).
          05 PND-PATN-NUM         PIC X(12).
          05 PND-MRG-DATA REDEFINES PND-PATN-NUM.
             10 PND-SURV-ID       PIC X(09).
             10 FILLER            PIC X(03).
          05 PND-BEF-BG           PIC X(03).
          05 PND-SOURCE           PIC X(08).
          05 PND-ENTER-USER       PIC X(08).
          05 PND-ENTER-DATE       PIC 9(06).
          05 PND-ENTER-TIME       PIC 9(06).
          05 FILLER               PIC X(02).
