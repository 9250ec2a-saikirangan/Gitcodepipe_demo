       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLDINV ASSIGN TO OLDINVFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-STATUS.

                SELECT ISSTRN ASSIGN TO ISSTRNFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.

                SELECT ISSCTL ASSIGN TO ISSCTLFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT NEWINV ASSIGN TO NEWINVFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT BNKFIL ASSIGN TO BNKFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT TFLLED ASSIGN TO TFLLEDFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT ISSRPT ASSIGN TO ISSRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT SRTOUT ASSIGN TO SRTFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OLDINV
            RECORDING MODE IS F.
       01 OLDINV-REC.
          05 IVO-BG-CODE      PIC X(03).
          05 IVO-COLL-DATE    PIC X(06).
          05 IVO-UNITS        PIC X(07).
          05 FILLER           PIC X(64).

       FD ISSTRN
            RECORDING MODE IS F.
       01 ISSTRN-REC.
          05 IST-PATN-ID      PIC X(09).
          05 IST-UNITS        PIC X(03).
          05 IST-DONOR-BG     PIC X(03).
          05 IST-ISSUER       PIC X(08).
          05 IST-ORDER-REF    PIC X(10).
          05 FILLER           PIC X(47).

       FD ISSCTL
            RECORDING MODE IS F.
       01 ISSCTL-REC.
          05 CTL-MODE         PIC X(01).
          05 CTL-PATN-ID      PIC X(09).
          05 CTL-LOT-BG       PIC X(03).
          05 CTL-LOT-DATE     PIC X(06).
          05 CTL-SHELF-DAYS   PIC 9(03).
          05 FILLER           PIC X(58).

       FD NEWINV
            RECORDING MODE IS F.
       01 NEWINV-REC.
          05 IVN-BG-CODE      PIC X(03).
          05 IVN-COLL-DATE    PIC 9(06).
          05 IVN-UNITS        PIC 9(07).
          05 FILLER           PIC X(64).

       FD BNKFIL
            RECORDING MODE IS F.
       01 BNKFIL-REC.
          05 BNK-BG-CODE      PIC X(03).
          05 BNK-UNITS        PIC 9(07).
          05 FILLER           PIC X(70).

       FD TFLLED
            RECORDING MODE IS F.
       01 TFLLED-REC          PIC X(80).

       FD ISSRPT.
       01 ISSRPT-REC          PIC X(132).

       FD PRGERR
            RECORDING MODE IS F.
       01 PRGERR-REC.
          05 ERR-PATN-ID      PIC X(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 ERR-SQLCODE      PIC -9(05).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 ERR-SQLSTATE     PIC X(05).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 ERR-TEXT         PIC X(40).
          05 FILLER           PIC X(17) VALUE SPACE.

       SD SRTWK.
       01 SRTWK-REC.
          05 SRT-ISSUE-DATE   PIC 9(06).
          05 SRT-ISSUE-TIME   PIC 9(06).
          05 SRT-PATN-ID      PIC X(09).
          05 FILLER           PIC X(59).

       FD SRTOUT
            RECORDING MODE IS F.
       01 SRTOUT-REC          PIC X(80).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-OLD-STATUS            PIC X(02).
       01 WS-TRN-STATUS            PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).

       01 WS-CTL-MODE              PIC X(01) VALUE 'I'.
       01 WS-CTL-PATN-ID           PIC X(09) VALUE SPACE.
       01 WS-CTL-LOT-BG            PIC X(03) VALUE SPACE.
       01 WS-CTL-LOT-DATE          PIC X(06) VALUE SPACE.
       01 WS-SHELF-DAYS            PIC 9(03) VALUE 42.

       01 WS-RUN-INT               PIC S9(09) USAGE COMP.
       01 WS-DATE-INT              PIC S9(09) USAGE COMP.
       01 WS-DATE-X6               PIC X(06).
       01 WS-DATE-YYYYMMDD         PIC 9(08).
       01 WS-DATE-YY               PIC 9(02).
       01 WS-AGE-DAYS              PIC S9(05) USAGE COMP.

       01 WS-OLD-EOF               PIC A VALUE SPACE.
       01 WS-TRN-EOF               PIC A VALUE SPACE.
       01 WS-SRT-EOF               PIC X(01) VALUE 'N'.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       COPY TFLREC.

       COPY BGCMP.

       01 WS-CMP-IDX               PIC 9(03).
       01 WS-CMP-FOUND-IDX         PIC 9(03).
       01 WS-DON-IDX               PIC 9(03).
       01 WS-COMPAT-SW             PIC X(01) VALUE 'N'.

       01 WS-BG-TOTALS.
          05 WS-BG-TOTAL          PIC 9(07) OCCURS 8 TIMES.

       01 WS-LOT-USED              PIC 9(03) VALUE ZERO.
       01 WS-LOT-IDX               PIC 9(03).
       01 WS-LOT-OLDEST-IDX        PIC 9(03).

       01 WS-LOT-TABLE.
          05 WS-LOT-ENTRY OCCURS 200 TIMES.
             10 WS-LOT-BG          PIC X(03).
             10 WS-LOT-COLL-DATE   PIC 9(06).
             10 WS-LOT-UNITS       PIC 9(07).

       01 WS-NEED-UNITS            PIC 9(07).
       01 WS-TAKE-UNITS            PIC 9(07).
       01 WS-AVAIL-UNITS           PIC 9(07).
       01 WS-DEL-HIST-CT           PIC S9(9) USAGE COMP.

       01 WS-PREV-PATN-ID          PIC X(09) VALUE LOW-VALUE.
       01 WS-FIRST-PATN-SW         PIC X(01) VALUE 'Y'.
       01 WS-SELECT-SW             PIC X(01) VALUE 'Y'.
       01 WS-PATN-ISSUE-CT         PIC 9(05) VALUE ZERO.
       01 WS-PATN-UNIT-CT          PIC 9(07) VALUE ZERO.

       01 WS-RUN-CTRS.
          05 WS-OLD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-TRN-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-ISSUED-CT          PIC 9(07) VALUE ZERO.
          05 WS-ISSUED-UNIT-CT     PIC 9(07) VALUE ZERO.
          05 WS-SUBST-UNIT-CT      PIC 9(07) VALUE ZERO.
          05 WS-LEDGER-CT          PIC 9(07) VALUE ZERO.
          05 WS-REFUSED-CT         PIC 9(07) VALUE ZERO.
          05 WS-INCOMPAT-CT        PIC 9(07) VALUE ZERO.
          05 WS-UNKNOWN-CT         PIC 9(07) VALUE ZERO.
          05 WS-DELETED-CT         PIC 9(07) VALUE ZERO.
          05 WS-SHORT-CT           PIC 9(07) VALUE ZERO.
          05 WS-INVALID-CT         PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.
          05 WS-LOT-DROPPED-CT     PIC 9(07) VALUE ZERO.
          05 WS-EXPIRED-LOT-CT     PIC 9(07) VALUE ZERO.
          05 WS-EXPIRED-UNIT-CT    PIC 9(07) VALUE ZERO.
          05 WS-NEWINV-CT          PIC 9(07) VALUE ZERO.
          05 WS-ONHAND-UNIT-CT     PIC 9(07) VALUE ZERO.
          05 WS-LED-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-SELECTED-CT        PIC 9(07) VALUE ZERO.
          05 WS-PATN-CT            PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YY       PIC 9(02).
          05 WS-RUN-MM       PIC 9(02).
          05 WS-RUN-DD       PIC 9(02).

       01 WS-REPORT-CTRS.
          05 WS-LINE-CT        PIC 9(02) VALUE ZERO.
          05 WS-PAGE-CT        PIC 9(03) VALUE ZERO.
          05 WS-LINES-PER-PAGE PIC 9(02) VALUE 20.

       01 WS-RPT-HDG1.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(09) VALUE 'PROGRAM:'.
          05 HDG1-PGM        PIC X(08) VALUE 'PRG28'.
          05 FILLER          PIC X(07) VALUE SPACE.
          05 FILLER          PIC X(30) VALUE
             'PATIENT BLOOD UNIT ISSUE'.
          05 FILLER          PIC X(07) VALUE SPACE.
          05 FILLER          PIC X(06) VALUE 'PAGE:'.
          05 HDG1-PAGE       PIC ZZ9.

       01 WS-RPT-HDG2.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(10) VALUE 'RUN DATE:'.
          05 HDG2-MM         PIC 99.
          05 FILLER          PIC X(01) VALUE '/'.
          05 HDG2-DD         PIC 99.
          05 FILLER          PIC X(01) VALUE '/'.
          05 HDG2-YY         PIC 99.

       01 WS-RPT-ISSUE-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'UNITS ISSUED AND ISSUES REFUSED'.

       01 WS-RPT-ISSUE-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(08) VALUE 'PAT BG'.
          05 FILLER          PIC X(08) VALUE 'LOT BG'.
          05 FILLER          PIC X(11) VALUE 'COLLECTED'.
          05 FILLER          PIC X(07) VALUE 'UNITS'.
          05 FILLER          PIC X(07) VALUE 'SUBST'.
          05 FILLER          PIC X(10) VALUE 'ISSUER'.
          05 FILLER          PIC X(10) VALUE 'ORDER REF'.

       01 WS-RPT-ISSUE-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 ISS-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ISS-PAT-BG      PIC X(03).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ISS-LOT-BG      PIC X(03).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ISS-COLL-DATE   PIC 9(06).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ISS-UNITS       PIC ZZ9.
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ISS-SUBST       PIC X(01).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ISS-ISSUER      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ISS-ORDER-REF   PIC X(10).

       01 WS-RPT-EXC-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 EXC-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 EXC-TEXT        PIC X(44).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 EXC-DETAIL      PIC X(20).

       01 WS-RPT-PATN-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(09) VALUE 'PATIENT:'.
          05 PHDG-PATN-ID    PIC X(09).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 FILLER          PIC X(13) VALUE 'BLOOD GROUP:'.
          05 PHDG-PATN-BG    PIC X(03).

       01 WS-RPT-LEDGER-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(10) VALUE 'ISSUED'.
          05 FILLER          PIC X(08) VALUE 'TIME'.
          05 FILLER          PIC X(08) VALUE 'LOT BG'.
          05 FILLER          PIC X(11) VALUE 'COLLECTED'.
          05 FILLER          PIC X(07) VALUE 'UNITS'.
          05 FILLER          PIC X(07) VALUE 'SUBST'.
          05 FILLER          PIC X(10) VALUE 'ISSUER'.
          05 FILLER          PIC X(10) VALUE 'ORDER REF'.

       01 WS-RPT-LEDGER-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 LED-ISSUE-DATE  PIC 9(06).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 LED-ISSUE-TIME  PIC 9(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 LED-LOT-BG      PIC X(03).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 LED-COLL-DATE   PIC 9(06).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 LED-UNITS       PIC ZZ9.
          05 FILLER          PIC X(05) VALUE SPACE.
          05 LED-SUBST       PIC X(01).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 LED-ISSUER      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 LED-ORDER-REF   PIC X(10).

       01 WS-RPT-PATN-TOTAL.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE 'PATIENT TOTAL -'.
          05 FILLER          PIC X(09) VALUE ' ISSUES:'.
          05 PTOT-ISSUES     PIC ZZ,ZZ9.
          05 FILLER          PIC X(09) VALUE '  UNITS:'.
          05 PTOT-UNITS      PIC Z,ZZZ,ZZ9.

       01 WS-RPT-STOCK-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(30) VALUE
             'ON-HAND STOCK AFTER ISSUE'.

       01 WS-RPT-STOCK-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 STK-BG          PIC X(03).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 STK-UNITS       PIC ZZZ,ZZ9.

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(30) VALUE
             'UNIT ISSUE RUN SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-FOOTER.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE '*** END OF PAGE'.

            EXEC SQL
               INCLUDE SQLCA
            END-EXEC.

       01  DCLPATIENT.
           10 WS-PATN-ID               PIC S9(9) USAGE COMP.
           10 WS-PATN-NAME             PIC X(20).
           10 WS-PATN-AGE              PIC S9(2) USAGE COMP.
           10 WS-PATN-BG               PIC X(3).
           10 WS-PATN-NUM              PIC X(12).

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            IF WS-CTL-MODE = 'R'
               PERFORM Y200-LEDGER-DRIVER-PARA
            ELSE
               PERFORM Y100-ISSUE-DRIVER-PARA
            END-IF.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE ISSRPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-ISSUE-DRIVER-PARA.

            PERFORM Z100-LOAD-OLDINV-PARA

            OPEN INPUT ISSTRN
            IF WS-TRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRN-EOF
            END-IF

            OPEN EXTEND TFLLED

            PERFORM Z200-PRINT-ISSUE-HEADING-PARA

            PERFORM UNTIL WS-TRN-EOF = 'Y'
               READ ISSTRN
                 AT END MOVE 'Y' TO WS-TRN-EOF
                 NOT AT END
                      ADD 1 TO WS-TRN-READ-CT
                      PERFORM A000-ISSUE-ONE-PARA
               END-READ
            END-PERFORM

            IF WS-TRN-STATUS = '00' OR WS-TRN-STATUS = '10'
               CLOSE ISSTRN
            END-IF
            CLOSE TFLLED

            PERFORM Y300-WRITE-OUTPUT-PARA

            PERFORM Z910-PRINT-SUMMARY-PARA.

       A000-ISSUE-ONE-PARA.

             MOVE SPACES      TO WS-RPT-EXC-LINE
             MOVE IST-PATN-ID TO EXC-PATN-ID

             EVALUATE TRUE
             WHEN IST-PATN-ID NOT NUMERIC
                  ADD 1 TO WS-INVALID-CT
                  MOVE 'PATN-ID NOT NUMERIC - ISSUE REFUSED'
                       TO EXC-TEXT
                  PERFORM B500-REFUSE-PARA
             WHEN IST-UNITS NOT NUMERIC
               OR IST-UNITS = ZERO
                  ADD 1 TO WS-INVALID-CT
                  MOVE 'UNIT COUNT NOT VALID - ISSUE REFUSED'
                       TO EXC-TEXT
                  MOVE IST-UNITS TO EXC-DETAIL
                  PERFORM B500-REFUSE-PARA
             WHEN OTHER
                  PERFORM A010-LOOKUP-PATIENT-PARA
             END-EVALUATE.

       A010-LOOKUP-PATIENT-PARA.

             COMPUTE WS-PATN-ID = FUNCTION NUMVAL(IST-PATN-ID)

             EXEC SQL
               SELECT  PATN_BG
               INTO  :WS-PATN-BG
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A020-CHECK-COMPAT-PARA
             WHEN 100
                  PERFORM A015-CHECK-DELETED-PARA
             WHEN OTHER
                  MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
                  PERFORM B030-SQL-ERROR-PARA
             END-EVALUATE.

       A015-CHECK-DELETED-PARA.

             MOVE ZERO TO WS-DEL-HIST-CT

             EXEC SQL
               SELECT  COUNT(*)
               INTO  :WS-DEL-HIST-CT
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
                 AND HIST_CHG_CODE = 'D'
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE 'DB2 ERROR ON PATIENT HISTORY' TO ERR-TEXT
                PERFORM B030-SQL-ERROR-PARA
             ELSE
                IF WS-DEL-HIST-CT > ZERO
                   ADD 1 TO WS-DELETED-CT
                   MOVE 'PATIENT HAS BEEN DELETED - ISSUE REFUSED'
                        TO EXC-TEXT
                ELSE
                   ADD 1 TO WS-UNKNOWN-CT
                   MOVE 'PATIENT NOT ON FILE - ISSUE REFUSED'
                        TO EXC-TEXT
                END-IF
                PERFORM B500-REFUSE-PARA
             END-IF.

       A020-CHECK-COMPAT-PARA.

             MOVE ZERO TO WS-CMP-FOUND-IDX
             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                OR WS-CMP-FOUND-IDX > ZERO
                IF WS-CMP-GRP(WS-CMP-IDX) = WS-PATN-BG
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-CMP-FOUND-IDX = ZERO
                ADD 1 TO WS-INCOMPAT-CT
                MOVE 'PATIENT BLOOD GROUP NOT STANDARD - REFUSED'
                     TO EXC-TEXT
                MOVE WS-PATN-BG TO EXC-DETAIL
                PERFORM B500-REFUSE-PARA
             ELSE
                IF IST-DONOR-BG = SPACES
                   PERFORM A030-CHECK-STOCK-PARA
                ELSE
                   MOVE 'N' TO WS-COMPAT-SW
                   PERFORM VARYING WS-DON-IDX FROM 1 BY 1
                           UNTIL WS-DON-IDX >
                                 WS-CMP-DONOR-CT(WS-CMP-FOUND-IDX)
                      OR WS-COMPAT-SW = 'Y'
                      IF WS-CMP-DONOR(WS-CMP-FOUND-IDX WS-DON-IDX)
                         = IST-DONOR-BG
                         MOVE 'Y' TO WS-COMPAT-SW
                      END-IF
                   END-PERFORM
                   IF WS-COMPAT-SW = 'N'
                      ADD 1 TO WS-INCOMPAT-CT
                      MOVE 'DONOR GROUP INCOMPATIBLE - ISSUE REFUSED'
                           TO EXC-TEXT
                      MOVE WS-PATN-BG   TO EXC-DETAIL
                      MOVE '<-'         TO EXC-DETAIL(5:2)
                      MOVE IST-DONOR-BG TO EXC-DETAIL(8:3)
                      PERFORM B500-REFUSE-PARA
                   ELSE
                      PERFORM A030-CHECK-STOCK-PARA
                   END-IF
                END-IF
             END-IF.

       A030-CHECK-STOCK-PARA.

             COMPUTE WS-NEED-UNITS = FUNCTION NUMVAL(IST-UNITS)
             MOVE ZERO TO WS-AVAIL-UNITS

             PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                     UNTIL WS-LOT-IDX > WS-LOT-USED
                IF WS-LOT-UNITS(WS-LOT-IDX) > ZERO
                   PERFORM B650-CHECK-LOT-COMPAT-PARA
                   IF WS-COMPAT-SW = 'Y'
                      ADD WS-LOT-UNITS(WS-LOT-IDX) TO WS-AVAIL-UNITS
                   END-IF
                END-IF
             END-PERFORM

             IF WS-AVAIL-UNITS < WS-NEED-UNITS
                ADD 1 TO WS-SHORT-CT
                MOVE 'COMPATIBLE STOCK SHORT - ISSUE REFUSED'
                     TO EXC-TEXT
                MOVE IST-UNITS   TO EXC-DETAIL
                PERFORM B500-REFUSE-PARA
             ELSE
                ADD 1 TO WS-ISSUED-CT
                PERFORM A200-DRAW-DOWN-PARA
             END-IF.

       A200-DRAW-DOWN-PARA.

             PERFORM UNTIL WS-NEED-UNITS = ZERO
                PERFORM B700-FIND-OLDEST-LOT-PARA
                IF WS-LOT-OLDEST-IDX = ZERO
                   MOVE ZERO TO WS-NEED-UNITS
                ELSE
                   IF WS-NEED-UNITS <
                      WS-LOT-UNITS(WS-LOT-OLDEST-IDX)
                      MOVE WS-NEED-UNITS TO WS-TAKE-UNITS
                   ELSE
                      MOVE WS-LOT-UNITS(WS-LOT-OLDEST-IDX)
                        TO WS-TAKE-UNITS
                   END-IF
                   SUBTRACT WS-TAKE-UNITS
                     FROM WS-LOT-UNITS(WS-LOT-OLDEST-IDX)
                   SUBTRACT WS-TAKE-UNITS FROM WS-NEED-UNITS
                   PERFORM A300-WRITE-LEDGER-PARA
                END-IF
             END-PERFORM.

       A300-WRITE-LEDGER-PARA.

             MOVE SPACES           TO TFL-REC
             MOVE WS-RUN-DATE      TO TFL-ISSUE-DATE
             MOVE WS-TIME-RAW(1:6) TO TFL-ISSUE-TIME
             MOVE IST-PATN-ID      TO TFL-PATN-ID
             MOVE WS-PATN-BG       TO TFL-PATN-BG
             MOVE WS-LOT-BG(WS-LOT-OLDEST-IDX)
                                   TO TFL-LOT-BG
             MOVE WS-LOT-COLL-DATE(WS-LOT-OLDEST-IDX)
                                   TO TFL-LOT-COLL-DATE
             MOVE WS-TAKE-UNITS    TO TFL-UNITS
             IF TFL-LOT-BG = WS-PATN-BG
                MOVE 'N'           TO TFL-SUBST-FLAG
             ELSE
                MOVE 'Y'           TO TFL-SUBST-FLAG
                ADD WS-TAKE-UNITS  TO WS-SUBST-UNIT-CT
             END-IF
             MOVE IST-ISSUER       TO TFL-ISSUER
             MOVE IST-ORDER-REF    TO TFL-ORDER-REF

             WRITE TFLLED-REC FROM TFL-REC
             ADD 1 TO WS-LEDGER-CT
             ADD WS-TAKE-UNITS TO WS-ISSUED-UNIT-CT

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-ISSUE-HEADING-PARA
             END-IF
             MOVE SPACES            TO WS-RPT-ISSUE-LINE
             MOVE TFL-PATN-ID       TO ISS-PATN-ID
             MOVE TFL-PATN-BG       TO ISS-PAT-BG
             MOVE TFL-LOT-BG        TO ISS-LOT-BG
             MOVE TFL-LOT-COLL-DATE TO ISS-COLL-DATE
             MOVE TFL-UNITS         TO ISS-UNITS
             MOVE TFL-SUBST-FLAG    TO ISS-SUBST
             MOVE TFL-ISSUER        TO ISS-ISSUER
             MOVE TFL-ORDER-REF     TO ISS-ORDER-REF
             WRITE ISSRPT-REC FROM WS-RPT-ISSUE-LINE
             ADD 1 TO WS-LINE-CT.

       B650-CHECK-LOT-COMPAT-PARA.

             MOVE 'N' TO WS-COMPAT-SW

             IF IST-DONOR-BG NOT = SPACES
                IF WS-LOT-BG(WS-LOT-IDX) = IST-DONOR-BG
                   MOVE 'Y' TO WS-COMPAT-SW
                END-IF
             ELSE
                PERFORM VARYING WS-DON-IDX FROM 1 BY 1
                        UNTIL WS-DON-IDX >
                              WS-CMP-DONOR-CT(WS-CMP-FOUND-IDX)
                   OR WS-COMPAT-SW = 'Y'
                   IF WS-CMP-DONOR(WS-CMP-FOUND-IDX WS-DON-IDX)
                      = WS-LOT-BG(WS-LOT-IDX)
                      MOVE 'Y' TO WS-COMPAT-SW
                   END-IF
                END-PERFORM
             END-IF.

       B700-FIND-OLDEST-LOT-PARA.

             MOVE ZERO TO WS-LOT-OLDEST-IDX
             PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                     UNTIL WS-LOT-IDX > WS-LOT-USED
                IF WS-LOT-UNITS(WS-LOT-IDX) > ZERO
                   PERFORM B650-CHECK-LOT-COMPAT-PARA
                   IF WS-COMPAT-SW = 'Y'
                      IF WS-LOT-OLDEST-IDX = ZERO
                         MOVE WS-LOT-IDX TO WS-LOT-OLDEST-IDX
                      ELSE
                         IF WS-LOT-COLL-DATE(WS-LOT-IDX) <
                            WS-LOT-COLL-DATE(WS-LOT-OLDEST-IDX)
                            MOVE WS-LOT-IDX TO WS-LOT-OLDEST-IDX
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-PERFORM.

       B500-REFUSE-PARA.

             ADD 1 TO WS-REFUSED-CT

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-ISSUE-HEADING-PARA
             END-IF
             WRITE ISSRPT-REC FROM WS-RPT-EXC-LINE
             ADD 1 TO WS-LINE-CT
             MOVE SPACES TO WS-RPT-EXC-LINE.

       B030-SQL-ERROR-PARA.

             MOVE IST-PATN-ID     TO ERR-PATN-ID
             MOVE SQLCODE         TO ERR-SQLCODE
             MOVE SQLSTATE        TO ERR-SQLSTATE
             WRITE PRGERR-REC
             MOVE SPACES          TO PRGERR-REC

             ADD 1 TO WS-ERROR-CT
             MOVE 16 TO WS-RETURN-CODE.

       Z100-LOAD-OLDINV-PARA.

            OPEN INPUT OLDINV
            IF WS-OLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-OLD-EOF
            END-IF

            PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLDINV
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                      ADD 1 TO WS-OLD-READ-CT
                      PERFORM A600-LOAD-ONE-LOT-PARA
               END-READ
            END-PERFORM

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDINV
            END-IF.

       A600-LOAD-ONE-LOT-PARA.

             MOVE ZERO TO WS-CMP-FOUND-IDX
             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                OR WS-CMP-FOUND-IDX > ZERO
                IF WS-CMP-GRP(WS-CMP-IDX) = IVO-BG-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-CMP-FOUND-IDX = ZERO
                OR IVO-UNITS NOT NUMERIC
                OR IVO-COLL-DATE NOT NUMERIC
                OR WS-LOT-USED NOT < 200
                ADD 1 TO WS-LOT-DROPPED-CT
                MOVE SPACES      TO WS-RPT-EXC-LINE
                MOVE IVO-BG-CODE TO EXC-PATN-ID
                MOVE 'INVENTORY RECORD NOT USABLE - DROPPED'
                     TO EXC-TEXT
                MOVE OLDINV-REC(1:16) TO EXC-DETAIL
                IF WS-LINE-CT = ZERO
                   OR WS-LINE-CT >= WS-LINES-PER-PAGE
                   PERFORM Z200-PRINT-ISSUE-HEADING-PARA
                END-IF
                WRITE ISSRPT-REC FROM WS-RPT-EXC-LINE
                ADD 1 TO WS-LINE-CT
             ELSE
                MOVE IVO-COLL-DATE TO WS-DATE-X6
                PERFORM B800-DATE-TO-INT-PARA
                COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DATE-INT
                IF WS-AGE-DAYS > WS-SHELF-DAYS
                   ADD 1 TO WS-EXPIRED-LOT-CT
                   ADD FUNCTION NUMVAL(IVO-UNITS)
                     TO WS-EXPIRED-UNIT-CT
                ELSE
                   PERFORM A610-ADD-LOT-PARA
                END-IF
             END-IF.

       A610-ADD-LOT-PARA.

             ADD 1 TO WS-LOT-USED
             MOVE IVO-BG-CODE TO WS-LOT-BG(WS-LOT-USED)
             COMPUTE WS-LOT-COLL-DATE(WS-LOT-USED) =
                     FUNCTION NUMVAL(IVO-COLL-DATE)
             COMPUTE WS-LOT-UNITS(WS-LOT-USED) =
                     FUNCTION NUMVAL(IVO-UNITS).

       B800-DATE-TO-INT-PARA.

             MOVE WS-DATE-X6(1:2) TO WS-DATE-YY
             IF WS-DATE-YY < 50
                COMPUTE WS-DATE-YYYYMMDD =
                        20000000 + FUNCTION NUMVAL(WS-DATE-X6)
             ELSE
                COMPUTE WS-DATE-YYYYMMDD =
                        19000000 + FUNCTION NUMVAL(WS-DATE-X6)
             END-IF
             COMPUTE WS-DATE-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

       Y300-WRITE-OUTPUT-PARA.

            OPEN OUTPUT NEWINV
            OPEN OUTPUT BNKFIL

            MOVE ZERO TO WS-BG-TOTALS

            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-USED
               IF WS-LOT-UNITS(WS-LOT-IDX) > ZERO
                  PERFORM A400-WRITE-ONE-LOT-PARA
               END-IF
            END-PERFORM

            PERFORM A410-WRITE-BNKFIL-PARA

            CLOSE NEWINV
            CLOSE BNKFIL.

       A400-WRITE-ONE-LOT-PARA.

             MOVE SPACES TO NEWINV-REC
             MOVE WS-LOT-BG(WS-LOT-IDX)        TO IVN-BG-CODE
             MOVE WS-LOT-COLL-DATE(WS-LOT-IDX) TO IVN-COLL-DATE
             MOVE WS-LOT-UNITS(WS-LOT-IDX)     TO IVN-UNITS
             WRITE NEWINV-REC
             ADD 1 TO WS-NEWINV-CT
             ADD WS-LOT-UNITS(WS-LOT-IDX) TO WS-ONHAND-UNIT-CT

             MOVE ZERO TO WS-CMP-FOUND-IDX
             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                OR WS-CMP-FOUND-IDX > ZERO
                IF WS-CMP-GRP(WS-CMP-IDX) = WS-LOT-BG(WS-LOT-IDX)
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
                END-IF
             END-PERFORM
             IF WS-CMP-FOUND-IDX > ZERO
                ADD WS-LOT-UNITS(WS-LOT-IDX)
                  TO WS-BG-TOTAL(WS-CMP-FOUND-IDX)
             END-IF.

       A410-WRITE-BNKFIL-PARA.

             PERFORM B010-PRINT-HEADING-PARA
             WRITE ISSRPT-REC FROM WS-RPT-STOCK-HDG
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             ADD 2 TO WS-LINE-CT

             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                MOVE SPACES TO BNKFIL-REC
                MOVE WS-CMP-GRP(WS-CMP-IDX)   TO BNK-BG-CODE
                MOVE WS-BG-TOTAL(WS-CMP-IDX)  TO BNK-UNITS
                WRITE BNKFIL-REC

                MOVE SPACES TO WS-RPT-STOCK-LINE
                MOVE WS-CMP-GRP(WS-CMP-IDX)   TO STK-BG
                MOVE WS-BG-TOTAL(WS-CMP-IDX)  TO STK-UNITS
                WRITE ISSRPT-REC FROM WS-RPT-STOCK-LINE
                ADD 1 TO WS-LINE-CT
             END-PERFORM.

       Y200-LEDGER-DRIVER-PARA.

            SORT SRTWK ON ASCENDING KEY SRT-PATN-ID
                                        SRT-ISSUE-DATE
                                        SRT-ISSUE-TIME
                 USING TFLLED
                 GIVING SRTOUT

            OPEN INPUT SRTOUT

            PERFORM UNTIL WS-SRT-EOF = 'Y'
               READ SRTOUT INTO TFL-REC
                 AT END MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                      ADD 1 TO WS-LED-READ-CT
                      PERFORM C000-SELECT-LEDGER-PARA
               END-READ
            END-PERFORM

            IF WS-FIRST-PATN-SW = 'N'
               PERFORM D100-PRINT-PATN-TOTAL-PARA
            END-IF

            CLOSE SRTOUT

            PERFORM Z910-PRINT-SUMMARY-PARA.

       C000-SELECT-LEDGER-PARA.

             MOVE 'Y' TO WS-SELECT-SW

             IF WS-CTL-PATN-ID NOT = SPACES
                AND WS-CTL-PATN-ID NOT = 'ALL'
                AND TFL-PATN-ID NOT = WS-CTL-PATN-ID
                MOVE 'N' TO WS-SELECT-SW
             END-IF

             IF WS-CTL-LOT-BG NOT = SPACES
                AND TFL-LOT-BG NOT = WS-CTL-LOT-BG
                MOVE 'N' TO WS-SELECT-SW
             END-IF

             IF WS-CTL-LOT-DATE NUMERIC
                AND TFL-LOT-COLL-DATE NOT = WS-CTL-LOT-DATE
                MOVE 'N' TO WS-SELECT-SW
             END-IF

             IF WS-SELECT-SW = 'Y'
                ADD 1 TO WS-SELECTED-CT
                PERFORM C010-PRINT-LEDGER-PARA
             END-IF.

       C010-PRINT-LEDGER-PARA.

             IF TFL-PATN-ID NOT = WS-PREV-PATN-ID
                IF WS-FIRST-PATN-SW = 'Y'
                   MOVE 'N' TO WS-FIRST-PATN-SW
                ELSE
                   PERFORM D100-PRINT-PATN-TOTAL-PARA
                END-IF
                PERFORM D000-START-PATN-PARA
             END-IF

             ADD 1         TO WS-PATN-ISSUE-CT
             ADD TFL-UNITS TO WS-PATN-UNIT-CT
             ADD TFL-UNITS TO WS-ISSUED-UNIT-CT

             MOVE SPACES            TO WS-RPT-LEDGER-LINE
             MOVE TFL-ISSUE-DATE    TO LED-ISSUE-DATE
             MOVE TFL-ISSUE-TIME    TO LED-ISSUE-TIME
             MOVE TFL-LOT-BG        TO LED-LOT-BG
             MOVE TFL-LOT-COLL-DATE TO LED-COLL-DATE
             MOVE TFL-UNITS         TO LED-UNITS
             MOVE TFL-SUBST-FLAG    TO LED-SUBST
             MOVE TFL-ISSUER        TO LED-ISSUER
             MOVE TFL-ORDER-REF     TO LED-ORDER-REF

             PERFORM D300-CHECK-PAGE-PARA
             WRITE ISSRPT-REC FROM WS-RPT-LEDGER-LINE
             ADD 1 TO WS-LINE-CT.

       D000-START-PATN-PARA.

             MOVE TFL-PATN-ID TO WS-PREV-PATN-ID
             MOVE ZERO TO WS-PATN-ISSUE-CT
             MOVE ZERO TO WS-PATN-UNIT-CT
             ADD 1 TO WS-PATN-CT

             PERFORM D300-CHECK-PAGE-PARA

             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             MOVE TFL-PATN-ID TO PHDG-PATN-ID
             MOVE TFL-PATN-BG TO PHDG-PATN-BG
             WRITE ISSRPT-REC FROM WS-RPT-PATN-HDG
             WRITE ISSRPT-REC FROM WS-RPT-LEDGER-COLS
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             ADD 4 TO WS-LINE-CT.

       D100-PRINT-PATN-TOTAL-PARA.

             MOVE WS-PATN-ISSUE-CT TO PTOT-ISSUES
             MOVE WS-PATN-UNIT-CT  TO PTOT-UNITS

             PERFORM D300-CHECK-PAGE-PARA
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             WRITE ISSRPT-REC FROM WS-RPT-PATN-TOTAL
             ADD 2 TO WS-LINE-CT.

       D300-CHECK-PAGE-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM B010-PRINT-HEADING-PARA
             END-IF.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             MOVE WS-RUN-DATE TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             MOVE WS-DATE-INT TO WS-RUN-INT

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN OUTPUT ISSRPT
             OPEN OUTPUT PRGERR.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'I'    TO WS-CTL-MODE
             MOVE SPACE  TO WS-CTL-PATN-ID
             MOVE SPACE  TO WS-CTL-LOT-BG
             MOVE SPACE  TO WS-CTL-LOT-DATE

             OPEN INPUT ISSCTL

             IF WS-CTL-STATUS = '00'
                READ ISSCTL
                IF WS-CTL-STATUS = '00'
                   MOVE CTL-MODE     TO WS-CTL-MODE
                   MOVE CTL-PATN-ID  TO WS-CTL-PATN-ID
                   MOVE CTL-LOT-BG   TO WS-CTL-LOT-BG
                   MOVE CTL-LOT-DATE TO WS-CTL-LOT-DATE
                   IF CTL-SHELF-DAYS NUMERIC
                      AND CTL-SHELF-DAYS > ZERO
                      MOVE CTL-SHELF-DAYS TO WS-SHELF-DAYS
                   END-IF
                END-IF
                CLOSE ISSCTL
             END-IF.

       Z200-PRINT-ISSUE-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ISSRPT-REC FROM WS-RPT-ISSUE-HDG
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             WRITE ISSRPT-REC FROM WS-RPT-ISSUE-COLS
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             ADD 4 TO WS-LINE-CT.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT TO HDG1-PAGE
             MOVE WS-RUN-MM  TO HDG2-MM
             MOVE WS-RUN-DD  TO HDG2-DD
             MOVE WS-RUN-YY  TO HDG2-YY

             WRITE ISSRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             WRITE ISSRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC
             WRITE ISSRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO ISSRPT-REC
             WRITE ISSRPT-REC

             IF WS-CTL-MODE = 'R'
                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'LEDGER RECORDS READ:'     TO SUM-LABEL
                MOVE WS-LED-READ-CT             TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'LEDGER RECORDS SELECTED:' TO SUM-LABEL
                MOVE WS-SELECTED-CT             TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'PATIENTS LISTED:'         TO SUM-LABEL
                MOVE WS-PATN-CT                 TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'UNITS LISTED:'            TO SUM-LABEL
                MOVE WS-ISSUED-UNIT-CT          TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE
             ELSE
                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'INVENTORY RECORDS READ:'  TO SUM-LABEL
                MOVE WS-OLD-READ-CT             TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'ISSUE REQUESTS READ:'     TO SUM-LABEL
                MOVE WS-TRN-READ-CT             TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'ISSUES COMPLETED:'        TO SUM-LABEL
                MOVE WS-ISSUED-CT               TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'UNITS ISSUED:'            TO SUM-LABEL
                MOVE WS-ISSUED-UNIT-CT          TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'OF WHICH SUBSTITUTED:'    TO SUM-LABEL
                MOVE WS-SUBST-UNIT-CT           TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'LEDGER RECORDS WRITTEN:'  TO SUM-LABEL
                MOVE WS-LEDGER-CT               TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'ISSUES REFUSED:'          TO SUM-LABEL
                MOVE WS-REFUSED-CT              TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  INCOMPATIBLE GROUP:'    TO SUM-LABEL
                MOVE WS-INCOMPAT-CT             TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  PATIENT NOT ON FILE:'   TO SUM-LABEL
                MOVE WS-UNKNOWN-CT              TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  PATIENT DELETED:'       TO SUM-LABEL
                MOVE WS-DELETED-CT              TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  COMPATIBLE STOCK SHORT:' TO SUM-LABEL
                MOVE WS-SHORT-CT                TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  INVALID REQUEST:'       TO SUM-LABEL
                MOVE WS-INVALID-CT              TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DB2 ERRORS:'              TO SUM-LABEL
                MOVE WS-ERROR-CT                TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'INVENTORY LOTS DROPPED:'  TO SUM-LABEL
                MOVE WS-LOT-DROPPED-CT          TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'EXPIRED LOTS DROPPED:'    TO SUM-LABEL
                MOVE WS-EXPIRED-LOT-CT          TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'EXPIRED UNITS DROPPED:'   TO SUM-LABEL
                MOVE WS-EXPIRED-UNIT-CT         TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'LOTS WRITTEN TO NEWINV:'  TO SUM-LABEL
                MOVE WS-NEWINV-CT               TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'UNITS ON HAND:'           TO SUM-LABEL
                MOVE WS-ONHAND-UNIT-CT          TO SUM-COUNT
                WRITE ISSRPT-REC FROM WS-RPT-SUMMARY-LINE

                IF WS-RETURN-CODE < 8
                   AND (WS-REFUSED-CT > ZERO
                        OR WS-LOT-DROPPED-CT > ZERO)
                   MOVE 8 TO WS-RETURN-CODE
                END-IF
             END-IF.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG28'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             IF WS-CTL-MODE = 'R'
                MOVE WS-LED-READ-CT  TO RLG-READ-CT
                MOVE WS-SELECTED-CT  TO RLG-OUT-CT
                MOVE ZERO            TO RLG-REJECT-CT
                MOVE ZERO            TO RLG-ERROR-CT
             ELSE
                MOVE WS-TRN-READ-CT  TO RLG-READ-CT
                MOVE WS-LEDGER-CT    TO RLG-OUT-CT
                MOVE WS-REFUSED-CT   TO RLG-REJECT-CT
                MOVE WS-ERROR-CT     TO RLG-ERROR-CT
             END-IF
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
