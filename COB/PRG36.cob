       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT REGFIL ASSIGN TO REGFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REG-STATUS.

                SELECT OLDCTL ASSIGN TO OLDSEQFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLDCTL-STATUS.

                SELECT NEWCTL ASSIGN TO NEWSEQFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT TRNOUT ASSIGN TO REGTRNFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT REJFIL ASSIGN TO REGREJFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT REGRPT ASSIGN TO REGRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGFIL.
       01 REGFIL-REC          PIC X(200).

       FD OLDCTL
            RECORDING MODE IS F.
       01 OLDCTL-REC          PIC X(80).

       FD NEWCTL
            RECORDING MODE IS F.
       01 NEWCTL-REC          PIC X(80).

       FD TRNOUT
            RECORDING MODE IS F.
       01 TRN-REC.
          05 TRN-PATN-ID      PIC X(09).
          05 TRN-CODE         PIC X(01).
          05 TRN-PATN-NAME    PIC X(20).
          05 TRN-PATN-AGE     PIC X(02).
          05 TRN-PATN-BG      PIC X(03).
          05 TRN-PATN-NUM     PIC X(12).
          05 TRN-USERID       PIC X(08).
          05 TRN-SURV-ID      PIC X(09).
          05 FILLER           PIC X(16).

       FD REJFIL
            RECORDING MODE IS F.
       01 REJFIL-REC.
          05 REJ-PATN-ID      PIC X(09).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(12).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 REJ-TEXT         PIC X(40).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 REJ-LINE-NO      PIC 9(06).
          05 FILLER           PIC X(10) VALUE SPACE.

       FD REGRPT.
       01 REGRPT-REC          PIC X(132).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-REG-STATUS            PIC X(02).
       01 WS-OLDCTL-STATUS         PIC X(02).

       01 WS-SEQ-CTL-REC.
          05 SEQ-SENDER            PIC X(08).
          05 SEQ-LAST-SEQ          PIC 9(06).
          05 SEQ-LAST-FILE-DATE    PIC 9(06).
          05 SEQ-LAST-RUN-DATE     PIC 9(06).
          05 SEQ-LAST-DTL-CT       PIC 9(09).
          05 FILLER                PIC X(45).

       01 WS-REG-EOF               PIC A VALUE SPACE.
       01 WS-LINE-NO               PIC 9(06) VALUE ZERO.

       01 WS-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
       01 WS-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
       01 WS-VERIFY-FAILED-SW      PIC X(01) VALUE 'N'.

       01 WS-HDR-FIELDS.
          05 WS-HDR-SEQ            PIC 9(06) VALUE ZERO.
          05 WS-HDR-FILE-DATE      PIC 9(06) VALUE ZERO.
          05 WS-HDR-SENDER         PIC X(08) VALUE SPACES.

       01 WS-TRL-FIELDS.
          05 WS-TRL-DTL-CT         PIC 9(09) VALUE ZERO.
          05 WS-TRL-HASH-ID        PIC 9(15) VALUE ZERO.
          05 WS-TRL-HASH-AGE       PIC 9(09) VALUE ZERO.

       01 WS-EXPECT-SEQ            PIC 9(06).

       01 WS-CSV-FIELDS.
          05 WS-FLD-TYPE           PIC X(40).
          05 WS-FLD-2              PIC X(40).
          05 WS-FLD-3              PIC X(40).
          05 WS-FLD-4              PIC X(40).
          05 WS-FLD-5              PIC X(40).
          05 WS-FLD-6              PIC X(40).
          05 WS-FLD-7              PIC X(40).
       01 WS-CSV-COUNTS.
          05 WS-LEN-TYPE           PIC 9(03).
          05 WS-LEN-2              PIC 9(03).
          05 WS-LEN-3              PIC 9(03).
          05 WS-LEN-4              PIC 9(03).
          05 WS-LEN-5              PIC 9(03).
          05 WS-LEN-6              PIC 9(03).
          05 WS-LEN-7              PIC 9(03).
       01 WS-FLD-CT                PIC 9(03).
       01 WS-TRAIL-CT              PIC 9(03).
       01 WS-REC-LEN               PIC 9(03).

       01 WS-NUM-WORK              PIC 9(15).
       01 WS-PATN-ID-N             PIC 9(09).
       01 WS-PATN-AGE-N            PIC 9(02).

       01 WS-REJ-REASON            PIC X(12).
       01 WS-REJ-TEXT              PIC X(40).

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-RUN-CTRS.
          05 WS-READ-CT            PIC 9(09) VALUE ZERO.
          05 WS-DTL-CT             PIC 9(09) VALUE ZERO.
          05 WS-HASH-ID            PIC 9(15) VALUE ZERO.
          05 WS-HASH-AGE           PIC 9(09) VALUE ZERO.
          05 WS-BAD-TYPE-CT        PIC 9(09) VALUE ZERO.
          05 WS-AFTER-TRL-CT       PIC 9(09) VALUE ZERO.
          05 WS-ADD-CT             PIC 9(07) VALUE ZERO.
          05 WS-CHANGE-CT          PIC 9(07) VALUE ZERO.
          05 WS-DELETE-CT          PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-CT         PIC 9(07) VALUE ZERO.
          05 WS-REJECTED-CT        PIC 9(07) VALUE ZERO.

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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG36'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'REGISTRATION FEED CONVERTER'.
          05 FILLER          PIC X(08) VALUE SPACE.
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

       01 WS-RPT-HDR-ECHO.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(14) VALUE 'FILE SEQUENCE:'.
          05 ECHO-SEQ        PIC 9(06).
          05 FILLER          PIC X(12) VALUE '  EXPECTED:'.
          05 ECHO-EXPECT     PIC 9(06).
          05 FILLER          PIC X(13) VALUE '  CREATED ON:'.
          05 ECHO-FILE-DATE  PIC 9(06).
          05 FILLER          PIC X(06) VALUE '  BY: '.
          05 ECHO-SENDER     PIC X(08).

       01 WS-RPT-CMP-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(22) VALUE SPACE.
          05 FILLER          PIC X(15) VALUE '        TRAILER'.
          05 FILLER          PIC X(03) VALUE SPACE.
          05 FILLER          PIC X(15) VALUE '       COMPUTED'.

       01 WS-RPT-CMP-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 CMP-LABEL       PIC X(22).
          05 CMP-TRAILER     PIC Z(14)9.
          05 FILLER          PIC X(03) VALUE SPACE.
          05 CMP-COMPUTED    PIC Z(14)9.
          05 FILLER          PIC X(03) VALUE SPACE.
          05 CMP-FLAG        PIC X(08).

       01 WS-RPT-REJ-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'REJECTED FEED LINES'.

       01 WS-RPT-REJ-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'LINE'.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(14) VALUE 'REASON'.
          05 FILLER          PIC X(40) VALUE 'TEXT'.

       01 WS-RPT-REJ-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 RJL-LINE-NO     PIC 9(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RJL-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RJL-REASON      PIC X(12).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RJL-TEXT        PIC X(40).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'FEED CONVERSION SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-FOOTER.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE '*** END OF PAGE'.

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            PERFORM Y100-VERIFY-DRIVER-PARA.

            PERFORM Z920-PRINT-VERIFY-PARA.

            IF WS-VERIFY-FAILED-SW = 'N'
               PERFORM Y200-CONVERT-DRIVER-PARA
               MOVE WS-HDR-SENDER    TO SEQ-SENDER
               MOVE WS-HDR-SEQ       TO SEQ-LAST-SEQ
               MOVE WS-HDR-FILE-DATE TO SEQ-LAST-FILE-DATE
               MOVE WS-RUN-DATE      TO SEQ-LAST-RUN-DATE
               MOVE WS-DTL-CT        TO SEQ-LAST-DTL-CT
            ELSE
               MOVE 16 TO WS-RETURN-CODE
            END-IF.

            WRITE NEWCTL-REC FROM WS-SEQ-CTL-REC.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE NEWCTL.
            CLOSE TRNOUT.
            CLOSE REJFIL.
            CLOSE REGRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-VERIFY-DRIVER-PARA.

            MOVE SPACE TO WS-REG-EOF
            MOVE ZERO  TO WS-LINE-NO

            OPEN INPUT REGFIL
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF
            END-IF

            PERFORM UNTIL WS-REG-EOF = 'Y'
               READ REGFIL
                 AT END MOVE 'Y' TO WS-REG-EOF
                 NOT AT END
                      ADD 1 TO WS-LINE-NO
                      ADD 1 TO WS-READ-CT
                      PERFORM A000-CLASSIFY-PARA
               END-READ
            END-PERFORM

            IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '10'
               CLOSE REGFIL
            END-IF.

       A000-CLASSIFY-PARA.

             PERFORM A900-SPLIT-LINE-PARA

             EVALUATE TRUE
             WHEN WS-LINE-NO = 1
                  IF WS-FLD-TYPE = 'H'
                     MOVE 'Y' TO WS-HDR-SEEN-SW
                     PERFORM A010-EDIT-HEADER-PARA
                  ELSE
                     MOVE 'Y' TO WS-VERIFY-FAILED-SW
                     MOVE 'FIRST LINE IS NOT A HEADER' TO MSG-TEXT
                     PERFORM B500-PRINT-MSG-PARA
                     PERFORM A020-TALLY-DETAIL-PARA
                  END-IF
             WHEN WS-TRL-SEEN-SW = 'Y'
                  ADD 1 TO WS-AFTER-TRL-CT
             WHEN WS-FLD-TYPE = 'T'
                  MOVE 'Y' TO WS-TRL-SEEN-SW
                  PERFORM A030-EDIT-TRAILER-PARA
             WHEN OTHER
                  PERFORM A020-TALLY-DETAIL-PARA
             END-EVALUATE.

       A010-EDIT-HEADER-PARA.

             IF WS-LEN-2 > ZERO AND WS-LEN-2 NOT > 6
                AND WS-FLD-2(1:WS-LEN-2) NUMERIC
                COMPUTE WS-HDR-SEQ = FUNCTION NUMVAL(WS-FLD-2)
             ELSE
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'HEADER FILE SEQUENCE NOT NUMERIC' TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF

             IF WS-LEN-3 = 6 AND WS-FLD-3(1:6) NUMERIC
                MOVE WS-FLD-3(1:6) TO WS-HDR-FILE-DATE
             ELSE
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'HEADER CREATION DATE NOT YYMMDD' TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF

             IF WS-LEN-4 > ZERO AND WS-LEN-4 NOT > 8
                MOVE WS-FLD-4 TO WS-HDR-SENDER
             ELSE
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'HEADER SENDER ID MISSING OR TOO LONG'
                     TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF.

       A020-TALLY-DETAIL-PARA.

             IF WS-FLD-TYPE = 'D'
                ADD 1 TO WS-DTL-CT
                IF WS-LEN-3 > ZERO AND WS-LEN-3 NOT > 9
                   AND WS-FLD-3(1:WS-LEN-3) NUMERIC
                   COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-FLD-3)
                   ADD WS-NUM-WORK TO WS-HASH-ID
                END-IF
                IF WS-LEN-5 > ZERO AND WS-LEN-5 NOT > 2
                   AND WS-FLD-5(1:WS-LEN-5) NUMERIC
                   COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-FLD-5)
                   ADD WS-NUM-WORK TO WS-HASH-AGE
                END-IF
             ELSE
                ADD 1 TO WS-BAD-TYPE-CT
             END-IF.

       A030-EDIT-TRAILER-PARA.

             IF WS-LEN-2 > ZERO AND WS-LEN-2 NOT > 9
                AND WS-FLD-2(1:WS-LEN-2) NUMERIC
                AND WS-LEN-3 > ZERO AND WS-LEN-3 NOT > 15
                AND WS-FLD-3(1:WS-LEN-3) NUMERIC
                AND WS-LEN-4 > ZERO AND WS-LEN-4 NOT > 9
                AND WS-FLD-4(1:WS-LEN-4) NUMERIC
                COMPUTE WS-TRL-DTL-CT   = FUNCTION NUMVAL(WS-FLD-2)
                COMPUTE WS-TRL-HASH-ID  = FUNCTION NUMVAL(WS-FLD-3)
                COMPUTE WS-TRL-HASH-AGE = FUNCTION NUMVAL(WS-FLD-4)
             ELSE
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'TRAILER TOTALS NOT NUMERIC' TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF.

       A900-SPLIT-LINE-PARA.

             MOVE SPACES TO WS-CSV-FIELDS
             MOVE ZERO   TO WS-CSV-COUNTS
             MOVE ZERO   TO WS-FLD-CT
             MOVE ZERO   TO WS-TRAIL-CT

             INSPECT REGFIL-REC REPLACING ALL X'0D' BY SPACE
             INSPECT FUNCTION REVERSE(REGFIL-REC)
                     TALLYING WS-TRAIL-CT FOR LEADING SPACE
             COMPUTE WS-REC-LEN = 200 - WS-TRAIL-CT

             IF WS-REC-LEN > ZERO
                UNSTRING REGFIL-REC(1:WS-REC-LEN) DELIMITED BY ','
                    INTO WS-FLD-TYPE COUNT IN WS-LEN-TYPE
                         WS-FLD-2    COUNT IN WS-LEN-2
                         WS-FLD-3    COUNT IN WS-LEN-3
                         WS-FLD-4    COUNT IN WS-LEN-4
                         WS-FLD-5    COUNT IN WS-LEN-5
                         WS-FLD-6    COUNT IN WS-LEN-6
                         WS-FLD-7    COUNT IN WS-LEN-7
                    TALLYING IN WS-FLD-CT
                    ON OVERFLOW
                       MOVE 99 TO WS-FLD-CT
                END-UNSTRING
             END-IF.

       Y200-CONVERT-DRIVER-PARA.

            MOVE SPACE TO WS-REG-EOF
            MOVE ZERO  TO WS-LINE-NO

            OPEN INPUT REGFIL
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF
            END-IF

            PERFORM Z200-PRINT-REJ-HEADING-PARA

            PERFORM UNTIL WS-REG-EOF = 'Y'
               READ REGFIL
                 AT END MOVE 'Y' TO WS-REG-EOF
                 NOT AT END
                      ADD 1 TO WS-LINE-NO
                      PERFORM A900-SPLIT-LINE-PARA
                      IF WS-FLD-TYPE = 'D'
                         PERFORM B000-CONVERT-LINE-PARA
                      END-IF
               END-READ
            END-PERFORM

            IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '10'
               CLOSE REGFIL
            END-IF

            IF WS-REJECTED-CT > ZERO
               AND WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
            END-IF.

       B000-CONVERT-LINE-PARA.

             MOVE SPACES TO TRN-REC

             EVALUATE TRUE
             WHEN WS-FLD-CT < 3 OR WS-FLD-CT > 7
                  MOVE 'BAD-FORMAT'  TO WS-REJ-REASON
                  MOVE 'LINE DOES NOT HAVE 3 TO 7 FIELDS'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-LEN-3 = ZERO OR WS-LEN-3 > 9
                  OR WS-FLD-3(1:WS-LEN-3) NOT NUMERIC
                  MOVE 'BAD-PATN-ID' TO WS-REJ-REASON
                  MOVE 'PATN-ID MISSING OR NOT NUMERIC'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-FLD-2 NOT = 'A' AND WS-FLD-2 NOT = 'C'
                  AND WS-FLD-2 NOT = 'D'
                  MOVE 'BAD-TRN-CODE' TO WS-REJ-REASON
                  MOVE 'ACTION NOT A/C/D' TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-LEN-4 > 20
                  MOVE 'BAD-NAME'    TO WS-REJ-REASON
                  MOVE 'NAME LONGER THAN 20 CHARACTERS'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-LEN-6 > 3
                  MOVE 'BAD-BG'      TO WS-REJ-REASON
                  MOVE 'BLOOD GROUP LONGER THAN 3 CHARACTERS'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-LEN-7 > 12
                  MOVE 'BAD-NUM'     TO WS-REJ-REASON
                  MOVE 'PATIENT NUMBER LONGER THAN 12'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN WS-FLD-2 NOT = 'D'
                  AND (WS-LEN-5 = ZERO OR WS-LEN-5 > 2
                       OR WS-FLD-5(1:WS-LEN-5) NOT NUMERIC)
                  MOVE 'BAD-AGE'     TO WS-REJ-REASON
                  MOVE 'AGE MISSING OR NOT NUMERIC'
                       TO WS-REJ-TEXT
                  PERFORM B100-REJECT-LINE-PARA
             WHEN OTHER
                  PERFORM B010-BUILD-TRN-PARA
             END-EVALUATE.

       B010-BUILD-TRN-PARA.

             COMPUTE WS-PATN-ID-N = FUNCTION NUMVAL(WS-FLD-3)
             MOVE WS-PATN-ID-N    TO TRN-PATN-ID
             MOVE WS-FLD-2        TO TRN-CODE
             MOVE WS-FLD-4        TO TRN-PATN-NAME
             MOVE WS-FLD-6        TO TRN-PATN-BG
             MOVE WS-FLD-7        TO TRN-PATN-NUM
             MOVE WS-HDR-SENDER   TO TRN-USERID

             IF WS-LEN-5 > ZERO AND WS-FLD-5(1:WS-LEN-5) NUMERIC
                COMPUTE WS-PATN-AGE-N = FUNCTION NUMVAL(WS-FLD-5)
                MOVE WS-PATN-AGE-N TO TRN-PATN-AGE
             END-IF

             EVALUATE TRN-CODE
             WHEN 'A'
                  ADD 1 TO WS-ADD-CT
             WHEN 'C'
                  ADD 1 TO WS-CHANGE-CT
             WHEN 'D'
                  ADD 1 TO WS-DELETE-CT
             END-EVALUATE

             WRITE TRN-REC
             ADD 1 TO WS-WRITTEN-CT.

       B100-REJECT-LINE-PARA.

             ADD 1 TO WS-REJECTED-CT

             MOVE SPACES          TO REJFIL-REC
             MOVE WS-FLD-3        TO REJ-PATN-ID
             MOVE WS-REJ-REASON   TO REJ-REASON-CODE
             MOVE WS-REJ-TEXT     TO REJ-TEXT
             MOVE WS-LINE-NO      TO REJ-LINE-NO
             WRITE REJFIL-REC

             MOVE SPACES          TO WS-RPT-REJ-LINE
             MOVE WS-LINE-NO      TO RJL-LINE-NO
             MOVE WS-FLD-3        TO RJL-PATN-ID
             MOVE WS-REJ-REASON   TO RJL-REASON
             MOVE WS-REJ-TEXT     TO RJL-TEXT

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-REJ-HEADING-PARA
             END-IF
             WRITE REGRPT-REC FROM WS-RPT-REJ-LINE
             ADD 1 TO WS-LINE-CT.

       B500-PRINT-MSG-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM B010-PRINT-HEADING-PARA
             END-IF
             WRITE REGRPT-REC FROM WS-RPT-MSG-LINE
             ADD 1 TO WS-LINE-CT.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z100-READ-SEQ-CONTROL-PARA

             OPEN OUTPUT NEWCTL
             OPEN OUTPUT TRNOUT
             OPEN OUTPUT REJFIL
             OPEN OUTPUT REGRPT.

       Z100-READ-SEQ-CONTROL-PARA.

             MOVE SPACES TO WS-SEQ-CTL-REC
             MOVE ZERO   TO SEQ-LAST-SEQ
             MOVE ZERO   TO SEQ-LAST-FILE-DATE
             MOVE ZERO   TO SEQ-LAST-RUN-DATE
             MOVE ZERO   TO SEQ-LAST-DTL-CT

             OPEN INPUT OLDCTL

             IF WS-OLDCTL-STATUS = '00'
                READ OLDCTL INTO WS-SEQ-CTL-REC
                IF WS-OLDCTL-STATUS NOT = '00'
                   OR SEQ-LAST-SEQ NOT NUMERIC
                   MOVE SPACES TO WS-SEQ-CTL-REC
                   MOVE ZERO   TO SEQ-LAST-SEQ
                   MOVE ZERO   TO SEQ-LAST-FILE-DATE
                   MOVE ZERO   TO SEQ-LAST-RUN-DATE
                   MOVE ZERO   TO SEQ-LAST-DTL-CT
                END-IF
                CLOSE OLDCTL
             END-IF.

       Z200-PRINT-REJ-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE REGRPT-REC FROM WS-RPT-REJ-HDG
             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC
             WRITE REGRPT-REC FROM WS-RPT-REJ-COLS
             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC
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

             WRITE REGRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC
             WRITE REGRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC
             WRITE REGRPT-REC FROM WS-RPT-FOOTER.

       Z920-PRINT-VERIFY-PARA.

             IF WS-READ-CT = ZERO
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'FEED FILE MISSING OR EMPTY' TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF

             COMPUTE WS-EXPECT-SEQ = SEQ-LAST-SEQ + 1

             IF WS-HDR-SEEN-SW = 'Y'
                MOVE WS-HDR-SEQ       TO ECHO-SEQ
                MOVE WS-EXPECT-SEQ    TO ECHO-EXPECT
                MOVE WS-HDR-FILE-DATE TO ECHO-FILE-DATE
                MOVE WS-HDR-SENDER    TO ECHO-SENDER
                IF WS-LINE-CT = ZERO
                   PERFORM B010-PRINT-HEADING-PARA
                END-IF
                WRITE REGRPT-REC FROM WS-RPT-HDR-ECHO
                MOVE SPACES TO REGRPT-REC
                WRITE REGRPT-REC
                ADD 2 TO WS-LINE-CT
                PERFORM Z930-CHECK-SEQUENCE-PARA
             ELSE
                IF WS-READ-CT > ZERO
                   MOVE 'Y' TO WS-VERIFY-FAILED-SW
                   MOVE 'NO HEADER LINE ON FEED' TO MSG-TEXT
                   PERFORM B500-PRINT-MSG-PARA
                END-IF
             END-IF

             IF WS-TRL-SEEN-SW = 'Y'
                PERFORM Z940-COMPARE-TRAILER-PARA
             ELSE
                IF WS-READ-CT > ZERO
                   MOVE 'Y' TO WS-VERIFY-FAILED-SW
                   MOVE 'NO TRAILER LINE ON FEED - FILE TRUNCATED'
                        TO MSG-TEXT
                   PERFORM B500-PRINT-MSG-PARA
                END-IF
             END-IF

             IF WS-AFTER-TRL-CT > ZERO
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'LINES FOUND AFTER TRAILER' TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF

             IF WS-BAD-TYPE-CT > ZERO
                MOVE 'Y' TO WS-VERIFY-FAILED-SW
                MOVE 'LINES WITH UNKNOWN RECORD TYPE ON FEED'
                     TO MSG-TEXT
                PERFORM B500-PRINT-MSG-PARA
             END-IF

             MOVE SPACES TO WS-RPT-MSG-LINE
             PERFORM B500-PRINT-MSG-PARA

             IF WS-VERIFY-FAILED-SW = 'Y'
                MOVE '**** FEED REJECTED - NO TRANSACTIONS WRITTEN ****'
                     TO MSG-TEXT
             ELSE
                MOVE 'FEED VERIFIED - SEQUENCE AND TRAILER BALANCE'
                     TO MSG-TEXT
             END-IF
             PERFORM B500-PRINT-MSG-PARA.

       Z930-CHECK-SEQUENCE-PARA.

             EVALUATE TRUE
             WHEN SEQ-SENDER NOT = SPACES
                  AND WS-HDR-SENDER NOT = SEQ-SENDER
                  MOVE 'Y' TO WS-VERIFY-FAILED-SW
                  MOVE 'SENDER DOES NOT MATCH SEQUENCE CONTROL FILE'
                       TO MSG-TEXT
                  PERFORM B500-PRINT-MSG-PARA
             WHEN WS-HDR-SEQ NOT > SEQ-LAST-SEQ
                  MOVE 'Y' TO WS-VERIFY-FAILED-SW
                  MOVE 'FILE SEQUENCE ALREADY PROCESSED - RESENT FILE'
                       TO MSG-TEXT
                  PERFORM B500-PRINT-MSG-PARA
             WHEN WS-HDR-SEQ > WS-EXPECT-SEQ
                  MOVE 'Y' TO WS-VERIFY-FAILED-SW
                  MOVE 'FILE SEQUENCE GAP - EARLIER FILE(S) MISSING'
                       TO MSG-TEXT
                  PERFORM B500-PRINT-MSG-PARA
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       Z940-COMPARE-TRAILER-PARA.

             WRITE REGRPT-REC FROM WS-RPT-CMP-COLS
             ADD 1 TO WS-LINE-CT

             MOVE SPACES          TO WS-RPT-CMP-LINE
             MOVE 'DETAIL LINE COUNT:'   TO CMP-LABEL
             MOVE WS-TRL-DTL-CT   TO CMP-TRAILER
             MOVE WS-DTL-CT       TO CMP-COMPUTED
             IF WS-TRL-DTL-CT = WS-DTL-CT
                MOVE 'OK'         TO CMP-FLAG
             ELSE
                MOVE '*ERROR*'    TO CMP-FLAG
                MOVE 'Y'          TO WS-VERIFY-FAILED-SW
             END-IF
             WRITE REGRPT-REC FROM WS-RPT-CMP-LINE

             MOVE SPACES          TO WS-RPT-CMP-LINE
             MOVE 'HASH OF PATN-ID:'     TO CMP-LABEL
             MOVE WS-TRL-HASH-ID  TO CMP-TRAILER
             MOVE WS-HASH-ID      TO CMP-COMPUTED
             IF WS-TRL-HASH-ID = WS-HASH-ID
                MOVE 'OK'         TO CMP-FLAG
             ELSE
                MOVE '*ERROR*'    TO CMP-FLAG
                MOVE 'Y'          TO WS-VERIFY-FAILED-SW
             END-IF
             WRITE REGRPT-REC FROM WS-RPT-CMP-LINE

             MOVE SPACES          TO WS-RPT-CMP-LINE
             MOVE 'HASH OF PATN-AGE:'    TO CMP-LABEL
             MOVE WS-TRL-HASH-AGE TO CMP-TRAILER
             MOVE WS-HASH-AGE     TO CMP-COMPUTED
             IF WS-TRL-HASH-AGE = WS-HASH-AGE
                MOVE 'OK'         TO CMP-FLAG
             ELSE
                MOVE '*ERROR*'    TO CMP-FLAG
                MOVE 'Y'          TO WS-VERIFY-FAILED-SW
             END-IF
             WRITE REGRPT-REC FROM WS-RPT-CMP-LINE
             ADD 3 TO WS-LINE-CT.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO REGRPT-REC
             WRITE REGRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'FEED LINES READ:'         TO SUM-LABEL
             MOVE WS-READ-CT                 TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DETAIL LINES:'            TO SUM-LABEL
             MOVE WS-DTL-CT                  TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'ADDS CONVERTED:'          TO SUM-LABEL
             MOVE WS-ADD-CT                  TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'CHANGES CONVERTED:'       TO SUM-LABEL
             MOVE WS-CHANGE-CT               TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DELETES CONVERTED:'       TO SUM-LABEL
             MOVE WS-DELETE-CT               TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'TRANSACTIONS WRITTEN:'    TO SUM-LABEL
             MOVE WS-WRITTEN-CT              TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'LINES REJECTED:'          TO SUM-LABEL
             MOVE WS-REJECTED-CT             TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'LAST ACCEPTED SEQUENCE:'  TO SUM-LABEL
             MOVE SEQ-LAST-SEQ               TO SUM-COUNT
             WRITE REGRPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG36'          TO RLG-PROGRAM
             MOVE SPACE            TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-READ-CT       TO RLG-READ-CT
             MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
             MOVE WS-REJECTED-CT   TO RLG-REJECT-CT
             MOVE ZERO             TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
