       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLDDON ASSIGN TO OLDDONFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-STATUS.

                SELECT DONTRN ASSIGN TO DONTRNFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.

                SELECT NEWDON ASSIGN TO NEWDONFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT SHTFIL ASSIGN TO SHTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SHT-STATUS.

                SELECT EMPFIL ASSIGN TO EMPFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMP-STATUS.

                SELECT DONRPT ASSIGN TO DONRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT SRTOUT ASSIGN TO SRTFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OLDDON
            RECORDING MODE IS F.
       COPY DONREC.

       FD DONTRN
            RECORDING MODE IS F.
       01 DTRN-REC.
          05 DTR-PATN-ID      PIC X(09).
          05 DTR-ACTION       PIC X(01).
          05 DTR-DATE         PIC X(06).
          05 DTR-DEFER-CODE   PIC X(01).
          05 DTR-REASON       PIC X(20).
          05 DTR-USERID       PIC X(08).
          05 FILLER           PIC X(35).

       FD NEWDON
            RECORDING MODE IS F.
       01 NEWDON-REC          PIC X(80).

       FD SHTFIL
            RECORDING MODE IS F.
       COPY SHTREC.

       FD EMPFIL
            RECORDING MODE IS F.
       01 FL-REC              PIC X(80).

       FD DONRPT.
       01 DONRPT-REC          PIC X(132).

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

       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-MODE            PIC X(01).
          05 CTL-MIN-DAYS        PIC X(03).
          05 FILLER              PIC X(76).

       SD SRTWK.
       01 SRTWK-REC.
          05 SRT-PATN-ID      PIC X(09).
          05 FILLER           PIC X(20).
          05 SRT-DEPT-CODE    PIC X(04).
          05 FILLER           PIC X(47).

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
       01 WS-SHT-STATUS            PIC X(02).
       01 WS-EMP-STATUS            PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-MODE              PIC X(01) VALUE 'M'.
       01 WS-MIN-DAYS              PIC 9(03) VALUE 56.

       01 WS-OLD-EOF               PIC A VALUE SPACE.
       01 WS-TRN-EOF               PIC A VALUE SPACE.
       01 WS-SHT-EOF               PIC X(01) VALUE 'N'.
       01 WS-EMP-EOF               PIC X(01) VALUE 'N'.
       01 WS-SRT-EOF               PIC X(01) VALUE 'N'.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       COPY EMPREC.

       COPY BGCMP.

       01 WS-CMP-IDX               PIC 9(03).
       01 WS-CMP-FOUND-IDX         PIC 9(03).
       01 WS-DON-IDX               PIC 9(03).
       01 WS-TARGET-IDX            PIC 9(03).

       01 WS-SHT-TABLE.
          05 WS-SHT-UNITS          PIC 9(07) OCCURS 8 TIMES.

       01 WS-TRN-USED              PIC 9(03) VALUE ZERO.
       01 WS-TRN-IDX               PIC 9(03).
       01 WS-TRN-CUR-IDX           PIC 9(03).
       01 WS-TRN-ADD-IDX           PIC 9(03).

       01 WS-TRN-TABLE.
          05 WS-TRN-ENTRY OCCURS 200 TIMES.
             10 WS-TRN-KEY         PIC X(09).
             10 WS-TRN-ACT         PIC X(01).
             10 WS-TRN-DATE        PIC X(06).
             10 WS-TRN-DEFER       PIC X(01).
             10 WS-TRN-REASON      PIC X(20).
             10 WS-TRN-USERID      PIC X(08).
             10 WS-TRN-USED-SW     PIC X(01).
             10 WS-TRN-EMP-SW      PIC X(01).

       01 WS-REMOVED-SW            PIC X(01) VALUE 'N'.
       01 WS-DATE-OK-SW            PIC X(01) VALUE 'N'.

       01 WS-CALL-USED             PIC 9(03) VALUE ZERO.
       01 WS-CALL-IDX              PIC 9(03).
       01 WS-CALL-FOUND-IDX        PIC 9(03).

       01 WS-CALL-TABLE.
          05 WS-CALL-ENTRY OCCURS 500 TIMES.
             10 WS-CALL-PATN-ID    PIC X(09).
             10 WS-CALL-BG         PIC X(03).
             10 WS-CALL-FOR-BG     PIC X(03).
             10 WS-CALL-LAST-DATE  PIC 9(06).
             10 WS-CALL-LISTED-SW  PIC X(01).

       01 WS-PREV-DEPT             PIC X(04) VALUE LOW-VALUE.
       01 WS-FIRST-DEPT-SW         PIC X(01) VALUE 'Y'.
       01 WS-DEPT-CALL-CT          PIC 9(05) VALUE ZERO.

       01 WS-RUN-INT               PIC S9(09) USAGE COMP.
       01 WS-DATE-INT              PIC S9(09) USAGE COMP.
       01 WS-DATE-X6               PIC X(06).
       01 WS-DATE-YYYYMMDD         PIC 9(08).
       01 WS-DATE-YY               PIC 9(02).
       01 WS-DATE-MM               PIC 9(02).
       01 WS-DATE-DD               PIC 9(02).
       01 WS-LAST-INT              PIC S9(09) USAGE COMP.
       01 WS-SINCE-DAYS            PIC S9(07) USAGE COMP.
       01 WS-DEFER-SW              PIC X(01) VALUE 'N'.

       01 WS-RUN-CTRS.
          05 WS-OLD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-TRN-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-REGISTER-CT        PIC 9(07) VALUE ZERO.
          05 WS-DONATION-CT        PIC 9(07) VALUE ZERO.
          05 WS-DEFER-SET-CT       PIC 9(07) VALUE ZERO.
          05 WS-DEFER-LIFT-CT      PIC 9(07) VALUE ZERO.
          05 WS-REMOVE-CT          PIC 9(07) VALUE ZERO.
          05 WS-TRN-REJECT-CT      PIC 9(07) VALUE ZERO.
          05 WS-TRN-DROPPED-CT     PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-CT         PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.
          05 WS-SHORT-GRP-CT       PIC 9(07) VALUE ZERO.
          05 WS-DEFERRED-CT        PIC 9(07) VALUE ZERO.
          05 WS-RECENT-CT          PIC 9(07) VALUE ZERO.
          05 WS-NOT-NEEDED-CT      PIC 9(07) VALUE ZERO.
          05 WS-NOT-PATIENT-CT     PIC 9(07) VALUE ZERO.
          05 WS-ELIGIBLE-CT        PIC 9(07) VALUE ZERO.
          05 WS-CALL-DROPPED-CT    PIC 9(07) VALUE ZERO.
          05 WS-LISTED-CT          PIC 9(07) VALUE ZERO.
          05 WS-NOT-EMP-CT         PIC 9(07) VALUE ZERO.
          05 WS-DEPT-CT            PIC 9(07) VALUE ZERO.

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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG29'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'EMPLOYEE DONOR REGISTRY'.
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

       01 WS-RPT-ACT-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'DONOR REGISTRY MAINTENANCE'.

       01 WS-RPT-ACT-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(12) VALUE 'ACTION'.
          05 FILLER          PIC X(09) VALUE 'DATE'.
          05 FILLER          PIC X(06) VALUE 'DEFER'.
          05 FILLER          PIC X(10) VALUE 'USERID'.
          05 FILLER          PIC X(40) VALUE 'NOTE'.

       01 WS-RPT-ACT-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 ACT-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-ACTION      PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-DATE        PIC X(06).
          05 FILLER          PIC X(03) VALUE SPACE.
          05 ACT-DEFER       PIC X(01).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ACT-USERID      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-TEXT        PIC X(40).

       01 WS-RPT-SHORT-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'BLOOD GROUPS SHORT ON PLAN'.

       01 WS-RPT-SHORT-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SHORT-BG        PIC X(03).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 FILLER          PIC X(13) VALUE 'UNITS SHORT:'.
          05 SHORT-UNITS     PIC ZZZ,ZZ9.

       01 WS-RPT-CALL-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'DONOR CALL LIST BY DEPARTMENT'.

       01 WS-RPT-DEPT-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(12) VALUE 'DEPARTMENT:'.
          05 DEPT-HDG-CODE   PIC X(04).

       01 WS-RPT-CALL-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(22) VALUE 'EMPLOYEE NAME'.
          05 FILLER          PIC X(06) VALUE 'BG'.
          05 FILLER          PIC X(09) VALUE 'FOR BG'.
          05 FILLER          PIC X(14) VALUE 'LAST DONATION'.

       01 WS-RPT-CALL-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 CALL-PATN-ID    PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 CALL-EMP-NAME   PIC X(20).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 CALL-BG         PIC X(03).
          05 FILLER          PIC X(03) VALUE SPACE.
          05 CALL-FOR-BG     PIC X(03).
          05 FILLER          PIC X(06) VALUE SPACE.
          05 CALL-LAST-DATE  PIC X(06).

       01 WS-RPT-DEPT-TOTAL.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(18) VALUE 'DEPARTMENT TOTAL -'.
          05 FILLER          PIC X(09) VALUE ' DONORS:'.
          05 TOT-DONORS      PIC ZZ,ZZ9.

       01 WS-RPT-EXC-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 EXC-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 EXC-TEXT        PIC X(40).

       01 WS-RPT-NOTE-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 NOTE-TEXT       PIC X(50).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'DONOR REGISTRY RUN SUMMARY'.

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

            IF WS-CTL-MODE = 'C'
               PERFORM Y200-CALL-LIST-DRIVER-PARA
            ELSE
               PERFORM Y100-MAINT-DRIVER-PARA
            END-IF.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE DONRPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-MAINT-DRIVER-PARA.

            OPEN OUTPUT NEWDON

            PERFORM Z100-LOAD-TRANSACTIONS-PARA

            PERFORM Z110-MARK-EMPLOYEES-PARA

            PERFORM Z200-PRINT-ACT-HEADING-PARA

            PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLDDON
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                      ADD 1 TO WS-OLD-READ-CT
                      PERFORM A000-PROCESS-OLD-PARA
               END-READ
            END-PERFORM

            PERFORM A400-ADD-NEW-DONORS-PARA

            PERFORM A450-REPORT-UNMATCHED-PARA

            PERFORM Z910-PRINT-SUMMARY-PARA

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDDON
            END-IF
            CLOSE NEWDON.

       A000-PROCESS-OLD-PARA.

             MOVE 'N' TO WS-REMOVED-SW

             PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                     UNTIL WS-TRN-IDX > WS-TRN-USED
                OR WS-REMOVED-SW = 'Y'
                IF WS-TRN-KEY(WS-TRN-IDX) = DON-PATN-ID
                   AND WS-TRN-USED-SW(WS-TRN-IDX) = 'N'
                   MOVE 'Y' TO WS-TRN-USED-SW(WS-TRN-IDX)
                   MOVE WS-TRN-IDX TO WS-TRN-CUR-IDX
                   PERFORM A100-APPLY-TRN-PARA
                END-IF
             END-PERFORM

             IF WS-REMOVED-SW = 'N'
                WRITE NEWDON-REC FROM DON-REC
                ADD 1 TO WS-WRITTEN-CT
             END-IF.

       A100-APPLY-TRN-PARA.

             MOVE SPACES                        TO WS-RPT-ACT-LINE
             MOVE WS-TRN-KEY(WS-TRN-CUR-IDX)    TO ACT-PATN-ID
             MOVE WS-TRN-DATE(WS-TRN-CUR-IDX)   TO ACT-DATE
             MOVE WS-TRN-DEFER(WS-TRN-CUR-IDX)  TO ACT-DEFER
             MOVE WS-TRN-USERID(WS-TRN-CUR-IDX) TO ACT-USERID

             EVALUATE WS-TRN-ACT(WS-TRN-CUR-IDX)
             WHEN 'A'
                  MOVE 'DONOR ALREADY ON REGISTRY' TO ACT-TEXT
                  PERFORM B500-REJECT-TRN-PARA
             WHEN 'D'
                  PERFORM A110-RECORD-DONATION-PARA
             WHEN 'F'
                  PERFORM A120-SET-DEFERRAL-PARA
             WHEN 'L'
                  PERFORM A130-LIFT-DEFERRAL-PARA
             WHEN 'X'
                  MOVE 'Y' TO WS-REMOVED-SW
                  ADD 1 TO WS-REMOVE-CT
                  MOVE 'REMOVED'  TO ACT-ACTION
                  PERFORM A500-PRINT-ACT-PARA
             WHEN OTHER
                  MOVE 'ACTION CODE NOT A/D/F/L/X' TO ACT-TEXT
                  PERFORM B500-REJECT-TRN-PARA
             END-EVALUATE.

       A110-RECORD-DONATION-PARA.

             MOVE WS-TRN-DATE(WS-TRN-CUR-IDX) TO WS-DATE-X6
             PERFORM B810-CHECK-DATE-PARA

             IF WS-DATE-OK-SW = 'Y'
                PERFORM B800-DATE-TO-INT-PARA
                IF WS-DATE-INT > WS-RUN-INT
                   MOVE 'N' TO WS-DATE-OK-SW
                END-IF
             END-IF

             IF WS-DATE-OK-SW = 'N'
                MOVE 'DONATION DATE NOT VALID' TO ACT-TEXT
                PERFORM B500-REJECT-TRN-PARA
             ELSE
                MOVE WS-DATE-INT TO WS-LAST-INT
                MOVE ZERO        TO WS-DATE-INT
                IF DON-LAST-DATE NUMERIC
                   AND DON-LAST-DATE NOT = ZERO
                   MOVE DON-LAST-DATE TO WS-DATE-X6
                   PERFORM B800-DATE-TO-INT-PARA
                END-IF
                IF WS-LAST-INT NOT > WS-DATE-INT
                   MOVE 'DATE NOT AFTER LAST DONATION' TO ACT-TEXT
                   PERFORM B500-REJECT-TRN-PARA
                ELSE
                   MOVE WS-TRN-DATE(WS-TRN-CUR-IDX) TO DON-LAST-DATE
                   IF DON-DONATE-CT NOT NUMERIC
                      MOVE ZERO TO DON-DONATE-CT
                   END-IF
                   IF DON-DONATE-CT < 999
                      ADD 1 TO DON-DONATE-CT
                   END-IF
                   PERFORM B100-STAMP-UPDATE-PARA
                   ADD 1 TO WS-DONATION-CT
                   MOVE 'DONATED'  TO ACT-ACTION
                   PERFORM A500-PRINT-ACT-PARA
                END-IF
             END-IF.

       A120-SET-DEFERRAL-PARA.

             MOVE 'N' TO WS-DATE-OK-SW

             EVALUATE WS-TRN-DEFER(WS-TRN-CUR-IDX)
             WHEN 'P'
                  MOVE 'Y' TO WS-DATE-OK-SW
             WHEN 'T'
                  MOVE WS-TRN-DATE(WS-TRN-CUR-IDX) TO WS-DATE-X6
                  PERFORM B810-CHECK-DATE-PARA
                  IF WS-DATE-OK-SW = 'Y'
                     PERFORM B800-DATE-TO-INT-PARA
                     IF WS-DATE-INT NOT > WS-RUN-INT
                        MOVE 'N' TO WS-DATE-OK-SW
                     END-IF
                  END-IF
             WHEN OTHER
                  CONTINUE
             END-EVALUATE

             IF WS-DATE-OK-SW = 'N'
                MOVE 'DEFERRAL CODE OR END DATE NOT VALID'
                     TO ACT-TEXT
                PERFORM B500-REJECT-TRN-PARA
             ELSE
                MOVE WS-TRN-DEFER(WS-TRN-CUR-IDX)  TO DON-DEFER-CODE
                IF DON-DEFER-CODE = 'T'
                   MOVE WS-TRN-DATE(WS-TRN-CUR-IDX)
                                                 TO DON-DEFER-UNTIL
                ELSE
                   MOVE ZERO                     TO DON-DEFER-UNTIL
                END-IF
                MOVE WS-TRN-REASON(WS-TRN-CUR-IDX) TO DON-DEFER-REASON
                PERFORM B100-STAMP-UPDATE-PARA
                ADD 1 TO WS-DEFER-SET-CT
                MOVE 'DEFERRED' TO ACT-ACTION
                MOVE DON-DEFER-REASON TO ACT-TEXT
                PERFORM A500-PRINT-ACT-PARA
             END-IF.

       A130-LIFT-DEFERRAL-PARA.

             IF DON-DEFER-CODE = SPACE
                MOVE 'DONOR IS NOT DEFERRED' TO ACT-TEXT
                PERFORM B500-REJECT-TRN-PARA
             ELSE
                MOVE SPACE  TO DON-DEFER-CODE
                MOVE ZERO   TO DON-DEFER-UNTIL
                MOVE SPACES TO DON-DEFER-REASON
                PERFORM B100-STAMP-UPDATE-PARA
                ADD 1 TO WS-DEFER-LIFT-CT
                MOVE 'LIFTED'   TO ACT-ACTION
                PERFORM A500-PRINT-ACT-PARA
             END-IF.

       A400-ADD-NEW-DONORS-PARA.

             PERFORM VARYING WS-TRN-ADD-IDX FROM 1 BY 1
                     UNTIL WS-TRN-ADD-IDX > WS-TRN-USED
                IF WS-TRN-USED-SW(WS-TRN-ADD-IDX) = 'N'
                   AND WS-TRN-ACT(WS-TRN-ADD-IDX) = 'A'
                   MOVE 'Y' TO WS-TRN-USED-SW(WS-TRN-ADD-IDX)
                   PERFORM A410-ADD-ONE-DONOR-PARA
                END-IF
             END-PERFORM.

       A410-ADD-ONE-DONOR-PARA.

             MOVE SPACES                        TO WS-RPT-ACT-LINE
             MOVE WS-TRN-KEY(WS-TRN-ADD-IDX)    TO ACT-PATN-ID
             MOVE WS-TRN-USERID(WS-TRN-ADD-IDX) TO ACT-USERID
             MOVE WS-TRN-ADD-IDX                TO WS-TRN-CUR-IDX

             EVALUATE TRUE
             WHEN WS-TRN-KEY(WS-TRN-ADD-IDX) NOT NUMERIC
                  MOVE 'PATN-ID NOT NUMERIC - NOT REGISTERED'
                       TO ACT-TEXT
                  PERFORM B500-REJECT-TRN-PARA
             WHEN WS-TRN-EMP-SW(WS-TRN-ADD-IDX) NOT = 'Y'
                  MOVE 'NOT ON EMPLOYEE FILE - NOT REGISTERED'
                       TO ACT-TEXT
                  PERFORM B500-REJECT-TRN-PARA
             WHEN OTHER
                  PERFORM A415-LOOKUP-PATIENT-PARA
             END-EVALUATE.

       A415-LOOKUP-PATIENT-PARA.

             COMPUTE WS-PATN-ID =
                     FUNCTION NUMVAL(WS-TRN-KEY(WS-TRN-ADD-IDX))

             EXEC SQL
               SELECT  PATN_BG
               INTO  :WS-PATN-BG
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  PERFORM A420-BUILD-DONOR-PARA
             WHEN 100
                  MOVE 'NOT ON PATIENT TABLE - NOT REGISTERED'
                       TO ACT-TEXT
                  PERFORM B500-REJECT-TRN-PARA
             WHEN OTHER
                  MOVE WS-TRN-KEY(WS-TRN-ADD-IDX) TO ERR-PATN-ID
                  PERFORM B030-SQL-ERROR-PARA
             END-EVALUATE.

       A420-BUILD-DONOR-PARA.

             MOVE SPACES                        TO DON-REC
             MOVE WS-TRN-KEY(WS-TRN-ADD-IDX)    TO DON-PATN-ID
             MOVE WS-PATN-BG                    TO DON-BG
             MOVE ZERO                          TO DON-LAST-DATE
             MOVE ZERO                          TO DON-DONATE-CT
             MOVE SPACE                         TO DON-DEFER-CODE
             MOVE ZERO                          TO DON-DEFER-UNTIL
             MOVE WS-RUN-DATE                   TO DON-REG-DATE
             PERFORM B100-STAMP-UPDATE-PARA

             ADD 1 TO WS-REGISTER-CT
             MOVE 'REGISTERED'  TO ACT-ACTION
             MOVE DON-BG        TO ACT-TEXT
             PERFORM A500-PRINT-ACT-PARA

             MOVE 'N' TO WS-REMOVED-SW
             PERFORM VARYING WS-TRN-IDX FROM WS-TRN-ADD-IDX BY 1
                     UNTIL WS-TRN-IDX > WS-TRN-USED
                OR WS-REMOVED-SW = 'Y'
                IF WS-TRN-KEY(WS-TRN-IDX) = DON-PATN-ID
                   AND WS-TRN-USED-SW(WS-TRN-IDX) = 'N'
                   MOVE 'Y' TO WS-TRN-USED-SW(WS-TRN-IDX)
                   MOVE WS-TRN-IDX TO WS-TRN-CUR-IDX
                   PERFORM A100-APPLY-TRN-PARA
                END-IF
             END-PERFORM

             IF WS-REMOVED-SW = 'N'
                WRITE NEWDON-REC FROM DON-REC
                ADD 1 TO WS-WRITTEN-CT
             END-IF.

       A450-REPORT-UNMATCHED-PARA.

             PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                     UNTIL WS-TRN-IDX > WS-TRN-USED
                IF WS-TRN-USED-SW(WS-TRN-IDX) = 'N'
                   MOVE 'Y' TO WS-TRN-USED-SW(WS-TRN-IDX)
                   MOVE WS-TRN-IDX TO WS-TRN-CUR-IDX
                   MOVE SPACES                     TO WS-RPT-ACT-LINE
                   MOVE WS-TRN-KEY(WS-TRN-IDX)     TO ACT-PATN-ID
                   MOVE WS-TRN-DATE(WS-TRN-IDX)    TO ACT-DATE
                   MOVE WS-TRN-DEFER(WS-TRN-IDX)   TO ACT-DEFER
                   MOVE WS-TRN-USERID(WS-TRN-IDX)  TO ACT-USERID
                   MOVE 'DONOR NOT ON REGISTRY'    TO ACT-TEXT
                   PERFORM B500-REJECT-TRN-PARA
                END-IF
             END-PERFORM.

       A500-PRINT-ACT-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-ACT-HEADING-PARA
             END-IF
             WRITE DONRPT-REC FROM WS-RPT-ACT-LINE
             ADD 1 TO WS-LINE-CT
             MOVE SPACES TO WS-RPT-ACT-LINE.

       B500-REJECT-TRN-PARA.

             ADD 1 TO WS-TRN-REJECT-CT
             MOVE 'REJECTED'  TO ACT-ACTION
             PERFORM A500-PRINT-ACT-PARA

             IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
             END-IF.

       B100-STAMP-UPDATE-PARA.

             MOVE WS-RUN-DATE                   TO DON-UPD-DATE
             MOVE WS-TRN-USERID(WS-TRN-CUR-IDX) TO DON-UPD-USER.

       B030-SQL-ERROR-PARA.

             MOVE SQLCODE         TO ERR-SQLCODE
             MOVE SQLSTATE        TO ERR-SQLSTATE
             MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
             WRITE PRGERR-REC
             MOVE SPACES          TO PRGERR-REC

             ADD 1 TO WS-ERROR-CT
             MOVE 16 TO WS-RETURN-CODE.

       Y200-CALL-LIST-DRIVER-PARA.

            PERFORM Z300-LOAD-SHORTAGE-PARA

            IF WS-SHORT-GRP-CT = ZERO
               IF WS-LINE-CT = ZERO
                  PERFORM B010-PRINT-HEADING-PARA
               END-IF
               MOVE SPACES TO WS-RPT-NOTE-LINE
               MOVE 'NO BLOOD GROUP SHORT ON PLAN - NO CALL LIST'
                    TO NOTE-TEXT
               WRITE DONRPT-REC FROM WS-RPT-NOTE-LINE
               ADD 1 TO WS-LINE-CT
            ELSE
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                  READ OLDDON
                    AT END MOVE 'Y' TO WS-OLD-EOF
                    NOT AT END
                         ADD 1 TO WS-OLD-READ-CT
                         PERFORM C000-SCREEN-DONOR-PARA
                  END-READ
               END-PERFORM

               SORT SRTWK ON ASCENDING KEY SRT-DEPT-CODE
                                           SRT-PATN-ID
                    USING EMPFIL
                    GIVING SRTOUT

               PERFORM Z210-PRINT-CALL-HEADING-PARA

               OPEN INPUT SRTOUT

               PERFORM UNTIL WS-SRT-EOF = 'Y'
                  READ SRTOUT INTO EMP-REC
                    AT END MOVE 'Y' TO WS-SRT-EOF
                    NOT AT END
                         PERFORM D000-MATCH-EMPLOYEE-PARA
                  END-READ
               END-PERFORM

               IF WS-FIRST-DEPT-SW = 'N'
                  PERFORM D100-PRINT-DEPT-TOTAL-PARA
               END-IF

               CLOSE SRTOUT

               PERFORM D400-REPORT-NOT-EMPLOYEE-PARA
            END-IF

            PERFORM Z910-PRINT-SUMMARY-PARA

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDDON
            END-IF.

       C000-SCREEN-DONOR-PARA.

             MOVE 'N' TO WS-DEFER-SW
             IF DON-DEFER-CODE = 'P'
                MOVE 'Y' TO WS-DEFER-SW
             END-IF
             IF DON-DEFER-CODE = 'T'
                AND DON-DEFER-UNTIL NUMERIC
                MOVE DON-DEFER-UNTIL TO WS-DATE-X6
                PERFORM B810-CHECK-DATE-PARA
                IF WS-DATE-OK-SW = 'Y'
                   PERFORM B800-DATE-TO-INT-PARA
                   IF WS-DATE-INT NOT < WS-RUN-INT
                      MOVE 'Y' TO WS-DEFER-SW
                   END-IF
                END-IF
             END-IF

             MOVE 99999 TO WS-SINCE-DAYS
             IF DON-LAST-DATE NUMERIC
                AND DON-LAST-DATE NOT = ZERO
                MOVE DON-LAST-DATE TO WS-DATE-X6
                PERFORM B810-CHECK-DATE-PARA
                IF WS-DATE-OK-SW = 'Y'
                   PERFORM B800-DATE-TO-INT-PARA
                   COMPUTE WS-SINCE-DAYS = WS-RUN-INT - WS-DATE-INT
                END-IF
             END-IF

             EVALUATE TRUE
             WHEN WS-DEFER-SW = 'Y'
                  ADD 1 TO WS-DEFERRED-CT
             WHEN WS-SINCE-DAYS < WS-MIN-DAYS
                  ADD 1 TO WS-RECENT-CT
             WHEN DON-PATN-ID NOT NUMERIC
                  ADD 1 TO WS-NOT-PATIENT-CT
             WHEN OTHER
                  PERFORM C010-LOOKUP-DONOR-PARA
             END-EVALUATE.

       C010-LOOKUP-DONOR-PARA.

             COMPUTE WS-PATN-ID = FUNCTION NUMVAL(DON-PATN-ID)

             EXEC SQL
               SELECT  PATN_BG
               INTO  :WS-PATN-BG
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  PERFORM C020-MATCH-SHORTAGE-PARA
             WHEN 100
                  ADD 1 TO WS-NOT-PATIENT-CT
                  MOVE SPACES      TO WS-RPT-EXC-LINE
                  MOVE DON-PATN-ID TO EXC-PATN-ID
                  MOVE 'DONOR NO LONGER ON PATIENT TABLE'
                       TO EXC-TEXT
                  PERFORM D200-PRINT-EXCEPTION-PARA
             WHEN OTHER
                  MOVE DON-PATN-ID TO ERR-PATN-ID
                  PERFORM B030-SQL-ERROR-PARA
             END-EVALUATE.

       C020-MATCH-SHORTAGE-PARA.

             MOVE ZERO TO WS-CMP-FOUND-IDX
             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                OR WS-CMP-FOUND-IDX > ZERO
                IF WS-CMP-GRP(WS-CMP-IDX) = WS-PATN-BG
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
                END-IF
             END-PERFORM

             MOVE ZERO TO WS-TARGET-IDX
             IF WS-CMP-FOUND-IDX > ZERO
                IF WS-SHT-UNITS(WS-CMP-FOUND-IDX) > ZERO
                   MOVE WS-CMP-FOUND-IDX TO WS-TARGET-IDX
                ELSE
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > 8
                      OR WS-TARGET-IDX > ZERO
                      IF WS-SHT-UNITS(WS-CMP-IDX) > ZERO
                         PERFORM VARYING WS-DON-IDX FROM 1 BY 1
                                 UNTIL WS-DON-IDX >
                                       WS-CMP-DONOR-CT(WS-CMP-IDX)
                            OR WS-TARGET-IDX > ZERO
                            IF WS-CMP-DONOR(WS-CMP-IDX WS-DON-IDX)
                               = WS-PATN-BG
                               MOVE WS-CMP-IDX TO WS-TARGET-IDX
                            END-IF
                         END-PERFORM
                      END-IF
                   END-PERFORM
                END-IF
             END-IF

             IF WS-TARGET-IDX = ZERO
                ADD 1 TO WS-NOT-NEEDED-CT
             ELSE
                ADD 1 TO WS-ELIGIBLE-CT
                IF WS-CALL-USED < 500
                   ADD 1 TO WS-CALL-USED
                   MOVE DON-PATN-ID TO WS-CALL-PATN-ID(WS-CALL-USED)
                   MOVE WS-PATN-BG  TO WS-CALL-BG(WS-CALL-USED)
                   MOVE WS-CMP-GRP(WS-TARGET-IDX)
                                    TO WS-CALL-FOR-BG(WS-CALL-USED)
                   IF DON-LAST-DATE NUMERIC
                      MOVE DON-LAST-DATE
                        TO WS-CALL-LAST-DATE(WS-CALL-USED)
                   ELSE
                      MOVE ZERO
                        TO WS-CALL-LAST-DATE(WS-CALL-USED)
                   END-IF
                   MOVE 'N' TO WS-CALL-LISTED-SW(WS-CALL-USED)
                ELSE
                   ADD 1 TO WS-CALL-DROPPED-CT
                   IF WS-RETURN-CODE < 8
                      MOVE 8 TO WS-RETURN-CODE
                   END-IF
                END-IF
             END-IF.

       D000-MATCH-EMPLOYEE-PARA.

             MOVE ZERO TO WS-CALL-FOUND-IDX
             PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                     UNTIL WS-CALL-IDX > WS-CALL-USED
                OR WS-CALL-FOUND-IDX > ZERO
                IF WS-CALL-PATN-ID(WS-CALL-IDX) = EMP-PATN-ID
                   AND WS-CALL-LISTED-SW(WS-CALL-IDX) = 'N'
                   MOVE WS-CALL-IDX TO WS-CALL-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-CALL-FOUND-IDX > ZERO
                IF EMP-DEPT-CODE NOT = WS-PREV-DEPT
                   IF WS-FIRST-DEPT-SW = 'Y'
                      MOVE 'N' TO WS-FIRST-DEPT-SW
                   ELSE
                      PERFORM D100-PRINT-DEPT-TOTAL-PARA
                   END-IF
                   PERFORM D010-START-DEPT-PARA
                END-IF

                MOVE 'Y' TO WS-CALL-LISTED-SW(WS-CALL-FOUND-IDX)
                ADD 1 TO WS-LISTED-CT
                ADD 1 TO WS-DEPT-CALL-CT

                MOVE SPACES      TO WS-RPT-CALL-LINE
                MOVE EMP-PATN-ID TO CALL-PATN-ID
                MOVE EMP-NAME    TO CALL-EMP-NAME
                MOVE WS-CALL-BG(WS-CALL-FOUND-IDX)     TO CALL-BG
                MOVE WS-CALL-FOR-BG(WS-CALL-FOUND-IDX) TO CALL-FOR-BG
                IF WS-CALL-LAST-DATE(WS-CALL-FOUND-IDX) = ZERO
                   MOVE 'NEVER' TO CALL-LAST-DATE
                ELSE
                   MOVE WS-CALL-LAST-DATE(WS-CALL-FOUND-IDX)
                                TO CALL-LAST-DATE
                END-IF

                PERFORM D300-CHECK-PAGE-PARA
                WRITE DONRPT-REC FROM WS-RPT-CALL-LINE
                ADD 1 TO WS-LINE-CT
             END-IF.

       D010-START-DEPT-PARA.

             MOVE EMP-DEPT-CODE TO WS-PREV-DEPT
             MOVE ZERO TO WS-DEPT-CALL-CT
             ADD 1 TO WS-DEPT-CT

             PERFORM D300-CHECK-PAGE-PARA

             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             MOVE EMP-DEPT-CODE TO DEPT-HDG-CODE
             WRITE DONRPT-REC FROM WS-RPT-DEPT-HDG
             WRITE DONRPT-REC FROM WS-RPT-CALL-COLS
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             ADD 4 TO WS-LINE-CT.

       D100-PRINT-DEPT-TOTAL-PARA.

             MOVE WS-DEPT-CALL-CT TO TOT-DONORS

             PERFORM D300-CHECK-PAGE-PARA
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             WRITE DONRPT-REC FROM WS-RPT-DEPT-TOTAL
             ADD 2 TO WS-LINE-CT.

       D200-PRINT-EXCEPTION-PARA.

             PERFORM D300-CHECK-PAGE-PARA
             WRITE DONRPT-REC FROM WS-RPT-EXC-LINE
             ADD 1 TO WS-LINE-CT.

       D300-CHECK-PAGE-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM B010-PRINT-HEADING-PARA
             END-IF.

       D400-REPORT-NOT-EMPLOYEE-PARA.

             PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                     UNTIL WS-CALL-IDX > WS-CALL-USED
                IF WS-CALL-LISTED-SW(WS-CALL-IDX) = 'N'
                   ADD 1 TO WS-NOT-EMP-CT
                   MOVE SPACES TO WS-RPT-EXC-LINE
                   MOVE WS-CALL-PATN-ID(WS-CALL-IDX) TO EXC-PATN-ID
                   MOVE 'ELIGIBLE DONOR NOT ON EMPLOYEE FILE'
                        TO EXC-TEXT
                   PERFORM D200-PRINT-EXCEPTION-PARA
                END-IF
             END-PERFORM.

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

       B810-CHECK-DATE-PARA.

             MOVE 'N' TO WS-DATE-OK-SW

             IF WS-DATE-X6 NUMERIC
                MOVE WS-DATE-X6(3:2) TO WS-DATE-MM
                MOVE WS-DATE-X6(5:2) TO WS-DATE-DD
                IF WS-DATE-MM >= 01 AND WS-DATE-MM <= 12
                   AND WS-DATE-DD >= 01 AND WS-DATE-DD <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
                END-IF
             END-IF.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             MOVE WS-RUN-DATE TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             MOVE WS-DATE-INT TO WS-RUN-INT

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN INPUT OLDDON
             IF WS-OLD-STATUS NOT = '00'
                MOVE 'Y' TO WS-OLD-EOF
             END-IF

             OPEN OUTPUT DONRPT
             OPEN OUTPUT PRGERR.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'M' TO WS-CTL-MODE
             MOVE 56  TO WS-MIN-DAYS

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   MOVE CTL-MODE TO WS-CTL-MODE
                   IF CTL-MIN-DAYS NUMERIC
                      AND CTL-MIN-DAYS > ZERO
                      MOVE CTL-MIN-DAYS TO WS-MIN-DAYS
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF.

       Z100-LOAD-TRANSACTIONS-PARA.

             OPEN INPUT DONTRN
             IF WS-TRN-STATUS NOT = '00'
                MOVE 'Y' TO WS-TRN-EOF
             END-IF

             PERFORM UNTIL WS-TRN-EOF = 'Y'
                READ DONTRN
                  AT END MOVE 'Y' TO WS-TRN-EOF
                  NOT AT END
                       ADD 1 TO WS-TRN-READ-CT
                       IF WS-TRN-USED < 200
                          ADD 1 TO WS-TRN-USED
                          MOVE DTR-PATN-ID
                            TO WS-TRN-KEY(WS-TRN-USED)
                          MOVE DTR-ACTION
                            TO WS-TRN-ACT(WS-TRN-USED)
                          MOVE DTR-DATE
                            TO WS-TRN-DATE(WS-TRN-USED)
                          MOVE DTR-DEFER-CODE
                            TO WS-TRN-DEFER(WS-TRN-USED)
                          MOVE DTR-REASON
                            TO WS-TRN-REASON(WS-TRN-USED)
                          MOVE DTR-USERID
                            TO WS-TRN-USERID(WS-TRN-USED)
                          MOVE 'N'
                            TO WS-TRN-USED-SW(WS-TRN-USED)
                          MOVE 'N'
                            TO WS-TRN-EMP-SW(WS-TRN-USED)
                       ELSE
                          ADD 1 TO WS-TRN-DROPPED-CT
                          IF WS-RETURN-CODE < 8
                             MOVE 8 TO WS-RETURN-CODE
                          END-IF
                       END-IF
                END-READ
             END-PERFORM

             IF WS-TRN-STATUS = '00' OR WS-TRN-STATUS = '10'
                CLOSE DONTRN
             END-IF.

       Z110-MARK-EMPLOYEES-PARA.

             OPEN INPUT EMPFIL
             IF WS-EMP-STATUS NOT = '00'
                MOVE 'Y' TO WS-EMP-EOF
             END-IF

             PERFORM UNTIL WS-EMP-EOF = 'Y'
                READ EMPFIL INTO EMP-REC
                  AT END MOVE 'Y' TO WS-EMP-EOF
                  NOT AT END
                       PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                               UNTIL WS-TRN-IDX > WS-TRN-USED
                          IF WS-TRN-KEY(WS-TRN-IDX) = EMP-PATN-ID
                             AND WS-TRN-ACT(WS-TRN-IDX) = 'A'
                             MOVE 'Y' TO WS-TRN-EMP-SW(WS-TRN-IDX)
                          END-IF
                       END-PERFORM
                END-READ
             END-PERFORM

             IF WS-EMP-STATUS = '00' OR WS-EMP-STATUS = '10'
                CLOSE EMPFIL
             END-IF.

       Z200-PRINT-ACT-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE DONRPT-REC FROM WS-RPT-ACT-HDG
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             WRITE DONRPT-REC FROM WS-RPT-ACT-COLS
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             ADD 4 TO WS-LINE-CT.

       Z210-PRINT-CALL-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE DONRPT-REC FROM WS-RPT-CALL-HDG
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             ADD 2 TO WS-LINE-CT.

       Z300-LOAD-SHORTAGE-PARA.

             MOVE ZEROS TO WS-SHT-TABLE

             PERFORM B010-PRINT-HEADING-PARA
             WRITE DONRPT-REC FROM WS-RPT-SHORT-HDG
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             ADD 2 TO WS-LINE-CT

             OPEN INPUT SHTFIL
             IF WS-SHT-STATUS NOT = '00'
                MOVE 'Y' TO WS-SHT-EOF
                MOVE SPACES TO WS-RPT-NOTE-LINE
                MOVE 'NO SHORTAGE FILE FROM PLANNING RUN'
                     TO NOTE-TEXT
                WRITE DONRPT-REC FROM WS-RPT-NOTE-LINE
                ADD 1 TO WS-LINE-CT
             END-IF

             PERFORM UNTIL WS-SHT-EOF = 'Y'
                READ SHTFIL
                  AT END MOVE 'Y' TO WS-SHT-EOF
                  NOT AT END
                       PERFORM Z310-LOAD-ONE-SHORTAGE-PARA
                END-READ
             END-PERFORM

             IF WS-SHT-STATUS = '00' OR WS-SHT-STATUS = '10'
                CLOSE SHTFIL
             END-IF.

       Z310-LOAD-ONE-SHORTAGE-PARA.

             MOVE ZERO TO WS-CMP-FOUND-IDX
             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                OR WS-CMP-FOUND-IDX > ZERO
                IF WS-CMP-GRP(WS-CMP-IDX) = SHT-BG-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-CMP-FOUND-IDX > ZERO
                AND SHT-SHORT NUMERIC
                AND SHT-SHORT > ZERO
                MOVE SHT-SHORT TO WS-SHT-UNITS(WS-CMP-FOUND-IDX)
                ADD 1 TO WS-SHORT-GRP-CT

                MOVE SPACES      TO WS-RPT-SHORT-LINE
                MOVE SHT-BG-CODE TO SHORT-BG
                MOVE SHT-SHORT   TO SHORT-UNITS
                PERFORM D300-CHECK-PAGE-PARA
                WRITE DONRPT-REC FROM WS-RPT-SHORT-LINE
                ADD 1 TO WS-LINE-CT
             END-IF.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT TO HDG1-PAGE
             MOVE WS-RUN-MM  TO HDG2-MM
             MOVE WS-RUN-DD  TO HDG2-DD
             MOVE WS-RUN-YY  TO HDG2-YY

             WRITE DONRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             WRITE DONRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC
             WRITE DONRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE DONRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO DONRPT-REC
             WRITE DONRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'REGISTRY RECORDS READ:'   TO SUM-LABEL
             MOVE WS-OLD-READ-CT             TO SUM-COUNT
             WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

             IF WS-CTL-MODE = 'C'
                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'BLOOD GROUPS SHORT:'      TO SUM-LABEL
                MOVE WS-SHORT-GRP-CT            TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONORS DEFERRED:'         TO SUM-LABEL
                MOVE WS-DEFERRED-CT             TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONATED TOO RECENTLY:'    TO SUM-LABEL
                MOVE WS-RECENT-CT               TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'NOT ON PATIENT TABLE:'    TO SUM-LABEL
                MOVE WS-NOT-PATIENT-CT          TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'GROUP NOT NEEDED:'        TO SUM-LABEL
                MOVE WS-NOT-NEEDED-CT           TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'ELIGIBLE DONORS:'         TO SUM-LABEL
                MOVE WS-ELIGIBLE-CT             TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONORS ON CALL LIST:'     TO SUM-LABEL
                MOVE WS-LISTED-CT               TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DEPARTMENTS ON LIST:'     TO SUM-LABEL
                MOVE WS-DEPT-CT                 TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'NOT ON EMPLOYEE FILE:'    TO SUM-LABEL
                MOVE WS-NOT-EMP-CT              TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'CALL TABLE OVERFLOW:'     TO SUM-LABEL
                MOVE WS-CALL-DROPPED-CT         TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE
             ELSE
                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'TRANSACTIONS READ:'       TO SUM-LABEL
                MOVE WS-TRN-READ-CT             TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONORS REGISTERED:'       TO SUM-LABEL
                MOVE WS-REGISTER-CT             TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONATIONS RECORDED:'      TO SUM-LABEL
                MOVE WS-DONATION-CT             TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DEFERRALS SET:'           TO SUM-LABEL
                MOVE WS-DEFER-SET-CT            TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DEFERRALS LIFTED:'        TO SUM-LABEL
                MOVE WS-DEFER-LIFT-CT           TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DONORS REMOVED:'          TO SUM-LABEL
                MOVE WS-REMOVE-CT               TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'TRANSACTIONS REJECTED:'   TO SUM-LABEL
                MOVE WS-TRN-REJECT-CT           TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'TRANSACTIONS DROPPED:'    TO SUM-LABEL
                MOVE WS-TRN-DROPPED-CT          TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'REGISTRY RECORDS WRITTEN:' TO SUM-LABEL
                MOVE WS-WRITTEN-CT              TO SUM-COUNT
                WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE
             END-IF

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DB2 ERRORS:'              TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE DONRPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG29'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             IF WS-CTL-MODE = 'C'
                MOVE WS-OLD-READ-CT   TO RLG-READ-CT
                MOVE WS-LISTED-CT     TO RLG-OUT-CT
                MOVE ZERO             TO RLG-REJECT-CT
             ELSE
                MOVE WS-TRN-READ-CT   TO RLG-READ-CT
                MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
                MOVE WS-TRN-REJECT-CT TO RLG-REJECT-CT
             END-IF
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
