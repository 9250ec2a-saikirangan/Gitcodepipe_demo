       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG31.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT AUDMST ASSIGN TO AUDMSTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.

                SELECT BKOTRN ASSIGN TO BKOTRNFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT BKORPT ASSIGN TO BKORPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDMST
            RECORDING MODE IS F.
       COPY AUDREC.

       FD BKOTRN
            RECORDING MODE IS F.
       01 TRN-REC.
          05 TRN-PATN-ID      PIC X(09).
          05 TRN-CODE         PIC X(01).
          05 TRN-PATN-NAME    PIC X(20).
          05 TRN-PATN-AGE     PIC X(02).
          05 TRN-PATN-BG      PIC X(03).
          05 TRN-PATN-NUM     PIC X(12).
          05 TRN-USERID       PIC X(08).
          05 FILLER           PIC X(25).

       FD BKORPT.
       01 BKORPT-REC          PIC X(132).

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
          05 CTL-RUN-DATE        PIC X(06).
          05 CTL-SOURCE          PIC X(08).
          05 CTL-USERID          PIC X(08).
          05 FILLER              PIC X(57).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-AUD-STATUS            PIC X(02).
       01 WS-AUD-OPEN-SW           PIC X(01) VALUE 'Y'.
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-MODE              PIC X(01) VALUE 'G'.
       01 WS-CTL-RUN-DATE          PIC X(06) VALUE SPACES.
       01 WS-CTL-SOURCE            PIC X(08) VALUE SPACES.
       01 WS-CTL-USERID            PIC X(08) VALUE SPACES.
       01 WS-CTL-OK-SW             PIC X(01) VALUE 'N'.

       01 WS-AUD-EOF               PIC A VALUE SPACE.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-BKO-USED              PIC 9(04) VALUE ZERO.
       01 WS-BKO-IDX               PIC 9(04).
       01 WS-BKO-FOUND-IDX         PIC 9(04).

       01 WS-BKO-TABLE.
          05 WS-BKO-ENTRY OCCURS 2000 TIMES.
             10 WS-BKO-PATN-ID     PIC 9(09).
             10 WS-BKO-AUD-CT      PIC 9(03).
             10 WS-BKO-CODES       PIC X(05).
             10 WS-BKO-MERGE-SW    PIC X(01).
             10 WS-BKO-BEF-FLAG    PIC X(01).
             10 WS-BKO-BEF-NAME    PIC X(20).
             10 WS-BKO-BEF-AGE     PIC 9(02).
             10 WS-BKO-BEF-BG      PIC X(03).
             10 WS-BKO-BEF-NUM     PIC X(12).
             10 WS-BKO-AFT-FLAG    PIC X(01).
             10 WS-BKO-AFT-NAME    PIC X(20).
             10 WS-BKO-AFT-AGE     PIC 9(02).
             10 WS-BKO-AFT-BG      PIC X(03).
             10 WS-BKO-AFT-NUM     PIC X(12).

       01 WS-CUR-FOUND-SW          PIC X(01) VALUE 'N'.
       01 WS-CONFLICT-SW           PIC X(01) VALUE 'N'.
       01 WS-AGE-DISP              PIC 9(02).

       01 WS-RUN-CTRS.
          05 WS-AUD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-AUD-SELECT-CT      PIC 9(07) VALUE ZERO.
          05 WS-AUD-DROPPED-CT     PIC 9(07) VALUE ZERO.
          05 WS-PATN-CT            PIC 9(07) VALUE ZERO.
          05 WS-REV-DELETE-CT      PIC 9(07) VALUE ZERO.
          05 WS-REV-ADD-CT         PIC 9(07) VALUE ZERO.
          05 WS-REV-CHANGE-CT      PIC 9(07) VALUE ZERO.
          05 WS-NO-NET-CT          PIC 9(07) VALUE ZERO.
          05 WS-CONFLICT-CT        PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-CT         PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.

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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG31'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'MAINTENANCE RUN BACKOUT'.
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
          05 FILLER          PIC X(06) VALUE SPACE.
          05 FILLER          PIC X(14) VALUE 'BACKING OUT:'.
          05 HDG2-BKO-DATE   PIC X(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'SOURCE:'.
          05 HDG2-BKO-SOURCE PIC X(08).

       01 WS-RPT-BKO-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'REVERSING TRANSACTIONS'.

       01 WS-RPT-BKO-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(10) VALUE 'ORIGINAL'.
          05 FILLER          PIC X(10) VALUE 'REVERSAL'.
          05 FILLER          PIC X(12) VALUE 'STATUS'.
          05 FILLER          PIC X(40) VALUE 'NOTE'.

       01 WS-RPT-BKO-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 BKO-PATN-ID     PIC 9(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 BKO-CODES       PIC X(05).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 BKO-REV-CODE    PIC X(01).
          05 FILLER          PIC X(09) VALUE SPACE.
          05 BKO-STATUS      PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 BKO-TEXT        PIC X(40).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'BACKOUT RUN SUMMARY'.

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

            IF WS-CTL-OK-SW = 'Y'
               PERFORM Y100-BACKOUT-DRIVER-PARA
            ELSE
               PERFORM B010-PRINT-HEADING-PARA
               MOVE SPACES TO WS-RPT-MSG-LINE
               MOVE 'CONTROL CARD MISSING OR RUN DATE INVALID'
                    TO MSG-TEXT
               WRITE BKORPT-REC FROM WS-RPT-MSG-LINE
               MOVE 16 TO WS-RETURN-CODE
            END-IF.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE BKOTRN.
            CLOSE BKORPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-BACKOUT-DRIVER-PARA.

            OPEN INPUT AUDMST
            IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-AUD-EOF
               MOVE 'N' TO WS-AUD-OPEN-SW
               MOVE 16  TO WS-RETURN-CODE
            END-IF

            PERFORM UNTIL WS-AUD-EOF = 'Y'
               READ AUDMST
                 AT END MOVE 'Y' TO WS-AUD-EOF
                 NOT AT END
                      ADD 1 TO WS-AUD-READ-CT
                      IF AUD-RUN-DATE = WS-CTL-RUN-DATE
                         AND (WS-CTL-SOURCE = SPACES
                              OR AUD-SOURCE = WS-CTL-SOURCE)
                         ADD 1 TO WS-AUD-SELECT-CT
                         PERFORM A000-COLLECT-AUDIT-PARA
                      END-IF
               END-READ
            END-PERFORM

            IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '10'
               CLOSE AUDMST
            END-IF

            PERFORM Z200-PRINT-BKO-HEADING-PARA

            IF WS-AUD-OPEN-SW = 'N'
               MOVE SPACES TO WS-RPT-MSG-LINE
               MOVE 'AUDIT MASTER NOT OPENED - NOTHING BACKED OUT'
                    TO MSG-TEXT
               WRITE BKORPT-REC FROM WS-RPT-MSG-LINE
               ADD 1 TO WS-LINE-CT
            END-IF

            PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                    UNTIL WS-BKO-IDX > WS-BKO-USED
               PERFORM A100-REVERSE-PATIENT-PARA
            END-PERFORM.

       A000-COLLECT-AUDIT-PARA.

             MOVE ZERO TO WS-BKO-FOUND-IDX
             PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                     UNTIL WS-BKO-IDX > WS-BKO-USED
                OR WS-BKO-FOUND-IDX > ZERO
                IF WS-BKO-PATN-ID(WS-BKO-IDX) = AUD-PATN-ID
                   MOVE WS-BKO-IDX TO WS-BKO-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-BKO-FOUND-IDX = ZERO
                IF WS-BKO-USED < 2000
                   ADD 1 TO WS-BKO-USED
                   MOVE WS-BKO-USED TO WS-BKO-FOUND-IDX
                   MOVE AUD-PATN-ID
                     TO WS-BKO-PATN-ID(WS-BKO-FOUND-IDX)
                   MOVE ZERO   TO WS-BKO-AUD-CT(WS-BKO-FOUND-IDX)
                   MOVE SPACES TO WS-BKO-CODES(WS-BKO-FOUND-IDX)
                   MOVE 'N'    TO WS-BKO-MERGE-SW(WS-BKO-FOUND-IDX)
                   MOVE AUD-BEF-FLAG
                     TO WS-BKO-BEF-FLAG(WS-BKO-FOUND-IDX)
                   MOVE AUD-BEF-NAME
                     TO WS-BKO-BEF-NAME(WS-BKO-FOUND-IDX)
                   MOVE AUD-BEF-AGE
                     TO WS-BKO-BEF-AGE(WS-BKO-FOUND-IDX)
                   MOVE AUD-BEF-BG
                     TO WS-BKO-BEF-BG(WS-BKO-FOUND-IDX)
                   MOVE AUD-BEF-NUM
                     TO WS-BKO-BEF-NUM(WS-BKO-FOUND-IDX)
                ELSE
                   ADD 1 TO WS-AUD-DROPPED-CT
                   MOVE 16 TO WS-RETURN-CODE
                END-IF
             END-IF

             IF WS-BKO-FOUND-IDX > ZERO
                ADD 1 TO WS-BKO-AUD-CT(WS-BKO-FOUND-IDX)
                IF WS-BKO-AUD-CT(WS-BKO-FOUND-IDX) NOT > 5
                   MOVE AUD-TRN-CODE
                     TO WS-BKO-CODES(WS-BKO-FOUND-IDX)
                        (WS-BKO-AUD-CT(WS-BKO-FOUND-IDX):1)
                END-IF
                IF AUD-TRN-CODE = 'M'
                   MOVE 'Y' TO WS-BKO-MERGE-SW(WS-BKO-FOUND-IDX)
                END-IF
                MOVE AUD-AFT-FLAG
                  TO WS-BKO-AFT-FLAG(WS-BKO-FOUND-IDX)
                MOVE AUD-AFT-NAME
                  TO WS-BKO-AFT-NAME(WS-BKO-FOUND-IDX)
                MOVE AUD-AFT-AGE
                  TO WS-BKO-AFT-AGE(WS-BKO-FOUND-IDX)
                MOVE AUD-AFT-BG
                  TO WS-BKO-AFT-BG(WS-BKO-FOUND-IDX)
                MOVE AUD-AFT-NUM
                  TO WS-BKO-AFT-NUM(WS-BKO-FOUND-IDX)
             END-IF.

       A100-REVERSE-PATIENT-PARA.

             ADD 1 TO WS-PATN-CT

             MOVE SPACES                      TO WS-RPT-BKO-LINE
             MOVE WS-BKO-PATN-ID(WS-BKO-IDX)  TO BKO-PATN-ID
             MOVE WS-BKO-CODES(WS-BKO-IDX)    TO BKO-CODES

             EVALUATE TRUE
             WHEN WS-BKO-MERGE-SW(WS-BKO-IDX) = 'Y'
                  MOVE 'PATIENT MERGED IN RUN - REVERSE BY HAND'
                       TO BKO-TEXT
                  PERFORM A120-CONFLICT-PARA
             WHEN WS-BKO-BEF-FLAG(WS-BKO-IDX) = 'N'
                  AND WS-BKO-AFT-FLAG(WS-BKO-IDX) = 'N'
                  ADD 1 TO WS-NO-NET-CT
                  MOVE 'NO ACTION'   TO BKO-STATUS
                  MOVE 'ADDED AND DELETED IN SAME RUN'
                       TO BKO-TEXT
                  PERFORM A500-PRINT-BKO-PARA
             WHEN WS-BKO-BEF-FLAG(WS-BKO-IDX) = 'Y'
                  AND WS-BKO-AFT-FLAG(WS-BKO-IDX) = 'Y'
                  AND WS-BKO-BEF-NAME(WS-BKO-IDX)
                      = WS-BKO-AFT-NAME(WS-BKO-IDX)
                  AND WS-BKO-BEF-AGE(WS-BKO-IDX)
                      = WS-BKO-AFT-AGE(WS-BKO-IDX)
                  AND WS-BKO-BEF-BG(WS-BKO-IDX)
                      = WS-BKO-AFT-BG(WS-BKO-IDX)
                  AND WS-BKO-BEF-NUM(WS-BKO-IDX)
                      = WS-BKO-AFT-NUM(WS-BKO-IDX)
                  ADD 1 TO WS-NO-NET-CT
                  MOVE 'NO ACTION'   TO BKO-STATUS
                  MOVE 'NO NET CHANGE IN RUN'
                       TO BKO-TEXT
                  PERFORM A500-PRINT-BKO-PARA
             WHEN OTHER
                  PERFORM A110-CHECK-CURRENT-PARA
                  IF WS-CONFLICT-SW = 'N'
                     PERFORM A200-WRITE-REVERSAL-PARA
                  END-IF
             END-EVALUATE.

       A110-CHECK-CURRENT-PARA.

             MOVE 'N' TO WS-CONFLICT-SW
             MOVE 'N' TO WS-CUR-FOUND-SW
             MOVE WS-BKO-PATN-ID(WS-BKO-IDX) TO WS-PATN-ID

             EXEC SQL
               SELECT  PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM
               INTO  :WS-PATN-NAME, :WS-PATN-AGE, :WS-PATN-BG,
                     :WS-PATN-NUM
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  MOVE 'Y' TO WS-CUR-FOUND-SW
             WHEN 100
                  CONTINUE
             WHEN OTHER
                  MOVE SPACES          TO PRGERR-REC
                  MOVE WS-BKO-PATN-ID(WS-BKO-IDX) TO ERR-PATN-ID
                  MOVE SQLCODE         TO ERR-SQLCODE
                  MOVE SQLSTATE        TO ERR-SQLSTATE
                  MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
                  WRITE PRGERR-REC
                  ADD 1 TO WS-ERROR-CT
                  MOVE 16 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-CONFLICT-SW
                  MOVE 'NOT DONE'  TO BKO-STATUS
                  MOVE 'DB2 ERROR READING CURRENT ROW' TO BKO-TEXT
                  PERFORM A500-PRINT-BKO-PARA
             END-EVALUATE

             IF WS-CONFLICT-SW = 'N'
                IF WS-BKO-AFT-FLAG(WS-BKO-IDX) = 'Y'
                   IF WS-CUR-FOUND-SW = 'N'
                      MOVE 'PATIENT NO LONGER ON FILE' TO BKO-TEXT
                      PERFORM A120-CONFLICT-PARA
                   ELSE
                      MOVE WS-PATN-AGE TO WS-AGE-DISP
                      IF WS-PATN-NAME NOT = WS-BKO-AFT-NAME(WS-BKO-IDX)
                         OR WS-AGE-DISP
                            NOT = WS-BKO-AFT-AGE(WS-BKO-IDX)
                         OR WS-PATN-BG NOT = WS-BKO-AFT-BG(WS-BKO-IDX)
                         OR WS-PATN-NUM
                            NOT = WS-BKO-AFT-NUM(WS-BKO-IDX)
                         MOVE 'ROW CHANGED SINCE RUN - NOT REVERSED'
                              TO BKO-TEXT
                         PERFORM A120-CONFLICT-PARA
                      END-IF
                   END-IF
                ELSE
                   IF WS-CUR-FOUND-SW = 'Y'
                      MOVE 'PATIENT RE-ADDED SINCE DELETE'
                           TO BKO-TEXT
                      PERFORM A120-CONFLICT-PARA
                   END-IF
                END-IF
             END-IF.

       A120-CONFLICT-PARA.

             MOVE 'Y' TO WS-CONFLICT-SW
             ADD 1 TO WS-CONFLICT-CT
             MOVE 'CONFLICT'  TO BKO-STATUS
             PERFORM A500-PRINT-BKO-PARA

             IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
             END-IF.

       A200-WRITE-REVERSAL-PARA.

             MOVE SPACES                      TO TRN-REC
             MOVE WS-BKO-PATN-ID(WS-BKO-IDX)  TO TRN-PATN-ID
             MOVE WS-CTL-USERID               TO TRN-USERID

             EVALUATE TRUE
             WHEN WS-BKO-BEF-FLAG(WS-BKO-IDX) = 'N'
                  MOVE 'D'   TO TRN-CODE
                  ADD 1 TO WS-REV-DELETE-CT
                  MOVE 'DELETE PATIENT ADDED IN RUN' TO BKO-TEXT
             WHEN WS-BKO-AFT-FLAG(WS-BKO-IDX) = 'N'
                  MOVE 'A'   TO TRN-CODE
                  PERFORM A210-MOVE-BEFORE-IMAGE-PARA
                  ADD 1 TO WS-REV-ADD-CT
                  MOVE 'RE-ADD PATIENT FROM BEFORE IMAGE' TO BKO-TEXT
             WHEN OTHER
                  MOVE 'C'   TO TRN-CODE
                  PERFORM A210-MOVE-BEFORE-IMAGE-PARA
                  ADD 1 TO WS-REV-CHANGE-CT
                  MOVE 'RESTORE BEFORE IMAGE' TO BKO-TEXT
             END-EVALUATE

             MOVE TRN-CODE TO BKO-REV-CODE

             IF WS-CTL-MODE = 'L'
                MOVE 'LISTED'    TO BKO-STATUS
             ELSE
                WRITE TRN-REC
                ADD 1 TO WS-WRITTEN-CT
                MOVE 'GENERATED' TO BKO-STATUS
             END-IF

             PERFORM A500-PRINT-BKO-PARA.

       A210-MOVE-BEFORE-IMAGE-PARA.

             MOVE WS-BKO-BEF-NAME(WS-BKO-IDX) TO TRN-PATN-NAME
             MOVE WS-BKO-BEF-AGE(WS-BKO-IDX)  TO TRN-PATN-AGE
             MOVE WS-BKO-BEF-BG(WS-BKO-IDX)   TO TRN-PATN-BG
             MOVE WS-BKO-BEF-NUM(WS-BKO-IDX)  TO TRN-PATN-NUM.

       A500-PRINT-BKO-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-BKO-HEADING-PARA
             END-IF
             WRITE BKORPT-REC FROM WS-RPT-BKO-LINE
             ADD 1 TO WS-LINE-CT.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN OUTPUT BKOTRN
             OPEN OUTPUT BKORPT
             OPEN OUTPUT PRGERR.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'G'     TO WS-CTL-MODE
             MOVE 'N'     TO WS-CTL-OK-SW

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   IF CTL-MODE = 'L'
                      MOVE 'L' TO WS-CTL-MODE
                   END-IF
                   MOVE CTL-RUN-DATE TO WS-CTL-RUN-DATE
                   MOVE CTL-SOURCE   TO WS-CTL-SOURCE
                   MOVE CTL-USERID   TO WS-CTL-USERID
                   IF CTL-RUN-DATE NUMERIC
                      MOVE 'Y' TO WS-CTL-OK-SW
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF

             IF WS-CTL-USERID = SPACES
                MOVE 'BACKOUT' TO WS-CTL-USERID
             END-IF.

       Z200-PRINT-BKO-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE BKORPT-REC FROM WS-RPT-BKO-HDG
             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC
             WRITE BKORPT-REC FROM WS-RPT-BKO-COLS
             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC
             ADD 4 TO WS-LINE-CT.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT      TO HDG1-PAGE
             MOVE WS-RUN-MM       TO HDG2-MM
             MOVE WS-RUN-DD       TO HDG2-DD
             MOVE WS-RUN-YY       TO HDG2-YY
             MOVE WS-CTL-RUN-DATE TO HDG2-BKO-DATE
             IF WS-CTL-SOURCE = SPACES
                MOVE 'ALL'           TO HDG2-BKO-SOURCE
             ELSE
                MOVE WS-CTL-SOURCE   TO HDG2-BKO-SOURCE
             END-IF

             WRITE BKORPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC
             WRITE BKORPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC
             WRITE BKORPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO BKORPT-REC
             WRITE BKORPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS READ:'      TO SUM-LABEL
             MOVE WS-AUD-READ-CT             TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS SELECTED:'  TO SUM-LABEL
             MOVE WS-AUD-SELECT-CT           TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS AFFECTED:'       TO SUM-LABEL
             MOVE WS-PATN-CT                 TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'REVERSING DELETES:'       TO SUM-LABEL
             MOVE WS-REV-DELETE-CT           TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'REVERSING RE-ADDS:'       TO SUM-LABEL
             MOVE WS-REV-ADD-CT              TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'REVERSING CHANGES:'       TO SUM-LABEL
             MOVE WS-REV-CHANGE-CT           TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NO NET CHANGE:'           TO SUM-LABEL
             MOVE WS-NO-NET-CT               TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'CONFLICTS NOT REVERSED:'  TO SUM-LABEL
             MOVE WS-CONFLICT-CT             TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'TRANSACTIONS WRITTEN:'    TO SUM-LABEL
             MOVE WS-WRITTEN-CT              TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS DROPPED:'   TO SUM-LABEL
             MOVE WS-AUD-DROPPED-CT          TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DB2 ERRORS:'              TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE BKORPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG31'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-AUD-SELECT-CT TO RLG-READ-CT
             MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
             MOVE WS-CONFLICT-CT   TO RLG-REJECT-CT
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
