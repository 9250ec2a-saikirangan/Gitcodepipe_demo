       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG32.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT DUPRPT ASSIGN TO DUPRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DUPRPT.
       01 DUPRPT-REC          PIC X(132).

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
          05 CTL-MIN-CONF        PIC X(01).
          05 FILLER              PIC X(79).

       SD SRTWK.
       01 SRTWK-REC.
          05 SRT-PASS         PIC X(01).
          05 SRT-KEY          PIC X(20).
          05 SRT-PATN-ID      PIC 9(09).
          05 SRT-NAME         PIC X(20).
          05 SRT-NORM         PIC X(20).
          05 SRT-AGE          PIC 9(02).
          05 SRT-BG           PIC X(03).
          05 SRT-NUM          PIC X(12).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-MIN-CONF          PIC X(01) VALUE 'L'.
       01 WS-MIN-SCORE             PIC 9(01) VALUE 2.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-CSR-EOF               PIC X(01) VALUE 'N'.
       01 WS-SRT-EOF               PIC X(01) VALUE 'N'.
       01 WS-SQL-FATAL-SW          PIC X(01) VALUE 'N'.

       01 WS-NORM-NAME             PIC X(20).
       01 WS-NORM-LEN              PIC 9(02).
       01 WS-CHR-IDX               PIC 9(02).
       01 WS-AGE-DISP              PIC 9(02).

       01 WS-PREV-PASS             PIC X(01) VALUE SPACE.
       01 WS-PREV-KEY              PIC X(20) VALUE SPACE.

       01 WS-GRP-USED              PIC 9(03) VALUE ZERO.
       01 WS-GRP-IDX               PIC 9(03).
       01 WS-GRP-JDX               PIC 9(03).
       01 WS-GRP-START             PIC 9(03).

       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 50 TIMES.
             10 WS-GRP-PATN-ID     PIC 9(09).
             10 WS-GRP-NAME        PIC X(20).
             10 WS-GRP-NORM        PIC X(20).
             10 WS-GRP-AGE         PIC 9(02).
             10 WS-GRP-BG          PIC X(03).
             10 WS-GRP-NUM         PIC X(12).

       01 WS-PAIR-FIELDS.
          05 WS-PAIR-SCORE         PIC 9(01).
          05 WS-AGE-DIFF           PIC S9(03).
          05 WS-PAIR-NUM-SW        PIC X(01).
          05 WS-PAIR-NAME-SW       PIC X(01).
          05 WS-PAIR-BG-SW         PIC X(01).
          05 WS-PAIR-AGE-SW        PIC X(01).

       01 WS-RUN-CTRS.
          05 WS-PATN-READ-CT       PIC 9(07) VALUE ZERO.
          05 WS-NO-NUM-CT          PIC 9(07) VALUE ZERO.
          05 WS-NO-NAME-CT         PIC 9(07) VALUE ZERO.
          05 WS-PAIR-CT            PIC 9(07) VALUE ZERO.
          05 WS-HIGH-CT            PIC 9(07) VALUE ZERO.
          05 WS-MEDIUM-CT          PIC 9(07) VALUE ZERO.
          05 WS-LOW-CT             PIC 9(07) VALUE ZERO.
          05 WS-BELOW-MIN-CT       PIC 9(07) VALUE ZERO.
          05 WS-GRP-OVERFLOW-CT    PIC 9(07) VALUE ZERO.
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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG32'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'DUPLICATE PATIENT CANDIDATES'.
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
          05 FILLER          PIC X(16) VALUE 'MIN CONFIDENCE:'.
          05 HDG2-MIN-CONF   PIC X(06).

       01 WS-RPT-DUP-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'CANDIDATE DUPLICATE PAIRS'.

       01 WS-RPT-DUP-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(22) VALUE 'PATN-NAME'.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(22) VALUE 'PATN-NAME'.
          05 FILLER          PIC X(17) VALUE 'MATCHED ON'.
          05 FILLER          PIC X(10) VALUE 'CONFIDENCE'.

       01 WS-RPT-DUP-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 DUP-PATN-ID-1   PIC 9(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 DUP-NAME-1      PIC X(20).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 DUP-PATN-ID-2   PIC 9(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 DUP-NAME-2      PIC X(20).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 DUP-MATCH-NUM   PIC X(04).
          05 DUP-MATCH-NAME  PIC X(05).
          05 DUP-MATCH-BG    PIC X(03).
          05 DUP-MATCH-AGE   PIC X(03).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 DUP-CONF        PIC X(06).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'DUPLICATE SCAN RUN SUMMARY'.

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

            PERFORM Z200-PRINT-DUP-HEADING-PARA.

            SORT SRTWK ON ASCENDING KEY SRT-PASS SRT-KEY SRT-PATN-ID
                 INPUT PROCEDURE IS S100-RELEASE-PATIENTS-PARA
                 OUTPUT PROCEDURE IS S200-MATCH-GROUPS-PARA.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE DUPRPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       S100-RELEASE-PATIENTS-PARA.

            EXEC SQL
               DECLARE DUP-CSR CURSOR FOR
               SELECT PATN_ID, PATN_NAME, PATN_AGE, PATN_BG,
                      PATN_NUM
               FROM PATIENT
            END-EXEC.

            EXEC SQL
               OPEN DUP-CSR
            END-EXEC.

            IF SQLCODE NOT = 0
               MOVE 'DB2 ERROR ON PATIENT CURSOR OPEN' TO ERR-TEXT
               PERFORM X000-SQL-ERROR-PARA
            ELSE
               PERFORM UNTIL WS-CSR-EOF = 'Y'
                  EXEC SQL
                     FETCH DUP-CSR
                     INTO :WS-PATN-ID, :WS-PATN-NAME, :WS-PATN-AGE,
                          :WS-PATN-BG, :WS-PATN-NUM
                  END-EXEC
                  EVALUATE SQLCODE
                  WHEN 0
                       ADD 1 TO WS-PATN-READ-CT
                       PERFORM A000-RELEASE-KEYS-PARA
                  WHEN 100
                       MOVE 'Y' TO WS-CSR-EOF
                  WHEN OTHER
                       MOVE 'Y' TO WS-CSR-EOF
                       MOVE 'DB2 ERROR ON PATIENT FETCH' TO ERR-TEXT
                       PERFORM X000-SQL-ERROR-PARA
                  END-EVALUATE
               END-PERFORM

               EXEC SQL
                  CLOSE DUP-CSR
               END-EXEC
            END-IF.

       S200-MATCH-GROUPS-PARA.

            MOVE ZERO  TO WS-GRP-USED
            MOVE SPACE TO WS-PREV-PASS
            MOVE SPACE TO WS-PREV-KEY

            PERFORM UNTIL WS-SRT-EOF = 'Y'
               RETURN SRTWK
                 AT END MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                      IF SRT-PASS NOT = WS-PREV-PASS
                         OR SRT-KEY NOT = WS-PREV-KEY
                         PERFORM B000-COMPARE-GROUP-PARA
                         MOVE ZERO     TO WS-GRP-USED
                         MOVE SRT-PASS TO WS-PREV-PASS
                         MOVE SRT-KEY  TO WS-PREV-KEY
                      END-IF
                      PERFORM A100-ADD-TO-GROUP-PARA
               END-RETURN
            END-PERFORM

            PERFORM B000-COMPARE-GROUP-PARA.

       A000-RELEASE-KEYS-PARA.

             PERFORM A010-NORMALIZE-NAME-PARA

             MOVE SPACES           TO SRTWK-REC
             MOVE WS-PATN-ID       TO SRT-PATN-ID
             MOVE WS-PATN-NAME     TO SRT-NAME
             MOVE WS-NORM-NAME     TO SRT-NORM
             MOVE WS-PATN-AGE      TO WS-AGE-DISP
             MOVE WS-AGE-DISP      TO SRT-AGE
             MOVE WS-PATN-BG       TO SRT-BG
             MOVE WS-PATN-NUM      TO SRT-NUM

             IF WS-PATN-NUM = SPACES
                ADD 1 TO WS-NO-NUM-CT
             ELSE
                MOVE '1'           TO SRT-PASS
                MOVE WS-PATN-NUM   TO SRT-KEY
                RELEASE SRTWK-REC
             END-IF

             IF WS-NORM-NAME = SPACES
                ADD 1 TO WS-NO-NAME-CT
             ELSE
                MOVE '2'           TO SRT-PASS
                MOVE WS-NORM-NAME  TO SRT-KEY
                RELEASE SRTWK-REC
             END-IF.

       A010-NORMALIZE-NAME-PARA.

             MOVE SPACES TO WS-NORM-NAME
             MOVE ZERO   TO WS-NORM-LEN

             INSPECT WS-PATN-NAME
                     CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

             PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                     UNTIL WS-CHR-IDX > 20
                IF WS-PATN-NAME(WS-CHR-IDX:1) ALPHABETIC
                   AND WS-PATN-NAME(WS-CHR-IDX:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-PATN-NAME(WS-CHR-IDX:1)
                     TO WS-NORM-NAME(WS-NORM-LEN:1)
                END-IF
             END-PERFORM.

       A100-ADD-TO-GROUP-PARA.

             IF WS-GRP-USED < 50
                ADD 1 TO WS-GRP-USED
                MOVE SRT-PATN-ID TO WS-GRP-PATN-ID(WS-GRP-USED)
                MOVE SRT-NAME    TO WS-GRP-NAME(WS-GRP-USED)
                MOVE SRT-NORM    TO WS-GRP-NORM(WS-GRP-USED)
                MOVE SRT-AGE     TO WS-GRP-AGE(WS-GRP-USED)
                MOVE SRT-BG      TO WS-GRP-BG(WS-GRP-USED)
                MOVE SRT-NUM     TO WS-GRP-NUM(WS-GRP-USED)
             ELSE
                ADD 1 TO WS-GRP-OVERFLOW-CT
                IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                END-IF
             END-IF.

       B000-COMPARE-GROUP-PARA.

             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX >= WS-GRP-USED
                COMPUTE WS-GRP-START = WS-GRP-IDX + 1
                PERFORM VARYING WS-GRP-JDX FROM WS-GRP-START BY 1
                        UNTIL WS-GRP-JDX > WS-GRP-USED
                   PERFORM B100-SCORE-PAIR-PARA
                END-PERFORM
             END-PERFORM.

       B100-SCORE-PAIR-PARA.

             MOVE ZERO TO WS-PAIR-SCORE
             MOVE 'N'  TO WS-PAIR-NUM-SW
             MOVE 'N'  TO WS-PAIR-NAME-SW
             MOVE 'N'  TO WS-PAIR-BG-SW
             MOVE 'N'  TO WS-PAIR-AGE-SW

             IF WS-GRP-NUM(WS-GRP-IDX) NOT = SPACES
                AND WS-GRP-NUM(WS-GRP-IDX) = WS-GRP-NUM(WS-GRP-JDX)
                MOVE 'Y' TO WS-PAIR-NUM-SW
                ADD 2 TO WS-PAIR-SCORE
             END-IF

             IF WS-GRP-NORM(WS-GRP-IDX) NOT = SPACES
                AND WS-GRP-NORM(WS-GRP-IDX) = WS-GRP-NORM(WS-GRP-JDX)
                MOVE 'Y' TO WS-PAIR-NAME-SW
                ADD 2 TO WS-PAIR-SCORE
             END-IF

             IF WS-GRP-BG(WS-GRP-IDX) NOT = SPACES
                AND WS-GRP-BG(WS-GRP-IDX) = WS-GRP-BG(WS-GRP-JDX)
                MOVE 'Y' TO WS-PAIR-BG-SW
                ADD 1 TO WS-PAIR-SCORE
             END-IF

             COMPUTE WS-AGE-DIFF = WS-GRP-AGE(WS-GRP-IDX)
                                 - WS-GRP-AGE(WS-GRP-JDX)
             IF WS-AGE-DIFF NOT > 1 AND WS-AGE-DIFF NOT < -1
                MOVE 'Y' TO WS-PAIR-AGE-SW
                ADD 1 TO WS-PAIR-SCORE
             END-IF

             IF WS-PREV-PASS = '2' AND WS-PAIR-NUM-SW = 'Y'
                CONTINUE
             ELSE
                IF WS-PAIR-SCORE < WS-MIN-SCORE
                   ADD 1 TO WS-BELOW-MIN-CT
                ELSE
                   PERFORM B200-PRINT-PAIR-PARA
                END-IF
             END-IF.

       B200-PRINT-PAIR-PARA.

             MOVE SPACES                       TO WS-RPT-DUP-LINE
             MOVE WS-GRP-PATN-ID(WS-GRP-IDX)   TO DUP-PATN-ID-1
             MOVE WS-GRP-NAME(WS-GRP-IDX)      TO DUP-NAME-1
             MOVE WS-GRP-PATN-ID(WS-GRP-JDX)   TO DUP-PATN-ID-2
             MOVE WS-GRP-NAME(WS-GRP-JDX)      TO DUP-NAME-2

             IF WS-PAIR-NUM-SW = 'Y'
                MOVE 'NUM'  TO DUP-MATCH-NUM
             END-IF
             IF WS-PAIR-NAME-SW = 'Y'
                MOVE 'NAME' TO DUP-MATCH-NAME
             END-IF
             IF WS-PAIR-BG-SW = 'Y'
                MOVE 'BG'   TO DUP-MATCH-BG
             END-IF
             IF WS-PAIR-AGE-SW = 'Y'
                MOVE 'AGE'  TO DUP-MATCH-AGE
             END-IF

             EVALUATE TRUE
             WHEN WS-PAIR-SCORE >= 5
                  MOVE 'HIGH'   TO DUP-CONF
                  ADD 1 TO WS-HIGH-CT
             WHEN WS-PAIR-SCORE >= 3
                  MOVE 'MEDIUM' TO DUP-CONF
                  ADD 1 TO WS-MEDIUM-CT
             WHEN OTHER
                  MOVE 'LOW'    TO DUP-CONF
                  ADD 1 TO WS-LOW-CT
             END-EVALUATE

             ADD 1 TO WS-PAIR-CT

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-DUP-HEADING-PARA
             END-IF
             WRITE DUPRPT-REC FROM WS-RPT-DUP-LINE
             ADD 1 TO WS-LINE-CT.

       X000-SQL-ERROR-PARA.

             MOVE SPACES          TO ERR-PATN-ID
             MOVE SQLCODE         TO ERR-SQLCODE
             MOVE SQLSTATE        TO ERR-SQLSTATE
             WRITE PRGERR-REC
             ADD 1 TO WS-ERROR-CT
             MOVE 16 TO WS-RETURN-CODE.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN OUTPUT DUPRPT
             OPEN OUTPUT PRGERR

             MOVE SPACES TO PRGERR-REC.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'L' TO WS-CTL-MIN-CONF

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   IF CTL-MIN-CONF = 'H' OR CTL-MIN-CONF = 'M'
                      MOVE CTL-MIN-CONF TO WS-CTL-MIN-CONF
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF

             EVALUATE WS-CTL-MIN-CONF
             WHEN 'H'
                  MOVE 5 TO WS-MIN-SCORE
                  MOVE 'HIGH'   TO HDG2-MIN-CONF
             WHEN 'M'
                  MOVE 3 TO WS-MIN-SCORE
                  MOVE 'MEDIUM' TO HDG2-MIN-CONF
             WHEN OTHER
                  MOVE 2 TO WS-MIN-SCORE
                  MOVE 'LOW'    TO HDG2-MIN-CONF
             END-EVALUATE.

       Z200-PRINT-DUP-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE DUPRPT-REC FROM WS-RPT-DUP-HDG
             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC
             WRITE DUPRPT-REC FROM WS-RPT-DUP-COLS
             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC
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

             WRITE DUPRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC
             WRITE DUPRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC
             WRITE DUPRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS SCANNED:'        TO SUM-LABEL
             MOVE WS-PATN-READ-CT            TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NO PATN-NUM, NOT MATCHED:' TO SUM-LABEL
             MOVE WS-NO-NUM-CT               TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NO NAME, NOT MATCHED:'    TO SUM-LABEL
             MOVE WS-NO-NAME-CT              TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'CANDIDATE PAIRS LISTED:'  TO SUM-LABEL
             MOVE WS-PAIR-CT                 TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  HIGH CONFIDENCE:'       TO SUM-LABEL
             MOVE WS-HIGH-CT                 TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  MEDIUM CONFIDENCE:'     TO SUM-LABEL
             MOVE WS-MEDIUM-CT               TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  LOW CONFIDENCE:'        TO SUM-LABEL
             MOVE WS-LOW-CT                  TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PAIRS BELOW MINIMUM:'     TO SUM-LABEL
             MOVE WS-BELOW-MIN-CT            TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'GROUP TABLE OVERFLOW:'    TO SUM-LABEL
             MOVE WS-GRP-OVERFLOW-CT         TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DB2 ERRORS:'              TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE DUPRPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG32'          TO RLG-PROGRAM
             MOVE WS-CTL-MIN-CONF  TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-PATN-READ-CT  TO RLG-READ-CT
             MOVE WS-PAIR-CT       TO RLG-OUT-CT
             MOVE WS-BELOW-MIN-CT  TO RLG-REJECT-CT
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
