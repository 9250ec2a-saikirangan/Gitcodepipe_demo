       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG33.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT EMPFIL ASSIGN TO EMPFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT AGETRN ASSIGN TO AGETRNFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT AGERPT ASSIGN TO AGERPTFILE
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
       FD EMPFIL
            RECORDING MODE IS F.
       01 FL-REC              PIC X(80).

       FD AGETRN
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

       FD AGERPT.
       01 AGERPT-REC          PIC X(132).

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
          05 CTL-USERID          PIC X(08).
          05 CTL-MIN-AGE         PIC X(02).
          05 FILLER              PIC X(69).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       COPY EMPREC.

       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-MODE              PIC X(01) VALUE 'G'.
       01 WS-CTL-USERID            PIC X(08) VALUE SPACES.
       01 WS-MIN-AGE               PIC 9(02) VALUE 16.

       01 WS-EMP-EOF               PIC X(01) VALUE 'N'.

       01 WS-EMP-AGE               PIC S9(03) USAGE COMP.
       01 WS-AGE-DIFF              PIC S9(03) USAGE COMP.
       01 WS-AGE-DISP              PIC 9(02).
       01 WS-DOB-YYYYMMDD          PIC 9(08).
       01 WS-DOB-OK-SW             PIC X(01) VALUE 'N'.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-RUN-CTRS.
          05 WS-READ-CT            PIC 9(07) VALUE ZERO.
          05 WS-MATCH-CT           PIC 9(07) VALUE ZERO.
          05 WS-CURRENT-CT         PIC 9(07) VALUE ZERO.
          05 WS-UPDATE-CT          PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-CT         PIC 9(07) VALUE ZERO.
          05 WS-NO-DOB-CT          PIC 9(07) VALUE ZERO.
          05 WS-BAD-DOB-CT         PIC 9(07) VALUE ZERO.
          05 WS-BIG-DIFF-CT        PIC 9(07) VALUE ZERO.
          05 WS-NOMATCH-CT         PIC 9(07) VALUE ZERO.
          05 WS-REJECT-CT          PIC 9(07) VALUE ZERO.
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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG33'.
          05 FILLER          PIC X(09) VALUE SPACE.
          05 FILLER          PIC X(26) VALUE
             'PATIENT AGE ROLL-FORWARD'.
          05 FILLER          PIC X(09) VALUE SPACE.
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
          05 FILLER          PIC X(06) VALUE 'MODE:'.
          05 HDG2-MODE       PIC X(12).

       01 WS-RPT-AGE-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'AGE UPDATES AND DISCREPANCIES'.

       01 WS-RPT-AGE-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(22) VALUE 'EMPLOYEE NAME'.
          05 FILLER          PIC X(08) VALUE 'DOB'.
          05 FILLER          PIC X(09) VALUE 'DOB AGE'.
          05 FILLER          PIC X(09) VALUE 'PAT AGE'.
          05 FILLER          PIC X(12) VALUE 'ACTION'.
          05 FILLER          PIC X(40) VALUE 'NOTE'.

       01 WS-RPT-AGE-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 AGE-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-EMP-NAME    PIC X(20).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-DOB         PIC X(06).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 AGE-DOB-AGE     PIC ZZ9.
          05 FILLER          PIC X(06) VALUE SPACE.
          05 AGE-PAT-AGE     PIC ZZ9.
          05 FILLER          PIC X(03) VALUE SPACE.
          05 AGE-ACTION      PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-TEXT        PIC X(40).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'AGE ROLL-FORWARD RUN SUMMARY'.

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

            PERFORM Z200-PRINT-AGE-HEADING-PARA.

            OPEN INPUT EMPFIL.

            PERFORM UNTIL WS-EMP-EOF = 'Y'

               READ EMPFIL INTO EMP-REC
                 AT END MOVE 'Y' TO WS-EMP-EOF
                 NOT AT END
                      ADD 1 TO WS-READ-CT
                      PERFORM A000-PROCESS-PARA
               END-READ

            END-PERFORM.

            CLOSE EMPFIL.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE AGETRN.
            CLOSE AGERPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       A000-PROCESS-PARA.

             MOVE SPACES        TO WS-RPT-AGE-LINE
             MOVE EMP-PATN-ID   TO AGE-PATN-ID
             MOVE EMP-NAME      TO AGE-EMP-NAME
             MOVE EMP-DOB       TO AGE-DOB

             IF EMP-PATN-ID NOT NUMERIC
                ADD 1 TO WS-REJECT-CT
                MOVE 'SKIPPED'   TO AGE-ACTION
                MOVE 'PATN-ID NOT NUMERIC' TO AGE-TEXT
                PERFORM A500-PRINT-AGE-PARA
             ELSE
                PERFORM A010-LOOKUP-PARA
             END-IF.

       A010-LOOKUP-PARA.

             COMPUTE WS-PATN-ID = FUNCTION NUMVAL(EMP-PATN-ID)

             EXEC SQL
               SELECT  PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM
               INTO  :WS-PATN-NAME, :WS-PATN-AGE, :WS-PATN-BG,
                     :WS-PATN-NUM
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-MATCH-CT
                  MOVE WS-PATN-AGE TO AGE-PAT-AGE
                  PERFORM A020-CHECK-AGE-PARA
             WHEN 100
                  ADD 1 TO WS-NOMATCH-CT
                  MOVE 'SKIPPED'   TO AGE-ACTION
                  MOVE 'NOT ON PATIENT TABLE' TO AGE-TEXT
                  PERFORM A500-PRINT-AGE-PARA
             WHEN OTHER
                  ADD 1 TO WS-ERROR-CT
                  MOVE SPACES          TO PRGERR-REC
                  MOVE EMP-PATN-ID     TO ERR-PATN-ID
                  MOVE SQLCODE         TO ERR-SQLCODE
                  MOVE SQLSTATE        TO ERR-SQLSTATE
                  MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
                  WRITE PRGERR-REC
                  MOVE 16 TO WS-RETURN-CODE
             END-EVALUATE.

       A020-CHECK-AGE-PARA.

             IF EMP-DOB = SPACES OR EMP-DOB = ZEROS
                ADD 1 TO WS-NO-DOB-CT
                MOVE 'REVIEW'    TO AGE-ACTION
                MOVE 'NO DATE OF BIRTH ON EMPLOYEE RECORD'
                     TO AGE-TEXT
                PERFORM A500-PRINT-AGE-PARA
             ELSE
                PERFORM A040-VALIDATE-DOB-PARA
                IF WS-DOB-OK-SW = 'N'
                   ADD 1 TO WS-BAD-DOB-CT
                   MOVE 'REVIEW'    TO AGE-ACTION
                   MOVE 'IMPOSSIBLE DATE OF BIRTH' TO AGE-TEXT
                   PERFORM A500-PRINT-AGE-PARA
                ELSE
                   PERFORM A030-COMPUTE-AGE-PARA
                   MOVE WS-EMP-AGE TO AGE-DOB-AGE
                   COMPUTE WS-AGE-DIFF = WS-EMP-AGE - WS-PATN-AGE
                   EVALUATE TRUE
                   WHEN WS-EMP-AGE < WS-MIN-AGE
                        ADD 1 TO WS-BAD-DOB-CT
                        MOVE 'REVIEW'    TO AGE-ACTION
                        MOVE 'DOB GIVES AGE BELOW EMPLOYMENT MINIMUM'
                             TO AGE-TEXT
                        PERFORM A500-PRINT-AGE-PARA
                   WHEN WS-AGE-DIFF = ZERO
                        ADD 1 TO WS-CURRENT-CT
                   WHEN WS-AGE-DIFF > 1 OR WS-AGE-DIFF < -1
                        ADD 1 TO WS-BIG-DIFF-CT
                        MOVE 'REVIEW'    TO AGE-ACTION
                        MOVE 'AGE DIFFERS BY MORE THAN ONE YEAR'
                             TO AGE-TEXT
                        PERFORM A500-PRINT-AGE-PARA
                   WHEN OTHER
                        PERFORM A100-WRITE-CHANGE-PARA
                   END-EVALUATE
                END-IF
             END-IF.

       A030-COMPUTE-AGE-PARA.

             COMPUTE WS-EMP-AGE = WS-RUN-YY - EMP-DOB-YY

             IF WS-EMP-AGE < ZERO
                ADD 100 TO WS-EMP-AGE
             END-IF

             IF EMP-DOB-MM > WS-RUN-MM
                OR (EMP-DOB-MM = WS-RUN-MM
                    AND EMP-DOB-DD > WS-RUN-DD)
                SUBTRACT 1 FROM WS-EMP-AGE
             END-IF

             IF WS-EMP-AGE < ZERO
                ADD 100 TO WS-EMP-AGE
             END-IF.

       A040-VALIDATE-DOB-PARA.

             MOVE 'N' TO WS-DOB-OK-SW

             IF EMP-DOB NUMERIC
                IF EMP-DOB-YY > WS-RUN-YY
                   COMPUTE WS-DOB-YYYYMMDD =
                           19000000 + FUNCTION NUMVAL(EMP-DOB)
                ELSE
                   COMPUTE WS-DOB-YYYYMMDD =
                           20000000 + FUNCTION NUMVAL(EMP-DOB)
                END-IF
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOB-YYYYMMDD)
                   = ZERO
                   MOVE 'Y' TO WS-DOB-OK-SW
                END-IF
             END-IF.

       A100-WRITE-CHANGE-PARA.

             ADD 1 TO WS-UPDATE-CT
             MOVE WS-EMP-AGE    TO WS-AGE-DISP

             MOVE SPACES        TO TRN-REC
             MOVE EMP-PATN-ID   TO TRN-PATN-ID
             MOVE 'C'           TO TRN-CODE
             MOVE WS-PATN-NAME  TO TRN-PATN-NAME
             MOVE WS-AGE-DISP   TO TRN-PATN-AGE
             MOVE WS-PATN-BG    TO TRN-PATN-BG
             MOVE WS-PATN-NUM   TO TRN-PATN-NUM
             MOVE WS-CTL-USERID TO TRN-USERID

             IF WS-CTL-MODE = 'L'
                MOVE 'LISTED'    TO AGE-ACTION
             ELSE
                WRITE TRN-REC
                ADD 1 TO WS-WRITTEN-CT
                MOVE 'GENERATED' TO AGE-ACTION
             END-IF

             MOVE 'CHANGE TRANSACTION - AGE ROLLED FORWARD'
                  TO AGE-TEXT
             PERFORM A500-PRINT-AGE-PARA.

       A500-PRINT-AGE-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-AGE-HEADING-PARA
             END-IF
             WRITE AGERPT-REC FROM WS-RPT-AGE-LINE
             ADD 1 TO WS-LINE-CT.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN OUTPUT AGETRN
             OPEN OUTPUT AGERPT
             OPEN OUTPUT PRGERR.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'G'     TO WS-CTL-MODE

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   IF CTL-MODE = 'L'
                      MOVE 'L' TO WS-CTL-MODE
                   END-IF
                   MOVE CTL-USERID   TO WS-CTL-USERID
                   IF CTL-MIN-AGE NUMERIC
                      AND CTL-MIN-AGE > ZERO
                      MOVE CTL-MIN-AGE TO WS-MIN-AGE
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF

             IF WS-CTL-USERID = SPACES
                MOVE 'AGEROLL' TO WS-CTL-USERID
             END-IF.

       Z200-PRINT-AGE-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE AGERPT-REC FROM WS-RPT-AGE-HDG
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC
             WRITE AGERPT-REC FROM WS-RPT-AGE-COLS
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC
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
             IF WS-CTL-MODE = 'L'
                MOVE 'LIST ONLY'    TO HDG2-MODE
             ELSE
                MOVE 'GENERATE'     TO HDG2-MODE
             END-IF

             WRITE AGERPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC
             WRITE AGERPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC
             WRITE AGERPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'EMPFIL RECORDS READ:'     TO SUM-LABEL
             MOVE WS-READ-CT                 TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS MATCHED:'        TO SUM-LABEL
             MOVE WS-MATCH-CT                TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AGES ALREADY CURRENT:'    TO SUM-LABEL
             MOVE WS-CURRENT-CT              TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AGES TO ROLL FORWARD:'    TO SUM-LABEL
             MOVE WS-UPDATE-CT               TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'TRANSACTIONS WRITTEN:'    TO SUM-LABEL
             MOVE WS-WRITTEN-CT              TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NO DATE OF BIRTH:'        TO SUM-LABEL
             MOVE WS-NO-DOB-CT               TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'IMPOSSIBLE DATE OF BIRTH:' TO SUM-LABEL
             MOVE WS-BAD-DOB-CT              TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DIFFERENCE OVER ONE YEAR:' TO SUM-LABEL
             MOVE WS-BIG-DIFF-CT             TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NOT ON PATIENT TABLE:'    TO SUM-LABEL
             MOVE WS-NOMATCH-CT              TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NONNUMERIC PATN-IDS:'     TO SUM-LABEL
             MOVE WS-REJECT-CT               TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RECORDS IN ERROR:'        TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE AGERPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG33'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-READ-CT       TO RLG-READ-CT
             MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
             COMPUTE RLG-REJECT-CT = WS-NO-DOB-CT
                                   + WS-BAD-DOB-CT
                                   + WS-BIG-DIFF-CT
                                   + WS-NOMATCH-CT
                                   + WS-REJECT-CT
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
