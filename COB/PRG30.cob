       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLDPND ASSIGN TO OLDPNDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-STATUS.

                SELECT HLDFIL ASSIGN TO HLDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HLD-STATUS.

                SELECT PNDQFL ASSIGN TO PNDQFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PNDQ-STATUS.

                SELECT APRTRN ASSIGN TO APRTRNFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.

                SELECT AUTFIL ASSIGN TO AUTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUT-STATUS.

                SELECT NEWPND ASSIGN TO NEWPNDFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT TRNOUT ASSIGN TO TRNFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT REJFIL ASSIGN TO HLDREJFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT APRRPT ASSIGN TO APRRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OLDPND
            RECORDING MODE IS F.
       01 OLDPND-REC          PIC X(80).

       FD HLDFIL
            RECORDING MODE IS F.
       01 HLDFIL-REC          PIC X(80).

       FD PNDQFL
            RECORDING MODE IS F.
       01 PNDQFL-REC          PIC X(80).

       FD APRTRN
            RECORDING MODE IS F.
       01 ATRN-REC.
          05 APR-PATN-ID      PIC X(09).
          05 APR-TRN-CODE     PIC X(01).
          05 APR-ENTER-DATE   PIC X(06).
          05 APR-ACTION       PIC X(01).
          05 APR-USERID       PIC X(08).
          05 FILLER           PIC X(55).

       FD AUTFIL
            RECORDING MODE IS F.
       COPY AUTHREC.

       FD NEWPND
            RECORDING MODE IS F.
       01 NEWPND-REC          PIC X(80).

       FD TRNOUT
            RECORDING MODE IS F.
       01 TRNOUT-REC.
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
          05 FILLER           PIC X(17) VALUE SPACE.

       FD APRRPT.
       01 APRRPT-REC          PIC X(132).

       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-MODE            PIC X(01).
          05 CTL-EXPIRE-DAYS     PIC X(03).
          05 FILLER              PIC X(76).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

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

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-OLD-STATUS            PIC X(02).
       01 WS-HLD-STATUS            PIC X(02).
       01 WS-PNDQ-STATUS           PIC X(02).
       01 WS-TRN-STATUS            PIC X(02).
       01 WS-AUT-STATUS            PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-MODE              PIC X(01) VALUE 'M'.
       01 WS-EXPIRE-DAYS           PIC 9(03) VALUE 7.

       01 WS-OLD-EOF               PIC A VALUE SPACE.
       01 WS-HLD-EOF               PIC A VALUE SPACE.
       01 WS-PNDQ-EOF              PIC A VALUE SPACE.
       01 WS-TRN-EOF               PIC A VALUE SPACE.
       01 WS-AUT-EOF               PIC A VALUE SPACE.
       01 WS-NEW-EOF               PIC A VALUE SPACE.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-TRN-USED              PIC 9(03) VALUE ZERO.
       01 WS-TRN-IDX               PIC 9(03).
       01 WS-TRN-FOUND-IDX         PIC 9(03).

       01 WS-TRN-TABLE.
          05 WS-TRN-ENTRY OCCURS 200 TIMES.
             10 WS-TRN-KEY         PIC X(09).
             10 WS-TRN-CODE        PIC X(01).
             10 WS-TRN-ENTER-DATE  PIC X(06).
             10 WS-TRN-ACT         PIC X(01).
             10 WS-TRN-USERID      PIC X(08).
             10 WS-TRN-USED-SW     PIC X(01).

       01 WS-AUT-USED              PIC 9(03) VALUE ZERO.
       01 WS-AUT-IDX               PIC 9(03).

       01 WS-AUT-TABLE.
          05 WS-AUT-USERID         PIC X(08) OCCURS 500 TIMES.

       COPY PNDREC.

       01 WS-RESOLVED-SW           PIC X(01) VALUE 'N'.
       01 WS-APPROVER-OK-SW        PIC X(01) VALUE 'N'.
       01 WS-CURRENT-SW            PIC X(01) VALUE 'N'.

       01 WS-RUN-INT               PIC S9(09) USAGE COMP.
       01 WS-DATE-INT              PIC S9(09) USAGE COMP.
       01 WS-DATE-X6               PIC X(06).
       01 WS-DATE-YYYYMMDD         PIC 9(08).
       01 WS-DATE-YY               PIC 9(02).
       01 WS-AGE-DAYS              PIC S9(05) USAGE COMP.

       01 WS-RUN-CTRS.
          05 WS-OLD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-HLD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-PNDQ-READ-CT       PIC 9(07) VALUE ZERO.
          05 WS-TRN-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-TRN-DROPPED-CT     PIC 9(07) VALUE ZERO.
          05 WS-AUT-DROPPED-CT     PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-CT        PIC 9(07) VALUE ZERO.
          05 WS-DECLINED-CT        PIC 9(07) VALUE ZERO.
          05 WS-CHANGED-CT         PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.
          05 WS-EXPIRED-CT         PIC 9(07) VALUE ZERO.
          05 WS-CARRIED-CT         PIC 9(07) VALUE ZERO.
          05 WS-SAME-USER-CT       PIC 9(07) VALUE ZERO.
          05 WS-NOT-AUTH-CT        PIC 9(07) VALUE ZERO.
          05 WS-BAD-ACTION-CT      PIC 9(07) VALUE ZERO.
          05 WS-UNMATCHED-CT       PIC 9(07) VALUE ZERO.
          05 WS-OUTSTAND-CT        PIC 9(07) VALUE ZERO.
          05 WS-AGE-0-2-CT         PIC 9(07) VALUE ZERO.
          05 WS-AGE-3-5-CT         PIC 9(07) VALUE ZERO.
          05 WS-AGE-6-UP-CT        PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YY       PIC 9(02).
          05 WS-RUN-MM       PIC 9(02).
          05 WS-RUN-DD       PIC 9(02).

       01 WS-RUN-DATE-X            PIC X(06).

       01 WS-REPORT-CTRS.
          05 WS-LINE-CT        PIC 9(02) VALUE ZERO.
          05 WS-PAGE-CT        PIC 9(03) VALUE ZERO.
          05 WS-LINES-PER-PAGE PIC 9(02) VALUE 20.

       01 WS-RPT-HDG1.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(09) VALUE 'PROGRAM:'.
          05 HDG1-PGM        PIC X(08) VALUE 'PRG30'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'PENDING APPROVAL PROCESSING'.
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
             'APPROVAL ACTIONS'.

       01 WS-RPT-ACT-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(06) VALUE 'CODE'.
          05 FILLER          PIC X(12) VALUE 'ACTION'.
          05 FILLER          PIC X(10) VALUE 'ENTERED BY'.
          05 FILLER          PIC X(10) VALUE 'APPROVER'.
          05 FILLER          PIC X(40) VALUE 'NOTE'.

       01 WS-RPT-ACT-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 ACT-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-CODE        PIC X(01).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 ACT-ACTION      PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-ENTER-USER  PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-APPROVER    PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACT-TEXT        PIC X(40).

       01 WS-RPT-AGING-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'OUTSTANDING APPROVALS - AGING'.

       01 WS-RPT-AGING-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(06) VALUE 'CODE'.
          05 FILLER          PIC X(08) VALUE 'OLD BG'.
          05 FILLER          PIC X(08) VALUE 'NEW BG'.
          05 FILLER          PIC X(10) VALUE 'SOURCE'.
          05 FILLER          PIC X(10) VALUE 'ENTERED BY'.
          05 FILLER          PIC X(09) VALUE 'ENTERED'.
          05 FILLER          PIC X(06) VALUE 'DAYS'.
          05 FILLER          PIC X(10) VALUE 'AGING'.

       01 WS-RPT-AGING-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 AGE-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-CODE        PIC X(01).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 AGE-BEF-BG      PIC X(03).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 AGE-NEW-BG      PIC X(03).
          05 FILLER          PIC X(05) VALUE SPACE.
          05 AGE-SOURCE      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-ENTER-USER  PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 AGE-ENTER-DATE  PIC 9(06).
          05 FILLER          PIC X(03) VALUE SPACE.
          05 AGE-DAYS        PIC ZZ9.
          05 FILLER          PIC X(03) VALUE SPACE.
          05 AGE-BUCKET      PIC X(08).

       01 WS-RPT-UNUSED-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'NO PENDING ITEM FOR APPROVAL:  '.
          05 UNUSED-PATN-ID  PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 UNUSED-CODE     PIC X(01).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 UNUSED-USERID   PIC X(08).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'PENDING APPROVAL SUMMARY'.

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
               PERFORM Y200-REPORT-DRIVER-PARA
            ELSE
               PERFORM Y100-APPROVAL-DRIVER-PARA
            END-IF.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE APRRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-APPROVAL-DRIVER-PARA.

            OPEN OUTPUT NEWPND
            OPEN EXTEND TRNOUT
            OPEN OUTPUT REJFIL
            OPEN OUTPUT PRGERR

            PERFORM Z100-LOAD-TRANSACTIONS-PARA

            PERFORM Z110-LOAD-AUTHORITY-PARA

            PERFORM Z200-PRINT-ACT-HEADING-PARA

            PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLDPND INTO PND-REC
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                      ADD 1 TO WS-OLD-READ-CT
                      PERFORM A000-PROCESS-HOLD-PARA
               END-READ
            END-PERFORM

            OPEN INPUT HLDFIL
            IF WS-HLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-HLD-EOF
            END-IF

            PERFORM UNTIL WS-HLD-EOF = 'Y'
               READ HLDFIL INTO PND-REC
                 AT END MOVE 'Y' TO WS-HLD-EOF
                 NOT AT END
                      ADD 1 TO WS-HLD-READ-CT
                      PERFORM A000-PROCESS-HOLD-PARA
               END-READ
            END-PERFORM

            IF WS-HLD-STATUS = '00' OR WS-HLD-STATUS = '10'
               CLOSE HLDFIL
            END-IF

            OPEN INPUT PNDQFL
            IF WS-PNDQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-PNDQ-EOF
            END-IF

            PERFORM UNTIL WS-PNDQ-EOF = 'Y'
               READ PNDQFL INTO PND-REC
                 AT END MOVE 'Y' TO WS-PNDQ-EOF
                 NOT AT END
                      ADD 1 TO WS-PNDQ-READ-CT
                      PERFORM A000-PROCESS-HOLD-PARA
               END-READ
            END-PERFORM

            IF WS-PNDQ-STATUS = '00' OR WS-PNDQ-STATUS = '10'
               CLOSE PNDQFL
            END-IF

            PERFORM Z300-REPORT-UNMATCHED-PARA

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDPND
            END-IF
            CLOSE NEWPND
            CLOSE TRNOUT
            CLOSE REJFIL
            CLOSE PRGERR

            PERFORM Z210-PRINT-AGING-HEADING-PARA

            OPEN INPUT NEWPND

            PERFORM UNTIL WS-NEW-EOF = 'Y'
               READ NEWPND INTO PND-REC
                 AT END MOVE 'Y' TO WS-NEW-EOF
                 NOT AT END
                      PERFORM A600-PRINT-AGING-PARA
               END-READ
            END-PERFORM

            CLOSE NEWPND

            PERFORM Z910-PRINT-SUMMARY-PARA.

       A000-PROCESS-HOLD-PARA.

             MOVE 'N' TO WS-RESOLVED-SW

             MOVE ZERO TO WS-TRN-FOUND-IDX
             PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                     UNTIL WS-TRN-IDX > WS-TRN-USED
                OR WS-TRN-FOUND-IDX > ZERO
                IF WS-TRN-KEY(WS-TRN-IDX) = PND-PATN-ID
                   AND WS-TRN-CODE(WS-TRN-IDX) = PND-TRN-CODE
                   AND WS-TRN-USED-SW(WS-TRN-IDX) = 'N'
                   IF WS-TRN-ENTER-DATE(WS-TRN-IDX) = SPACES
                      OR WS-TRN-ENTER-DATE(WS-TRN-IDX)
                         = PND-ENTER-DATE
                      MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
                   END-IF
                END-IF
             END-PERFORM

             IF WS-TRN-FOUND-IDX > ZERO
                MOVE 'Y' TO WS-TRN-USED-SW(WS-TRN-FOUND-IDX)
                PERFORM A100-APPLY-DECISION-PARA
             END-IF

             IF WS-RESOLVED-SW = 'N'
                PERFORM A300-CHECK-EXPIRY-PARA
             END-IF.

       A100-APPLY-DECISION-PARA.

             MOVE SPACES                  TO WS-RPT-ACT-LINE
             MOVE PND-PATN-ID             TO ACT-PATN-ID
             MOVE PND-TRN-CODE            TO ACT-CODE
             MOVE PND-ENTER-USER          TO ACT-ENTER-USER
             MOVE WS-TRN-USERID(WS-TRN-FOUND-IDX) TO ACT-APPROVER

             PERFORM A110-CHECK-APPROVER-PARA

             IF WS-APPROVER-OK-SW = 'Y'
                EVALUATE WS-TRN-ACT(WS-TRN-FOUND-IDX)
                WHEN 'A'
                     PERFORM A200-RELEASE-PARA
                WHEN 'R'
                     PERFORM A210-DECLINE-PARA
                WHEN OTHER
                     ADD 1 TO WS-BAD-ACTION-CT
                     MOVE 'REFUSED'   TO ACT-ACTION
                     MOVE 'DECISION CODE NOT A OR R - STILL HELD'
                          TO ACT-TEXT
                     PERFORM A500-PRINT-ACT-PARA
                     MOVE 8 TO WS-RETURN-CODE
                END-EVALUATE
             END-IF.

       A110-CHECK-APPROVER-PARA.

             MOVE 'N' TO WS-APPROVER-OK-SW

             IF WS-TRN-USERID(WS-TRN-FOUND-IDX) = PND-ENTER-USER
                ADD 1 TO WS-SAME-USER-CT
                MOVE 'REFUSED'   TO ACT-ACTION
                MOVE 'APPROVER SAME AS ENTERING USER - HELD'
                     TO ACT-TEXT
                PERFORM A500-PRINT-ACT-PARA
                MOVE 8 TO WS-RETURN-CODE
             ELSE
                PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                        UNTIL WS-AUT-IDX > WS-AUT-USED
                   OR WS-APPROVER-OK-SW = 'Y'
                   IF WS-AUT-USERID(WS-AUT-IDX)
                      = WS-TRN-USERID(WS-TRN-FOUND-IDX)
                      MOVE 'Y' TO WS-APPROVER-OK-SW
                   END-IF
                END-PERFORM

                IF WS-APPROVER-OK-SW = 'N'
                   ADD 1 TO WS-NOT-AUTH-CT
                   MOVE 'REFUSED'   TO ACT-ACTION
                   MOVE 'APPROVER NOT AUTHORIZED ON PATAUTH - HELD'
                        TO ACT-TEXT
                   PERFORM A500-PRINT-ACT-PARA
                   MOVE 8 TO WS-RETURN-CODE
                END-IF
             END-IF.

       A200-RELEASE-PARA.

             PERFORM A205-CHECK-CURRENT-PARA

             EVALUATE WS-CURRENT-SW
             WHEN 'Y'
                  PERFORM A220-WRITE-RELEASE-PARA
             WHEN 'N'
                  PERFORM A215-DECLINE-CHANGED-PARA
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       A205-CHECK-CURRENT-PARA.

             MOVE 'N'    TO WS-CURRENT-SW
             MOVE SPACES TO WS-PATN-BG

             IF PND-PATN-ID NUMERIC
                COMPUTE WS-PATN-ID = FUNCTION NUMVAL(PND-PATN-ID)

                EXEC SQL
                  SELECT  PATN_BG
                  INTO  :WS-PATN-BG
                  FROM PATIENT
                  WHERE PATN_ID = :WS-PATN-ID
                END-EXEC

                EVALUATE SQLCODE
                WHEN 0
                     IF WS-PATN-BG = PND-BEF-BG
                        MOVE 'Y' TO WS-CURRENT-SW
                     END-IF
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     MOVE 'E'             TO WS-CURRENT-SW
                     MOVE SPACES          TO PRGERR-REC
                     MOVE PND-PATN-ID     TO ERR-PATN-ID
                     MOVE SQLCODE         TO ERR-SQLCODE
                     MOVE SQLSTATE        TO ERR-SQLSTATE
                     MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
                     WRITE PRGERR-REC
                     ADD 1 TO WS-ERROR-CT
                     MOVE 16 TO WS-RETURN-CODE
                     MOVE 'REFUSED'   TO ACT-ACTION
                     MOVE 'PATIENT LOOKUP FAILED - STILL HELD'
                          TO ACT-TEXT
                     PERFORM A500-PRINT-ACT-PARA
                END-EVALUATE
             END-IF.

       A215-DECLINE-CHANGED-PARA.

             MOVE SPACES           TO REJFIL-REC
             MOVE PND-PATN-ID      TO REJ-PATN-ID
             MOVE 'HOLD-CHANGED'   TO REJ-REASON-CODE
             MOVE 'PATIENT CHANGED SINCE ENTERED - DECLINED'
                                   TO REJ-TEXT
             WRITE REJFIL-REC

             ADD 1 TO WS-DECLINED-CT
             ADD 1 TO WS-CHANGED-CT
             MOVE 'Y' TO WS-RESOLVED-SW

             MOVE 'DECLINED'  TO ACT-ACTION
             MOVE REJ-TEXT    TO ACT-TEXT
             PERFORM A500-PRINT-ACT-PARA
             IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
             END-IF.

       A220-WRITE-RELEASE-PARA.

             MOVE SPACES           TO TRNOUT-REC
             MOVE PND-PATN-ID      TO TRN-PATN-ID
             MOVE PND-TRN-CODE     TO TRN-CODE
             MOVE PND-PATN-NAME    TO TRN-PATN-NAME
             MOVE PND-PATN-AGE     TO TRN-PATN-AGE
             MOVE PND-PATN-BG      TO TRN-PATN-BG
             IF PND-TRN-CODE = 'M'
                MOVE PND-SURV-ID   TO TRN-SURV-ID
             ELSE
                MOVE PND-PATN-NUM  TO TRN-PATN-NUM
             END-IF
             MOVE PND-ENTER-USER   TO TRN-USERID
             WRITE TRNOUT-REC

             ADD 1 TO WS-RELEASED-CT
             MOVE 'Y' TO WS-RESOLVED-SW

             MOVE 'RELEASED'  TO ACT-ACTION
             EVALUATE PND-TRN-CODE
             WHEN 'D'
                  MOVE 'DELETE RELEASED TO MAINTENANCE RUN'
                       TO ACT-TEXT
             WHEN 'M'
                  MOVE 'MERGE RELEASED TO MAINTENANCE RUN'
                       TO ACT-TEXT
             WHEN OTHER
                  MOVE 'BG CHANGE RELEASED TO MAINTENANCE RUN'
                       TO ACT-TEXT
             END-EVALUATE
             PERFORM A500-PRINT-ACT-PARA.

       A210-DECLINE-PARA.

             MOVE SPACES           TO REJFIL-REC
             MOVE PND-PATN-ID      TO REJ-PATN-ID
             MOVE 'HOLD-DECLINE'   TO REJ-REASON-CODE
             MOVE 'HELD TRANSACTION DECLINED BY APPROVER'
                                   TO REJ-TEXT
             WRITE REJFIL-REC

             ADD 1 TO WS-DECLINED-CT
             MOVE 'Y' TO WS-RESOLVED-SW

             MOVE 'DECLINED'  TO ACT-ACTION
             MOVE REJ-TEXT    TO ACT-TEXT
             PERFORM A500-PRINT-ACT-PARA.

       A300-CHECK-EXPIRY-PARA.

             MOVE PND-ENTER-DATE TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DATE-INT

             IF WS-AGE-DAYS >= WS-EXPIRE-DAYS
                MOVE SPACES           TO REJFIL-REC
                MOVE PND-PATN-ID      TO REJ-PATN-ID
                MOVE 'HOLD-EXPIRED'   TO REJ-REASON-CODE
                MOVE 'HELD TRANSACTION EXPIRED - NOT APPROVED'
                                      TO REJ-TEXT
                WRITE REJFIL-REC
                ADD 1 TO WS-EXPIRED-CT

                MOVE SPACES           TO WS-RPT-ACT-LINE
                MOVE PND-PATN-ID      TO ACT-PATN-ID
                MOVE PND-TRN-CODE     TO ACT-CODE
                MOVE PND-ENTER-USER   TO ACT-ENTER-USER
                MOVE 'EXPIRED'        TO ACT-ACTION
                MOVE REJ-TEXT         TO ACT-TEXT
                PERFORM A500-PRINT-ACT-PARA
                MOVE 8 TO WS-RETURN-CODE
             ELSE
                WRITE NEWPND-REC FROM PND-REC
                ADD 1 TO WS-CARRIED-CT
             END-IF.

       A500-PRINT-ACT-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-ACT-HEADING-PARA
             END-IF
             WRITE APRRPT-REC FROM WS-RPT-ACT-LINE
             ADD 1 TO WS-LINE-CT
             MOVE SPACES TO WS-RPT-ACT-LINE.

       A600-PRINT-AGING-PARA.

             ADD 1 TO WS-OUTSTAND-CT

             MOVE PND-ENTER-DATE TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DATE-INT

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z210-PRINT-AGING-HEADING-PARA
             END-IF

             MOVE SPACES             TO WS-RPT-AGING-LINE
             MOVE PND-PATN-ID        TO AGE-PATN-ID
             MOVE PND-TRN-CODE       TO AGE-CODE
             MOVE PND-BEF-BG         TO AGE-BEF-BG
             IF PND-TRN-CODE = 'C'
                MOVE PND-PATN-BG     TO AGE-NEW-BG
             END-IF
             MOVE PND-SOURCE         TO AGE-SOURCE
             MOVE PND-ENTER-USER     TO AGE-ENTER-USER
             MOVE PND-ENTER-DATE     TO AGE-ENTER-DATE
             MOVE WS-AGE-DAYS        TO AGE-DAYS

             EVALUATE TRUE
             WHEN WS-AGE-DAYS < 3
                  MOVE '0-2 DAYS'    TO AGE-BUCKET
                  ADD 1 TO WS-AGE-0-2-CT
             WHEN WS-AGE-DAYS < 6
                  MOVE '3-5 DAYS'    TO AGE-BUCKET
                  ADD 1 TO WS-AGE-3-5-CT
             WHEN OTHER
                  MOVE '6+ DAYS'     TO AGE-BUCKET
                  ADD 1 TO WS-AGE-6-UP-CT
             END-EVALUATE

             WRITE APRRPT-REC FROM WS-RPT-AGING-LINE
             ADD 1 TO WS-LINE-CT.

       Y200-REPORT-DRIVER-PARA.

            PERFORM Z210-PRINT-AGING-HEADING-PARA

            PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLDPND INTO PND-REC
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                      ADD 1 TO WS-OLD-READ-CT
                      PERFORM A600-PRINT-AGING-PARA
               END-READ
            END-PERFORM

            PERFORM Z910-PRINT-SUMMARY-PARA

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDPND
            END-IF.

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

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
             MOVE WS-RUN-DATE TO WS-RUN-DATE-X

             MOVE WS-RUN-DATE-X TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             MOVE WS-DATE-INT TO WS-RUN-INT

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN INPUT OLDPND
             IF WS-OLD-STATUS NOT = '00'
                MOVE 'Y' TO WS-OLD-EOF
             END-IF

             OPEN OUTPUT APRRPT.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'M' TO WS-CTL-MODE
             MOVE 7   TO WS-EXPIRE-DAYS

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   MOVE CTL-MODE TO WS-CTL-MODE
                   IF CTL-EXPIRE-DAYS NUMERIC
                      AND CTL-EXPIRE-DAYS > ZERO
                      MOVE CTL-EXPIRE-DAYS TO WS-EXPIRE-DAYS
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF.

       Z100-LOAD-TRANSACTIONS-PARA.

             OPEN INPUT APRTRN
             IF WS-TRN-STATUS NOT = '00'
                MOVE 'Y' TO WS-TRN-EOF
             END-IF

             PERFORM UNTIL WS-TRN-EOF = 'Y'
                READ APRTRN
                  AT END MOVE 'Y' TO WS-TRN-EOF
                  NOT AT END
                       ADD 1 TO WS-TRN-READ-CT
                       IF WS-TRN-USED < 200
                          ADD 1 TO WS-TRN-USED
                          MOVE APR-PATN-ID
                            TO WS-TRN-KEY(WS-TRN-USED)
                          MOVE APR-TRN-CODE
                            TO WS-TRN-CODE(WS-TRN-USED)
                          MOVE APR-ENTER-DATE
                            TO WS-TRN-ENTER-DATE(WS-TRN-USED)
                          MOVE APR-ACTION
                            TO WS-TRN-ACT(WS-TRN-USED)
                          MOVE APR-USERID
                            TO WS-TRN-USERID(WS-TRN-USED)
                          MOVE 'N'
                            TO WS-TRN-USED-SW(WS-TRN-USED)
                       ELSE
                          ADD 1 TO WS-TRN-DROPPED-CT
                          MOVE 8 TO WS-RETURN-CODE
                       END-IF
                END-READ
             END-PERFORM

             IF WS-TRN-STATUS = '00' OR WS-TRN-STATUS = '10'
                CLOSE APRTRN
             END-IF.

       Z110-LOAD-AUTHORITY-PARA.

             OPEN INPUT AUTFIL
             IF WS-AUT-STATUS NOT = '00'
                MOVE 'Y' TO WS-AUT-EOF
             END-IF

             PERFORM UNTIL WS-AUT-EOF = 'Y'
                READ AUTFIL
                  AT END MOVE 'Y' TO WS-AUT-EOF
                  NOT AT END
                       IF AUTH-UPDATE-FLAG = 'Y'
                          IF AUTH-EXPIRE-DATE NUMERIC
                             AND AUTH-EXPIRE-DATE NOT = ZERO
                             AND AUTH-EXPIRE-DATE < WS-RUN-DATE-X
                             CONTINUE
                          ELSE
                             IF WS-AUT-USED < 500
                                ADD 1 TO WS-AUT-USED
                                MOVE AUTH-USERID
                                  TO WS-AUT-USERID(WS-AUT-USED)
                             ELSE
                                ADD 1 TO WS-AUT-DROPPED-CT
                             END-IF
                          END-IF
                       END-IF
                END-READ
             END-PERFORM

             IF WS-AUT-STATUS = '00' OR WS-AUT-STATUS = '10'
                CLOSE AUTFIL
             END-IF.

       Z200-PRINT-ACT-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE APRRPT-REC FROM WS-RPT-ACT-HDG
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             WRITE APRRPT-REC FROM WS-RPT-ACT-COLS
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             ADD 4 TO WS-LINE-CT.

       Z210-PRINT-AGING-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE APRRPT-REC FROM WS-RPT-AGING-HDG
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             WRITE APRRPT-REC FROM WS-RPT-AGING-COLS
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             ADD 4 TO WS-LINE-CT.

       Z300-REPORT-UNMATCHED-PARA.

             PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                     UNTIL WS-TRN-IDX > WS-TRN-USED
                IF WS-TRN-USED-SW(WS-TRN-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-CT
                   MOVE 8 TO WS-RETURN-CODE
                   IF WS-LINE-CT >= WS-LINES-PER-PAGE
                      PERFORM Z200-PRINT-ACT-HEADING-PARA
                   END-IF
                   MOVE WS-TRN-KEY(WS-TRN-IDX)    TO UNUSED-PATN-ID
                   MOVE WS-TRN-CODE(WS-TRN-IDX)   TO UNUSED-CODE
                   MOVE WS-TRN-USERID(WS-TRN-IDX) TO UNUSED-USERID
                   WRITE APRRPT-REC FROM WS-RPT-UNUSED-LINE
                   ADD 1 TO WS-LINE-CT
                END-IF
             END-PERFORM.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT TO HDG1-PAGE
             MOVE WS-RUN-MM  TO HDG2-MM
             MOVE WS-RUN-DD  TO HDG2-DD
             MOVE WS-RUN-YY  TO HDG2-YY

             WRITE APRRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             WRITE APRRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC
             WRITE APRRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO APRRPT-REC
             WRITE APRRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PENDING ITEMS READ:'      TO SUM-LABEL
             MOVE WS-OLD-READ-CT             TO SUM-COUNT
             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

             IF WS-CTL-MODE NOT = 'R'
                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'NEW HOLDS FROM BATCH:'    TO SUM-LABEL
                MOVE WS-HLD-READ-CT             TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'NEW HOLDS FROM ONLINE:'   TO SUM-LABEL
                MOVE WS-PNDQ-READ-CT            TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DECISIONS READ:'          TO SUM-LABEL
                MOVE WS-TRN-READ-CT             TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'RELEASED TO MAINTENANCE:' TO SUM-LABEL
                MOVE WS-RELEASED-CT             TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DECLINED BY APPROVER:'    TO SUM-LABEL
                MOVE WS-DECLINED-CT             TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE '  CHANGED SINCE ENTERED:' TO SUM-LABEL
                MOVE WS-CHANGED-CT              TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'EXPIRED TO REJFIL:'       TO SUM-LABEL
                MOVE WS-EXPIRED-CT              TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'REFUSED - SAME USER:'     TO SUM-LABEL
                MOVE WS-SAME-USER-CT            TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'REFUSED - NOT AUTHORIZED:' TO SUM-LABEL
                MOVE WS-NOT-AUTH-CT             TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'INVALID DECISION CODES:'  TO SUM-LABEL
                MOVE WS-BAD-ACTION-CT           TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DECISIONS NEVER MATCHED:' TO SUM-LABEL
                MOVE WS-UNMATCHED-CT            TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DECISIONS DROPPED:'       TO SUM-LABEL
                MOVE WS-TRN-DROPPED-CT          TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'AUTHORITIES DROPPED:'     TO SUM-LABEL
                MOVE WS-AUT-DROPPED-CT          TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                MOVE SPACES         TO WS-RPT-SUMMARY-LINE
                MOVE 'DB2 ERRORS:'              TO SUM-LABEL
                MOVE WS-ERROR-CT                TO SUM-COUNT
                WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

                IF WS-ERROR-CT > ZERO
                   MOVE 16 TO WS-RETURN-CODE
                END-IF
             END-IF

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'STILL OUTSTANDING:'       TO SUM-LABEL
             MOVE WS-OUTSTAND-CT             TO SUM-COUNT
             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  AGED 0-2 DAYS:'         TO SUM-LABEL
             MOVE WS-AGE-0-2-CT              TO SUM-COUNT
             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  AGED 3-5 DAYS:'         TO SUM-LABEL
             MOVE WS-AGE-3-5-CT              TO SUM-COUNT
             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  AGED 6 DAYS OR MORE:'   TO SUM-LABEL
             MOVE WS-AGE-6-UP-CT             TO SUM-COUNT
             WRITE APRRPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG30'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             COMPUTE RLG-READ-CT = WS-OLD-READ-CT
                                 + WS-HLD-READ-CT
                                 + WS-PNDQ-READ-CT
             MOVE WS-RELEASED-CT   TO RLG-OUT-CT
             COMPUTE RLG-REJECT-CT = WS-DECLINED-CT
                                   + WS-EXPIRED-CT
             COMPUTE RLG-ERROR-CT = WS-SAME-USER-CT
                                  + WS-NOT-AUTH-CT
                                  + WS-BAD-ACTION-CT
                                  + WS-UNMATCHED-CT
                                  + WS-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
