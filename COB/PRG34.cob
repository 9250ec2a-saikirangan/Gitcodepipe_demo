       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ACCQFL ASSIGN TO ACCQFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ACCQ-STATUS.

                SELECT OLDACC ASSIGN TO OLDACCFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-STATUS.

                SELECT AUTFIL ASSIGN TO AUTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUT-STATUS.

                SELECT NEWACC ASSIGN TO NEWACCFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT ACCRPT ASSIGN TO ACCRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCQFL
            RECORDING MODE IS F.
       01 ACCQFL-REC          PIC X(80).

       FD OLDACC
            RECORDING MODE IS F.
       01 OLDACC-REC          PIC X(80).

       FD AUTFIL
            RECORDING MODE IS F.
       COPY AUTHREC.

       FD NEWACC
            RECORDING MODE IS F.
       COPY ACCREC.

       FD ACCRPT.
       01 ACCRPT-REC          PIC X(132).

       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-VOL-FACTOR      PIC X(02).
          05 CTL-VOL-FLOOR       PIC X(04).
          05 CTL-MIN-DAYS        PIC X(03).
          05 CTL-NOBASE-LIMIT    PIC X(04).
          05 FILLER              PIC X(67).

       SD SRTWK.
       01 SRT-ACC-REC.
          05 SRT-ACC-DATA.
             10 SRT-DATE         PIC 9(06).
             10 SRT-TIME         PIC 9(06).
             10 SRT-USERID       PIC X(08).
             10 SRT-PATN-ID      PIC X(09).
             10 FILLER           PIC X(51).
          05 SRT-NEW-SW          PIC X(01).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-ACCQ-STATUS           PIC X(02).
       01 WS-OLD-STATUS            PIC X(02).
       01 WS-AUT-STATUS            PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).

       01 WS-ACCQ-EOF              PIC A VALUE SPACE.
       01 WS-OLD-EOF               PIC A VALUE SPACE.
       01 WS-AUT-EOF               PIC A VALUE SPACE.
       01 WS-SRT-EOF               PIC A VALUE SPACE.

       01 WS-VOL-FACTOR            PIC 9(02) VALUE 3.
       01 WS-VOL-FLOOR             PIC 9(04) VALUE 20.
       01 WS-MIN-DAYS              PIC 9(03) VALUE 5.
       01 WS-NOBASE-LIMIT          PIC 9(04) VALUE 50.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-FIRST-GRP-SW          PIC X(01) VALUE 'Y'.
       01 WS-GRP-FIELDS.
          05 WS-GRP-DATE           PIC 9(06).
          05 WS-GRP-USERID         PIC X(08).
          05 WS-GRP-PREV-PATN      PIC X(09).
          05 WS-GRP-PATN-CT        PIC 9(05).
          05 WS-GRP-INQ-CT         PIC 9(05).
          05 WS-GRP-NEW-SW         PIC X(01).

       01 WS-AUT-USED              PIC 9(04) VALUE ZERO.
       01 WS-AUT-IDX               PIC 9(04).
       01 WS-AUT-FOUND-SW          PIC X(01).
       01 WS-AUT-TABLE.
          05 WS-AUT-USERID         PIC X(08) OCCURS 500 TIMES.

       01 WS-USR-USED              PIC 9(04) VALUE ZERO.
       01 WS-USR-IDX               PIC 9(04).
       01 WS-USR-FOUND-IDX         PIC 9(04).
       01 WS-USR-TABLE.
          05 WS-USR-ENTRY OCCURS 500 TIMES.
             10 WS-USR-USERID      PIC X(08).
             10 WS-USR-HIST-DAYS   PIC 9(05).
             10 WS-USR-HIST-PATN   PIC 9(07).

       01 WS-DAY-USED              PIC 9(04) VALUE ZERO.
       01 WS-DAY-IDX               PIC 9(04).
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 1000 TIMES.
             10 WS-DAY-USR-IDX     PIC 9(04).
             10 WS-DAY-DATE        PIC 9(06).
             10 WS-DAY-PATN-CT     PIC 9(05).
             10 WS-DAY-INQ-CT      PIC 9(05).

       01 WS-NORMAL-AVG            PIC 9(05)V9(01).
       01 WS-VOL-LIMIT             PIC 9(07)V9(01).
       01 WS-FLAG-SW               PIC X(01).

       01 WS-RUN-CTRS.
          05 WS-ACCQ-READ-CT       PIC 9(07) VALUE ZERO.
          05 WS-OLD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-CT        PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-CT         PIC 9(07) VALUE ZERO.
          05 WS-USER-DAY-CT        PIC 9(07) VALUE ZERO.
          05 WS-VOLUME-FLAG-CT     PIC 9(07) VALUE ZERO.
          05 WS-NOAUTH-FLAG-CT     PIC 9(07) VALUE ZERO.
          05 WS-FLAGGED-CT         PIC 9(07) VALUE ZERO.
          05 WS-DROPPED-CT         PIC 9(07) VALUE ZERO.
          05 WS-AUT-DROPPED-CT     PIC 9(07) VALUE ZERO.

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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG34'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'PATIENT ACCESS LOG DRAIN'.
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

       01 WS-RPT-SRV-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'ACCESS SURVEILLANCE EXCEPTIONS'.

       01 WS-RPT-SRV-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(10) VALUE 'USERID'.
          05 FILLER          PIC X(08) VALUE 'DATE'.
          05 FILLER          PIC X(10) VALUE 'PATIENTS'.
          05 FILLER          PIC X(11) VALUE 'INQUIRIES'.
          05 FILLER          PIC X(12) VALUE 'NORMAL/DAY'.
          05 FILLER          PIC X(40) VALUE 'FLAG'.

       01 WS-RPT-SRV-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SRV-USERID      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 SRV-DATE        PIC 9(06).
          05 FILLER          PIC X(03) VALUE SPACE.
          05 SRV-PATN-CT     PIC ZZ,ZZ9.
          05 FILLER          PIC X(05) VALUE SPACE.
          05 SRV-INQ-CT      PIC ZZ,ZZ9.
          05 FILLER          PIC X(04) VALUE SPACE.
          05 SRV-NORMAL      PIC ZZ,ZZ9.9.
          05 FILLER          PIC X(04) VALUE SPACE.
          05 SRV-TEXT        PIC X(40).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'ACCESS LOG BALANCING SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-FOOTER.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE '*** END OF PAGE'.

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            SORT SRTWK ON ASCENDING KEY SRT-DATE
                                        SRT-USERID
                                        SRT-PATN-ID
                                        SRT-TIME
                 INPUT PROCEDURE IS S100-RELEASE-INPUTS-PARA
                 OUTPUT PROCEDURE IS S200-WRITE-HISTORY-PARA.

            PERFORM Y200-SURVEILLANCE-PARA.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE ACCRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       S100-RELEASE-INPUTS-PARA.

            PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLDACC
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                      ADD 1 TO WS-OLD-READ-CT
                      ADD 1 TO WS-RELEASED-CT
                      MOVE OLDACC-REC TO SRT-ACC-DATA
                      MOVE 'N'        TO SRT-NEW-SW
                      RELEASE SRT-ACC-REC
               END-READ
            END-PERFORM

            PERFORM UNTIL WS-ACCQ-EOF = 'Y'
               READ ACCQFL
                 AT END MOVE 'Y' TO WS-ACCQ-EOF
                 NOT AT END
                      ADD 1 TO WS-ACCQ-READ-CT
                      ADD 1 TO WS-RELEASED-CT
                      MOVE ACCQFL-REC TO SRT-ACC-DATA
                      MOVE 'Y'        TO SRT-NEW-SW
                      RELEASE SRT-ACC-REC
               END-READ
            END-PERFORM

            IF WS-OLD-STATUS = '00' OR WS-OLD-STATUS = '10'
               CLOSE OLDACC
            END-IF

            IF WS-ACCQ-STATUS = '00' OR WS-ACCQ-STATUS = '10'
               CLOSE ACCQFL
            END-IF.

       S200-WRITE-HISTORY-PARA.

            OPEN OUTPUT NEWACC

            PERFORM UNTIL WS-SRT-EOF = 'Y'
               RETURN SRTWK
                 AT END MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                      PERFORM A000-WRITE-HISTORY-REC-PARA
               END-RETURN
            END-PERFORM

            IF WS-FIRST-GRP-SW = 'N'
               PERFORM A100-END-GROUP-PARA
            END-IF

            CLOSE NEWACC.

       A000-WRITE-HISTORY-REC-PARA.

             IF WS-FIRST-GRP-SW = 'Y'
                MOVE 'N' TO WS-FIRST-GRP-SW
                PERFORM A010-START-GROUP-PARA
             ELSE
                IF SRT-DATE NOT = WS-GRP-DATE
                   OR SRT-USERID NOT = WS-GRP-USERID
                   PERFORM A100-END-GROUP-PARA
                   PERFORM A010-START-GROUP-PARA
                END-IF
             END-IF

             ADD 1 TO WS-GRP-INQ-CT
             IF SRT-PATN-ID NOT = WS-GRP-PREV-PATN
                ADD 1 TO WS-GRP-PATN-CT
                MOVE SRT-PATN-ID TO WS-GRP-PREV-PATN
             END-IF
             IF SRT-NEW-SW = 'Y'
                MOVE 'Y' TO WS-GRP-NEW-SW
             END-IF

             WRITE ACC-REC FROM SRT-ACC-DATA
             ADD 1 TO WS-WRITTEN-CT.

       A010-START-GROUP-PARA.

             MOVE SRT-DATE     TO WS-GRP-DATE
             MOVE SRT-USERID   TO WS-GRP-USERID
             MOVE LOW-VALUE    TO WS-GRP-PREV-PATN
             MOVE ZERO         TO WS-GRP-PATN-CT
             MOVE ZERO         TO WS-GRP-INQ-CT
             MOVE 'N'          TO WS-GRP-NEW-SW.

       A100-END-GROUP-PARA.

             MOVE ZERO TO WS-USR-FOUND-IDX
             PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                     UNTIL WS-USR-IDX > WS-USR-USED
                OR WS-USR-FOUND-IDX > ZERO
                IF WS-USR-USERID(WS-USR-IDX) = WS-GRP-USERID
                   MOVE WS-USR-IDX TO WS-USR-FOUND-IDX
                END-IF
             END-PERFORM

             IF WS-USR-FOUND-IDX = ZERO
                IF WS-USR-USED < 500
                   ADD 1 TO WS-USR-USED
                   MOVE WS-USR-USED   TO WS-USR-FOUND-IDX
                   MOVE WS-GRP-USERID
                     TO WS-USR-USERID(WS-USR-FOUND-IDX)
                   MOVE ZERO TO WS-USR-HIST-DAYS(WS-USR-FOUND-IDX)
                   MOVE ZERO TO WS-USR-HIST-PATN(WS-USR-FOUND-IDX)
                END-IF
             END-IF

             EVALUATE TRUE
             WHEN WS-USR-FOUND-IDX = ZERO
                  PERFORM A110-DROP-GROUP-PARA
             WHEN WS-GRP-NEW-SW = 'N'
                  ADD 1 TO WS-USR-HIST-DAYS(WS-USR-FOUND-IDX)
                  ADD WS-GRP-PATN-CT
                   TO WS-USR-HIST-PATN(WS-USR-FOUND-IDX)
             WHEN WS-DAY-USED < 1000
                  ADD 1 TO WS-DAY-USED
                  MOVE WS-USR-FOUND-IDX TO WS-DAY-USR-IDX(WS-DAY-USED)
                  MOVE WS-GRP-DATE      TO WS-DAY-DATE(WS-DAY-USED)
                  MOVE WS-GRP-PATN-CT   TO WS-DAY-PATN-CT(WS-DAY-USED)
                  MOVE WS-GRP-INQ-CT    TO WS-DAY-INQ-CT(WS-DAY-USED)
             WHEN OTHER
                  PERFORM A110-DROP-GROUP-PARA
             END-EVALUATE.

       A110-DROP-GROUP-PARA.

             IF WS-GRP-NEW-SW = 'Y'
                ADD 1 TO WS-DROPPED-CT
                IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                END-IF
             END-IF.

       Y200-SURVEILLANCE-PARA.

            PERFORM Z200-PRINT-SRV-HEADING-PARA

            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > WS-DAY-USED
               PERFORM B100-CHECK-USER-DAY-PARA
            END-PERFORM.

       B100-CHECK-USER-DAY-PARA.

             ADD 1 TO WS-USER-DAY-CT
             MOVE 'N' TO WS-FLAG-SW
             MOVE WS-DAY-USR-IDX(WS-DAY-IDX) TO WS-USR-IDX

             MOVE SPACES                      TO WS-RPT-SRV-LINE
             MOVE WS-USR-USERID(WS-USR-IDX)   TO SRV-USERID
             MOVE WS-DAY-DATE(WS-DAY-IDX)     TO SRV-DATE
             MOVE WS-DAY-PATN-CT(WS-DAY-IDX)  TO SRV-PATN-CT
             MOVE WS-DAY-INQ-CT(WS-DAY-IDX)   TO SRV-INQ-CT

             IF WS-USR-HIST-DAYS(WS-USR-IDX) NOT < WS-MIN-DAYS
                AND WS-USR-HIST-DAYS(WS-USR-IDX) > ZERO
                COMPUTE WS-NORMAL-AVG ROUNDED =
                        WS-USR-HIST-PATN(WS-USR-IDX)
                      / WS-USR-HIST-DAYS(WS-USR-IDX)
                MOVE WS-NORMAL-AVG TO SRV-NORMAL
                COMPUTE WS-VOL-LIMIT = WS-NORMAL-AVG * WS-VOL-FACTOR
                IF WS-DAY-PATN-CT(WS-DAY-IDX) > WS-VOL-LIMIT
                   AND WS-DAY-PATN-CT(WS-DAY-IDX) NOT < WS-VOL-FLOOR
                   ADD 1 TO WS-VOLUME-FLAG-CT
                   MOVE 'Y' TO WS-FLAG-SW
                   MOVE 'VOLUME OVER    TIMES NORMAL DAILY'
                        TO SRV-TEXT
                   MOVE WS-VOL-FACTOR TO SRV-TEXT(13:2)
                   PERFORM B500-PRINT-SRV-PARA
                END-IF
             ELSE
                IF WS-DAY-PATN-CT(WS-DAY-IDX) NOT < WS-NOBASE-LIMIT
                   ADD 1 TO WS-VOLUME-FLAG-CT
                   MOVE 'Y' TO WS-FLAG-SW
                   MOVE 'HIGH VOLUME - NO ESTABLISHED BASELINE'
                        TO SRV-TEXT
                   PERFORM B500-PRINT-SRV-PARA
                END-IF
             END-IF

             MOVE 'N' TO WS-AUT-FOUND-SW
             PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                     UNTIL WS-AUT-IDX > WS-AUT-USED
                OR WS-AUT-FOUND-SW = 'Y'
                IF WS-AUT-USERID(WS-AUT-IDX)
                   = WS-USR-USERID(WS-USR-IDX)
                   MOVE 'Y' TO WS-AUT-FOUND-SW
                END-IF
             END-PERFORM

             IF WS-AUT-FOUND-SW = 'N'
                ADD 1 TO WS-NOAUTH-FLAG-CT
                MOVE 'Y' TO WS-FLAG-SW
                MOVE 'USER HAS NO PATAUTH ENTRY' TO SRV-TEXT
                PERFORM B500-PRINT-SRV-PARA
             END-IF

             IF WS-FLAG-SW = 'Y'
                ADD 1 TO WS-FLAGGED-CT
             END-IF.

       B500-PRINT-SRV-PARA.

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-SRV-HEADING-PARA
             END-IF
             WRITE ACCRPT-REC FROM WS-RPT-SRV-LINE
             ADD 1 TO WS-LINE-CT.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             PERFORM Z110-LOAD-AUTHORITY-PARA

             OPEN INPUT OLDACC
             IF WS-OLD-STATUS NOT = '00'
                MOVE 'Y' TO WS-OLD-EOF
             END-IF

             OPEN INPUT ACCQFL
             IF WS-ACCQ-STATUS NOT = '00'
                MOVE 'Y' TO WS-ACCQ-EOF
             END-IF

             OPEN OUTPUT ACCRPT.

       Z005-READ-CONTROL-CARD-PARA.

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   IF CTL-VOL-FACTOR NUMERIC
                      AND CTL-VOL-FACTOR > ZERO
                      MOVE CTL-VOL-FACTOR TO WS-VOL-FACTOR
                   END-IF
                   IF CTL-VOL-FLOOR NUMERIC
                      AND CTL-VOL-FLOOR > ZERO
                      MOVE CTL-VOL-FLOOR TO WS-VOL-FLOOR
                   END-IF
                   IF CTL-MIN-DAYS NUMERIC
                      AND CTL-MIN-DAYS > ZERO
                      MOVE CTL-MIN-DAYS TO WS-MIN-DAYS
                   END-IF
                   IF CTL-NOBASE-LIMIT NUMERIC
                      AND CTL-NOBASE-LIMIT > ZERO
                      MOVE CTL-NOBASE-LIMIT TO WS-NOBASE-LIMIT
                   END-IF
                END-IF
                CLOSE CTLCARD
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
                       IF WS-AUT-USED < 500
                          ADD 1 TO WS-AUT-USED
                          MOVE AUTH-USERID
                            TO WS-AUT-USERID(WS-AUT-USED)
                       ELSE
                          ADD 1 TO WS-AUT-DROPPED-CT
                       END-IF
                END-READ
             END-PERFORM

             IF WS-AUT-STATUS = '00' OR WS-AUT-STATUS = '10'
                CLOSE AUTFIL
             END-IF.

       Z200-PRINT-SRV-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ACCRPT-REC FROM WS-RPT-SRV-HDG
             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC
             WRITE ACCRPT-REC FROM WS-RPT-SRV-COLS
             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC
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

             WRITE ACCRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC
             WRITE ACCRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC
             WRITE ACCRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'ONLINE QUEUE READ:'       TO SUM-LABEL
             MOVE WS-ACCQ-READ-CT            TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PRIOR HISTORY READ:'      TO SUM-LABEL
             MOVE WS-OLD-READ-CT             TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RECORDS RELEASED TO SORT:' TO SUM-LABEL
             MOVE WS-RELEASED-CT             TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'HISTORY RECORDS WRITTEN:' TO SUM-LABEL
             MOVE WS-WRITTEN-CT              TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'USER-DAYS CHECKED:'       TO SUM-LABEL
             MOVE WS-USER-DAY-CT             TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'USER-DAYS FLAGGED:'       TO SUM-LABEL
             MOVE WS-FLAGGED-CT              TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'VOLUME FLAGS:'            TO SUM-LABEL
             MOVE WS-VOLUME-FLAG-CT          TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'NO PATAUTH ENTRY FLAGS:'  TO SUM-LABEL
             MOVE WS-NOAUTH-FLAG-CT          TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'USER-DAYS NOT CHECKED:'   TO SUM-LABEL
             MOVE WS-DROPPED-CT              TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUTHORITIES DROPPED:'     TO SUM-LABEL
             MOVE WS-AUT-DROPPED-CT          TO SUM-COUNT
             WRITE ACCRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES TO ACCRPT-REC
             WRITE ACCRPT-REC

             IF WS-WRITTEN-CT = WS-RELEASED-CT
                AND WS-RELEASED-CT =
                    WS-ACCQ-READ-CT + WS-OLD-READ-CT
                MOVE 'ACCESS LOG IN BALANCE - NO RECORDS LOST'
                     TO MSG-TEXT
             ELSE
                MOVE '**** ACCESS LOG OUT OF BALANCE ****'
                     TO MSG-TEXT
                MOVE 16 TO WS-RETURN-CODE
             END-IF
             WRITE ACCRPT-REC FROM WS-RPT-MSG-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG34'          TO RLG-PROGRAM
             MOVE SPACE            TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             COMPUTE RLG-READ-CT = WS-ACCQ-READ-CT
                                 + WS-OLD-READ-CT
             MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
             MOVE WS-FLAGGED-CT    TO RLG-REJECT-CT
             MOVE ZERO             TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
