       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ACCHST ASSIGN TO ACCHSTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ACC-STATUS.

                SELECT ACQRPT ASSIGN TO ACQRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCHST
            RECORDING MODE IS F.
       COPY ACCREC.

       FD ACQRPT.
       01 ACQRPT-REC          PIC X(132).

       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-PATN-ID         PIC X(09).
          05 CTL-USERID          PIC X(08).
          05 CTL-FROM-DATE       PIC X(06).
          05 CTL-TO-DATE         PIC X(06).
          05 FILLER              PIC X(51).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-ACC-STATUS            PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-CTL-PATN-ID           PIC X(09) VALUE SPACES.
       01 WS-CTL-USERID            PIC X(08) VALUE SPACES.
       01 WS-CTL-FROM-DATE         PIC X(06) VALUE '000000'.
       01 WS-CTL-TO-DATE           PIC X(06) VALUE '999999'.
       01 WS-CTL-OK-SW             PIC X(01) VALUE 'N'.
       01 WS-CTL-MODE              PIC X(01) VALUE SPACE.

       01 WS-ACC-EOF               PIC A VALUE SPACE.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-RUN-CTRS.
          05 WS-READ-CT            PIC 9(07) VALUE ZERO.
          05 WS-SELECT-CT          PIC 9(07) VALUE ZERO.
          05 WS-FOUND-CT           PIC 9(07) VALUE ZERO.
          05 WS-NOTFND-CT          PIC 9(07) VALUE ZERO.
          05 WS-RETIRED-CT         PIC 9(07) VALUE ZERO.
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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG35'.
          05 FILLER          PIC X(08) VALUE SPACE.
          05 FILLER          PIC X(28) VALUE
             'PATIENT ACCESS INQUIRY'.
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
          05 FILLER          PIC X(04) VALUE SPACE.
          05 FILLER          PIC X(09) VALUE 'PATN-ID:'.
          05 HDG2-PATN-ID    PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'USERID:'.
          05 HDG2-USERID     PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(06) VALUE 'FROM:'.
          05 HDG2-FROM-DATE  PIC X(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(04) VALUE 'TO:'.
          05 HDG2-TO-DATE    PIC X(06).

       01 WS-RPT-ACC-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'RECORDED PATIENT INQUIRIES'.

       01 WS-RPT-ACC-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'DATE'.
          05 FILLER          PIC X(08) VALUE 'TIME'.
          05 FILLER          PIC X(10) VALUE 'USERID'.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(10) VALUE 'SOURCE'.
          05 FILLER          PIC X(40) VALUE 'RESULT'.

       01 WS-RPT-ACC-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 ACL-DATE        PIC 9(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACL-TIME        PIC 9(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACL-USERID      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACL-PATN-ID     PIC X(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACL-SOURCE      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 ACL-RESULT      PIC X(40).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'ACCESS INQUIRY SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-FOOTER.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE '*** END OF PAGE'.

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            IF WS-CTL-OK-SW = 'Y'
               PERFORM Y100-INQUIRY-DRIVER-PARA
            ELSE
               PERFORM B010-PRINT-HEADING-PARA
               MOVE SPACES TO WS-RPT-MSG-LINE
               MOVE 'CONTROL CARD MISSING OR SELECTION INVALID'
                    TO MSG-TEXT
               WRITE ACQRPT-REC FROM WS-RPT-MSG-LINE
               MOVE 16 TO WS-RETURN-CODE
            END-IF.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE ACQRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       Y100-INQUIRY-DRIVER-PARA.

            OPEN INPUT ACCHST
            IF WS-ACC-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACC-EOF
            END-IF

            PERFORM Z200-PRINT-ACC-HEADING-PARA

            PERFORM UNTIL WS-ACC-EOF = 'Y'
               READ ACCHST
                 AT END MOVE 'Y' TO WS-ACC-EOF
                 NOT AT END
                      ADD 1 TO WS-READ-CT
                      IF ACC-DATE NOT < WS-CTL-FROM-DATE
                         AND ACC-DATE NOT > WS-CTL-TO-DATE
                         AND (WS-CTL-PATN-ID = SPACES
                              OR ACC-PATN-ID = WS-CTL-PATN-ID
                              OR ACC-SURV-ID = WS-CTL-PATN-ID)
                         AND (WS-CTL-USERID = SPACES
                              OR ACC-USERID = WS-CTL-USERID)
                         PERFORM A000-PRINT-ACCESS-PARA
                      END-IF
               END-READ
            END-PERFORM

            IF WS-ACC-STATUS = '00' OR WS-ACC-STATUS = '10'
               CLOSE ACCHST
            END-IF

            IF WS-SELECT-CT = ZERO
               MOVE SPACES TO WS-RPT-MSG-LINE
               MOVE 'NO RECORDED ACCESS MATCHES THE SELECTION'
                    TO MSG-TEXT
               WRITE ACQRPT-REC FROM WS-RPT-MSG-LINE
            END-IF.

       A000-PRINT-ACCESS-PARA.

             ADD 1 TO WS-SELECT-CT

             MOVE SPACES        TO WS-RPT-ACC-LINE
             MOVE ACC-DATE      TO ACL-DATE
             MOVE ACC-TIME      TO ACL-TIME
             MOVE ACC-USERID    TO ACL-USERID
             MOVE ACC-PATN-ID   TO ACL-PATN-ID
             MOVE ACC-SOURCE    TO ACL-SOURCE

             EVALUATE ACC-RESULT
             WHEN 'F'
                  ADD 1 TO WS-FOUND-CT
                  MOVE 'PATIENT DISPLAYED' TO ACL-RESULT
             WHEN 'N'
                  ADD 1 TO WS-NOTFND-CT
                  MOVE 'PATIENT NOT ON FILE' TO ACL-RESULT
             WHEN 'R'
                  ADD 1 TO WS-RETIRED-CT
                  MOVE 'RETIRED ID - SHOWN AS' TO ACL-RESULT
                  MOVE ACC-SURV-ID TO ACL-RESULT(23:9)
             WHEN OTHER
                  ADD 1 TO WS-ERROR-CT
                  MOVE 'INQUIRY FAILED - DB2 ERROR' TO ACL-RESULT
             END-EVALUATE

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-ACC-HEADING-PARA
             END-IF
             WRITE ACQRPT-REC FROM WS-RPT-ACC-LINE
             ADD 1 TO WS-LINE-CT.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN OUTPUT ACQRPT.

       Z005-READ-CONTROL-CARD-PARA.

             MOVE 'N'     TO WS-CTL-OK-SW

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   MOVE CTL-PATN-ID  TO WS-CTL-PATN-ID
                   MOVE CTL-USERID   TO WS-CTL-USERID
                   IF CTL-FROM-DATE NOT = SPACES
                      MOVE CTL-FROM-DATE TO WS-CTL-FROM-DATE
                   END-IF
                   IF CTL-TO-DATE NOT = SPACES
                      MOVE CTL-TO-DATE   TO WS-CTL-TO-DATE
                   END-IF
                   IF (CTL-PATN-ID NUMERIC OR CTL-USERID NOT = SPACES)
                      AND (CTL-PATN-ID NUMERIC OR CTL-PATN-ID = SPACES)
                      AND WS-CTL-FROM-DATE NUMERIC
                      AND WS-CTL-TO-DATE NUMERIC
                      AND WS-CTL-FROM-DATE NOT > WS-CTL-TO-DATE
                      MOVE 'Y' TO WS-CTL-OK-SW
                   END-IF
                END-IF
                CLOSE CTLCARD
             END-IF

             EVALUATE TRUE
             WHEN WS-CTL-PATN-ID NOT = SPACES
                  AND WS-CTL-USERID NOT = SPACES
                  MOVE 'B' TO WS-CTL-MODE
             WHEN WS-CTL-PATN-ID NOT = SPACES
                  MOVE 'P' TO WS-CTL-MODE
             WHEN WS-CTL-USERID NOT = SPACES
                  MOVE 'U' TO WS-CTL-MODE
             END-EVALUATE.

       Z200-PRINT-ACC-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ACQRPT-REC FROM WS-RPT-ACC-HDG
             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC
             WRITE ACQRPT-REC FROM WS-RPT-ACC-COLS
             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC
             ADD 4 TO WS-LINE-CT.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT       TO HDG1-PAGE
             MOVE WS-RUN-MM        TO HDG2-MM
             MOVE WS-RUN-DD        TO HDG2-DD
             MOVE WS-RUN-YY        TO HDG2-YY
             MOVE WS-CTL-FROM-DATE TO HDG2-FROM-DATE
             MOVE WS-CTL-TO-DATE   TO HDG2-TO-DATE

             IF WS-CTL-PATN-ID = SPACES
                MOVE 'ALL'          TO HDG2-PATN-ID
             ELSE
                MOVE WS-CTL-PATN-ID TO HDG2-PATN-ID
             END-IF

             IF WS-CTL-USERID = SPACES
                MOVE 'ALL'          TO HDG2-USERID
             ELSE
                MOVE WS-CTL-USERID  TO HDG2-USERID
             END-IF

             WRITE ACQRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC
             WRITE ACQRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC
             WRITE ACQRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO ACQRPT-REC
             WRITE ACQRPT-REC

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'ACCESS RECORDS READ:'     TO SUM-LABEL
             MOVE WS-READ-CT                 TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'ACCESS RECORDS SELECTED:' TO SUM-LABEL
             MOVE WS-SELECT-CT               TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENT DISPLAYED:'       TO SUM-LABEL
             MOVE WS-FOUND-CT                TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENT NOT ON FILE:'     TO SUM-LABEL
             MOVE WS-NOTFND-CT               TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RETIRED ID REDIRECTED:'   TO SUM-LABEL
             MOVE WS-RETIRED-CT              TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'INQUIRY FAILED:'          TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE ACQRPT-REC FROM WS-RPT-SUMMARY-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG35'          TO RLG-PROGRAM
             MOVE WS-CTL-MODE      TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-READ-CT       TO RLG-READ-CT
             MOVE WS-SELECT-CT     TO RLG-OUT-CT
             MOVE ZERO             TO RLG-REJECT-CT
             MOVE ZERO             TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
