       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLG-STATUS.

                SELECT GATRPT ASSIGN TO GATRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-RULE-ID         PIC X(06) OCCURS 10 TIMES.
          05 CTL-RUN-DATE        PIC X(06).
          05 FILLER              PIC X(14).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       FD GATRPT.
       01 GATRPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RLG-STATUS            PIC X(02).
       01 WS-RLG-EOF               PIC A VALUE SPACE.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-GATE-DATE             PIC 9(06).
       01 WS-SELECT-ALL-SW         PIC X(01) VALUE 'Y'.
       01 WS-MISSING-SW            PIC X(01).
       01 WS-FLD-OK-SW             PIC X(01).
       01 WS-FLD-VAL               PIC 9(09).
       01 WS-DIFF                  PIC S9(09).

       01 WS-CTL-IDX               PIC 9(02).
       01 WS-RUL-IDX               PIC 9(02).
       01 WS-RUL-FOUND-IDX         PIC 9(02).
       01 WS-OPD-IDX               PIC 9(01).

       COPY BALRUL.

       01 WS-GAT-TABLE.
          05 WS-GAT-ENTRY OCCURS 10 TIMES.
             10 WS-GAT-SELECT-SW   PIC X(01).
             10 WS-GAT-LHS         PIC 9(09).
             10 WS-GAT-RHS         PIC 9(09).
             10 WS-GAT-STATUS      PIC X(16).
             10 WS-GAT-OPD OCCURS 4 TIMES.
                15 WS-GAT-VAL      PIC 9(09).
                15 WS-GAT-FOUND-SW PIC X(01).
                15 WS-GAT-UNLOG-SW PIC X(01).

       01 WS-UNK-USED              PIC 9(02) VALUE ZERO.
       01 WS-UNK-TABLE.
          05 WS-UNK-RULE-ID        PIC X(06) OCCURS 10 TIMES.

       01 WS-RUN-CTRS.
          05 WS-RLG-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-RLG-DAY-CT         PIC 9(07) VALUE ZERO.
          05 WS-RULES-CHECKED-CT   PIC 9(07) VALUE ZERO.
          05 WS-IN-BALANCE-CT      PIC 9(07) VALUE ZERO.
          05 WS-OUT-BALANCE-CT     PIC 9(07) VALUE ZERO.
          05 WS-MISSING-CT         PIC 9(07) VALUE ZERO.

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
          05 HDG1-PGM        PIC X(08) VALUE 'PRG38'.
          05 FILLER          PIC X(07) VALUE SPACE.
          05 FILLER          PIC X(30) VALUE
             'CHAIN CONTROL-TOTAL BALANCING'.
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
          05 FILLER          PIC X(06) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'GATE DATE:'.
          05 HDG2-GATE-DATE  PIC 9(06).

       01 WS-RPT-RULE-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'BALANCING RULES FOR GATE DATE'.

       01 WS-RPT-RULE-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'RULE'.
          05 FILLER          PIC X(32) VALUE 'DESCRIPTION'.
          05 FILLER          PIC X(13) VALUE '     UPSTREAM'.
          05 FILLER          PIC X(13) VALUE '   DOWNSTREAM'.
          05 FILLER          PIC X(13) VALUE '   DIFFERENCE'.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE 'STATUS'.

       01 WS-RPT-RULE-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 RUL-ID          PIC X(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RUL-DESC        PIC X(30).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 RUL-LHS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RUL-RHS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RUL-DIFF        PIC -ZZ,ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 RUL-STATUS      PIC X(16).

       01 WS-RPT-OPD-LINE.
          05 FILLER          PIC X(09) VALUE SPACE.
          05 OPD-SIDE        PIC X(12).
          05 OPD-PGM         PIC X(08).
          05 FILLER          PIC X(06) VALUE 'MODE '.
          05 OPD-MODE        PIC X(05).
          05 OPD-FIELD       PIC X(09).
          05 OPD-AGG         PIC X(11).
          05 OPD-VALUE       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 OPD-NOTE        PIC X(24).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'BALANCING GATE SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-UNK-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(34) VALUE
             'UNKNOWN RULE ID ON CONTROL CARD:'.
          05 UNK-RULE-ID     PIC X(06).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

       01 WS-RPT-FOOTER.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(16) VALUE '*** END OF PAGE'.

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            PERFORM UNTIL WS-RLG-EOF = 'Y'
               READ RUNLOG
                 AT END MOVE 'Y' TO WS-RLG-EOF
                 NOT AT END
                      ADD 1 TO WS-RLG-READ-CT
                      IF RLG-RUN-DATE = WS-GATE-DATE
                         ADD 1 TO WS-RLG-DAY-CT
                         PERFORM A000-POST-RUN-PARA
                      END-IF
               END-READ
            END-PERFORM.

            IF WS-RLG-STATUS = '00' OR WS-RLG-STATUS = '10'
               CLOSE RUNLOG
            END-IF.

            PERFORM Z200-PRINT-RULE-HEADING-PARA.

            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-BAL-RULE-CT
               IF WS-GAT-SELECT-SW(WS-RUL-IDX) = 'Y'
                  PERFORM B000-EVALUATE-RULE-PARA
               END-IF
            END-PERFORM.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE GATRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       A000-POST-RUN-PARA.

             PERFORM A010-POST-OPERAND-PARA
                     VARYING WS-RUL-IDX FROM 1 BY 1
                     UNTIL WS-RUL-IDX > WS-BAL-RULE-CT
                     AFTER WS-OPD-IDX FROM 1 BY 1
                     UNTIL WS-OPD-IDX > 4.

       A010-POST-OPERAND-PARA.

             IF WS-GAT-SELECT-SW(WS-RUL-IDX) = 'Y'
                AND WS-BAL-PGM(WS-RUL-IDX, WS-OPD-IDX) NOT = SPACES
                AND RLG-PROGRAM = WS-BAL-PGM(WS-RUL-IDX, WS-OPD-IDX)
                AND (WS-BAL-MODE(WS-RUL-IDX, WS-OPD-IDX) = '*'
                 OR RLG-MODE = WS-BAL-MODE(WS-RUL-IDX, WS-OPD-IDX))
                PERFORM A020-GET-FIELD-PARA
                IF WS-FLD-OK-SW = 'Y'
                   IF WS-BAL-AGG(WS-RUL-IDX, WS-OPD-IDX) = 'S'
                      AND WS-GAT-FOUND-SW(WS-RUL-IDX, WS-OPD-IDX) = 'Y'
                      ADD WS-FLD-VAL
                       TO WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX)
                   ELSE
                      MOVE WS-FLD-VAL
                        TO WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX)
                   END-IF
                   MOVE 'Y' TO WS-GAT-FOUND-SW(WS-RUL-IDX, WS-OPD-IDX)
                ELSE
                   MOVE 'Y' TO WS-GAT-UNLOG-SW(WS-RUL-IDX, WS-OPD-IDX)
                END-IF
             END-IF.

       A020-GET-FIELD-PARA.

             MOVE 'N'  TO WS-FLD-OK-SW
             MOVE ZERO TO WS-FLD-VAL

             EVALUATE WS-BAL-FIELD(WS-RUL-IDX, WS-OPD-IDX)
             WHEN 'R'
                  IF RLG-READ-CT NUMERIC
                     MOVE RLG-READ-CT   TO WS-FLD-VAL
                     MOVE 'Y'           TO WS-FLD-OK-SW
                  END-IF
             WHEN 'O'
                  IF RLG-OUT-CT NUMERIC
                     MOVE RLG-OUT-CT    TO WS-FLD-VAL
                     MOVE 'Y'           TO WS-FLD-OK-SW
                  END-IF
             WHEN 'J'
                  IF RLG-REJECT-CT NUMERIC
                     MOVE RLG-REJECT-CT TO WS-FLD-VAL
                     MOVE 'Y'           TO WS-FLD-OK-SW
                  END-IF
             WHEN 'E'
                  IF RLG-ERROR-CT NUMERIC
                     MOVE RLG-ERROR-CT  TO WS-FLD-VAL
                     MOVE 'Y'           TO WS-FLD-OK-SW
                  END-IF
             WHEN 'C'
                  IF RLG-CTL-CT NUMERIC
                     MOVE RLG-CTL-CT    TO WS-FLD-VAL
                     MOVE 'Y'           TO WS-FLD-OK-SW
                  END-IF
             END-EVALUATE.

       B000-EVALUATE-RULE-PARA.

             ADD 1 TO WS-RULES-CHECKED-CT

             MOVE ZERO TO WS-GAT-LHS(WS-RUL-IDX)
             MOVE ZERO TO WS-GAT-RHS(WS-RUL-IDX)
             MOVE 'N'  TO WS-MISSING-SW

             PERFORM B005-SUM-OPERAND-PARA
                     VARYING WS-OPD-IDX FROM 1 BY 1
                     UNTIL WS-OPD-IDX > 4

             COMPUTE WS-DIFF = WS-GAT-LHS(WS-RUL-IDX)
                             - WS-GAT-RHS(WS-RUL-IDX)

             EVALUATE TRUE
             WHEN WS-MISSING-SW = 'Y'
                  MOVE 'STEP MISSING'   TO WS-GAT-STATUS(WS-RUL-IDX)
                  ADD 1 TO WS-MISSING-CT
                  MOVE 16 TO WS-RETURN-CODE
             WHEN WS-DIFF = ZERO
                  MOVE 'IN BALANCE'     TO WS-GAT-STATUS(WS-RUL-IDX)
                  ADD 1 TO WS-IN-BALANCE-CT
             WHEN OTHER
                  MOVE 'OUT OF BALANCE' TO WS-GAT-STATUS(WS-RUL-IDX)
                  ADD 1 TO WS-OUT-BALANCE-CT
                  MOVE 16 TO WS-RETURN-CODE
             END-EVALUATE

             PERFORM B100-PRINT-RULE-PARA.

       B005-SUM-OPERAND-PARA.

             IF WS-BAL-PGM(WS-RUL-IDX, WS-OPD-IDX) NOT = SPACES
                IF WS-GAT-FOUND-SW(WS-RUL-IDX, WS-OPD-IDX) = 'N'
                   AND WS-BAL-REQ(WS-RUL-IDX, WS-OPD-IDX) = 'R'
                   MOVE 'Y' TO WS-MISSING-SW
                END-IF
                IF WS-OPD-IDX = 4
                   ADD WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX)
                    TO WS-GAT-RHS(WS-RUL-IDX)
                ELSE
                   ADD WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX)
                    TO WS-GAT-LHS(WS-RUL-IDX)
                END-IF
             END-IF.

       B100-PRINT-RULE-PARA.

             IF WS-LINE-CT = ZERO
                OR WS-LINE-CT + 6 > WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-RULE-HEADING-PARA
             END-IF

             MOVE SPACES                        TO WS-RPT-RULE-LINE
             MOVE WS-BAL-RULE-ID(WS-RUL-IDX)    TO RUL-ID
             MOVE WS-BAL-RULE-DESC(WS-RUL-IDX)  TO RUL-DESC
             MOVE WS-GAT-LHS(WS-RUL-IDX)        TO RUL-LHS
             MOVE WS-GAT-RHS(WS-RUL-IDX)        TO RUL-RHS
             MOVE WS-DIFF                       TO RUL-DIFF
             MOVE WS-GAT-STATUS(WS-RUL-IDX)     TO RUL-STATUS
             WRITE GATRPT-REC FROM WS-RPT-RULE-LINE
             ADD 1 TO WS-LINE-CT

             PERFORM B110-PRINT-OPERAND-PARA
                     VARYING WS-OPD-IDX FROM 1 BY 1
                     UNTIL WS-OPD-IDX > 4

             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC
             ADD 1 TO WS-LINE-CT.

       B110-PRINT-OPERAND-PARA.

             IF WS-BAL-PGM(WS-RUL-IDX, WS-OPD-IDX) NOT = SPACES
                MOVE SPACES TO WS-RPT-OPD-LINE
                IF WS-OPD-IDX = 4
                   MOVE 'DOWNSTREAM' TO OPD-SIDE
                ELSE
                   MOVE 'UPSTREAM'   TO OPD-SIDE
                END-IF
                MOVE WS-BAL-PGM(WS-RUL-IDX, WS-OPD-IDX) TO OPD-PGM
                IF WS-BAL-MODE(WS-RUL-IDX, WS-OPD-IDX) = '*'
                   MOVE 'ANY' TO OPD-MODE
                ELSE
                   MOVE WS-BAL-MODE(WS-RUL-IDX, WS-OPD-IDX)
                     TO OPD-MODE
                END-IF
                EVALUATE WS-BAL-FIELD(WS-RUL-IDX, WS-OPD-IDX)
                WHEN 'R'
                     MOVE 'READ'    TO OPD-FIELD
                WHEN 'O'
                     MOVE 'OUT'     TO OPD-FIELD
                WHEN 'J'
                     MOVE 'REJECT'  TO OPD-FIELD
                WHEN 'E'
                     MOVE 'ERROR'   TO OPD-FIELD
                WHEN 'C'
                     MOVE 'CONTROL' TO OPD-FIELD
                END-EVALUATE
                IF WS-BAL-AGG(WS-RUL-IDX, WS-OPD-IDX) = 'S'
                   MOVE 'DAY TOTAL' TO OPD-AGG
                ELSE
                   MOVE 'LAST RUN'  TO OPD-AGG
                END-IF
                MOVE WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX) TO OPD-VALUE
                EVALUATE TRUE
                WHEN WS-GAT-FOUND-SW(WS-RUL-IDX, WS-OPD-IDX) = 'Y'
                     MOVE SPACES TO OPD-NOTE
                WHEN WS-GAT-UNLOG-SW(WS-RUL-IDX, WS-OPD-IDX) = 'Y'
                     MOVE 'RAN, COUNT NOT LOGGED' TO OPD-NOTE
                WHEN WS-BAL-REQ(WS-RUL-IDX, WS-OPD-IDX) = 'O'
                     MOVE 'NOT RUN (OPTIONAL)'    TO OPD-NOTE
                WHEN OTHER
                     MOVE 'NOT RUN'               TO OPD-NOTE
                END-EVALUATE
                WRITE GATRPT-REC FROM WS-RPT-OPD-LINE
                ADD 1 TO WS-LINE-CT
             END-IF.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
             MOVE WS-RUN-DATE TO WS-GATE-DATE

             PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                     UNTIL WS-RUL-IDX > 10
                MOVE 'N'    TO WS-GAT-SELECT-SW(WS-RUL-IDX)
                MOVE ZERO   TO WS-GAT-LHS(WS-RUL-IDX)
                MOVE ZERO   TO WS-GAT-RHS(WS-RUL-IDX)
                MOVE SPACES TO WS-GAT-STATUS(WS-RUL-IDX)
                PERFORM VARYING WS-OPD-IDX FROM 1 BY 1
                        UNTIL WS-OPD-IDX > 4
                   MOVE ZERO TO WS-GAT-VAL(WS-RUL-IDX, WS-OPD-IDX)
                   MOVE 'N'
                     TO WS-GAT-FOUND-SW(WS-RUL-IDX, WS-OPD-IDX)
                   MOVE 'N'
                     TO WS-GAT-UNLOG-SW(WS-RUL-IDX, WS-OPD-IDX)
                END-PERFORM
             END-PERFORM

             PERFORM Z005-READ-CONTROL-CARD-PARA

             OPEN INPUT RUNLOG
             IF WS-RLG-STATUS NOT = '00'
                MOVE 'Y' TO WS-RLG-EOF
             END-IF

             OPEN OUTPUT GATRPT.

       Z005-READ-CONTROL-CARD-PARA.

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   IF CTL-RUN-DATE NUMERIC
                      MOVE CTL-RUN-DATE TO WS-GATE-DATE
                   END-IF
                   PERFORM Z006-SELECT-RULE-PARA
                           VARYING WS-CTL-IDX FROM 1 BY 1
                           UNTIL WS-CTL-IDX > 10
                END-IF
                CLOSE CTLCARD
             END-IF

             IF WS-SELECT-ALL-SW = 'Y'
                PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                        UNTIL WS-RUL-IDX > WS-BAL-RULE-CT
                   MOVE 'Y' TO WS-GAT-SELECT-SW(WS-RUL-IDX)
                END-PERFORM
             END-IF.

       Z006-SELECT-RULE-PARA.

             IF CTL-RULE-ID(WS-CTL-IDX) NOT = SPACES
                MOVE 'N'  TO WS-SELECT-ALL-SW
                MOVE ZERO TO WS-RUL-FOUND-IDX
                PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                        UNTIL WS-RUL-IDX > WS-BAL-RULE-CT
                   OR WS-RUL-FOUND-IDX > ZERO
                   IF WS-BAL-RULE-ID(WS-RUL-IDX)
                      = CTL-RULE-ID(WS-CTL-IDX)
                      MOVE WS-RUL-IDX TO WS-RUL-FOUND-IDX
                   END-IF
                END-PERFORM
                IF WS-RUL-FOUND-IDX > ZERO
                   MOVE 'Y' TO WS-GAT-SELECT-SW(WS-RUL-FOUND-IDX)
                ELSE
                   ADD 1 TO WS-UNK-USED
                   MOVE CTL-RULE-ID(WS-CTL-IDX)
                     TO WS-UNK-RULE-ID(WS-UNK-USED)
                   MOVE 16 TO WS-RETURN-CODE
                END-IF
             END-IF.

       Z200-PRINT-RULE-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE GATRPT-REC FROM WS-RPT-RULE-HDG
             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC
             WRITE GATRPT-REC FROM WS-RPT-RULE-COLS
             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC
             ADD 4 TO WS-LINE-CT.

       B010-PRINT-HEADING-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

             ADD 1 TO WS-PAGE-CT
             MOVE WS-PAGE-CT   TO HDG1-PAGE
             MOVE WS-RUN-MM    TO HDG2-MM
             MOVE WS-RUN-DD    TO HDG2-DD
             MOVE WS-RUN-YY    TO HDG2-YY
             MOVE WS-GATE-DATE TO HDG2-GATE-DATE

             WRITE GATRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC
             WRITE GATRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC
             WRITE GATRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC

             PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                     UNTIL WS-CTL-IDX > WS-UNK-USED
                MOVE WS-UNK-RULE-ID(WS-CTL-IDX) TO UNK-RULE-ID
                WRITE GATRPT-REC FROM WS-RPT-UNK-LINE
             END-PERFORM

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RUN-LOG RECORDS READ:'    TO SUM-LABEL
             MOVE WS-RLG-READ-CT             TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RECORDS FOR GATE DATE:'   TO SUM-LABEL
             MOVE WS-RLG-DAY-CT              TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RULES CHECKED:'           TO SUM-LABEL
             MOVE WS-RULES-CHECKED-CT        TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RULES IN BALANCE:'        TO SUM-LABEL
             MOVE WS-IN-BALANCE-CT           TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RULES OUT OF BALANCE:'    TO SUM-LABEL
             MOVE WS-OUT-BALANCE-CT          TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RULES WITH STEP MISSING:' TO SUM-LABEL
             MOVE WS-MISSING-CT              TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'UNKNOWN RULE IDS:'        TO SUM-LABEL
             MOVE WS-UNK-USED                TO SUM-COUNT
             WRITE GATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES TO GATRPT-REC
             WRITE GATRPT-REC

             IF WS-RETURN-CODE = ZERO
                MOVE 'CHAIN FOOTS - DOWNSTREAM STEPS MAY RUN'
                     TO MSG-TEXT
             ELSE
                MOVE '*** CHAIN DOES NOT FOOT - DOWNSTREAM STOPPED ***'
                     TO MSG-TEXT
             END-IF
             WRITE GATRPT-REC FROM WS-RPT-MSG-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG38'          TO RLG-PROGRAM
             MOVE SPACE            TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             MOVE WS-RLG-READ-CT   TO RLG-READ-CT
             MOVE WS-IN-BALANCE-CT TO RLG-OUT-CT
             COMPUTE RLG-REJECT-CT = WS-OUT-BALANCE-CT
                                   + WS-MISSING-CT
             MOVE WS-UNK-USED      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
