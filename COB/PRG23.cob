                SELECT REJFIL ASSIGN TO REJFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT HLDFIL ASSIGN TO HLDFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT EDTRPT ASSIGN TO EDTRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

          05 TRN-PATN-AGE     PIC X(02).
          05 TRN-PATN-BG      PIC X(03).
          05 TRN-PATN-NUM     PIC X(12).
          05 TRN-USERID       PIC X(08).
          05 TRN-SURV-ID      PIC X(09).
          05 FILLER           PIC X(16).

       FD TRNOUT
            RECORDING MODE IS F.
          05 REJ-TEXT         PIC X(40).
          05 FILLER           PIC X(17) VALUE SPACE.

       FD HLDFIL
            RECORDING MODE IS F.
       COPY PNDREC.

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

       FD EDTRPT.
       01 EDTRPT-REC          PIC X(132).

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-EDIT-FAIL-SW          PIC X(01) VALUE 'N'.
       01 WS-HOLD-SW               PIC X(01) VALUE 'N'.

       01 WS-BG-VALUES.
          05 FILLER PIC X(03) VALUE 'O- '.
          05 WS-SEQ-ENTRY OCCURS 1000 TIMES.
             10 WS-SEQ-KEY         PIC X(09).
             10 WS-SEQ-LAST-CODE   PIC X(01).
             10 WS-SEQ-ADDED-SW    PIC X(01).
             10 WS-SEQ-ADD-BG      PIC X(03).

       01 WS-RUN-CTRS.
          05 WS-READ-CT            PIC 9(07) VALUE ZERO.
          05 WS-BAD-AGE-CT         PIC 9(07) VALUE ZERO.
          05 WS-BAD-BG-CT          PIC 9(07) VALUE ZERO.
          05 WS-NO-NAME-CT         PIC 9(07) VALUE ZERO.
          05 WS-BAD-MERGE-CT       PIC 9(07) VALUE ZERO.
          05 WS-CONFLICT-CT        PIC 9(07) VALUE ZERO.
          05 WS-SEQ-UNCHECKED-CT   PIC 9(07) VALUE ZERO.
          05 WS-HELD-CT            PIC 9(07) VALUE ZERO.
          05 WS-HELD-BG-CT         PIC 9(07) VALUE ZERO.
          05 WS-HELD-DEL-CT        PIC 9(07) VALUE ZERO.
          05 WS-HELD-MRG-CT        PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YY       PIC 9(02).
          05 WS-RUN-MM       PIC 9(02).
          05 WS-RUN-DD       PIC 9(02).

       01 WS-RUN-TIME              PIC 9(06).

       01 WS-REPORT-CTRS.
          05 WS-LINE-CT        PIC 9(02) VALUE ZERO.
          05 WS-PAGE-CT        PIC 9(03) VALUE ZERO.
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
            END-IF.
            CLOSE TRNOUT.
            CLOSE REJFIL.
            CLOSE HLDFIL.
            CLOSE PRGERR.
            CLOSE EDTRPT.

            PERFORM Z990-WRITE-RUN-LOG-PARA.
             END-IF

             IF WS-EDIT-FAIL-SW = 'N'
                PERFORM A200-CHECK-HOLD-PARA
             END-IF

             IF WS-EDIT-FAIL-SW = 'N'
                IF WS-HOLD-SW = 'Y'
                   PERFORM A210-WRITE-HOLD-PARA
                ELSE
                   WRITE TRNOUT-REC FROM TRN-REC
                   ADD 1 TO WS-PASSED-CT
                END-IF
             END-IF.

       A010-EDIT-FIELDS-PARA.
                  PERFORM A020-EDIT-ADD-CHANGE-PARA
             WHEN 'D'
                  CONTINUE
             WHEN 'M'
                  PERFORM A030-EDIT-MERGE-PARA
             WHEN OTHER
                  MOVE 'BAD-TRN-CODE' TO REJ-REASON-CODE
                  MOVE 'TRANSACTION CODE NOT A/C/D/M' TO REJ-TEXT
                  PERFORM B000-REJECT-PARA
                  ADD 1 TO WS-BAD-CODE-CT
             END-EVALUATE.
                ADD 1 TO WS-BAD-BG-CT
             END-IF.

       A030-EDIT-MERGE-PARA.

             IF TRN-SURV-ID NOT NUMERIC
                MOVE 'BAD-SURV-ID' TO REJ-REASON-CODE
                MOVE 'SURVIVING PATN-ID NOT NUMERIC FOR MERGE'
                     TO REJ-TEXT
                PERFORM B000-REJECT-PARA
                ADD 1 TO WS-BAD-MERGE-CT
             ELSE
                IF TRN-SURV-ID = TRN-PATN-ID
                   MOVE 'BAD-SURV-ID' TO REJ-REASON-CODE
                   MOVE 'SURVIVING PATN-ID SAME AS RETIRED ID'
                        TO REJ-TEXT
                   PERFORM B000-REJECT-PARA
                   ADD 1 TO WS-BAD-MERGE-CT
                END-IF
             END-IF.

       A100-CHECK-CONFLICT-PARA.

             MOVE ZERO TO WS-SEQ-FOUND-IDX
                   ADD 1 TO WS-SEQ-USED
                   MOVE TRN-PATN-ID TO WS-SEQ-KEY(WS-SEQ-USED)
                   MOVE TRN-CODE    TO WS-SEQ-LAST-CODE(WS-SEQ-USED)
                   IF TRN-CODE = 'A'
                      MOVE 'Y'         TO WS-SEQ-ADDED-SW(WS-SEQ-USED)
                      MOVE TRN-PATN-BG TO WS-SEQ-ADD-BG(WS-SEQ-USED)
                   ELSE
                      MOVE 'N'         TO WS-SEQ-ADDED-SW(WS-SEQ-USED)
                      MOVE SPACES      TO WS-SEQ-ADD-BG(WS-SEQ-USED)
                   END-IF
                ELSE
                   ADD 1 TO WS-SEQ-UNCHECKED-CT
                END-IF
                       TO REJ-TEXT
                  PERFORM B000-REJECT-PARA
                  ADD 1 TO WS-CONFLICT-CT
             WHEN 'M' ALSO ANY
                  MOVE 'TRN-CONFLICT' TO REJ-REASON-CODE
                  MOVE 'TRANSACTION FOLLOWS MERGE OF SAME ID'
                       TO REJ-TEXT
                  PERFORM B000-REJECT-PARA
                  ADD 1 TO WS-CONFLICT-CT
             WHEN 'A' ALSO 'A'
             WHEN 'C' ALSO 'A'
                  MOVE 'TRN-CONFLICT' TO REJ-REASON-CODE
             WHEN OTHER
                  MOVE TRN-CODE
                    TO WS-SEQ-LAST-CODE(WS-SEQ-FOUND-IDX)
                  IF TRN-CODE = 'A'
                     MOVE 'Y'
                       TO WS-SEQ-ADDED-SW(WS-SEQ-FOUND-IDX)
                     MOVE TRN-PATN-BG
                       TO WS-SEQ-ADD-BG(WS-SEQ-FOUND-IDX)
                  END-IF
             END-EVALUATE.

       A200-CHECK-HOLD-PARA.

             MOVE 'N'    TO WS-HOLD-SW
             MOVE SPACES TO WS-PATN-BG

             EVALUATE TRN-CODE
             WHEN 'D'
             WHEN 'M'
                  MOVE 'Y' TO WS-HOLD-SW
                  COMPUTE WS-PATN-ID = FUNCTION NUMVAL(TRN-PATN-ID)
                  PERFORM A220-GET-CURRENT-BG-PARA
             WHEN 'C'
                  COMPUTE WS-PATN-ID = FUNCTION NUMVAL(TRN-PATN-ID)
                  PERFORM A220-GET-CURRENT-BG-PARA
                  PERFORM A205-CHECK-CHANGE-HOLD-PARA
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       A205-CHECK-CHANGE-HOLD-PARA.

             EVALUATE TRUE
             WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  CONTINUE
             WHEN WS-SEQ-FOUND-IDX > ZERO
                  AND WS-SEQ-ADDED-SW(WS-SEQ-FOUND-IDX) = 'Y'
                  IF TRN-PATN-BG NOT = WS-SEQ-ADD-BG(WS-SEQ-FOUND-IDX)
                     MOVE 'Y' TO WS-HOLD-SW
                     MOVE WS-SEQ-ADD-BG(WS-SEQ-FOUND-IDX) TO WS-PATN-BG
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN WS-PATN-BG NOT = TRN-PATN-BG
                  MOVE 'Y' TO WS-HOLD-SW
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       A210-WRITE-HOLD-PARA.

             MOVE SPACES         TO PND-REC
             MOVE TRN-PATN-ID    TO PND-PATN-ID
             MOVE TRN-CODE       TO PND-TRN-CODE
             MOVE TRN-PATN-NAME  TO PND-PATN-NAME
             MOVE TRN-PATN-AGE   TO PND-PATN-AGE
             MOVE TRN-PATN-BG    TO PND-PATN-BG
             MOVE TRN-PATN-NUM   TO PND-PATN-NUM
             IF TRN-CODE = 'M'
                MOVE TRN-SURV-ID TO PND-SURV-ID
             END-IF
             MOVE WS-PATN-BG     TO PND-BEF-BG
             MOVE 'PRG23'        TO PND-SOURCE
             IF TRN-USERID = SPACES
                MOVE 'BATCH'     TO PND-ENTER-USER
             ELSE
                MOVE TRN-USERID  TO PND-ENTER-USER
             END-IF
             MOVE WS-RUN-DATE    TO PND-ENTER-DATE
             MOVE WS-RUN-TIME    TO PND-ENTER-TIME

             WRITE PND-REC
             ADD 1 TO WS-HELD-CT

             EVALUATE TRN-CODE
             WHEN 'D'
                  ADD 1 TO WS-HELD-DEL-CT
                  MOVE 'PATIENT DELETE HELD FOR APPROVAL' TO REJ-TEXT
             WHEN 'M'
                  ADD 1 TO WS-HELD-MRG-CT
                  MOVE 'PATIENT MERGE HELD FOR APPROVAL' TO REJ-TEXT
             WHEN OTHER
                  ADD 1 TO WS-HELD-BG-CT
                  MOVE 'BLOOD GROUP CHANGE HELD FOR APPROVAL'
                       TO REJ-TEXT
             END-EVALUATE

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-EDIT-HEADING-PARA
             END-IF
             MOVE SPACES      TO WS-RPT-EDIT-LINE
             MOVE TRN-PATN-ID TO EDT-PATN-ID
             MOVE TRN-CODE    TO EDT-CODE
             MOVE REJ-TEXT    TO EDT-REASON
             WRITE EDTRPT-REC FROM WS-RPT-EDIT-LINE
             ADD 1 TO WS-LINE-CT

             MOVE SPACES TO REJFIL-REC.

       A220-GET-CURRENT-BG-PARA.

             EXEC SQL
               SELECT  PATN_BG
               INTO  :WS-PATN-BG
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  CONTINUE
             WHEN 100
                  MOVE SPACES TO WS-PATN-BG
             WHEN OTHER
                  MOVE SPACES          TO PRGERR-REC
                  MOVE TRN-PATN-ID     TO ERR-PATN-ID
                  MOVE SQLCODE         TO ERR-SQLCODE
                  MOVE SQLSTATE        TO ERR-SQLSTATE
                  MOVE 'DB2 ERROR ON PATIENT SELECT' TO ERR-TEXT
                  WRITE PRGERR-REC
                  ADD 1 TO WS-ERROR-CT
                  MOVE 16 TO WS-RETURN-CODE
                  MOVE 'DB2-ERROR'     TO REJ-REASON-CODE
                  MOVE 'PATIENT LOOKUP FAILED - NOT PASSED'
                       TO REJ-TEXT
                  PERFORM B000-REJECT-PARA
             END-EVALUATE.

       B000-REJECT-PARA.
             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
             MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME

             OPEN INPUT TRNIN
             IF WS-TRNIN-STATUS NOT = '00'

             OPEN OUTPUT TRNOUT
             OPEN OUTPUT REJFIL
             OPEN OUTPUT HLDFIL
             OPEN OUTPUT PRGERR
             OPEN OUTPUT EDTRPT

             MOVE SPACES TO REJFIL-REC.
             MOVE WS-NO-NAME-CT              TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'INVALID MERGE TARGETS:'   TO SUM-LABEL
             MOVE WS-BAD-MERGE-CT            TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'CONFLICTING TRANSACTIONS:' TO SUM-LABEL
             MOVE WS-CONFLICT-CT             TO SUM-COUNT
             MOVE WS-SEQ-UNCHECKED-CT        TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'HELD FOR APPROVAL:'       TO SUM-LABEL
             MOVE WS-HELD-CT                 TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  BLOOD GROUP CHANGES:'   TO SUM-LABEL
             MOVE WS-HELD-BG-CT              TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  PATIENT DELETES:'       TO SUM-LABEL
             MOVE WS-HELD-DEL-CT             TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  PATIENT MERGES:'        TO SUM-LABEL
             MOVE WS-HELD-MRG-CT             TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DB2 ERRORS:'              TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE EDTRPT-REC FROM WS-RPT-SUMMARY-LINE

             IF WS-REJECTED-CT > ZERO
                AND WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
             END-IF.

             MOVE WS-READ-CT       TO RLG-READ-CT
             MOVE WS-PASSED-CT     TO RLG-OUT-CT
             MOVE WS-REJECTED-CT   TO RLG-REJECT-CT
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC
