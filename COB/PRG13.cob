                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BNK-STATUS.

                SELECT SHTFIL ASSIGN TO SHTFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT SRTOUT ASSIGN TO SRTFILE
       01 CHKPNT-REC.
          05 CKPT-PATN-ID     PIC X(09).
          05 CKPT-READ-CT     PIC 9(07).
          05 CKPT-AUDIT-CT    PIC 9(07).
          05 FILLER           PIC X(57).

       FD REJFIL
            RECORDING MODE IS F.
          05 TRN-PATN-AGE     PIC 9(02).
          05 TRN-PATN-BG      PIC X(03).
          05 TRN-PATN-NUM     PIC X(12).
          05 TRN-USERID       PIC X(08).
          05 TRN-SURV-ID      PIC X(09).
          05 FILLER           PIC X(16) VALUE SPACE.

       FD EXTFIL
            RECORDING MODE IS F.
          05 BNK-UNITS        PIC 9(07).
          05 FILLER           PIC X(70).

       FD SHTFIL
            RECORDING MODE IS F.
       COPY SHTREC.

       SD SRTWK.
       01 SRTWK-REC.
          05 SRT-PATN-ID      PIC X(09).
          05 WS-MAINT-SKIP-CT      PIC 9(07) VALUE ZERO.
          05 WS-COMMIT-CT          PIC 9(07) VALUE ZERO.
          05 WS-HIST-CT            PIC 9(07) VALUE ZERO.
          05 WS-MERGE-CT           PIC 9(07) VALUE ZERO.
          05 WS-REPOINT-CT         PIC 9(07) VALUE ZERO.

       01 WS-BEF-FOUND-SW          PIC X(01) VALUE 'N'.

          05 WS-HIST-EFF-TO        PIC X(06).
          05 WS-HIST-CHG-CODE      PIC X(01).

       01 WS-SRV-FOUND-SW          PIC X(01) VALUE 'N'.
       01 WS-SRV-ID                PIC S9(9) USAGE COMP.

       01 WS-SRV-IMAGE.
          05 WS-SRV-NAME           PIC X(20).
          05 WS-SRV-AGE            PIC S9(2) USAGE COMP.
          05 WS-SRV-BG             PIC X(03).
          05 WS-SRV-NUM            PIC X(12).

       01 WS-XREF-FIELDS.
          05 WS-XREF-DATE          PIC X(06).
          05 WS-XREF-USERID        PIC X(08).

       01 WS-RPT-MAINT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(33) VALUE
       01 WS-PLAN-NEED             PIC 9(07).
       01 WS-PLAN-TAKE             PIC 9(07).

       COPY BGCMP.

       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 8 TIMES.
                  ELSE
                     PERFORM C010-MAINT-RESULT-PARA
                  END-IF
             WHEN 'M'
                  PERFORM C070-MERGE-PARA
             WHEN OTHER
                  MOVE SPACES          TO REJFIL-REC
                  MOVE TRN-PATN-ID     TO REJ-PATN-ID
                  MOVE 'BAD-TRN-CODE'  TO REJ-REASON-CODE
                  MOVE 'TRANSACTION CODE NOT A/C/D/M' TO REJ-TEXT
                  WRITE REJFIL-REC
                  ADD 1 TO WS-MAINT-REJECT-CT
             END-EVALUATE.
                MOVE ZERO        TO AUD-BEF-AGE
             END-IF

             IF TRN-CODE = 'D' OR TRN-CODE = 'M'
                MOVE 'N'          TO AUD-AFT-FLAG
                MOVE ZERO         TO AUD-AFT-AGE
             ELSE
                MOVE WS-PATN-NUM  TO AUD-AFT-NUM
             END-IF

             IF TRN-CODE = 'M'
                MOVE TRN-SURV-ID  TO AUD-XREF-ID
             END-IF

             WRITE AUD-REC

             ADD 1 TO WS-AUDIT-CT.
               INTO :WS-HIST-EFF-FROM
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
                 AND VALUE(HIST_ORIG_ID, PATN_ID) = PATN_ID
             END-EXEC

             IF SQLCODE NOT = 0
                   INSERT INTO PATHIST
                      (PATN_ID, PATN_NAME, PATN_AGE, PATN_BG,
                       PATN_NUM, HIST_EFF_FROM, HIST_EFF_TO,
                       HIST_CHG_CODE, HIST_ORIG_ID)
                   VALUES
                      (:WS-PATN-ID, :WS-BEF-NAME, :WS-BEF-AGE,
                       :WS-BEF-BG, :WS-BEF-NUM, :WS-HIST-EFF-FROM,
                       :WS-HIST-EFF-TO, :WS-HIST-CHG-CODE,
                       :WS-PATN-ID)
                END-EXEC

                IF SQLCODE = 0
             MOVE 16  TO WS-RETURN-CODE
             MOVE 'Y' TO WS-MAINT-FATAL-SW.

       C070-MERGE-PARA.

             IF TRN-SURV-ID NOT NUMERIC
                OR TRN-SURV-ID = TRN-PATN-ID
                MOVE SPACES          TO REJFIL-REC
                MOVE TRN-PATN-ID     TO REJ-PATN-ID
                MOVE 'BAD-SURV-ID'   TO REJ-REASON-CODE
                MOVE 'SURVIVING PATN-ID MISSING OR INVALID'
                                     TO REJ-TEXT
                WRITE REJFIL-REC
                ADD 1 TO WS-MAINT-REJECT-CT
             ELSE
                COMPUTE WS-SRV-ID = FUNCTION NUMVAL(TRN-SURV-ID)
                PERFORM C030-GET-BEFORE-PARA
                IF WS-BEF-FOUND-SW = 'N'
                   PERFORM C010-MAINT-RESULT-PARA
                ELSE
                   PERFORM C075-GET-SURVIVOR-PARA
                   EVALUATE TRUE
                   WHEN WS-SRV-FOUND-SW = 'N'
                        CONTINUE
                   WHEN WS-SRV-BG NOT = WS-BEF-BG
                        MOVE SPACES          TO REJFIL-REC
                        MOVE TRN-PATN-ID     TO REJ-PATN-ID
                        MOVE 'BG-MISMATCH'   TO REJ-REASON-CODE
                        MOVE 'MERGE REFUSED - BLOOD GROUPS DIFFER'
                                             TO REJ-TEXT
                        WRITE REJFIL-REC
                        ADD 1 TO WS-MAINT-REJECT-CT
                   WHEN OTHER
                        PERFORM C080-APPLY-MERGE-PARA
                   END-EVALUATE
                END-IF
             END-IF.

       C075-GET-SURVIVOR-PARA.

             MOVE 'N' TO WS-SRV-FOUND-SW

             EXEC SQL
               SELECT  PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM
               INTO  :WS-SRV-NAME, :WS-SRV-AGE, :WS-SRV-BG,
                     :WS-SRV-NUM
               FROM PATIENT
               WHERE PATN_ID = :WS-SRV-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  MOVE 'Y' TO WS-SRV-FOUND-SW
             WHEN 100
                  MOVE SPACES          TO REJFIL-REC
                  MOVE TRN-PATN-ID     TO REJ-PATN-ID
                  MOVE 'NO-SURVIVOR'   TO REJ-REASON-CODE
                  MOVE 'SURVIVING PATN-ID NOT ON FILE FOR MERGE'
                                       TO REJ-TEXT
                  WRITE REJFIL-REC
                  ADD 1 TO WS-MAINT-REJECT-CT
             WHEN OTHER
                  MOVE SPACES TO PRGERR-REC
                  MOVE 'DB2 ERROR ON MERGE SURVIVOR' TO ERR-TEXT
                  PERFORM C090-MERGE-ERROR-PARA
             END-EVALUATE.

       C080-APPLY-MERGE-PARA.

             PERFORM C050-WRITE-HISTORY-PARA

             IF WS-MAINT-FATAL-SW = 'N'
                EXEC SQL
                   UPDATE PATHIST
                   SET PATN_ID      = :WS-SRV-ID,
                       HIST_ORIG_ID = VALUE(HIST_ORIG_ID, PATN_ID)
                   WHERE PATN_ID = :WS-PATN-ID
                END-EXEC
                IF SQLCODE = 0
                   ADD SQLERRD(3) TO WS-REPOINT-CT
                ELSE
                   MOVE SPACES TO PRGERR-REC
                   MOVE 'DB2 ERROR ON HISTORY RE-POINT' TO ERR-TEXT
                   PERFORM C090-MERGE-ERROR-PARA
                END-IF
             END-IF

             IF WS-MAINT-FATAL-SW = 'N'
                EXEC SQL
                   DELETE FROM PATIENT
                   WHERE PATN_ID = :WS-PATN-ID
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE SPACES TO PRGERR-REC
                   MOVE 'DB2 ERROR ON MERGE DELETE' TO ERR-TEXT
                   PERFORM C090-MERGE-ERROR-PARA
                END-IF
             END-IF

             IF WS-MAINT-FATAL-SW = 'N'
                EXEC SQL
                   UPDATE PATXREF
                   SET XREF_NEW_ID = :WS-SRV-ID
                   WHERE XREF_NEW_ID = :WS-PATN-ID
                END-EXEC
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SPACES TO PRGERR-REC
                   MOVE 'DB2 ERROR ON CROSS-REFERENCE UPDATE'
                        TO ERR-TEXT
                   PERFORM C090-MERGE-ERROR-PARA
                END-IF
             END-IF

             IF WS-MAINT-FATAL-SW = 'N'
                MOVE WS-RUN-DATE TO WS-XREF-DATE
                IF TRN-USERID = SPACES
                   MOVE 'BATCH'    TO WS-XREF-USERID
                ELSE
                   MOVE TRN-USERID TO WS-XREF-USERID
                END-IF
                EXEC SQL
                   INSERT INTO PATXREF
                      (XREF_OLD_ID, XREF_NEW_ID, XREF_MERGE_DATE,
                       XREF_USERID)
                   VALUES
                      (:WS-PATN-ID, :WS-SRV-ID, :WS-XREF-DATE,
                       :WS-XREF-USERID)
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE SPACES TO PRGERR-REC
                   MOVE 'DB2 ERROR ON CROSS-REFERENCE INSERT'
                        TO ERR-TEXT
                   PERFORM C090-MERGE-ERROR-PARA
                END-IF
             END-IF

             IF WS-MAINT-FATAL-SW = 'N'
                ADD 1 TO WS-MERGE-CT
                ADD 1 TO WS-UOW-CT
                PERFORM C040-WRITE-AUDIT-PARA
                PERFORM C085-WRITE-SURVIVOR-AUDIT-PARA
             END-IF.

       C085-WRITE-SURVIVOR-AUDIT-PARA.

             MOVE SPACES        TO AUD-REC
             MOVE WS-RUN-DATE   TO AUD-RUN-DATE
             MOVE 'PRG13'       TO AUD-SOURCE
             MOVE TRN-CODE      TO AUD-TRN-CODE
             MOVE WS-SRV-ID     TO AUD-PATN-ID

             MOVE 'Y'           TO AUD-BEF-FLAG
             MOVE WS-SRV-NAME   TO AUD-BEF-NAME
             MOVE WS-SRV-AGE    TO AUD-BEF-AGE
             MOVE WS-SRV-BG     TO AUD-BEF-BG
             MOVE WS-SRV-NUM    TO AUD-BEF-NUM

             MOVE 'Y'           TO AUD-AFT-FLAG
             MOVE WS-SRV-NAME   TO AUD-AFT-NAME
             MOVE WS-SRV-AGE    TO AUD-AFT-AGE
             MOVE WS-SRV-BG     TO AUD-AFT-BG
             MOVE WS-SRV-NUM    TO AUD-AFT-NUM

             MOVE TRN-PATN-ID   TO AUD-XREF-ID

             WRITE AUD-REC

             ADD 1 TO WS-AUDIT-CT.

       C090-MERGE-ERROR-PARA.

             MOVE TRN-PATN-ID     TO ERR-PATN-ID
             MOVE SQLCODE         TO ERR-SQLCODE
             MOVE SQLSTATE        TO ERR-SQLSTATE
             WRITE PRGERR-REC

             ADD 1 TO WS-MAINT-ERROR-CT
             MOVE 16  TO WS-RETURN-CODE
             MOVE 'Y' TO WS-MAINT-FATAL-SW.

       C010-MAINT-RESULT-PARA.

             EVALUATE SQLCODE
                OPEN OUTPUT CHKPNT
                MOVE SPACES TO CHKPNT-REC
                MOVE ZERO   TO CKPT-READ-CT
                MOVE ZERO   TO CKPT-AUDIT-CT
                MOVE 1      TO WS-CHKPNT-KEY
                WRITE CHKPNT-REC
                MOVE 2      TO WS-CHKPNT-KEY
                READ CHKPNT
                IF WS-CHKPNT-STATUS = '00'
                   MOVE CKPT-READ-CT TO WS-RESTART-CT
                   IF WS-RESTART-CT > ZERO
                      AND CKPT-AUDIT-CT NUMERIC
                      MOVE CKPT-AUDIT-CT TO WS-AUDIT-CT
                   END-IF
                ELSE
                   MOVE SPACES TO CHKPNT-REC
                   MOVE ZERO   TO CKPT-READ-CT
                   MOVE ZERO   TO CKPT-AUDIT-CT
                   WRITE CHKPNT-REC
                   MOVE ZERO TO WS-RESTART-CT
                END-IF

             MOVE EMP-PATN-ID TO CKPT-PATN-ID
             MOVE WS-READ-CT  TO CKPT-READ-CT
             MOVE WS-AUDIT-CT TO CKPT-AUDIT-CT
             REWRITE CHKPNT-REC

             IF WS-CHKPNT-STATUS NOT = '00'

             MOVE TRN-PATN-ID    TO CKPT-PATN-ID
             MOVE WS-TRN-READ-CT TO CKPT-READ-CT
             MOVE WS-AUDIT-CT    TO CKPT-AUDIT-CT
             REWRITE CHKPNT-REC

             IF WS-CHKPNT-STATUS NOT = '00'

             MOVE SPACES TO CKPT-PATN-ID
             MOVE ZERO   TO CKPT-READ-CT
             MOVE ZERO   TO CKPT-AUDIT-CT
             REWRITE CHKPNT-REC

             IF WS-CHKPNT-STATUS NOT = '00'

             PERFORM Z210-LOAD-INVENTORY-PARA

             OPEN OUTPUT SHTFIL

             PERFORM B010-PRINT-HEADING-PARA

             MOVE SPACES TO PATRPT-REC
                PERFORM Z230-MATCH-DEMAND-PARA
                PERFORM Z240-ALLOCATE-PARA
                PERFORM Z250-PRINT-PLAN-PARA
                PERFORM Z270-WRITE-SHORTAGE-PARA
             END-IF

             CLOSE SHTFIL.

       Z210-LOAD-INVENTORY-PARA.

                ADD 1 TO WS-LINE-CT
             END-IF.

       Z270-WRITE-SHORTAGE-PARA.

             PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > 8
                MOVE SPACES                     TO SHT-REC
                MOVE WS-CMP-GRP(WS-CMP-IDX)     TO SHT-BG-CODE
                MOVE WS-RUN-DATE                TO SHT-RUN-DATE
                MOVE WS-PLAN-DEMAND(WS-CMP-IDX) TO SHT-DEMAND
                MOVE WS-PLAN-STOCK(WS-CMP-IDX)  TO SHT-STOCK
                MOVE WS-PLAN-DIRECT(WS-CMP-IDX) TO SHT-DIRECT
                MOVE WS-PLAN-SUBST(WS-CMP-IDX)  TO SHT-SUBST
                MOVE WS-PLAN-SHORT(WS-CMP-IDX)  TO SHT-SHORT
                WRITE SHT-REC
             END-PERFORM.

       Z917-PRINT-DEPT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA
             MOVE WS-DELETE-CT               TO SUM-COUNT
             WRITE PATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS MERGED:'         TO SUM-LABEL
             MOVE WS-MERGE-CT                TO SUM-COUNT
             WRITE PATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'HISTORY ROWS RE-POINTED:' TO SUM-LABEL
             MOVE WS-REPOINT-CT              TO SUM-COUNT
             WRITE PATRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'TRANSACTIONS REJECTED:'   TO SUM-LABEL
             MOVE WS-MAINT-REJECT-CT         TO SUM-COUNT
             WHEN 'M'
                  MOVE WS-TRN-READ-CT TO RLG-READ-CT
                  COMPUTE RLG-OUT-CT = WS-INSERT-CT + WS-UPDATE-CT
                                     + WS-DELETE-CT + WS-MERGE-CT
                  MOVE WS-MAINT-REJECT-CT TO RLG-REJECT-CT
                  MOVE WS-MAINT-ERROR-CT  TO RLG-ERROR-CT
                  MOVE WS-AUDIT-CT        TO RLG-CTL-CT
             WHEN 'R'
                  MOVE WS-RECON-ROSTER-CT TO RLG-READ-CT
                  MOVE WS-RECON-MATCH-CT  TO RLG-OUT-CT
