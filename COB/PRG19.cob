       01 WS-ABSTIME               PIC S9(15) USAGE COMP-3.

       01 WS-RUN-DATE              PIC X(06).
       01 WS-RUN-TIME              PIC X(06).

       01 WS-USERID                PIC X(08).

       COPY AUTHREC.

       COPY PNDREC.

       COPY ACCREC.

       01 WS-AUTH-UPD-SW           PIC X(01) VALUE 'N'.

       01 WS-BEF-FOUND-SW          PIC X(01) VALUE 'N'.

       01 WS-TRN-CODE              PIC X(01).
       01 WS-AGE-DISP              PIC 9(02).
       01 WS-XREF-DISP             PIC 9(09).
       01 WS-ACC-RESULT            PIC X(01).

       01 WS-QUIT-MSG              PIC X(30) VALUE
          'PATIENT INQUIRY SESSION ENDED'.
           10 WS-PATN-BG               PIC X(3).
           10 WS-PATN-NUM              PIC X(12).

       01  DCLPATXREF.
           10 WS-XREF-NEW-ID           PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
            EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-RUN-DATE)
               TIME(WS-RUN-TIME)
            END-EXEC.

            EXEC CICS
                 MOVE WS-PATN-BG   TO PBGO
                 MOVE WS-PATN-NUM  TO PNUMO
                 MOVE 'PATIENT FOUND' TO MSGO
                 MOVE 'F' TO WS-ACC-RESULT
            WHEN 100
                 MOVE SPACES TO PNAMEO
                 MOVE SPACES TO PAGEO
                 MOVE SPACES TO PBGO
                 MOVE SPACES TO PNUMO
                 MOVE 'PATIENT NOT ON FILE' TO MSGO
                 MOVE 'N' TO WS-ACC-RESULT
                 PERFORM C110-CHECK-RETIRED-PARA
            WHEN OTHER
                 MOVE 'E' TO WS-ACC-RESULT
                 PERFORM X000-SQL-ERROR-PARA
            END-EVALUATE

            PERFORM C150-LOG-ACCESS-PARA.

       C110-CHECK-RETIRED-PARA.

            EXEC SQL
              SELECT  XREF_NEW_ID
              INTO  :WS-XREF-NEW-ID
              FROM PATXREF
              WHERE XREF_OLD_ID = :WS-PATN-ID
            END-EXEC

            EVALUATE SQLCODE
            WHEN 0
                 MOVE 'R' TO WS-ACC-RESULT
                 MOVE WS-XREF-NEW-ID TO WS-PATN-ID
                 EXEC SQL
                   SELECT  PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM
                   INTO  :WS-PATN-NAME, :WS-PATN-AGE, :WS-PATN-BG,
                         :WS-PATN-NUM
                   FROM PATIENT
                   WHERE PATN_ID = :WS-PATN-ID
                 END-EXEC
                 MOVE WS-XREF-NEW-ID TO WS-XREF-DISP
                 MOVE 'RETIRED ID - SURVIVING PATN-ID IS ' TO MSGO
                 MOVE WS-XREF-DISP   TO MSGO(35:9)
                 EVALUATE SQLCODE
                 WHEN 0
                      MOVE WS-PATN-NAME TO PNAMEO
                      MOVE WS-PATN-AGE  TO WS-AGE-DISP
                      MOVE WS-AGE-DISP  TO PAGEO
                      MOVE WS-PATN-BG   TO PBGO
                      MOVE WS-PATN-NUM  TO PNUMO
                 WHEN 100
                      MOVE ' (NOT ON FILE)' TO MSGO(44:14)
                 WHEN OTHER
                      MOVE 'E' TO WS-ACC-RESULT
                      PERFORM X000-SQL-ERROR-PARA
                 END-EVALUATE
            WHEN 100
                 CONTINUE
            WHEN OTHER
                 MOVE 'E' TO WS-ACC-RESULT
                 PERFORM X000-SQL-ERROR-PARA
            END-EVALUATE.

       C150-LOG-ACCESS-PARA.

            EXEC CICS
               ASSIGN USERID(WS-USERID)
            END-EXEC.

            MOVE SPACES        TO ACC-REC
            MOVE WS-RUN-DATE   TO ACC-DATE
            MOVE WS-RUN-TIME   TO ACC-TIME
            MOVE WS-USERID     TO ACC-USERID
            MOVE PATIDI        TO ACC-PATN-ID
            MOVE 'I'           TO ACC-ACTION
            MOVE WS-ACC-RESULT TO ACC-RESULT
            MOVE 'PRG19'       TO ACC-SOURCE

            IF WS-ACC-RESULT = 'R'
               MOVE WS-XREF-DISP TO ACC-SURV-ID
            END-IF

            EXEC CICS
               WRITEQ TD QUEUE('ACCQ')
               FROM(ACC-REC)
               LENGTH(80)
            END-EXEC.

       C200-MAINT-PARA.

            EVALUATE WS-TRN-CODE
               MOVE 'AGE MUST BE NUMERIC FOR CHANGE' TO MSGO
            ELSE
               PERFORM C240-GET-BEFORE-PARA
               EVALUATE TRUE
               WHEN WS-BEF-FOUND-SW = 'N'
                    MOVE 'PATIENT NOT ON FILE FOR CHANGE' TO MSGO
               WHEN PBGI NOT = WS-BEF-BG
                    PERFORM C260-HOLD-FOR-APPROVAL-PARA
                    MOVE 'BLOOD GROUP CHANGE HELD FOR APPROVAL'
                         TO MSGO
               WHEN OTHER
                    MOVE PNAMEI TO WS-PATN-NAME
                    COMPUTE WS-PATN-AGE = FUNCTION NUMVAL(PAGEI)
                    MOVE PBGI   TO WS-PATN-BG
                    MOVE PNUMI  TO WS-PATN-NUM

                    EXEC SQL
                       UPDATE PATIENT
                       SET PATN_NAME = :WS-PATN-NAME,
                           PATN_AGE  = :WS-PATN-AGE,
                           PATN_BG   = :WS-PATN-BG,
                           PATN_NUM  = :WS-PATN-NUM
                       WHERE PATN_ID = :WS-PATN-ID
                    END-EXEC

                    EVALUATE SQLCODE
                    WHEN 0
                         PERFORM C250-WRITE-HISTORY-PARA
                         IF WS-HIST-FAIL-SW = 'N'
                            PERFORM D000-WRITE-AUDIT-PARA
                            MOVE 'PATIENT CHANGED' TO MSGO
                         END-IF
                    WHEN 100
                         MOVE 'PATIENT NOT ON FILE FOR CHANGE' TO MSGO
                    WHEN OTHER
                         PERFORM X000-SQL-ERROR-PARA
                    END-EVALUATE
               END-EVALUATE
            END-IF.

       C230-DELETE-PARA.
            IF WS-BEF-FOUND-SW = 'N'
               MOVE 'PATIENT NOT ON FILE FOR DELETE' TO MSGO
            ELSE
               PERFORM C260-HOLD-FOR-APPROVAL-PARA
               MOVE 'PATIENT DELETE HELD FOR APPROVAL' TO MSGO
            END-IF.

       C240-GET-BEFORE-PARA.
              INTO :WS-HIST-EFF-FROM
              FROM PATHIST
              WHERE PATN_ID = :WS-PATN-ID
                AND VALUE(HIST_ORIG_ID, PATN_ID) = PATN_ID
            END-EXEC

            IF SQLCODE = 0
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
            END-IF

               PERFORM X000-SQL-ERROR-PARA
            END-IF.

       C260-HOLD-FOR-APPROVAL-PARA.

            MOVE SPACES        TO PND-REC
            MOVE PATIDI        TO PND-PATN-ID
            MOVE WS-TRN-CODE   TO PND-TRN-CODE

            IF WS-TRN-CODE = 'D'
               MOVE WS-BEF-NAME  TO PND-PATN-NAME
               MOVE WS-BEF-AGE   TO WS-AGE-DISP
               MOVE WS-AGE-DISP  TO PND-PATN-AGE
               MOVE WS-BEF-BG    TO PND-PATN-BG
               MOVE WS-BEF-NUM   TO PND-PATN-NUM
            ELSE
               MOVE PNAMEI       TO PND-PATN-NAME
               MOVE PAGEI        TO PND-PATN-AGE
               MOVE PBGI         TO PND-PATN-BG
               MOVE PNUMI        TO PND-PATN-NUM
            END-IF

            MOVE WS-BEF-BG     TO PND-BEF-BG
            MOVE 'PRG19'       TO PND-SOURCE
            MOVE WS-USERID     TO PND-ENTER-USER
            MOVE WS-RUN-DATE   TO PND-ENTER-DATE
            MOVE WS-RUN-TIME   TO PND-ENTER-TIME

            EXEC CICS
               WRITEQ TD QUEUE('PNDQ')
               FROM(PND-REC)
               LENGTH(80)
            END-EXEC.

       D000-WRITE-AUDIT-PARA.

            MOVE SPACES        TO AUD-REC
