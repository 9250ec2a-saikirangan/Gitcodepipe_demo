       01 WS-SWEEP-SW              PIC X(01) VALUE 'N'.
       01 WS-VERSION-CT            PIC 9(07) VALUE ZERO.
       01 WS-CURRENT-FOUND-SW      PIC X(01) VALUE 'N'.
       01 WS-MERGED-SW             PIC X(01) VALUE 'N'.
       01 WS-XREF-EOF              PIC X(01) VALUE 'N'.

       01 WS-CHAIN-FIELDS.
          05 WS-FIRST-VER-SW       PIC X(01) VALUE 'Y'.
          05 WS-VERSION-TOT-CT     PIC 9(07) VALUE ZERO.
          05 WS-EXCEPTION-CT       PIC 9(07) VALUE ZERO.
          05 WS-BAD-CARD-CT        PIC 9(07) VALUE ZERO.
          05 WS-RETIRED-CT         PIC 9(07) VALUE ZERO.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

          05 SEC-PATN-ID     PIC 9(09).
          05 FILLER          PIC X(09) VALUE ' ========'.

       01 WS-RPT-XREF-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 XREF-LABEL      PIC X(24).
          05 XREF-PATN-ID    PIC 9(09).
          05 FILLER          PIC X(07) VALUE '   ON: '.
          05 XREF-DATE       PIC X(06).

       01 WS-RPT-ASOF-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(26) VALUE
           10 WS-HIST-EFF-FROM         PIC X(06).
           10 WS-HIST-EFF-TO           PIC X(06).
           10 WS-HIST-CHG-CODE         PIC X(01).
           10 WS-HIST-ORIG-ID          PIC S9(9) USAGE COMP.

       01 WS-SWP-PATN-ID               PIC S9(9) USAGE COMP.

       01  DCLPATXREF.
           10 WS-XREF-OLD-ID           PIC S9(9) USAGE COMP.
           10 WS-XREF-NEW-ID           PIC S9(9) USAGE COMP.
           10 WS-XREF-DATE             PIC X(06).

       01 WS-ASOF-DATE-X               PIC X(06).

       PROCEDURE DIVISION.
             WHEN WS-CTL-PATN-ID NUMERIC
                  COMPUTE WS-PATN-ID =
                          FUNCTION NUMVAL(WS-CTL-PATN-ID)
                  PERFORM A600-CHECK-RETIRED-PARA
                  PERFORM P000-PROCESS-PATIENT-PARA
             WHEN OTHER
                  ADD 1 TO WS-BAD-CARD-CT
                  END-IF
             END-EVALUATE.

       A600-CHECK-RETIRED-PARA.

             EXEC SQL
               SELECT XREF_NEW_ID, XREF_MERGE_DATE
               INTO :WS-XREF-NEW-ID, :WS-XREF-DATE
               FROM PATXREF
               WHERE XREF_OLD_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  ADD 1 TO WS-RETIRED-CT
                  MOVE SPACES TO HISRPT-REC
                  WRITE HISRPT-REC
                  MOVE SPACES TO WS-RPT-MSG-LINE
                  MOVE 'PATN-ID RETIRED BY MERGE - SHOWING SURVIVING ID'
                       TO MSG-TEXT
                  WRITE HISRPT-REC FROM WS-RPT-MSG-LINE
                  MOVE SPACES           TO WS-RPT-XREF-LINE
                  MOVE 'RETIRED PATN-ID:'  TO XREF-LABEL
                  MOVE WS-PATN-ID       TO XREF-PATN-ID
                  MOVE WS-XREF-DATE     TO XREF-DATE
                  WRITE HISRPT-REC FROM WS-RPT-XREF-LINE
                  MOVE SPACES           TO WS-RPT-XREF-LINE
                  MOVE 'SURVIVING PATN-ID:' TO XREF-LABEL
                  MOVE WS-XREF-NEW-ID   TO XREF-PATN-ID
                  MOVE WS-XREF-DATE     TO XREF-DATE
                  WRITE HISRPT-REC FROM WS-RPT-XREF-LINE
                  MOVE WS-XREF-NEW-ID   TO WS-PATN-ID
             WHEN 100
                  CONTINUE
             WHEN OTHER
                  PERFORM X000-SQL-ERROR-PARA
             END-EVALUATE.

       A700-LIST-MERGED-PARA.

             EXEC SQL
               DECLARE XREF-CSR CURSOR FOR
               SELECT XREF_OLD_ID, XREF_MERGE_DATE
               FROM PATXREF
               WHERE XREF_NEW_ID = :WS-PATN-ID
               ORDER BY XREF_MERGE_DATE, XREF_OLD_ID
             END-EXEC

             EXEC SQL
               OPEN XREF-CSR
             END-EXEC

             IF SQLCODE NOT = 0
                PERFORM X000-SQL-ERROR-PARA
             ELSE
                MOVE 'N' TO WS-XREF-EOF
                PERFORM UNTIL WS-XREF-EOF = 'Y'
                   EXEC SQL
                     FETCH XREF-CSR
                     INTO :WS-XREF-OLD-ID, :WS-XREF-DATE
                   END-EXEC
                   EVALUATE SQLCODE
                   WHEN 0
                        MOVE 'Y' TO WS-MERGED-SW
                        MOVE SPACES           TO WS-RPT-XREF-LINE
                        MOVE 'MERGED FROM PATN-ID:' TO XREF-LABEL
                        MOVE WS-XREF-OLD-ID   TO XREF-PATN-ID
                        MOVE WS-XREF-DATE     TO XREF-DATE
                        WRITE HISRPT-REC FROM WS-RPT-XREF-LINE
                   WHEN 100
                        MOVE 'Y' TO WS-XREF-EOF
                   WHEN OTHER
                        MOVE 'Y' TO WS-XREF-EOF
                        PERFORM X000-SQL-ERROR-PARA
                   END-EVALUATE
                END-PERFORM

                EXEC SQL
                  CLOSE XREF-CSR
                END-EXEC
             END-IF

             IF WS-MERGED-SW = 'Y'
                MOVE SPACES TO WS-RPT-MSG-LINE
                MOVE 'CHAIN CHECKED ON OWN ROWS - MERGED ROWS LISTED'
                     TO MSG-TEXT
                WRITE HISRPT-REC FROM WS-RPT-MSG-LINE
             END-IF.

       Y500-SWEEP-PARA.

            EXEC SQL

             MOVE ZERO TO WS-VERSION-CT
             MOVE 'N'  TO WS-CURRENT-FOUND-SW
             MOVE 'N'  TO WS-MERGED-SW
             MOVE 'N'  TO WS-HIST-EOF
             MOVE 'Y'  TO WS-FIRST-VER-SW
             MOVE SPACE TO WS-PREV-EFF-TO
             MOVE WS-CTL-ASOF-DATE TO SEL-ASOF-DATE
             WRITE HISRPT-REC FROM WS-RPT-SEL-LINE

             PERFORM A700-LIST-MERGED-PARA
             PERFORM A000-POINT-IN-TIME-PARA
             PERFORM B000-LIST-VERSIONS-PARA
             PERFORM C100-AUDIT-CHAIN-END-PARA
                    :WS-HIST-EFF-TO, :WS-HIST-CHG-CODE
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
                 AND VALUE(HIST_ORIG_ID, PATN_ID) = PATN_ID
                 AND HIST_EFF_FROM <= :WS-ASOF-DATE-X
                 AND HIST_EFF_TO   >  :WS-ASOF-DATE-X
               FETCH FIRST 1 ROW ONLY
             EXEC SQL
               DECLARE VER-CSR CURSOR FOR
               SELECT PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM,
                      HIST_EFF_FROM, HIST_EFF_TO, HIST_CHG_CODE,
                      VALUE(HIST_ORIG_ID, PATN_ID)
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
               ORDER BY HIST_EFF_TO, HIST_EFF_FROM
                     INTO :WS-HIST-NAME, :WS-HIST-AGE,
                          :WS-HIST-BG, :WS-HIST-NUM,
                          :WS-HIST-EFF-FROM, :WS-HIST-EFF-TO,
                          :WS-HIST-CHG-CODE, :WS-HIST-ORIG-ID
                   END-EXEC
                   EVALUATE SQLCODE
                   WHEN 0

       B015-CHECK-CHAIN-PARA.

             IF WS-HIST-ORIG-ID = WS-PATN-ID
                PERFORM B016-CHECK-OWN-CHAIN-PARA
             END-IF.

       B016-CHECK-OWN-CHAIN-PARA.

             IF WS-FIRST-VER-SW = 'N'
                IF WS-HIST-EFF-FROM > WS-PREV-EFF-TO
                   MOVE 'GAP IN EFFECTIVE DATE CHAIN AT'
             MOVE WS-BAD-CARD-CT             TO SUM-COUNT
             WRITE HISRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'RETIRED IDS REDIRECTED:'  TO SUM-LABEL
             MOVE WS-RETIRED-CT              TO SUM-COUNT
             WRITE HISRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS REPORTED:'       TO SUM-LABEL
             MOVE WS-PATIENT-CT              TO SUM-COUNT
