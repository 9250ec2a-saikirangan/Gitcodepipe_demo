       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CTLCARD ASSIGN TO CTLCARDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

                SELECT OLDAUD ASSIGN TO OLDAUDFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLDAUD-STATUS.

                SELECT NEWAUD ASSIGN TO NEWAUDFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT OLDIDX ASSIGN TO OLDIDXFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLDIDX-STATUS.

                SELECT NEWIDX ASSIGN TO NEWIDXFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT ARCFIL ASSIGN TO ARCFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT PURRPT ASSIGN TO PURRPTFILE
                ORGANIZATION IS LINE SEQUENTIAL.

                SELECT PRGERR ASSIGN TO PRGERRFILE
                ORGANIZATION IS SEQUENTIAL.

                SELECT SRTWK ASSIGN TO SRTWK1.

                SELECT RUNLOG ASSIGN TO RUNLOGFILE
                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTLCARD
            RECORDING MODE IS F.
       01 CTLCARD-REC.
          05 CTL-HIST-DAYS       PIC X(05).
          05 CTL-AUD-DAYS        PIC X(05).
          05 FILLER              PIC X(70).

       FD OLDAUD
            RECORDING MODE IS F.
       01 OLDAUD-REC          PIC X(120).

       FD NEWAUD
            RECORDING MODE IS F.
       COPY AUDREC.

       FD OLDIDX
            RECORDING MODE IS F.
       01 OLDIDX-REC          PIC X(80).

       FD NEWIDX
            RECORDING MODE IS F.
       01 NEWIDX-REC          PIC X(80).

       FD ARCFIL
            RECORDING MODE IS F.
       01 ARCFIL-REC          PIC X(130).

       FD PURRPT.
       01 PURRPT-REC          PIC X(132).

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

       SD SRTWK.
       01 SRTWK-REC.
          05 SRT-REC-TYPE     PIC X(01).
          05 SRT-PATN-ID      PIC 9(09).
          05 SRT-DATE-INT     PIC 9(07).
          05 SRT-FROM-DATE    PIC X(06).
          05 SRT-TO-DATE      PIC X(06).

       FD RUNLOG
            RECORDING MODE IS F.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-TIME-RAW              PIC 9(08).
       01 WS-START-TIME            PIC 9(06).

       01 WS-CTL-STATUS            PIC X(02).
       01 WS-OLDAUD-STATUS         PIC X(02).
       01 WS-OLDIDX-STATUS         PIC X(02).

       01 WS-OLDAUD-EOF            PIC A VALUE SPACE.
       01 WS-OLDIDX-EOF            PIC A VALUE SPACE.
       01 WS-CSR-EOF               PIC X(01) VALUE 'N'.
       01 WS-HIST-EOF              PIC X(01) VALUE 'N'.
       01 WS-SRT-EOF               PIC X(01) VALUE 'N'.
       01 WS-SQL-FATAL-SW          PIC X(01) VALUE 'N'.

       01 WS-RETURN-CODE           PIC 9(04) VALUE ZERO.

       01 WS-CTL-FIELDS.
          05 WS-CTL-FOUND-SW       PIC X(01) VALUE 'N'.
          05 WS-CTL-DAYS-X         PIC X(05).
          05 WS-CTL-DAYS           PIC 9(05).
          05 WS-CTL-DAYS-SW        PIC X(01).
          05 WS-CTL-DAYS-MSG       PIC X(40).
          05 WS-HIST-DAYS          PIC 9(05) VALUE ZERO.
          05 WS-AUD-DAYS           PIC 9(05) VALUE ZERO.
          05 WS-HIST-PURGE-SW      PIC X(01) VALUE 'N'.
          05 WS-AUD-PURGE-SW       PIC X(01) VALUE 'N'.
          05 WS-HIST-CTL-MSG       PIC X(40) VALUE SPACE.
          05 WS-AUD-CTL-MSG        PIC X(40) VALUE SPACE.

       01 WS-MIN-RETAIN-DAYS       PIC 9(05) VALUE 365.

       01 WS-CUTOFF-FIELDS.
          05 WS-RUN-DATE-INT       PIC 9(07) VALUE ZERO.
          05 WS-HIST-CUTOFF-INT    PIC 9(07) VALUE ZERO.
          05 WS-AUD-CUTOFF-INT     PIC 9(07) VALUE ZERO.
          05 WS-HIST-CUTOFF-X      PIC X(06) VALUE 'NONE'.
          05 WS-AUD-CUTOFF-X       PIC X(06) VALUE 'NONE'.
          05 WS-CUTOFF-YYYYMMDD    PIC 9(08).

       01 WS-DATE-X6               PIC X(06).
       01 WS-DATE-YY               PIC 9(02).
       01 WS-DATE-YYYYMMDD         PIC 9(08).
       01 WS-DATE-INT              PIC 9(07).

       01 WS-ARC-GEN               PIC 9(04) VALUE ZERO.
       01 WS-ARC-HASH-ID           PIC 9(15) VALUE ZERO.
       01 WS-AUD-ARC-SW            PIC X(01).

       01 WS-PATN-ID-DISP          PIC 9(09).
       01 WS-ERR-PATN-ID           PIC X(09) VALUE SPACE.

       01 WS-PATIENT-FIELDS.
          05 WS-ACTIVE-SW          PIC X(01).
          05 WS-DEL-SEEN-SW        PIC X(01).
          05 WS-HOLD-TEXT          PIC X(30).
          05 WS-PAT-MAX-INT        PIC 9(07).
          05 WS-PAT-ARC-MIN-INT    PIC 9(07).
          05 WS-PAT-ARC-MAX-INT    PIC 9(07).
          05 WS-PAT-ARC-FROM       PIC X(06).
          05 WS-PAT-ARC-TO         PIC X(06).
          05 WS-PAT-READ-CT        PIC 9(05).
          05 WS-PAT-ARC-CT         PIC 9(05).
          05 WS-PAT-DEL-CT         PIC 9(05).
          05 WS-PAT-RET-CT         PIC S9(9) USAGE COMP.

       01 WS-VER-USED              PIC 9(03) VALUE ZERO.
       01 WS-VER-IDX               PIC 9(03).
       01 WS-VER-MAX               PIC 9(03) VALUE 200.

       01 WS-VER-TABLE.
          05 WS-VER-ENTRY OCCURS 200 TIMES.
             10 WS-VER-NAME        PIC X(20).
             10 WS-VER-AGE         PIC 9(02).
             10 WS-VER-BG          PIC X(03).
             10 WS-VER-NUM         PIC X(12).
             10 WS-VER-EFF-FROM    PIC X(06).
             10 WS-VER-EFF-TO      PIC X(06).
             10 WS-VER-CHG-CODE    PIC X(01).
             10 WS-VER-ORIG-ID     PIC 9(09).
             10 WS-VER-INT         PIC 9(07).
             10 WS-VER-ARC-SW      PIC X(01).

       01 WS-GRP-FIELDS.
          05 WS-GRP-TYPE           PIC X(01).
          05 WS-GRP-PATN-ID        PIC 9(09).
          05 WS-GRP-FROM           PIC X(06).
          05 WS-GRP-TO             PIC X(06).
          05 WS-GRP-CT             PIC 9(07) VALUE ZERO.

       01 WS-RUN-CTRS.
          05 WS-PATIENT-CT         PIC 9(07) VALUE ZERO.
          05 WS-HIST-READ-CT       PIC 9(07) VALUE ZERO.
          05 WS-HIST-ARC-CT        PIC 9(07) VALUE ZERO.
          05 WS-HIST-RET-CT        PIC 9(07) VALUE ZERO.
          05 WS-HIST-NEWEST-CT     PIC 9(07) VALUE ZERO.
          05 WS-HIST-HELD-CT       PIC 9(07) VALUE ZERO.
          05 WS-HIST-DEL-CT        PIC 9(07) VALUE ZERO.
          05 WS-HELD-PATN-CT       PIC 9(07) VALUE ZERO.
          05 WS-AUD-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-AUD-ARC-CT         PIC 9(07) VALUE ZERO.
          05 WS-AUD-WRITTEN-CT     PIC 9(07) VALUE ZERO.
          05 WS-ARC-DTL-CT         PIC 9(07) VALUE ZERO.
          05 WS-IDX-READ-CT        PIC 9(07) VALUE ZERO.
          05 WS-IDX-CARRIED-CT     PIC 9(07) VALUE ZERO.
          05 WS-IDX-ADDED-CT       PIC 9(07) VALUE ZERO.
          05 WS-ERROR-CT           PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YY       PIC 9(02).
          05 WS-RUN-MM       PIC 9(02).
          05 WS-RUN-DD       PIC 9(02).

       01 WS-REPORT-CTRS.
          05 WS-LINE-CT        PIC 9(02) VALUE ZERO.
          05 WS-PAGE-CT        PIC 9(03) VALUE ZERO.
          05 WS-LINES-PER-PAGE PIC 9(02) VALUE 20.

       COPY ARCREC.

       COPY ARCIDX.

       01 WS-RPT-HDG1.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(09) VALUE 'PROGRAM:'.
          05 HDG1-PGM        PIC X(08) VALUE 'PRG37'.
          05 FILLER          PIC X(10) VALUE SPACE.
          05 FILLER          PIC X(26) VALUE
             'RETENTION PURGE REGISTER'.
          05 FILLER          PIC X(10) VALUE SPACE.
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
          05 FILLER          PIC X(13) VALUE 'ARCHIVE GEN:'.
          05 HDG2-GEN        PIC 9(04).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 FILLER          PIC X(17) VALUE 'PATHIST CUTOFF:'.
          05 HDG2-HIST-CUT   PIC X(06).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 FILLER          PIC X(15) VALUE 'AUDIT CUTOFF:'.
          05 HDG2-AUD-CUT    PIC X(06).

       01 WS-RPT-PUR-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(40) VALUE
             'PATHIST ROWS ARCHIVED OR HELD BY PATIENT'.

       01 WS-RPT-PUR-COLS.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(11) VALUE 'PATN-ID'.
          05 FILLER          PIC X(10) VALUE 'STATUS'.
          05 FILLER          PIC X(07) VALUE '   READ'.
          05 FILLER          PIC X(09) VALUE ' ARCHIVED'.
          05 FILLER          PIC X(09) VALUE ' RETAINED'.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 FILLER          PIC X(08) VALUE 'FROM'.
          05 FILLER          PIC X(08) VALUE 'TO'.
          05 FILLER          PIC X(30) VALUE 'NOTE'.

       01 WS-RPT-PUR-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 PUR-PATN-ID     PIC 9(09).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 PUR-STATUS      PIC X(08).
          05 FILLER          PIC X(04) VALUE SPACE.
          05 PUR-READ        PIC ZZZZ9.
          05 FILLER          PIC X(04) VALUE SPACE.
          05 PUR-ARC         PIC ZZZZ9.
          05 FILLER          PIC X(04) VALUE SPACE.
          05 PUR-RET         PIC ZZZZ9.
          05 FILLER          PIC X(02) VALUE SPACE.
          05 PUR-FROM        PIC X(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 PUR-TO          PIC X(06).
          05 FILLER          PIC X(02) VALUE SPACE.
          05 PUR-NOTE        PIC X(30).

       01 WS-RPT-SUMMARY-HDG.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(32) VALUE
             'PURGE REGISTER BALANCING SUMMARY'.

       01 WS-RPT-SUMMARY-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 SUM-LABEL       PIC X(26).
          05 SUM-COUNT       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-CTL-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 CTL-LABEL       PIC X(09).
          05 CTL-TEXT        PIC X(40).

       01 WS-RPT-MSG-LINE.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 MSG-TEXT        PIC X(60).

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

       01  DCLPATHIST.
           10 WS-HIST-NAME             PIC X(20).
           10 WS-HIST-AGE              PIC S9(2) USAGE COMP.
           10 WS-HIST-BG               PIC X(3).
           10 WS-HIST-NUM              PIC X(12).
           10 WS-HIST-EFF-FROM         PIC X(06).
           10 WS-HIST-EFF-TO           PIC X(06).
           10 WS-HIST-CHG-CODE         PIC X(01).
           10 WS-HIST-ORIG-ID          PIC S9(9) USAGE COMP.

       01 WS-SWP-PATN-ID               PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

            PERFORM Z000-INIT-PARA.

            PERFORM B070-WRITE-ARC-HEADER-PARA.

            SORT SRTWK ON ASCENDING KEY SRT-REC-TYPE SRT-PATN-ID
                                        SRT-DATE-INT
                 INPUT PROCEDURE IS S100-PURGE-PARA
                 OUTPUT PROCEDURE IS S200-WRITE-INDEX-PARA.

            PERFORM B080-WRITE-ARC-TRAILER-PARA.

            CLOSE ARCFIL.

            PERFORM Z910-PRINT-SUMMARY-PARA.

            PERFORM Z900-CLOSE-RPT-PARA.

            CLOSE PURRPT.
            CLOSE PRGERR.

            PERFORM Z990-WRITE-RUN-LOG-PARA.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

            STOP RUN.

       S100-PURGE-PARA.

            PERFORM Z200-PRINT-PURGE-HEADING-PARA

            IF WS-HIST-PURGE-SW = 'Y'
               PERFORM Y100-HIST-DRIVER-PARA
            END-IF

            PERFORM Y200-AUDIT-DRIVER-PARA.

       S200-WRITE-INDEX-PARA.

            OPEN OUTPUT NEWIDX

            PERFORM C000-COPY-OLD-INDEX-PARA

            MOVE ZERO TO WS-GRP-CT

            PERFORM UNTIL WS-SRT-EOF = 'Y'
               RETURN SRTWK
                 AT END MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                      IF WS-GRP-CT > ZERO
                         AND (SRT-REC-TYPE NOT = WS-GRP-TYPE
                          OR SRT-PATN-ID NOT = WS-GRP-PATN-ID)
                         PERFORM C100-WRITE-INDEX-ENTRY-PARA
                      END-IF
                      IF WS-GRP-CT = ZERO
                         MOVE SRT-REC-TYPE  TO WS-GRP-TYPE
                         MOVE SRT-PATN-ID   TO WS-GRP-PATN-ID
                         MOVE SRT-FROM-DATE TO WS-GRP-FROM
                      END-IF
                      MOVE SRT-TO-DATE TO WS-GRP-TO
                      ADD 1 TO WS-GRP-CT
               END-RETURN
            END-PERFORM

            IF WS-GRP-CT > ZERO
               PERFORM C100-WRITE-INDEX-ENTRY-PARA
            END-IF

            PERFORM C050-WRITE-GEN-ENTRY-PARA

            CLOSE NEWIDX.

       Y100-HIST-DRIVER-PARA.

            EXEC SQL
               DECLARE SWP-CSR CURSOR FOR
               SELECT DISTINCT PATN_ID
               FROM PATHIST
               ORDER BY PATN_ID
            END-EXEC.

            EXEC SQL
               OPEN SWP-CSR
            END-EXEC

            IF SQLCODE NOT = 0
               MOVE 'DB2 ERROR ON HISTORY CURSOR OPEN' TO ERR-TEXT
               PERFORM X000-SQL-ERROR-PARA
            ELSE
               PERFORM UNTIL WS-CSR-EOF = 'Y'
                  OR WS-SQL-FATAL-SW = 'Y'
                  EXEC SQL
                     FETCH SWP-CSR
                     INTO :WS-SWP-PATN-ID
                  END-EXEC
                  EVALUATE SQLCODE
                  WHEN 0
                       MOVE WS-SWP-PATN-ID TO WS-PATN-ID
                       PERFORM P000-PROCESS-PATIENT-PARA
                  WHEN 100
                       MOVE 'Y' TO WS-CSR-EOF
                  WHEN OTHER
                       MOVE 'Y' TO WS-CSR-EOF
                       MOVE 'DB2 ERROR ON HISTORY CURSOR FETCH'
                            TO ERR-TEXT
                       PERFORM X000-SQL-ERROR-PARA
                  END-EVALUATE
               END-PERFORM

               EXEC SQL
                  CLOSE SWP-CSR
               END-EXEC
            END-IF

            IF WS-SQL-FATAL-SW = 'N'
               PERFORM Y110-COMMIT-PARA
            ELSE
               PERFORM Y120-ROLLBACK-PARA
            END-IF.

       Y110-COMMIT-PARA.

            EXEC SQL
               COMMIT
            END-EXEC

            IF SQLCODE NOT = 0
               MOVE SPACES TO WS-ERR-PATN-ID
               MOVE 'DB2 ERROR ON COMMIT' TO ERR-TEXT
               PERFORM X000-SQL-ERROR-PARA
               PERFORM Y120-ROLLBACK-PARA
            END-IF.

       Y120-ROLLBACK-PARA.

            EXEC SQL
               ROLLBACK
            END-EXEC

            IF SQLCODE NOT = 0
               MOVE SPACES TO WS-ERR-PATN-ID
               MOVE 'DB2 ERROR ON ROLLBACK' TO ERR-TEXT
               PERFORM X000-SQL-ERROR-PARA
            END-IF.

       Y200-AUDIT-DRIVER-PARA.

            OPEN INPUT OLDAUD
            IF WS-OLDAUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-OLDAUD-EOF
            END-IF

            OPEN OUTPUT NEWAUD

            PERFORM UNTIL WS-OLDAUD-EOF = 'Y'
               READ OLDAUD INTO AUD-REC
                 AT END MOVE 'Y' TO WS-OLDAUD-EOF
                 NOT AT END
                      ADD 1 TO WS-AUD-READ-CT
                      PERFORM B000-AUDIT-REC-PARA
               END-READ
            END-PERFORM

            IF WS-OLDAUD-STATUS = '00' OR WS-OLDAUD-STATUS = '10'
               CLOSE OLDAUD
            END-IF

            CLOSE NEWAUD.

       P000-PROCESS-PATIENT-PARA.

             ADD 1 TO WS-PATIENT-CT

             MOVE WS-PATN-ID     TO WS-PATN-ID-DISP
             MOVE WS-PATN-ID-DISP TO WS-ERR-PATN-ID
             MOVE ZERO   TO WS-PAT-READ-CT
             MOVE ZERO   TO WS-PAT-ARC-CT
             MOVE ZERO   TO WS-PAT-DEL-CT
             MOVE ZERO   TO WS-PAT-RET-CT
             MOVE ZERO   TO WS-PAT-MAX-INT
             MOVE ZERO   TO WS-VER-USED
             MOVE 'N'    TO WS-DEL-SEEN-SW
             MOVE SPACES TO WS-HOLD-TEXT
             MOVE SPACES TO WS-PAT-ARC-FROM
             MOVE SPACES TO WS-PAT-ARC-TO

             PERFORM A000-CHECK-ACTIVE-PARA

             IF WS-SQL-FATAL-SW = 'N'
                PERFORM A100-LOAD-VERSIONS-PARA
             END-IF

             IF WS-SQL-FATAL-SW = 'N'
                AND WS-HOLD-TEXT = SPACES
                PERFORM A200-SELECT-VERSIONS-PARA
                IF WS-PAT-ARC-CT > ZERO
                   PERFORM A300-ARCHIVE-VERSIONS-PARA
                END-IF
             END-IF

             IF WS-SQL-FATAL-SW = 'N'
                PERFORM A320-COUNT-RETAINED-PARA
             END-IF

             IF WS-SQL-FATAL-SW = 'N'
                ADD WS-PAT-READ-CT TO WS-HIST-READ-CT
                ADD WS-PAT-ARC-CT  TO WS-HIST-ARC-CT
                ADD WS-PAT-DEL-CT  TO WS-HIST-DEL-CT
                ADD WS-PAT-RET-CT  TO WS-HIST-RET-CT
                IF WS-HOLD-TEXT NOT = SPACES
                   ADD 1 TO WS-HELD-PATN-CT
                   ADD WS-PAT-READ-CT TO WS-HIST-HELD-CT
                   IF WS-RETURN-CODE < 8
                      MOVE 8 TO WS-RETURN-CODE
                   END-IF
                END-IF
                IF WS-PAT-ARC-CT > ZERO
                   OR WS-HOLD-TEXT NOT = SPACES
                   PERFORM A400-PRINT-PATIENT-PARA
                END-IF
             END-IF.

       A000-CHECK-ACTIVE-PARA.

             EXEC SQL
               SELECT PATN_NAME
               INTO :WS-PATN-NAME
               FROM PATIENT
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  MOVE 'Y' TO WS-ACTIVE-SW
             WHEN 100
                  MOVE 'N' TO WS-ACTIVE-SW
             WHEN OTHER
                  MOVE 'DB2 ERROR ON PATIENT LOOKUP' TO ERR-TEXT
                  PERFORM X000-SQL-ERROR-PARA
             END-EVALUATE.

       A100-LOAD-VERSIONS-PARA.

             EXEC SQL
               DECLARE VER-CSR CURSOR FOR
               SELECT PATN_NAME, PATN_AGE, PATN_BG, PATN_NUM,
                      HIST_EFF_FROM, HIST_EFF_TO, HIST_CHG_CODE,
                      VALUE(HIST_ORIG_ID, PATN_ID)
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
               ORDER BY HIST_EFF_TO, HIST_EFF_FROM
             END-EXEC

             MOVE 'N' TO WS-HIST-EOF

             EXEC SQL
               OPEN VER-CSR
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE 'DB2 ERROR ON VERSION CURSOR OPEN' TO ERR-TEXT
                PERFORM X000-SQL-ERROR-PARA
             ELSE
                PERFORM UNTIL WS-HIST-EOF = 'Y'
                   EXEC SQL
                     FETCH VER-CSR
                     INTO :WS-HIST-NAME, :WS-HIST-AGE,
                          :WS-HIST-BG, :WS-HIST-NUM,
                          :WS-HIST-EFF-FROM, :WS-HIST-EFF-TO,
                          :WS-HIST-CHG-CODE, :WS-HIST-ORIG-ID
                   END-EXEC
                   EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-PAT-READ-CT
                        PERFORM A110-STORE-VERSION-PARA
                   WHEN 100
                        MOVE 'Y' TO WS-HIST-EOF
                   WHEN OTHER
                        MOVE 'Y' TO WS-HIST-EOF
                        MOVE 'DB2 ERROR ON VERSION CURSOR FETCH'
                             TO ERR-TEXT
                        PERFORM X000-SQL-ERROR-PARA
                   END-EVALUATE
                END-PERFORM

                EXEC SQL
                  CLOSE VER-CSR
                END-EXEC
             END-IF

             IF WS-SQL-FATAL-SW = 'N'
                AND WS-HOLD-TEXT = SPACES
                AND WS-ACTIVE-SW = 'N'
                AND WS-DEL-SEEN-SW = 'N'
                MOVE 'NOT ON PATIENT, NO DELETE ROW' TO WS-HOLD-TEXT
             END-IF.

       A110-STORE-VERSION-PARA.

             IF WS-HIST-CHG-CODE = 'D'
                MOVE 'Y' TO WS-DEL-SEEN-SW
             END-IF

             IF WS-VER-USED >= WS-VER-MAX
                MOVE 'MORE VERSIONS THAN TABLE HOLDS' TO WS-HOLD-TEXT
             ELSE
                ADD 1 TO WS-VER-USED
                MOVE WS-HIST-NAME     TO WS-VER-NAME(WS-VER-USED)
                MOVE WS-HIST-AGE      TO WS-VER-AGE(WS-VER-USED)
                MOVE WS-HIST-BG       TO WS-VER-BG(WS-VER-USED)
                MOVE WS-HIST-NUM      TO WS-VER-NUM(WS-VER-USED)
                MOVE WS-HIST-EFF-FROM TO WS-VER-EFF-FROM(WS-VER-USED)
                MOVE WS-HIST-EFF-TO   TO WS-VER-EFF-TO(WS-VER-USED)
                MOVE WS-HIST-CHG-CODE TO WS-VER-CHG-CODE(WS-VER-USED)
                MOVE WS-HIST-ORIG-ID  TO WS-VER-ORIG-ID(WS-VER-USED)
                MOVE 'N'              TO WS-VER-ARC-SW(WS-VER-USED)
                MOVE ZERO             TO WS-DATE-INT
                IF WS-HIST-EFF-TO IS NUMERIC
                   MOVE WS-HIST-EFF-TO TO WS-DATE-X6
                   PERFORM B800-DATE-TO-INT-PARA
                END-IF
                MOVE WS-DATE-INT TO WS-VER-INT(WS-VER-USED)
                IF WS-DATE-INT = ZERO
                   MOVE 'INVALID HISTORY EFF-TO DATE' TO WS-HOLD-TEXT
                END-IF
                IF WS-DATE-INT > WS-PAT-MAX-INT
                   AND WS-HIST-ORIG-ID = WS-PATN-ID
                   MOVE WS-DATE-INT TO WS-PAT-MAX-INT
                END-IF
             END-IF.

       A200-SELECT-VERSIONS-PARA.

             PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL WS-VER-IDX > WS-VER-USED
                IF WS-VER-INT(WS-VER-IDX) < WS-HIST-CUTOFF-INT
                   IF WS-ACTIVE-SW = 'Y'
                      AND WS-VER-INT(WS-VER-IDX) = WS-PAT-MAX-INT
                      AND WS-VER-ORIG-ID(WS-VER-IDX) = WS-PATN-ID
                      ADD 1 TO WS-HIST-NEWEST-CT
                   ELSE
                      MOVE 'Y' TO WS-VER-ARC-SW(WS-VER-IDX)
                      ADD 1 TO WS-PAT-ARC-CT
                   END-IF
                END-IF
             END-PERFORM.

       A300-ARCHIVE-VERSIONS-PARA.

             MOVE 9999999 TO WS-PAT-ARC-MIN-INT
             MOVE ZERO    TO WS-PAT-ARC-MAX-INT

             PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL WS-VER-IDX > WS-VER-USED
                        OR WS-SQL-FATAL-SW = 'Y'
                IF WS-VER-ARC-SW(WS-VER-IDX) = 'Y'
                   PERFORM A310-ARCHIVE-VERSION-PARA
                END-IF
             END-PERFORM

             IF WS-SQL-FATAL-SW = 'N'
                AND WS-PAT-DEL-CT NOT = WS-PAT-ARC-CT
                MOVE SPACES          TO PRGERR-REC
                MOVE WS-ERR-PATN-ID  TO ERR-PATN-ID
                MOVE ZERO            TO ERR-SQLCODE
                MOVE 'HISTORY ROWS DELETED NOT = ARCHIVED'
                     TO ERR-TEXT
                WRITE PRGERR-REC
                ADD 1 TO WS-ERROR-CT
                MOVE 16  TO WS-RETURN-CODE
                MOVE 'Y' TO WS-SQL-FATAL-SW
             END-IF.

       A310-ARCHIVE-VERSION-PARA.

             MOVE SPACES          TO ARC-HST-REC
             MOVE 'P'             TO ARC-HST-TYPE
             MOVE WS-ARC-GEN      TO ARC-HST-GEN
             MOVE WS-PATN-ID-DISP TO ARC-HST-PATN-ID
             MOVE WS-VER-NAME(WS-VER-IDX)     TO ARC-HST-NAME
             MOVE WS-VER-AGE(WS-VER-IDX)      TO ARC-HST-AGE
             MOVE WS-VER-BG(WS-VER-IDX)       TO ARC-HST-BG
             MOVE WS-VER-NUM(WS-VER-IDX)      TO ARC-HST-NUM
             MOVE WS-VER-EFF-FROM(WS-VER-IDX) TO ARC-HST-EFF-FROM
             MOVE WS-VER-EFF-TO(WS-VER-IDX)   TO ARC-HST-EFF-TO
             MOVE WS-VER-CHG-CODE(WS-VER-IDX) TO ARC-HST-CHG-CODE
             MOVE WS-VER-ORIG-ID(WS-VER-IDX)  TO ARC-HST-ORIG-ID
             WRITE ARCFIL-REC FROM ARC-HST-REC
             ADD 1               TO WS-ARC-DTL-CT
             ADD WS-PATN-ID-DISP TO WS-ARC-HASH-ID

             IF WS-VER-INT(WS-VER-IDX) < WS-PAT-ARC-MIN-INT
                MOVE WS-VER-INT(WS-VER-IDX)      TO WS-PAT-ARC-MIN-INT
                MOVE WS-VER-EFF-FROM(WS-VER-IDX) TO WS-PAT-ARC-FROM
             END-IF
             IF WS-VER-INT(WS-VER-IDX) > WS-PAT-ARC-MAX-INT
                MOVE WS-VER-INT(WS-VER-IDX)      TO WS-PAT-ARC-MAX-INT
                MOVE WS-VER-EFF-TO(WS-VER-IDX)   TO WS-PAT-ARC-TO
             END-IF

             MOVE SPACES                      TO SRTWK-REC
             MOVE 'P'                         TO SRT-REC-TYPE
             MOVE WS-PATN-ID-DISP             TO SRT-PATN-ID
             MOVE WS-VER-INT(WS-VER-IDX)      TO SRT-DATE-INT
             MOVE WS-VER-EFF-FROM(WS-VER-IDX) TO SRT-FROM-DATE
             MOVE WS-VER-EFF-TO(WS-VER-IDX)   TO SRT-TO-DATE
             RELEASE SRTWK-REC

             MOVE WS-VER-EFF-FROM(WS-VER-IDX) TO WS-HIST-EFF-FROM
             MOVE WS-VER-EFF-TO(WS-VER-IDX)   TO WS-HIST-EFF-TO
             MOVE WS-VER-CHG-CODE(WS-VER-IDX) TO WS-HIST-CHG-CODE
             MOVE WS-VER-ORIG-ID(WS-VER-IDX)  TO WS-HIST-ORIG-ID

             EXEC SQL
               DELETE FROM PATHIST
               WHERE PATN_ID       = :WS-PATN-ID
                 AND HIST_EFF_FROM = :WS-HIST-EFF-FROM
                 AND HIST_EFF_TO   = :WS-HIST-EFF-TO
                 AND HIST_CHG_CODE = :WS-HIST-CHG-CODE
                 AND VALUE(HIST_ORIG_ID, PATN_ID) = :WS-HIST-ORIG-ID
             END-EXEC

             EVALUATE SQLCODE
             WHEN 0
                  ADD SQLERRD(3) TO WS-PAT-DEL-CT
             WHEN 100
                  CONTINUE
             WHEN OTHER
                  MOVE 'DB2 ERROR ON HISTORY DELETE' TO ERR-TEXT
                  PERFORM X000-SQL-ERROR-PARA
             END-EVALUATE.

       A320-COUNT-RETAINED-PARA.

             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PAT-RET-CT
               FROM PATHIST
               WHERE PATN_ID = :WS-PATN-ID
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE 'DB2 ERROR ON HISTORY COUNT' TO ERR-TEXT
                PERFORM X000-SQL-ERROR-PARA
             END-IF.

       A400-PRINT-PATIENT-PARA.

             MOVE SPACES          TO WS-RPT-PUR-LINE
             MOVE WS-PATN-ID-DISP TO PUR-PATN-ID
             IF WS-ACTIVE-SW = 'Y'
                MOVE 'ACTIVE'     TO PUR-STATUS
             ELSE
                MOVE 'INACTIVE'   TO PUR-STATUS
             END-IF
             MOVE WS-PAT-READ-CT  TO PUR-READ
             MOVE WS-PAT-ARC-CT   TO PUR-ARC
             MOVE WS-PAT-RET-CT   TO PUR-RET
             MOVE WS-PAT-ARC-FROM TO PUR-FROM
             MOVE WS-PAT-ARC-TO   TO PUR-TO
             MOVE WS-HOLD-TEXT    TO PUR-NOTE

             IF WS-LINE-CT = ZERO OR WS-LINE-CT >= WS-LINES-PER-PAGE
                PERFORM Z200-PRINT-PURGE-HEADING-PARA
             END-IF
             WRITE PURRPT-REC FROM WS-RPT-PUR-LINE
             ADD 1 TO WS-LINE-CT.

       B000-AUDIT-REC-PARA.

             MOVE 'N' TO WS-AUD-ARC-SW

             IF WS-AUD-PURGE-SW = 'Y'
                AND WS-SQL-FATAL-SW = 'N'
                AND AUD-RUN-DATE IS NUMERIC
                MOVE AUD-RUN-DATE TO WS-DATE-X6
                PERFORM B800-DATE-TO-INT-PARA
                IF WS-DATE-INT > ZERO
                   AND WS-DATE-INT < WS-AUD-CUTOFF-INT
                   MOVE 'Y' TO WS-AUD-ARC-SW
                END-IF
             END-IF

             IF WS-AUD-ARC-SW = 'Y'
                MOVE SPACES       TO ARC-AUD-REC
                MOVE 'A'          TO ARC-AUD-TYPE
                MOVE WS-ARC-GEN   TO ARC-AUD-GEN
                MOVE AUD-REC      TO ARC-AUD-IMAGE
                WRITE ARCFIL-REC FROM ARC-AUD-REC
                ADD 1             TO WS-ARC-DTL-CT
                ADD 1             TO WS-AUD-ARC-CT
                ADD AUD-PATN-ID   TO WS-ARC-HASH-ID

                MOVE SPACES       TO SRTWK-REC
                MOVE 'A'          TO SRT-REC-TYPE
                MOVE AUD-PATN-ID  TO SRT-PATN-ID
                MOVE WS-DATE-INT  TO SRT-DATE-INT
                MOVE AUD-RUN-DATE TO SRT-FROM-DATE
                MOVE AUD-RUN-DATE TO SRT-TO-DATE
                RELEASE SRTWK-REC
             ELSE
                WRITE AUD-REC
                ADD 1 TO WS-AUD-WRITTEN-CT
             END-IF.

       B070-WRITE-ARC-HEADER-PARA.

             MOVE SPACES           TO ARC-HDR-REC
             MOVE 'H'              TO ARC-HDR-TYPE
             MOVE WS-ARC-GEN       TO ARC-HDR-GEN
             MOVE WS-RUN-DATE      TO ARC-HDR-RUN-DATE
             MOVE 'PRG37'          TO ARC-HDR-SOURCE
             MOVE WS-HIST-CUTOFF-X TO ARC-HDR-HIST-CUTOFF
             MOVE WS-AUD-CUTOFF-X  TO ARC-HDR-AUD-CUTOFF

             WRITE ARCFIL-REC FROM ARC-HDR-REC.

       B080-WRITE-ARC-TRAILER-PARA.

             MOVE SPACES           TO ARC-TRL-REC
             MOVE 'T'              TO ARC-TRL-TYPE
             MOVE WS-ARC-GEN       TO ARC-TRL-GEN
             MOVE WS-HIST-ARC-CT   TO ARC-TRL-HIST-CT
             MOVE WS-AUD-ARC-CT    TO ARC-TRL-AUD-CT
             MOVE WS-ARC-DTL-CT    TO ARC-TRL-DTL-CT
             MOVE WS-ARC-HASH-ID   TO ARC-TRL-HASH-ID

             WRITE ARCFIL-REC FROM ARC-TRL-REC.

       B800-DATE-TO-INT-PARA.

             MOVE WS-DATE-X6(1:2) TO WS-DATE-YY
             IF WS-DATE-YY < 50
                COMPUTE WS-DATE-YYYYMMDD =
                        20000000 + FUNCTION NUMVAL(WS-DATE-X6)
             ELSE
                COMPUTE WS-DATE-YYYYMMDD =
                        19000000 + FUNCTION NUMVAL(WS-DATE-X6)
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) = ZERO
                COMPUTE WS-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
             ELSE
                MOVE ZERO TO WS-DATE-INT
             END-IF.

       C000-COPY-OLD-INDEX-PARA.

             MOVE SPACE TO WS-OLDIDX-EOF

             OPEN INPUT OLDIDX
             IF WS-OLDIDX-STATUS NOT = '00'
                MOVE 'Y' TO WS-OLDIDX-EOF
             END-IF

             PERFORM UNTIL WS-OLDIDX-EOF = 'Y'
                READ OLDIDX INTO IDX-REC
                  AT END MOVE 'Y' TO WS-OLDIDX-EOF
                  NOT AT END
                       WRITE NEWIDX-REC FROM IDX-REC
                       ADD 1 TO WS-IDX-CARRIED-CT
                END-READ
             END-PERFORM

             IF WS-OLDIDX-STATUS = '00' OR WS-OLDIDX-STATUS = '10'
                CLOSE OLDIDX
             END-IF.

       C050-WRITE-GEN-ENTRY-PARA.

             MOVE SPACES           TO IDX-REC
             MOVE WS-ARC-GEN       TO IDX-GEN
             MOVE 'G'              TO IDX-REC-TYPE
             MOVE ZERO             TO IDX-PATN-ID
             MOVE WS-HIST-CUTOFF-X TO IDX-FROM-DATE
             MOVE WS-AUD-CUTOFF-X  TO IDX-TO-DATE
             MOVE WS-ARC-DTL-CT    TO IDX-ROW-CT
             MOVE WS-RUN-DATE      TO IDX-RUN-DATE

             WRITE NEWIDX-REC FROM IDX-REC
             ADD 1 TO WS-IDX-ADDED-CT.

       C100-WRITE-INDEX-ENTRY-PARA.

             IF WS-SQL-FATAL-SW = 'N'
                MOVE SPACES         TO IDX-REC
                MOVE WS-ARC-GEN     TO IDX-GEN
                MOVE WS-GRP-TYPE    TO IDX-REC-TYPE
                MOVE WS-GRP-PATN-ID TO IDX-PATN-ID
                MOVE WS-GRP-FROM    TO IDX-FROM-DATE
                MOVE WS-GRP-TO      TO IDX-TO-DATE
                MOVE WS-GRP-CT      TO IDX-ROW-CT
                MOVE WS-RUN-DATE    TO IDX-RUN-DATE
                WRITE NEWIDX-REC FROM IDX-REC
                ADD 1 TO WS-IDX-ADDED-CT
             END-IF

             MOVE ZERO TO WS-GRP-CT.

       X000-SQL-ERROR-PARA.

             MOVE WS-ERR-PATN-ID  TO ERR-PATN-ID
             MOVE SQLCODE         TO ERR-SQLCODE
             MOVE SQLSTATE        TO ERR-SQLSTATE
             WRITE PRGERR-REC
             ADD 1 TO WS-ERROR-CT
             MOVE 16  TO WS-RETURN-CODE
             MOVE 'Y' TO WS-SQL-FATAL-SW.

       Z000-INIT-PARA.

             ACCEPT WS-RUN-DATE FROM DATE
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-RAW(1:6) TO WS-START-TIME

             PERFORM Z005-READ-CONTROL-CARD-PARA

             PERFORM Z010-FIND-GENERATION-PARA

             PERFORM Z020-SET-CUTOFF-PARA

             OPEN OUTPUT PURRPT
             OPEN OUTPUT PRGERR
             OPEN OUTPUT ARCFIL

             MOVE SPACES TO PRGERR-REC.

       Z005-READ-CONTROL-CARD-PARA.

             OPEN INPUT CTLCARD

             IF WS-CTL-STATUS = '00'
                READ CTLCARD
                IF WS-CTL-STATUS = '00'
                   MOVE 'Y' TO WS-CTL-FOUND-SW
                END-IF
                CLOSE CTLCARD
             END-IF

             IF WS-CTL-FOUND-SW = 'N'
                MOVE 'NO CONTROL CARD - NOT PURGED' TO WS-HIST-CTL-MSG
                MOVE 'NO CONTROL CARD - NOT PURGED' TO WS-AUD-CTL-MSG
                MOVE 8 TO WS-RETURN-CODE
             ELSE
                MOVE CTL-HIST-DAYS   TO WS-CTL-DAYS-X
                PERFORM Z006-EDIT-DAYS-PARA
                MOVE WS-CTL-DAYS-SW  TO WS-HIST-PURGE-SW
                MOVE WS-CTL-DAYS     TO WS-HIST-DAYS
                MOVE WS-CTL-DAYS-MSG TO WS-HIST-CTL-MSG

                MOVE CTL-AUD-DAYS    TO WS-CTL-DAYS-X
                PERFORM Z006-EDIT-DAYS-PARA
                MOVE WS-CTL-DAYS-SW  TO WS-AUD-PURGE-SW
                MOVE WS-CTL-DAYS     TO WS-AUD-DAYS
                MOVE WS-CTL-DAYS-MSG TO WS-AUD-CTL-MSG
             END-IF.

       Z006-EDIT-DAYS-PARA.

             MOVE 'N'    TO WS-CTL-DAYS-SW
             MOVE ZERO   TO WS-CTL-DAYS
             MOVE SPACES TO WS-CTL-DAYS-MSG

             EVALUATE TRUE
             WHEN WS-CTL-DAYS-X = SPACES
                  MOVE 'NO CUTOFF GIVEN - NOT PURGED'
                       TO WS-CTL-DAYS-MSG
             WHEN WS-CTL-DAYS-X NOT NUMERIC
                  MOVE 'CUTOFF NOT NUMERIC - NOT PURGED'
                       TO WS-CTL-DAYS-MSG
                  IF WS-RETURN-CODE < 8
                     MOVE 8 TO WS-RETURN-CODE
                  END-IF
             WHEN OTHER
                  MOVE WS-CTL-DAYS-X TO WS-CTL-DAYS
                  IF WS-CTL-DAYS < WS-MIN-RETAIN-DAYS
                     MOVE 'CUTOFF UNDER 365 DAYS - NOT PURGED'
                          TO WS-CTL-DAYS-MSG
                     IF WS-RETURN-CODE < 8
                        MOVE 8 TO WS-RETURN-CODE
                     END-IF
                  ELSE
                     MOVE 'Y' TO WS-CTL-DAYS-SW
                  END-IF
             END-EVALUATE.

       Z010-FIND-GENERATION-PARA.

             MOVE ZERO TO WS-ARC-GEN

             OPEN INPUT OLDIDX
             IF WS-OLDIDX-STATUS NOT = '00'
                MOVE 'Y' TO WS-OLDIDX-EOF
             END-IF

             PERFORM UNTIL WS-OLDIDX-EOF = 'Y'
                READ OLDIDX INTO IDX-REC
                  AT END MOVE 'Y' TO WS-OLDIDX-EOF
                  NOT AT END
                       ADD 1 TO WS-IDX-READ-CT
                       IF IDX-GEN IS NUMERIC
                          AND IDX-GEN > WS-ARC-GEN
                          MOVE IDX-GEN TO WS-ARC-GEN
                       END-IF
                END-READ
             END-PERFORM

             IF WS-OLDIDX-STATUS = '00' OR WS-OLDIDX-STATUS = '10'
                CLOSE OLDIDX
             END-IF

             ADD 1 TO WS-ARC-GEN.

       Z020-SET-CUTOFF-PARA.

             MOVE WS-RUN-DATE TO WS-DATE-X6
             PERFORM B800-DATE-TO-INT-PARA
             MOVE WS-DATE-INT TO WS-RUN-DATE-INT

             IF WS-HIST-PURGE-SW = 'Y'
                COMPUTE WS-HIST-CUTOFF-INT =
                        WS-RUN-DATE-INT - WS-HIST-DAYS
                COMPUTE WS-CUTOFF-YYYYMMDD =
                        FUNCTION DATE-OF-INTEGER(WS-HIST-CUTOFF-INT)
                MOVE WS-CUTOFF-YYYYMMDD(3:6) TO WS-HIST-CUTOFF-X
             END-IF

             IF WS-AUD-PURGE-SW = 'Y'
                COMPUTE WS-AUD-CUTOFF-INT =
                        WS-RUN-DATE-INT - WS-AUD-DAYS
                COMPUTE WS-CUTOFF-YYYYMMDD =
                        FUNCTION DATE-OF-INTEGER(WS-AUD-CUTOFF-INT)
                MOVE WS-CUTOFF-YYYYMMDD(3:6) TO WS-AUD-CUTOFF-X
             END-IF.

       Z200-PRINT-PURGE-HEADING-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE PURRPT-REC FROM WS-RPT-PUR-HDG
             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC
             WRITE PURRPT-REC FROM WS-RPT-PUR-COLS
             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC
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
             MOVE WS-ARC-GEN       TO HDG2-GEN
             MOVE WS-HIST-CUTOFF-X TO HDG2-HIST-CUT
             MOVE WS-AUD-CUTOFF-X  TO HDG2-AUD-CUT

             WRITE PURRPT-REC FROM WS-RPT-HDG1
             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC
             WRITE PURRPT-REC FROM WS-RPT-HDG2
             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC

             MOVE ZERO TO WS-LINE-CT.

       B020-PRINT-PAGE-FOOTER-PARA.

             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC
             WRITE PURRPT-REC FROM WS-RPT-FOOTER.

       Z910-PRINT-SUMMARY-PARA.

             PERFORM B010-PRINT-HEADING-PARA

             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-HDG
             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC

             IF WS-HIST-CTL-MSG NOT = SPACES
                MOVE SPACES          TO WS-RPT-CTL-LINE
                MOVE 'PATHIST:'      TO CTL-LABEL
                MOVE WS-HIST-CTL-MSG TO CTL-TEXT
                WRITE PURRPT-REC FROM WS-RPT-CTL-LINE
             END-IF

             IF WS-AUD-CTL-MSG NOT = SPACES
                MOVE SPACES          TO WS-RPT-CTL-LINE
                MOVE 'AUDMST:'       TO CTL-LABEL
                MOVE WS-AUD-CTL-MSG  TO CTL-TEXT
                WRITE PURRPT-REC FROM WS-RPT-CTL-LINE
             END-IF

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS WITH HISTORY:'   TO SUM-LABEL
             MOVE WS-PATIENT-CT              TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATHIST ROWS READ:'       TO SUM-LABEL
             MOVE WS-HIST-READ-CT            TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATHIST ROWS ARCHIVED:'   TO SUM-LABEL
             MOVE WS-HIST-ARC-CT             TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATHIST ROWS RETAINED:'   TO SUM-LABEL
             MOVE WS-HIST-RET-CT             TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  NEWEST VERSION KEPT:'   TO SUM-LABEL
             MOVE WS-HIST-NEWEST-CT          TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE '  HELD, CHAIN EXCEPTION:' TO SUM-LABEL
             MOVE WS-HIST-HELD-CT            TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATHIST ROWS DELETED:'    TO SUM-LABEL
             MOVE WS-HIST-DEL-CT             TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'PATIENTS HELD:'           TO SUM-LABEL
             MOVE WS-HELD-PATN-CT            TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS READ:'      TO SUM-LABEL
             MOVE WS-AUD-READ-CT             TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS ARCHIVED:'  TO SUM-LABEL
             MOVE WS-AUD-ARC-CT              TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'AUDIT RECORDS RETAINED:'  TO SUM-LABEL
             MOVE WS-AUD-WRITTEN-CT          TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'ARCHIVE DETAIL RECORDS:'  TO SUM-LABEL
             MOVE WS-ARC-DTL-CT              TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'INDEX ENTRIES CARRIED:'   TO SUM-LABEL
             MOVE WS-IDX-CARRIED-CT          TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'INDEX ENTRIES ADDED:'     TO SUM-LABEL
             MOVE WS-IDX-ADDED-CT            TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES         TO WS-RPT-SUMMARY-LINE
             MOVE 'DB2 ERRORS:'              TO SUM-LABEL
             MOVE WS-ERROR-CT                TO SUM-COUNT
             WRITE PURRPT-REC FROM WS-RPT-SUMMARY-LINE

             MOVE SPACES TO PURRPT-REC
             WRITE PURRPT-REC

             IF WS-SQL-FATAL-SW = 'Y'
                MOVE 'DB2 ERROR - PATHIST PURGE ROLLED BACK'
                     TO MSG-TEXT
                WRITE PURRPT-REC FROM WS-RPT-MSG-LINE
                MOVE 'ARCHIVE, INDEX AND AUDIT MASTER MUST NOT BE KEPT'
                     TO MSG-TEXT
                WRITE PURRPT-REC FROM WS-RPT-MSG-LINE
             ELSE
                IF WS-HIST-READ-CT = WS-HIST-ARC-CT + WS-HIST-RET-CT
                   AND WS-HIST-DEL-CT = WS-HIST-ARC-CT
                   MOVE 'PATHIST PURGE IN BALANCE' TO MSG-TEXT
                ELSE
                   MOVE '**** PATHIST PURGE OUT OF BALANCE ****'
                        TO MSG-TEXT
                   MOVE 16 TO WS-RETURN-CODE
                END-IF
                WRITE PURRPT-REC FROM WS-RPT-MSG-LINE
             END-IF

             IF WS-AUD-READ-CT = WS-AUD-ARC-CT + WS-AUD-WRITTEN-CT
                MOVE 'AUDIT MASTER PURGE IN BALANCE' TO MSG-TEXT
             ELSE
                MOVE '**** AUDIT MASTER PURGE OUT OF BALANCE ****'
                     TO MSG-TEXT
                MOVE 16 TO WS-RETURN-CODE
             END-IF
             WRITE PURRPT-REC FROM WS-RPT-MSG-LINE

             IF WS-ARC-DTL-CT = WS-HIST-ARC-CT + WS-AUD-ARC-CT
                MOVE 'ARCHIVE FILE IN BALANCE' TO MSG-TEXT
             ELSE
                MOVE '**** ARCHIVE FILE OUT OF BALANCE ****'
                     TO MSG-TEXT
                MOVE 16 TO WS-RETURN-CODE
             END-IF
             WRITE PURRPT-REC FROM WS-RPT-MSG-LINE.

       Z900-CLOSE-RPT-PARA.

             IF WS-PAGE-CT NOT = ZERO
                PERFORM B020-PRINT-PAGE-FOOTER-PARA
             END-IF.

       Z990-WRITE-RUN-LOG-PARA.

             ACCEPT WS-TIME-RAW FROM TIME

             OPEN EXTEND RUNLOG

             MOVE SPACES           TO RLG-REC
             MOVE 'PRG37'          TO RLG-PROGRAM
             MOVE SPACE            TO RLG-MODE
             MOVE WS-RUN-DATE      TO RLG-RUN-DATE
             MOVE WS-START-TIME    TO RLG-START-TIME
             MOVE WS-TIME-RAW(1:6) TO RLG-END-TIME
             COMPUTE RLG-READ-CT = WS-HIST-READ-CT
                                 + WS-AUD-READ-CT
             MOVE WS-ARC-DTL-CT    TO RLG-OUT-CT
             MOVE WS-HIST-HELD-CT  TO RLG-REJECT-CT
             MOVE WS-ERROR-CT      TO RLG-ERROR-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC

             CLOSE RUNLOG.
