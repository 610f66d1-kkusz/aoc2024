         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY02CMP.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT OLD-DISP-FILE ASSIGN TO DAY2DISP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OLD-DISP-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-DISP-FILE ASSIGN TO DAY2DISP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NEW-DISP-KEY
            FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT COMPARE-PARM-FILE ASSIGN TO CMPPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRM-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO DAY2CHG
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD OLD-DISP-FILE.
         01 OLD-DISP-RECORD.
            05 OLD-DISP-KEY.
               10 OLD-DISP-RUN-DATE PIC 9(8).
               10 OLD-DISP-REPORT.
                  15 OLD-DISP-UNIT  PIC X(4).
                  15 OLD-DISP-SEQ-NUM PIC 9(10).
            05 OLD-DISP-LEVEL-COUNT PIC 9(3).
            05 OLD-DISP-STATUS      PIC X(8).
            05 OLD-DISP-SKIP-LEVEL  PIC 9(3).
            05 OLD-DISP-FAIL-IX1    PIC 9(3).
            05 OLD-DISP-FAIL-IX2    PIC 9(3).
            05 OLD-DISP-FAIL-DIFF   PIC S9(3).

         FD NEW-DISP-FILE.
         01 NEW-DISP-RECORD.
            05 NEW-DISP-KEY.
               10 NEW-DISP-RUN-DATE PIC 9(8).
               10 NEW-DISP-REPORT.
                  15 NEW-DISP-UNIT  PIC X(4).
                  15 NEW-DISP-SEQ-NUM PIC 9(10).
            05 NEW-DISP-LEVEL-COUNT PIC 9(3).
            05 NEW-DISP-STATUS      PIC X(8).
            05 NEW-DISP-SKIP-LEVEL  PIC 9(3).
            05 NEW-DISP-FAIL-IX1    PIC 9(3).
            05 NEW-DISP-FAIL-IX2    PIC 9(3).
            05 NEW-DISP-FAIL-DIFF   PIC S9(3).

         FD COMPARE-PARM-FILE.
         01 COMPARE-PARM-RECORD.
            05 PRM-OLD-DATE         PIC X(8).
            05 FILLER               PIC X(01).
            05 PRM-NEW-DATE         PIC X(8).
            05 FILLER               PIC X(63).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.

         01 WS-OLD-FILE-STATUS     PIC XX.
         01 WS-NEW-FILE-STATUS     PIC XX.
         01 WS-PRM-FILE-STATUS     PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-OLD-DATE            PIC 9(8) VALUE 0.
         01 WS-NEW-DATE            PIC 9(8) VALUE 0.

         01 WS-OLD-SW              PIC X VALUE 'N'.
            88 OLD-END             VALUE 'Y'.
         01 WS-NEW-SW              PIC X VALUE 'N'.
            88 NEW-END             VALUE 'Y'.
         01 WS-SCAN-SW             PIC X VALUE 'N'.
            88 SCAN-END            VALUE 'Y'.

         01 WS-PASS                PIC 9 VALUE 0.
            88 PASS-WORSENED       VALUE 1.
            88 PASS-OTHER          VALUE 2.

         01 WS-OLD-SEV             PIC 9.
         01 WS-NEW-SEV             PIC 9.
         01 WS-OLD-IX              PIC 9.
         01 WS-NEW-IX              PIC 9.
         01 WS-STATUS-WORK         PIC X(8).
         01 WS-CHANGE-TEXT         PIC X(8).
         01 WS-STATUS-IX           PIC 9.
         01 WS-SEVERITY            PIC 9.
         01 WS-ROW-IX              PIC 9.
         01 WS-COL-IX              PIC 9.

         01 WS-MATRIX.
            05 WS-MTX-ROW          OCCURS 5.
               10 WS-MTX-CELL      PIC 9(10) OCCURS 5.
         01 WS-ROW-TOTAL           PIC 9(10).

         01 WS-ONLY-OLD-TABLE.
            05 WS-ONLY-OLD         PIC 9(10) OCCURS 5.
         01 WS-ONLY-NEW-TABLE.
            05 WS-ONLY-NEW         PIC 9(10) OCCURS 5.

         01 WS-STATUS-NAMES.
            05 FILLER              PIC X(8) VALUE 'SAFE'.
            05 FILLER              PIC X(8) VALUE 'TRIVIAL'.
            05 FILLER              PIC X(8) VALUE 'DAMPENED'.
            05 FILLER              PIC X(8) VALUE 'UNSAFE'.
            05 FILLER              PIC X(8) VALUE 'OTHER'.
         01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
            05 WS-STATUS-NAME      PIC X(8) OCCURS 5.

         01 WS-MATCHED-COUNT       PIC 9(10) VALUE 0.
         01 WS-UNCHANGED-COUNT     PIC 9(10) VALUE 0.
         01 WS-WORSENED-COUNT      PIC 9(10) VALUE 0.
         01 WS-IMPROVED-COUNT      PIC 9(10) VALUE 0.
         01 WS-CHANGED-COUNT       PIC 9(10) VALUE 0.
         01 WS-ONLY-OLD-COUNT      PIC 9(10) VALUE 0.
         01 WS-ONLY-NEW-COUNT      PIC 9(10) VALUE 0.
         01 WS-PRINTED-COUNT       PIC 9(10) VALUE 0.

         01 WS-LINES-ON-PAGE       PIC 9(2) VALUE 99.
         01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 40.
         01 WS-PAGE-NUM            PIC 9(4) VALUE 0.

         01 WS-PAGE-HEADER-1.
            05 FILLER              PIC X(33)
               VALUE 'DAY02 DISPOSITION CHANGE REPORT  '.
            05 FILLER              PIC X(9) VALUE 'OLD DATE '.
            05 HDR-OLD-DATE        PIC 9(8).
            05 FILLER              PIC X(11) VALUE '  NEW DATE '.
            05 HDR-NEW-DATE        PIC 9(8).
            05 FILLER              PIC X(7) VALUE '  PAGE '.
            05 HDR-PAGE-NUM        PIC Z(3)9.

         01 WS-SECTION-LINE.
            05 SEC-TITLE           PIC X(60).

         01 WS-COLUMN-LINE.
            05 FILLER              PIC X(54) VALUE
               'UNIT  REPORT SEQ  OLD DISP  IX1  IX2  DIFF  NEW DISP  '.
            05 FILLER              PIC X(32) VALUE
               'IX1  IX2  DIFF  CHANGE'.

         01 WS-DETAIL-LINE.
            05 DTL-UNIT            PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-SEQ-NUM         PIC Z(9)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OLD-STATUS      PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OLD-IX1         PIC ZZ9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OLD-IX2         PIC ZZ9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OLD-DIFF        PIC -(3)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-NEW-STATUS      PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-NEW-IX1         PIC ZZ9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-NEW-IX2         PIC ZZ9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-NEW-DIFF        PIC -(3)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-CHANGE          PIC X(20).

         01 WS-MATRIX-HEAD.
            05 FILLER              PIC X(52) VALUE
               'OLD STATUS        SAFE     TRIVIAL    DAMPENED      '.
            05 FILLER              PIC X(30) VALUE
               'UNSAFE       OTHER       TOTAL'.

         01 WS-MATRIX-LINE.
            05 MTX-LABEL           PIC X(10).
            05 MTX-VALUE           PIC Z(11)9 OCCURS 6.

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(40).
            05 CNT-VALUE           PIC Z(9)9.

         01 AUDIT-PARM.
            05 AUD-PARM-FUNCTION    PIC X(1).
            05 AUD-PARM-PROGRAM     PIC X(8).
            05 AUD-PARM-RUN-DATE    PIC 9(8).
            05 AUD-PARM-START-TIME  PIC 9(6).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
            05 LCK-PARM-RUN-DATE    PIC 9(8).
            05 LCK-PARM-REPLY       PIC X(1).
            05 LCK-PARM-LOCK-DATE   PIC 9(8).

         PROCEDURE DIVISION.
            PERFORM CHECK-BATCH-LOCK
            PERFORM GET-RUN-DATE
            PERFORM AUDIT-START
            INITIALIZE WS-MATRIX
            INITIALIZE WS-ONLY-OLD-TABLE
            INITIALIZE WS-ONLY-NEW-TABLE

            OPEN INPUT OLD-DISP-FILE
            IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'NO DISPOSITION FILE AVAILABLE YET'
               PERFORM AUDIT-END
               GOBACK
            END-IF
            CLOSE OLD-DISP-FILE

            PERFORM LOAD-PARAMETERS
            OPEN OUTPUT REPORT-FILE

            IF WS-OLD-DATE = 0
               DISPLAY 'DAY02CMP: NO EARLIER RUN DATE ON DAY2DISP '
                       'BEFORE ' WS-NEW-DATE
               PERFORM PRINT-PAGE-HEADER
               MOVE 'NO EARLIER RUN DATE ON DAY2DISP TO COMPARE WITH'
                 TO SEC-TITLE
               MOVE WS-SECTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               DISPLAY 'DAY02CMP: COMPARING ' WS-OLD-DATE
                       ' TO ' WS-NEW-DATE
               SET PASS-WORSENED TO TRUE
               PERFORM MATCH-DATES
               SET PASS-OTHER TO TRUE
               PERFORM MATCH-DATES
               PERFORM PRINT-MATRIX
               PERFORM PRINT-TOTALS
            END-IF

            CLOSE REPORT-FILE

            DISPLAY 'DAY02CMP: REPORTS MATCHED    : ' WS-MATCHED-COUNT
            DISPLAY 'DAY02CMP: REPORTS WORSENED   : ' WS-WORSENED-COUNT
            DISPLAY 'DAY02CMP: ONLY ON OLD DATE   : ' WS-ONLY-OLD-COUNT
            DISPLAY 'DAY02CMP: ONLY ON NEW DATE   : ' WS-ONLY-NEW-COUNT

            PERFORM AUDIT-END
            GOBACK.

         CHECK-BATCH-LOCK SECTION.
           MOVE SPACES TO LOCK-PARM
           MOVE 'C' TO LCK-PARM-FUNCTION
           MOVE 0 TO LCK-PARM-RUN-DATE
           CALL 'BATCHLCK' USING LOCK-PARM
           IF LCK-PARM-REPLY NOT = 'Y'
              DISPLAY 'DAY02CMP: WARNING - BATCH RUN IN PROGRESS - '
                      'FIGURES MAY BE INCOMPLETE'
           END-IF
           .

         GET-RUN-DATE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = '00'
              MOVE SPACES TO CONTROL-CARD-RECORD
              READ CONTROL-CARD-FILE
                 AT END CONTINUE
              END-READ
              IF CTL-AS-OF-DATE IS NUMERIC
                 AND CTL-AS-OF-DATE NOT = '00000000'
                 MOVE CTL-AS-OF-DATE TO WS-CTL-DATE
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    AND WS-CTL-DD >= 1 AND WS-CTL-DD <= 31
                    MOVE CTL-AS-OF-DATE TO WS-RUN-DATE
                    DISPLAY 'PROCESSING UNDER AS-OF DATE ' WS-RUN-DATE
                 ELSE
                    DISPLAY 'INVALID AS-OF DATE ON CONTROL CARD: '
                            CTL-AS-OF-DATE ' - IGNORED'
                 END-IF
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF
           .

         AUDIT-START SECTION.
           MOVE SPACES TO AUDIT-PARM
           MOVE 'S' TO AUD-PARM-FUNCTION
           MOVE 'DAY02CMP' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-MATCHED-COUNT TO AUD-PARM-READ-COUNT
           MOVE 0 TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         LOAD-PARAMETERS SECTION.
           MOVE WS-RUN-DATE TO WS-NEW-DATE
           OPEN INPUT COMPARE-PARM-FILE
           IF WS-PRM-FILE-STATUS = '00'
              MOVE SPACES TO COMPARE-PARM-RECORD
              READ COMPARE-PARM-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-NEW-DATE IS NUMERIC
                 AND PRM-NEW-DATE NOT = '00000000'
                 MOVE PRM-NEW-DATE TO WS-CTL-DATE
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    AND WS-CTL-DD >= 1 AND WS-CTL-DD <= 31
                    MOVE PRM-NEW-DATE TO WS-NEW-DATE
                 ELSE
                    DISPLAY 'INVALID NEW DATE ON COMPARE CARD: '
                            PRM-NEW-DATE ' - IGNORED'
                 END-IF
              END-IF
              IF PRM-OLD-DATE IS NUMERIC
                 AND PRM-OLD-DATE NOT = '00000000'
                 MOVE PRM-OLD-DATE TO WS-CTL-DATE
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    AND WS-CTL-DD >= 1 AND WS-CTL-DD <= 31
                    AND PRM-OLD-DATE < WS-NEW-DATE
                    MOVE PRM-OLD-DATE TO WS-OLD-DATE
                 ELSE
                    DISPLAY 'INVALID OLD DATE ON COMPARE CARD: '
                            PRM-OLD-DATE ' - IGNORED'
                 END-IF
              END-IF
              CLOSE COMPARE-PARM-FILE
           END-IF

           IF WS-OLD-DATE = 0
              PERFORM FIND-PRIOR-DATE
           END-IF
           .

         FIND-PRIOR-DATE SECTION.
           OPEN INPUT OLD-DISP-FILE
           MOVE 'N' TO WS-SCAN-SW
           MOVE 0 TO OLD-DISP-RUN-DATE
           MOVE LOW-VALUES TO OLD-DISP-UNIT
           MOVE 0 TO OLD-DISP-SEQ-NUM
           START OLD-DISP-FILE KEY >= OLD-DISP-KEY
              INVALID KEY SET SCAN-END TO TRUE
           END-START

           PERFORM UNTIL SCAN-END
               READ OLD-DISP-FILE NEXT RECORD
                  AT END SET SCAN-END TO TRUE
               END-READ
               IF NOT SCAN-END
                  IF OLD-DISP-RUN-DATE >= WS-NEW-DATE
                     SET SCAN-END TO TRUE
                  ELSE
                     MOVE OLD-DISP-RUN-DATE TO WS-OLD-DATE
                     MOVE HIGH-VALUES TO OLD-DISP-REPORT
                     START OLD-DISP-FILE KEY > OLD-DISP-KEY
                        INVALID KEY SET SCAN-END TO TRUE
                     END-START
                  END-IF
               END-IF
           END-PERFORM
           CLOSE OLD-DISP-FILE
           .

         MATCH-DATES SECTION.
           MOVE 'N' TO WS-OLD-SW
           MOVE 'N' TO WS-NEW-SW
           OPEN INPUT OLD-DISP-FILE
           OPEN INPUT NEW-DISP-FILE

           IF PASS-WORSENED
              MOVE 'REPORTS THAT WORSENED SINCE THE OLD DATE'
                TO SEC-TITLE
           ELSE
              MOVE 'OTHER DISPOSITION CHANGES' TO SEC-TITLE
           END-IF
           MOVE 0 TO WS-PRINTED-COUNT
           PERFORM PRINT-SECTION-HEADER

           MOVE WS-OLD-DATE TO OLD-DISP-RUN-DATE
           MOVE LOW-VALUES TO OLD-DISP-UNIT
           MOVE 0 TO OLD-DISP-SEQ-NUM
           START OLD-DISP-FILE KEY >= OLD-DISP-KEY
              INVALID KEY SET OLD-END TO TRUE
           END-START
           PERFORM READ-OLD-DISP

           MOVE WS-NEW-DATE TO NEW-DISP-RUN-DATE
           MOVE LOW-VALUES TO NEW-DISP-UNIT
           MOVE 0 TO NEW-DISP-SEQ-NUM
           START NEW-DISP-FILE KEY >= NEW-DISP-KEY
              INVALID KEY SET NEW-END TO TRUE
           END-START
           PERFORM READ-NEW-DISP

           PERFORM UNTIL OLD-END AND NEW-END
               EVALUATE TRUE
                  WHEN NEW-END
                     PERFORM COUNT-ONLY-OLD
                     PERFORM READ-OLD-DISP
                  WHEN OLD-END
                     PERFORM COUNT-ONLY-NEW
                     PERFORM READ-NEW-DISP
                  WHEN OLD-DISP-REPORT < NEW-DISP-REPORT
                     PERFORM COUNT-ONLY-OLD
                     PERFORM READ-OLD-DISP
                  WHEN OLD-DISP-REPORT > NEW-DISP-REPORT
                     PERFORM COUNT-ONLY-NEW
                     PERFORM READ-NEW-DISP
                  WHEN OTHER
                     PERFORM COMPARE-DISPOSITIONS
                     PERFORM READ-OLD-DISP
                     PERFORM READ-NEW-DISP
               END-EVALUATE
           END-PERFORM

           IF WS-PRINTED-COUNT = 0
              MOVE '  NONE' TO SEC-TITLE
              MOVE WS-SECTION-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF

           CLOSE OLD-DISP-FILE
           CLOSE NEW-DISP-FILE
           .

         READ-OLD-DISP SECTION.
           IF NOT OLD-END
              READ OLD-DISP-FILE NEXT RECORD
                 AT END SET OLD-END TO TRUE
              END-READ
              IF NOT OLD-END
                 AND OLD-DISP-RUN-DATE NOT = WS-OLD-DATE
                 SET OLD-END TO TRUE
              END-IF
           END-IF
           .

         READ-NEW-DISP SECTION.
           IF NOT NEW-END
              READ NEW-DISP-FILE NEXT RECORD
                 AT END SET NEW-END TO TRUE
              END-READ
              IF NOT NEW-END
                 AND NEW-DISP-RUN-DATE NOT = WS-NEW-DATE
                 SET NEW-END TO TRUE
              END-IF
           END-IF
           .

         COUNT-ONLY-OLD SECTION.
           IF PASS-OTHER
              MOVE OLD-DISP-STATUS TO WS-STATUS-WORK
              PERFORM CLASSIFY-STATUS
              ADD 1 TO WS-ONLY-OLD(WS-STATUS-IX)
              ADD 1 TO WS-ONLY-OLD-COUNT
           END-IF
           .

         COUNT-ONLY-NEW SECTION.
           IF PASS-OTHER
              MOVE NEW-DISP-STATUS TO WS-STATUS-WORK
              PERFORM CLASSIFY-STATUS
              ADD 1 TO WS-ONLY-NEW(WS-STATUS-IX)
              ADD 1 TO WS-ONLY-NEW-COUNT
           END-IF
           .

         CLASSIFY-STATUS SECTION.
           EVALUATE WS-STATUS-WORK
              WHEN 'SAFE'
                 MOVE 1 TO WS-STATUS-IX
                 MOVE 1 TO WS-SEVERITY
              WHEN 'TRIVIAL'
                 MOVE 2 TO WS-STATUS-IX
                 MOVE 1 TO WS-SEVERITY
              WHEN 'DAMPENED'
                 MOVE 3 TO WS-STATUS-IX
                 MOVE 2 TO WS-SEVERITY
              WHEN 'UNSAFE'
                 MOVE 4 TO WS-STATUS-IX
                 MOVE 3 TO WS-SEVERITY
              WHEN OTHER
                 MOVE 5 TO WS-STATUS-IX
                 MOVE 0 TO WS-SEVERITY
           END-EVALUATE
           .

         COMPARE-DISPOSITIONS SECTION.
           MOVE OLD-DISP-STATUS TO WS-STATUS-WORK
           PERFORM CLASSIFY-STATUS
           MOVE WS-STATUS-IX TO WS-OLD-IX
           MOVE WS-SEVERITY TO WS-OLD-SEV
           MOVE NEW-DISP-STATUS TO WS-STATUS-WORK
           PERFORM CLASSIFY-STATUS
           MOVE WS-STATUS-IX TO WS-NEW-IX
           MOVE WS-SEVERITY TO WS-NEW-SEV

           IF PASS-WORSENED
              ADD 1 TO WS-MATCHED-COUNT
              ADD 1 TO WS-MTX-CELL(WS-OLD-IX, WS-NEW-IX)
              EVALUATE TRUE
                 WHEN WS-OLD-IX = WS-NEW-IX
                    ADD 1 TO WS-UNCHANGED-COUNT
                 WHEN WS-OLD-SEV = 0 OR WS-NEW-SEV = 0
                    ADD 1 TO WS-CHANGED-COUNT
                 WHEN WS-NEW-SEV > WS-OLD-SEV
                    ADD 1 TO WS-WORSENED-COUNT
                    MOVE 'WORSENED' TO WS-CHANGE-TEXT
                    PERFORM PRINT-TRANSITION
                 WHEN WS-NEW-SEV < WS-OLD-SEV
                    ADD 1 TO WS-IMPROVED-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-CHANGED-COUNT
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN WS-OLD-IX = WS-NEW-IX
                    CONTINUE
                 WHEN WS-OLD-SEV = 0 OR WS-NEW-SEV = 0
                    MOVE 'CHANGED' TO WS-CHANGE-TEXT
                    PERFORM PRINT-TRANSITION
                 WHEN WS-NEW-SEV > WS-OLD-SEV
                    CONTINUE
                 WHEN WS-NEW-SEV < WS-OLD-SEV
                    MOVE 'IMPROVED' TO WS-CHANGE-TEXT
                    PERFORM PRINT-TRANSITION
                 WHEN OTHER
                    MOVE 'CHANGED' TO WS-CHANGE-TEXT
                    PERFORM PRINT-TRANSITION
              END-EVALUATE
           END-IF
           .

         PRINT-TRANSITION SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CHANGE-TEXT TO DTL-CHANGE
           MOVE NEW-DISP-UNIT TO DTL-UNIT
           MOVE NEW-DISP-SEQ-NUM TO DTL-SEQ-NUM
           MOVE OLD-DISP-STATUS TO DTL-OLD-STATUS
           IF OLD-DISP-STATUS = 'UNSAFE'
              MOVE OLD-DISP-FAIL-IX1 TO DTL-OLD-IX1
              MOVE OLD-DISP-FAIL-IX2 TO DTL-OLD-IX2
              MOVE OLD-DISP-FAIL-DIFF TO DTL-OLD-DIFF
           END-IF
           MOVE NEW-DISP-STATUS TO DTL-NEW-STATUS
           IF NEW-DISP-STATUS = 'UNSAFE'
              MOVE NEW-DISP-FAIL-IX1 TO DTL-NEW-IX1
              MOVE NEW-DISP-FAIL-IX2 TO DTL-NEW-IX2
              MOVE NEW-DISP-FAIL-DIFF TO DTL-NEW-DIFF
           END-IF

           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
              PERFORM PRINT-COLUMN-HEADER
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           ADD 1 TO WS-PRINTED-COUNT
           .

         PRINT-SECTION-HEADER SECTION.
           IF WS-LINES-ON-PAGE + 4 >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
           ELSE
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           PERFORM PRINT-COLUMN-HEADER
           .

         PRINT-COLUMN-HEADER SECTION.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           .

         PRINT-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO HDR-PAGE-NUM
           MOVE WS-OLD-DATE TO HDR-OLD-DATE
           MOVE WS-NEW-DATE TO HDR-NEW-DATE
           IF WS-PAGE-NUM > 1
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-PAGE-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-LINES-ON-PAGE
           .

         PRINT-MATRIX SECTION.
           IF WS-LINES-ON-PAGE + 12 >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TRANSITION MATRIX - ROWS OLD DATE, COLUMNS NEW DATE'
             TO SEC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MATRIX-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 5
               MOVE WS-STATUS-NAME(WS-ROW-IX) TO MTX-LABEL
               MOVE 0 TO WS-ROW-TOTAL
               PERFORM VARYING WS-COL-IX FROM 1 BY 1
                       UNTIL WS-COL-IX > 5
                   MOVE WS-MTX-CELL(WS-ROW-IX, WS-COL-IX)
                     TO MTX-VALUE(WS-COL-IX)
                   ADD WS-MTX-CELL(WS-ROW-IX, WS-COL-IX)
                     TO WS-ROW-TOTAL
               END-PERFORM
               MOVE WS-ROW-TOTAL TO MTX-VALUE(6)
               MOVE WS-MATRIX-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE 'ONLY OLD' TO MTX-LABEL
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 5
               MOVE WS-ONLY-OLD(WS-COL-IX) TO MTX-VALUE(WS-COL-IX)
               ADD WS-ONLY-OLD(WS-COL-IX) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO MTX-VALUE(6)
           MOVE WS-MATRIX-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ONLY NEW' TO MTX-LABEL
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 5
               MOVE WS-ONLY-NEW(WS-COL-IX) TO MTX-VALUE(WS-COL-IX)
               ADD WS-ONLY-NEW(WS-COL-IX) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO MTX-VALUE(6)
           MOVE WS-MATRIX-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 11 TO WS-LINES-ON-PAGE
           .

         PRINT-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REPORTS ON BOTH DATES                 :' TO CNT-LABEL
           MOVE WS-MATCHED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  STATUS UNCHANGED                    :' TO CNT-LABEL
           MOVE WS-UNCHANGED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  WORSENED                            :' TO CNT-LABEL
           MOVE WS-WORSENED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  IMPROVED                            :' TO CNT-LABEL
           MOVE WS-IMPROVED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  OTHER CHANGE                        :' TO CNT-LABEL
           MOVE WS-CHANGED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REPORTS ONLY ON OLD DATE              :' TO CNT-LABEL
           MOVE WS-ONLY-OLD-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REPORTS ONLY ON NEW DATE              :' TO CNT-LABEL
           MOVE WS-ONLY-NEW-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
