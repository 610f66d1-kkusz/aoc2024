         IDENTIFICATION DIVISION.
         PROGRAM-ID. CASEAGE.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CASE-FILE ASSIGN TO UNSCASE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CASE-KEY
            FILE STATUS IS WS-CASE-FILE-STATUS.

            SELECT SORT-WORK ASSIGN TO SORTWORK.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO DAY2AGE
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD CASE-FILE.
         01 CASE-RECORD.
            05 CASE-KEY.
               10 CASE-UNIT         PIC X(4).
               10 CASE-SEQ-NUM      PIC 9(10).
               10 CASE-OPEN-DATE    PIC 9(8).
            05 CASE-LEVEL-COUNT     PIC 9(3).
            05 CASE-FAIL-IX1        PIC 9(3).
            05 CASE-FAIL-IX2        PIC 9(3).
            05 CASE-FAIL-DIFF       PIC S9(3).
            05 CASE-STATUS          PIC X(6).
            05 CASE-ANALYST         PIC X(8).
            05 CASE-ASSIGN-DATE     PIC 9(8).
            05 CASE-NOTE-COUNT      PIC 9(3).
            05 CASE-LAST-NOTE-DATE  PIC 9(8).
            05 CASE-RESOLUTION      PIC X(4).
            05 CASE-CLOSED-BY       PIC X(8).
            05 CASE-CLOSE-DATE      PIC 9(8).
            05 CASE-RECUR-COUNT     PIC 9(5).
            05 CASE-RECUR-DATE      PIC 9(8).

         SD SORT-WORK.
         01 SORT-WORK-REC.
            05 SRT-ANALYST          PIC X(8).
            05 SRT-AGE              PIC 9(5).
            05 SRT-BAND             PIC 9(1).
            05 SRT-UNIT             PIC X(4).
            05 SRT-SEQ-NUM          PIC 9(10).
            05 SRT-OPEN-DATE        PIC 9(8).
            05 SRT-ASSIGN-DATE      PIC 9(8).
            05 SRT-FAIL-IX1         PIC 9(3).
            05 SRT-FAIL-IX2         PIC 9(3).
            05 SRT-FAIL-DIFF        PIC S9(3).
            05 SRT-NOTE-COUNT       PIC 9(3).
            05 SRT-RECUR-COUNT      PIC 9(5).
            05 SRT-RECUR-DATE       PIC 9(8).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-CASE-FILE-STATUS    PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).
         01 WS-RUN-DATE-INT        PIC 9(8).
         01 WS-OPEN-DATE-INT       PIC 9(8).

         01 WS-CASE-SW             PIC X VALUE 'N'.
            88 CASE-END            VALUE 'Y'.
         01 WS-SORT-SW             PIC X VALUE 'N'.
            88 SORT-END            VALUE 'Y'.

         01 WS-CUR-ANALYST         PIC X(8).
         01 WS-BAND-IX             PIC 9(1).

         01 WS-ANL-COUNTS.
            05 WS-ANL-BAND         PIC 9(7) OCCURS 3.
            05 WS-ANL-ALL          PIC 9(7).
            05 WS-ANL-RECUR        PIC 9(7).
         01 WS-TOT-COUNTS.
            05 WS-TOT-BAND         PIC 9(7) OCCURS 3.
            05 WS-TOT-ALL          PIC 9(7).
            05 WS-TOT-RECUR        PIC 9(7).

         01 WS-CASES-READ          PIC 9(10) VALUE 0.
         01 WS-CLOSED-COUNT        PIC 9(10) VALUE 0.
         01 WS-LATER-COUNT         PIC 9(10) VALUE 0.
         01 WS-ANALYST-COUNT       PIC 9(7) VALUE 0.

         01 WS-BAND-NAMES.
            05 FILLER              PIC X(4) VALUE '0-2'.
            05 FILLER              PIC X(4) VALUE '3-7'.
            05 FILLER              PIC X(4) VALUE '8+'.
         01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
            05 WS-BAND-NAME        PIC X(4) OCCURS 3.

         01 WS-LINES-ON-PAGE       PIC 9(2) VALUE 99.
         01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 40.
         01 WS-PAGE-NUM            PIC 9(4) VALUE 0.

         01 WS-PAGE-HEADER-1.
            05 FILLER              PIC X(40)
               VALUE 'OPEN UNSAFE CASE AGING REPORT FOR DATE  '.
            05 HDR-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(7) VALUE '  PAGE '.
            05 HDR-PAGE-NUM        PIC Z(3)9.

         01 WS-PAGE-HEADER-2.
            05 FILLER              PIC X(50) VALUE
               'ANALYST     UNIT  REPORT SEQ  OPENED      AGE  BAN'.
            05 FILLER              PIC X(50) VALUE
               'D  ASSIGNED  IX1 IX2 DIFF  NOTES  FLAG'.

         01 WS-DETAIL-LINE.
            05 DTL-ANALYST         PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-UNIT            PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-SEQ-NUM         PIC 9(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OPEN-DATE       PIC 9(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AGE             PIC Z(4)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-BAND            PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-ASSIGN-DATE     PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-FAIL-IX1        PIC ZZ9.
            05 FILLER              PIC X(1) VALUE SPACES.
            05 DTL-FAIL-IX2        PIC ZZ9.
            05 FILLER              PIC X(1) VALUE SPACES.
            05 DTL-FAIL-DIFF       PIC +++9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-NOTE-COUNT      PIC ZZZZ9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-FLAG            PIC X(13).
            05 DTL-FLAG-DATE       PIC X(8).

         01 WS-SUBTOTAL-LINE.
            05 SUB-ANALYST         PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 SUB-LABEL           PIC X(10).
            05 FILLER              PIC X(6) VALUE '  0-2:'.
            05 SUB-BAND-1          PIC Z(6)9.
            05 FILLER              PIC X(6) VALUE '  3-7:'.
            05 SUB-BAND-2          PIC Z(6)9.
            05 FILLER              PIC X(6) VALUE '   8+:'.
            05 SUB-BAND-3          PIC Z(6)9.
            05 FILLER              PIC X(6) VALUE '  ALL:'.
            05 SUB-ALL             PIC Z(6)9.
            05 FILLER              PIC X(15) VALUE
               '  UNSAFE AGAIN:'.
            05 SUB-RECUR           PIC Z(6)9.

         01 WS-TOTAL-LINE.
            05 TOT-LABEL           PIC X(42).
            05 TOT-VALUE           PIC Z(9)9.

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

            OPEN INPUT CASE-FILE
            IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'NO CASE FILE AVAILABLE YET'
               PERFORM AUDIT-END
               GOBACK
            END-IF

            COMPUTE WS-RUN-DATE-INT
                    = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            INITIALIZE WS-TOT-COUNTS
            OPEN OUTPUT REPORT-FILE

            SORT SORT-WORK ON ASCENDING KEY SRT-ANALYST
                              DESCENDING KEY SRT-AGE
                              ASCENDING KEY SRT-UNIT
                              ASCENDING KEY SRT-SEQ-NUM
                INPUT PROCEDURE IS SELECT-OPEN-CASES
                OUTPUT PROCEDURE IS PRINT-AGING

            PERFORM PRINT-TOTALS
            CLOSE REPORT-FILE
            CLOSE CASE-FILE

            DISPLAY 'CASEAGE: CASES ON FILE        : ' WS-CASES-READ
            DISPLAY 'CASEAGE: OPEN CASES LISTED    : ' WS-TOT-ALL
            DISPLAY 'CASEAGE: OPEN 8 DAYS OR MORE  : ' WS-TOT-BAND(3)
            DISPLAY 'CASEAGE: UNSAFE AGAIN         : ' WS-TOT-RECUR

            PERFORM AUDIT-END
            GOBACK.

         CHECK-BATCH-LOCK SECTION.
           MOVE SPACES TO LOCK-PARM
           MOVE 'C' TO LCK-PARM-FUNCTION
           MOVE 0 TO LCK-PARM-RUN-DATE
           CALL 'BATCHLCK' USING LOCK-PARM
           IF LCK-PARM-REPLY NOT = 'Y'
              DISPLAY 'CASEAGE: WARNING - BATCH RUN IN PROGRESS - '
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
           MOVE 'CASEAGE' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-CASES-READ TO AUD-PARM-READ-COUNT
           MOVE 0 TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         SELECT-OPEN-CASES SECTION.
           MOVE LOW-VALUES TO CASE-KEY
           START CASE-FILE KEY >= CASE-KEY
              INVALID KEY SET CASE-END TO TRUE
           END-START

           PERFORM UNTIL CASE-END
               READ CASE-FILE NEXT RECORD
                  AT END SET CASE-END TO TRUE
               END-READ
               IF NOT CASE-END
                  ADD 1 TO WS-CASES-READ
                  EVALUATE TRUE
                     WHEN CASE-STATUS NOT = 'OPEN'
                        ADD 1 TO WS-CLOSED-COUNT
                     WHEN CASE-OPEN-DATE > WS-RUN-DATE
                        ADD 1 TO WS-LATER-COUNT
                     WHEN OTHER
                        PERFORM RELEASE-OPEN-CASE
                  END-EVALUATE
               END-IF
           END-PERFORM
           .

         RELEASE-OPEN-CASE SECTION.
           MOVE SPACES TO SORT-WORK-REC
           IF CASE-ANALYST = SPACES
              MOVE HIGH-VALUES TO SRT-ANALYST
           ELSE
              MOVE CASE-ANALYST TO SRT-ANALYST
           END-IF
           COMPUTE WS-OPEN-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(CASE-OPEN-DATE)
           COMPUTE SRT-AGE = WS-RUN-DATE-INT - WS-OPEN-DATE-INT
           EVALUATE TRUE
              WHEN SRT-AGE <= 2
                 MOVE 1 TO SRT-BAND
              WHEN SRT-AGE <= 7
                 MOVE 2 TO SRT-BAND
              WHEN OTHER
                 MOVE 3 TO SRT-BAND
           END-EVALUATE
           MOVE CASE-UNIT TO SRT-UNIT
           MOVE CASE-SEQ-NUM TO SRT-SEQ-NUM
           MOVE CASE-OPEN-DATE TO SRT-OPEN-DATE
           MOVE CASE-ASSIGN-DATE TO SRT-ASSIGN-DATE
           MOVE CASE-FAIL-IX1 TO SRT-FAIL-IX1
           MOVE CASE-FAIL-IX2 TO SRT-FAIL-IX2
           MOVE CASE-FAIL-DIFF TO SRT-FAIL-DIFF
           MOVE CASE-NOTE-COUNT TO SRT-NOTE-COUNT
           MOVE CASE-RECUR-COUNT TO SRT-RECUR-COUNT
           MOVE CASE-RECUR-DATE TO SRT-RECUR-DATE
           RELEASE SORT-WORK-REC
           .

         PRINT-AGING SECTION.
           RETURN SORT-WORK
              AT END SET SORT-END TO TRUE
           END-RETURN

           PERFORM UNTIL SORT-END
               IF WS-ANALYST-COUNT = 0
                  OR SRT-ANALYST NOT = WS-CUR-ANALYST
                  IF WS-ANALYST-COUNT > 0
                     PERFORM PRINT-ANALYST-TOTAL
                  END-IF
                  MOVE SRT-ANALYST TO WS-CUR-ANALYST
                  INITIALIZE WS-ANL-COUNTS
                  ADD 1 TO WS-ANALYST-COUNT
               END-IF

               PERFORM PRINT-ONE-CASE

               RETURN SORT-WORK
                  AT END SET SORT-END TO TRUE
               END-RETURN
           END-PERFORM

           IF WS-ANALYST-COUNT > 0
              PERFORM PRINT-ANALYST-TOTAL
           END-IF
           .

         PRINT-ONE-CASE SECTION.
           MOVE SRT-BAND TO WS-BAND-IX
           ADD 1 TO WS-ANL-BAND(WS-BAND-IX)
           ADD 1 TO WS-ANL-ALL
           ADD 1 TO WS-TOT-BAND(WS-BAND-IX)
           ADD 1 TO WS-TOT-ALL

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM SET-ANALYST-LABEL
           MOVE SRT-UNIT TO DTL-UNIT
           MOVE SRT-SEQ-NUM TO DTL-SEQ-NUM
           MOVE SRT-OPEN-DATE TO DTL-OPEN-DATE
           MOVE SRT-AGE TO DTL-AGE
           MOVE WS-BAND-NAME(WS-BAND-IX) TO DTL-BAND
           IF SRT-ASSIGN-DATE > 0
              MOVE SRT-ASSIGN-DATE TO DTL-ASSIGN-DATE
           END-IF
           MOVE SRT-FAIL-IX1 TO DTL-FAIL-IX1
           MOVE SRT-FAIL-IX2 TO DTL-FAIL-IX2
           MOVE SRT-FAIL-DIFF TO DTL-FAIL-DIFF
           MOVE SRT-NOTE-COUNT TO DTL-NOTE-COUNT
           IF SRT-RECUR-COUNT > 0
              ADD 1 TO WS-ANL-RECUR
              ADD 1 TO WS-TOT-RECUR
              MOVE 'UNSAFE AGAIN' TO DTL-FLAG
              MOVE SRT-RECUR-DATE TO DTL-FLAG-DATE
           END-IF

           PERFORM WRITE-DETAIL-LINE
           .

         SET-ANALYST-LABEL SECTION.
           IF WS-CUR-ANALYST = HIGH-VALUES
              MOVE 'UNASSIGNED' TO DTL-ANALYST
           ELSE
              MOVE WS-CUR-ANALYST TO DTL-ANALYST
           END-IF
           .

         PRINT-ANALYST-TOTAL SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM SET-ANALYST-LABEL
           MOVE DTL-ANALYST TO SUB-ANALYST
           MOVE 'TOTAL' TO SUB-LABEL
           MOVE WS-ANL-BAND(1) TO SUB-BAND-1
           MOVE WS-ANL-BAND(2) TO SUB-BAND-2
           MOVE WS-ANL-BAND(3) TO SUB-BAND-3
           MOVE WS-ANL-ALL TO SUB-ALL
           MOVE WS-ANL-RECUR TO SUB-RECUR
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-SUBTOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-LINES-ON-PAGE
           .

         WRITE-DETAIL-LINE SECTION.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           .

         PRINT-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO HDR-PAGE-NUM
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           IF WS-PAGE-NUM > 1
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-PAGE-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PAGE-HEADER-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-LINES-ON-PAGE
           .

         PRINT-TOTALS SECTION.
           IF WS-PAGE-NUM = 0
              PERFORM PRINT-PAGE-HEADER
           END-IF

           MOVE 'ALL' TO SUB-ANALYST
           MOVE 'GRAND TOT' TO SUB-LABEL
           MOVE WS-TOT-BAND(1) TO SUB-BAND-1
           MOVE WS-TOT-BAND(2) TO SUB-BAND-2
           MOVE WS-TOT-BAND(3) TO SUB-BAND-3
           MOVE WS-TOT-ALL TO SUB-ALL
           MOVE WS-TOT-RECUR TO SUB-RECUR
           MOVE WS-SUBTOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'CASES ON FILE                            :'
             TO TOT-LABEL
           MOVE WS-CASES-READ TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'OPEN CASES LISTED                        :'
             TO TOT-LABEL
           MOVE WS-TOT-ALL TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ANALYST GROUPS LISTED                    :'
             TO TOT-LABEL
           MOVE WS-ANALYST-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'CLOSED CASES NOT LISTED                  :'
             TO TOT-LABEL
           MOVE WS-CLOSED-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'CASES OPENED AFTER REPORT DATE           :'
             TO TOT-LABEL
           MOVE WS-LATER-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
