            SELECT HISTOGRAM-FILE ASSIGN TO DAY2STPR
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT UNIT-FILE ASSIGN TO UNITTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UNIT-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD INPUT-FILE.
            05 EXCP-IX2             PIC 9(3).
            05 FILLER               PIC X(01).
            05 EXCP-DIFF            PIC S9(3).
            05 FILLER               PIC X(01).
            05 EXCP-UNIT            PIC X(4).

         FD CHECKPOINT-FILE.
         01 CHECKPOINT-RECORD.
            05 CKP-STEP-HIST-3      PIC 9(10).
            05 FILLER               PIC X(01).
            05 CKP-STEP-HIST-4P     PIC 9(10).
            05 FILLER               PIC X(01).
            05 CKP-LINES-READ       PIC X(10).
            05 FILLER               PIC X(01).
            05 CKP-CURRENT-UNIT     PIC X(4).
            05 FILLER               PIC X(01).
            05 CKP-UNIT-COUNT       PIC X(2).
            05 FILLER               PIC X(01).
            05 CKP-UNIT-TABLE.
               10 CKP-UNIT-ENTRY    OCCURS 20.
                  15 CKP-UNIT-CODE       PIC X(4).
                  15 CKP-UNIT-SEQ        PIC 9(10).
                  15 CKP-UNIT-SAFE       PIC 9(10).
                  15 CKP-UNIT-DAMPENED   PIC 9(10).
                  15 CKP-UNIT-DIR-FAILS  PIC 9(10).
                  15 CKP-UNIT-STEP-FAILS PIC 9(10).
                  15 CKP-UNIT-REJECTS    PIC 9(10).

         FD SUSPENSE-FILE.
         01 SUSPENSE-RECORD.
            05 SUSP-INPUT-TEXT      PIC X(80).
            05 FILLER               PIC X(01).
            05 SUSP-REASON          PIC X(20).
            05 FILLER               PIC X(01).
            05 SUSP-UNIT            PIC X(4).

         FD DISPOSITION-FILE.
         01 DISPOSITION-RECORD.
            05 DISP-KEY.
               10 DISP-RUN-DATE     PIC 9(8).
               10 DISP-UNIT         PIC X(4).
               10 DISP-SEQ-NUM      PIC 9(10).
            05 DISP-LEVEL-COUNT     PIC 9(3).
            05 DISP-STATUS          PIC X(8).
            05 RSLT2-REJECT-COUNT   PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-READ-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-UNIT           PIC X(4).

         FD STATS-FILE.
         01 STATS-RECORD.
            05 STAT-AVG-STEP        PIC 9(3).9(2).
            05 FILLER               PIC X(01).
            05 STAT-DIR-CHANGES     PIC 9(3).
            05 FILLER               PIC X(01).
            05 STAT-UNIT            PIC X(4).

         FD HISTOGRAM-FILE.
         01 HISTOGRAM-RECORD         PIC X(132).
            05 FILLER               PIC X(01).
            05 TOL-DAMPENER         PIC X(1).

         FD UNIT-FILE.
         01 UNIT-RECORD.
            88 UNIT-END             VALUE LOW-VALUE.
            05 UNIT-CODE            PIC X(4).
            05 FILLER               PIC X(01).
            05 UNIT-STATUS          PIC X(1).
            05 FILLER               PIC X(01).
            05 UNIT-DESC            PIC X(30).

         WORKING-STORAGE SECTION.


               10 WS-PROF-DIR-FAILS  PIC 9(10) VALUE 0.
               10 WS-PROF-STEP-FAILS PIC 9(10) VALUE 0.

         01 WS-UNIT-FILE-STATUS   PIC XX.
         01 WS-UNIT-COUNT         PIC 9(2) VALUE 0.
         01 WS-UNIT-MAX           PIC 9(2) VALUE 20.
         01 WS-UNIT-IX            PIC 9(2).
         01 WS-CKP-UNIT-IX        PIC 9(2).
         01 WS-CKP-UNIT-COUNT     PIC 9(2).
         01 WS-UNIT-TABLE.
            05 WS-UNIT-ENTRY      OCCURS 20.
               10 WS-UNIT-CODE       PIC X(4).
               10 WS-UNIT-SEQ        PIC 9(10) VALUE 0.
               10 WS-UNIT-SAFE       PIC 9(10) VALUE 0.
               10 WS-UNIT-DAMPENED   PIC 9(10) VALUE 0.
               10 WS-UNIT-DIR-FAILS  PIC 9(10) VALUE 0.
               10 WS-UNIT-STEP-FAILS PIC 9(10) VALUE 0.
               10 WS-UNIT-REJECTS    PIC 9(10) VALUE 0.

         01 WS-CURRENT-UNIT       PIC X(4) VALUE SPACES.
         01 WS-REPORT-UNIT        PIC X(4).
         01 WS-HEADER-WORD        PIC X(8).
         01 WS-UNIT-PREFIX        PIC X(8).
         01 WS-UNIT-PREFIX-LEN    PIC 9(2).
         01 WS-COLON-COUNT        PIC 9(2).
         01 WS-UNIT-SW            PIC X VALUE 'N'.
            88 UNIT-FOUND         VALUE 'Y'.
         01 WS-PRIOR-DIR-FAILS    PIC 9(10).
         01 WS-PRIOR-STEP-FAILS   PIC 9(10).

         01 WS-STEP-HIST-1        PIC 9(10) VALUE 0.
         01 WS-STEP-HIST-2        PIC 9(10) VALUE 0.
         01 WS-STEP-HIST-3        PIC 9(10) VALUE 0.
         01 WS-CKP-INTERVAL       PIC 9(6) VALUE 1000.
         01 WS-CKP-COUNTER        PIC 9(6) VALUE 0.
         01 WS-RECORDS-READ       PIC 9(10) VALUE 0.
         01 WS-LINES-READ         PIC 9(10) VALUE 0.
         01 WS-SKIP-COUNT         PIC 9(10) VALUE 0.
         01 WS-SKIP-DONE          PIC 9(10) VALUE 0.

            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         PROCEDURE DIVISION.
            PERFORM INIT
                        ' STEP-FAIL: ' WS-PROF-STEP-FAILS(WS-PROF-IX)
            END-PERFORM

            DISPLAY 'REACTOR UNIT BREAKDOWN:'
            PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                    UNTIL WS-UNIT-IX > WS-UNIT-COUNT
                DISPLAY '  ' WS-UNIT-CODE(WS-UNIT-IX)
                        ' SAFE: ' WS-UNIT-SAFE(WS-UNIT-IX)
                        ' DAMPENED: ' WS-UNIT-DAMPENED(WS-UNIT-IX)
                        ' DIR-FAIL: ' WS-UNIT-DIR-FAILS(WS-UNIT-IX)
                        ' STEP-FAIL: ' WS-UNIT-STEP-FAILS(WS-UNIT-IX)
                        ' REJECTS: ' WS-UNIT-REJECTS(WS-UNIT-IX)
            END-PERFORM

            PERFORM AUDIT-END
            GOBACK.

           PERFORM GET-RUN-DATE
           PERFORM AUDIT-START
           PERFORM LOAD-PROFILES
           PERFORM LOAD-UNITS
           PERFORM LOAD-CHECKPOINT

           IF NOT RUN-COMPLETE
             END-READ

           PERFORM UNTIL INPUT-END
               IF INPUT-TEXT(1:5) = 'UNIT '
                  PERFORM SET-CURRENT-UNIT
               ELSE
                  PERFORM PROCESS-REPORT
               END-IF

               ADD 1 TO WS-LINES-READ
               ADD 1 TO WS-CKP-COUNTER
               IF WS-CKP-COUNTER >= WS-CKP-INTERVAL
                  PERFORM SAVE-CHECKPOINT
           END-IF
           .

         PROCESS-REPORT SECTION.
           MOVE 1 TO WS-PTR
           MOVE 1 TO WS-LEVEL-COUNT
           SET MORE-TOKENS TO TRUE
           SET LINE-VALID TO TRUE
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM RESOLVE-REPORT-UNIT
           PERFORM UNTIL NO-MORE-TOKENS OR WS-PTR > 80
               MOVE SPACES TO WS-TOK
               UNSTRING INPUT-TEXT DELIMITED BY ALL SPACES
                   INTO WS-TOK
                   WITH POINTER WS-PTR
               IF WS-TOK = SPACES
                  SET NO-MORE-TOKENS TO TRUE
               ELSE
                  INSPECT WS-TOK REPLACING LEADING SPACE BY ZERO
                  IF WS-TOK IS NOT NUMERIC
                     SET LINE-INVALID TO TRUE
                     MOVE 'NON-NUMERIC TOKEN' TO WS-REASON-TEXT
                  ELSE
                     MOVE WS-TOK TO WS-NUM(WS-LEVEL-COUNT)
                     ADD 1 TO WS-LEVEL-COUNT
                  END-IF
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-LEVEL-COUNT

           IF LINE-VALID AND WS-LEVEL-COUNT = 0
              SET LINE-INVALID TO TRUE
              MOVE 'EMPTY REPORT' TO WS-REASON-TEXT
           END-IF

           IF UNIT-FOUND
              ADD 1 TO WS-UNIT-SEQ(WS-UNIT-IX)
           ELSE
              SET LINE-INVALID TO TRUE
              IF WS-REPORT-UNIT = SPACES
                 MOVE 'MISSING UNIT CODE' TO WS-REASON-TEXT
              ELSE
                 MOVE 'UNKNOWN UNIT CODE' TO WS-REASON-TEXT
              END-IF
           END-IF

           IF LINE-INVALID
              ADD 1 TO WS-REJECT-COUNT
              IF UNIT-FOUND
                 ADD 1 TO WS-UNIT-REJECTS(WS-UNIT-IX)
              END-IF
              DISPLAY 'REJECTED INPUT LINE: ' INPUT-TEXT
              PERFORM WRITE-SUSPENSE
           ELSE
              MOVE WS-PROF-DIR-FAILS(1) TO WS-PRIOR-DIR-FAILS
              MOVE WS-PROF-STEP-FAILS(1) TO WS-PRIOR-STEP-FAILS
              PERFORM EVALUATE-PROFILES

              IF TREND-SAFE
                 ADD 1 TO WS-SUM
                 ADD 1 TO WS-UNIT-SAFE(WS-UNIT-IX)
                 IF TREND-DAMPENED
                    ADD 1 TO WS-SUM-DAMPENER
                    ADD 1 TO WS-UNIT-DAMPENED(WS-UNIT-IX)
                 END-IF
              ELSE
                 PERFORM WRITE-EXCEPTION
              END-IF
              IF WS-PROF-DIR-FAILS(1) > WS-PRIOR-DIR-FAILS
                 ADD 1 TO WS-UNIT-DIR-FAILS(WS-UNIT-IX)
              END-IF
              IF WS-PROF-STEP-FAILS(1) > WS-PRIOR-STEP-FAILS
                 ADD 1 TO WS-UNIT-STEP-FAILS(WS-UNIT-IX)
              END-IF
              PERFORM WRITE-DISPOSITION
              PERFORM WRITE-LEVEL-STATS
           END-IF

           ADD 1 TO WS-RECORDS-READ
           .

         SET-CURRENT-UNIT SECTION.
           MOVE SPACES TO WS-HEADER-WORD
           MOVE SPACES TO WS-UNIT-PREFIX
           MOVE 0 TO WS-UNIT-PREFIX-LEN
           UNSTRING INPUT-TEXT DELIMITED BY ALL SPACES
               INTO WS-HEADER-WORD
                    WS-UNIT-PREFIX COUNT IN WS-UNIT-PREFIX-LEN
           END-UNSTRING
           MOVE SPACES TO WS-CURRENT-UNIT
           IF WS-UNIT-PREFIX-LEN <= 4
              MOVE WS-UNIT-PREFIX TO WS-CURRENT-UNIT
           END-IF
           MOVE WS-CURRENT-UNIT TO WS-REPORT-UNIT
           PERFORM FIND-UNIT
           IF UNIT-FOUND
              DISPLAY 'REPORTS FOLLOWING ARE FOR UNIT '
                      WS-CURRENT-UNIT
           ELSE
              DISPLAY 'UNIT HEADER NOT ON UNIT TABLE - REPORTS '
                      'FOLLOWING GO TO SUSPENSE: ' INPUT-TEXT
           END-IF
           .

         RESOLVE-REPORT-UNIT SECTION.
           MOVE WS-CURRENT-UNIT TO WS-REPORT-UNIT
           MOVE 0 TO WS-COLON-COUNT
           INSPECT INPUT-TEXT TALLYING WS-COLON-COUNT FOR ALL ':'
           IF WS-COLON-COUNT > 0
              MOVE SPACES TO WS-UNIT-PREFIX
              MOVE 0 TO WS-UNIT-PREFIX-LEN
              UNSTRING INPUT-TEXT DELIMITED BY ':'
                  INTO WS-UNIT-PREFIX COUNT IN WS-UNIT-PREFIX-LEN
                  WITH POINTER WS-PTR
              END-UNSTRING
              MOVE WS-UNIT-PREFIX TO WS-REPORT-UNIT
           END-IF

           IF WS-COLON-COUNT > 0 AND WS-UNIT-PREFIX-LEN > 4
              MOVE 'N' TO WS-UNIT-SW
           ELSE
              PERFORM FIND-UNIT
           END-IF
           .

         FIND-UNIT SECTION.
           MOVE 'N' TO WS-UNIT-SW
           IF WS-REPORT-UNIT NOT = SPACES
              PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                      UNTIL WS-UNIT-IX > WS-UNIT-COUNT
                      OR UNIT-FOUND
                  IF WS-UNIT-CODE(WS-UNIT-IX) = WS-REPORT-UNIT
                     SET UNIT-FOUND TO TRUE
                  END-IF
              END-PERFORM
           END-IF
           IF UNIT-FOUND
              SUBTRACT 1 FROM WS-UNIT-IX
           END-IF
           .

         GET-RUN-DATE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-CARD-FILE
           END-IF
           .

         LOAD-UNITS SECTION.
           MOVE 0 TO WS-UNIT-COUNT
           OPEN INPUT UNIT-FILE
           IF WS-UNIT-FILE-STATUS NOT = '00'
              DISPLAY 'NO REACTOR UNIT TABLE - ALL REPORTS WILL GO TO '
                      'SUSPENSE'
           ELSE
              MOVE SPACES TO UNIT-RECORD
              READ UNIT-FILE
                 AT END SET UNIT-END TO TRUE
              END-READ
              PERFORM UNTIL UNIT-END
                  PERFORM LOAD-ONE-UNIT
                  READ UNIT-FILE
                     AT END SET UNIT-END TO TRUE
                  END-READ
              END-PERFORM
              CLOSE UNIT-FILE
           END-IF

           PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                   UNTIL WS-UNIT-IX > WS-UNIT-COUNT
               DISPLAY 'REACTOR UNIT ' WS-UNIT-IX ': '
                       WS-UNIT-CODE(WS-UNIT-IX)
           END-PERFORM
           .

         LOAD-ONE-UNIT SECTION.
           IF UNIT-STATUS = 'A' AND UNIT-CODE NOT = SPACES
              MOVE UNIT-CODE TO WS-REPORT-UNIT
              PERFORM FIND-UNIT
              EVALUATE TRUE
                 WHEN UNIT-FOUND
                    DISPLAY 'DUPLICATE REACTOR UNIT - IGNORED: '
                            UNIT-RECORD
                 WHEN WS-UNIT-COUNT >= WS-UNIT-MAX
                    DISPLAY 'REACTOR UNIT LIMIT REACHED - IGNORED: '
                            UNIT-RECORD
                 WHEN OTHER
                    ADD 1 TO WS-UNIT-COUNT
                    MOVE UNIT-CODE TO WS-UNIT-CODE(WS-UNIT-COUNT)
              END-EVALUATE
           END-IF
           .

         EVALUATE-PROFILES SECTION.
           PERFORM VARYING WS-PROF-IX FROM WS-PROFILE-COUNT BY -1
                   UNTIL WS-PROF-IX < 1
              READ CHECKPOINT-FILE
              IF CKP-RUN-DATE = WS-RUN-DATE
                 SET CKP-EXISTS TO TRUE
                 MOVE CKP-RECORDS-READ TO WS-RECORDS-READ
                 IF CKP-LINES-READ IS NUMERIC
                    MOVE CKP-LINES-READ TO WS-LINES-READ WS-SKIP-COUNT
                 ELSE
                    MOVE CKP-RECORDS-READ TO WS-LINES-READ WS-SKIP-COUNT
                 END-IF
                 MOVE CKP-SUM TO WS-SUM
                 MOVE CKP-SUM-DAMPENER TO WS-SUM-DAMPENER
                 MOVE CKP-DIRECTION-FAILS TO WS-DIRECTION-FAILS
                    MOVE CKP-STEP-HIST-4P TO WS-STEP-HIST-4P
                 END-IF
                 PERFORM RESTORE-PROFILE-COUNTS
                 PERFORM RESTORE-UNIT-COUNTS
                 IF CKP-DONE-FLAG = 'Y'
                    SET RUN-COMPLETE TO TRUE
                 END-IF
           END-IF
           .

         RESTORE-UNIT-COUNTS SECTION.
           MOVE CKP-CURRENT-UNIT TO WS-CURRENT-UNIT
           MOVE 0 TO WS-CKP-UNIT-COUNT
           IF CKP-UNIT-COUNT IS NUMERIC
              MOVE CKP-UNIT-COUNT TO WS-CKP-UNIT-COUNT
           END-IF
           IF WS-CKP-UNIT-COUNT > WS-UNIT-MAX
              MOVE WS-UNIT-MAX TO WS-CKP-UNIT-COUNT
           END-IF

           PERFORM VARYING WS-CKP-UNIT-IX FROM 1 BY 1
                   UNTIL WS-CKP-UNIT-IX > WS-CKP-UNIT-COUNT
               MOVE CKP-UNIT-CODE(WS-CKP-UNIT-IX) TO WS-REPORT-UNIT
               PERFORM FIND-UNIT
               IF UNIT-FOUND
                  MOVE CKP-UNIT-SEQ(WS-CKP-UNIT-IX)
                    TO WS-UNIT-SEQ(WS-UNIT-IX)
                  MOVE CKP-UNIT-SAFE(WS-CKP-UNIT-IX)
                    TO WS-UNIT-SAFE(WS-UNIT-IX)
                  MOVE CKP-UNIT-DAMPENED(WS-CKP-UNIT-IX)
                    TO WS-UNIT-DAMPENED(WS-UNIT-IX)
                  MOVE CKP-UNIT-DIR-FAILS(WS-CKP-UNIT-IX)
                    TO WS-UNIT-DIR-FAILS(WS-UNIT-IX)
                  MOVE CKP-UNIT-STEP-FAILS(WS-CKP-UNIT-IX)
                    TO WS-UNIT-STEP-FAILS(WS-UNIT-IX)
                  MOVE CKP-UNIT-REJECTS(WS-CKP-UNIT-IX)
                    TO WS-UNIT-REJECTS(WS-UNIT-IX)
               ELSE
                  DISPLAY 'UNIT ' WS-REPORT-UNIT ' NO LONGER ON UNIT '
                          'TABLE - CHECKPOINT COUNTS DROPPED'
               END-IF
           END-PERFORM
           .

         SKIP-PROCESSED-RECORDS SECTION.
           MOVE 0 TO WS-SKIP-DONE
           PERFORM UNTIL WS-SKIP-DONE >= WS-SKIP-COUNT OR INPUT-END
           MOVE WS-STEP-HIST-2 TO CKP-STEP-HIST-2
           MOVE WS-STEP-HIST-3 TO CKP-STEP-HIST-3
           MOVE WS-STEP-HIST-4P TO CKP-STEP-HIST-4P
           MOVE WS-LINES-READ TO CKP-LINES-READ
           MOVE WS-CURRENT-UNIT TO CKP-CURRENT-UNIT
           MOVE WS-UNIT-COUNT TO CKP-UNIT-COUNT
           PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                   UNTIL WS-UNIT-IX > WS-UNIT-COUNT
               MOVE WS-UNIT-CODE(WS-UNIT-IX)
                 TO CKP-UNIT-CODE(WS-UNIT-IX)
               MOVE WS-UNIT-SEQ(WS-UNIT-IX)
                 TO CKP-UNIT-SEQ(WS-UNIT-IX)
               MOVE WS-UNIT-SAFE(WS-UNIT-IX)
                 TO CKP-UNIT-SAFE(WS-UNIT-IX)
               MOVE WS-UNIT-DAMPENED(WS-UNIT-IX)
                 TO CKP-UNIT-DAMPENED(WS-UNIT-IX)
               MOVE WS-UNIT-DIR-FAILS(WS-UNIT-IX)
                 TO CKP-UNIT-DIR-FAILS(WS-UNIT-IX)
               MOVE WS-UNIT-STEP-FAILS(WS-UNIT-IX)
                 TO CKP-UNIT-STEP-FAILS(WS-UNIT-IX)
               MOVE WS-UNIT-REJECTS(WS-UNIT-IX)
                 TO CKP-UNIT-REJECTS(WS-UNIT-IX)
           END-PERFORM
           IF RUN-COMPLETE
              MOVE 'Y' TO CKP-DONE-FLAG
           ELSE
           MOVE WS-REJECT-COUNT TO RSLT2-REJECT-COUNT
           MOVE WS-RECORDS-READ TO RSLT2-READ-COUNT
           WRITE RESULTS-RECORD

           PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                   UNTIL WS-UNIT-IX > WS-UNIT-COUNT
               MOVE SPACES TO RESULTS-RECORD
               MOVE WS-RUN-DATE TO RSLT2-RUN-DATE
               MOVE WS-UNIT-SAFE(WS-UNIT-IX) TO RSLT2-SAFE-COUNT
               MOVE WS-UNIT-DAMPENED(WS-UNIT-IX)
                 TO RSLT2-DAMPENED-COUNT
               MOVE WS-UNIT-DIR-FAILS(WS-UNIT-IX) TO RSLT2-DIR-FAILS
               MOVE WS-UNIT-STEP-FAILS(WS-UNIT-IX) TO RSLT2-STEP-FAILS
               MOVE WS-UNIT-REJECTS(WS-UNIT-IX) TO RSLT2-REJECT-COUNT
               MOVE WS-UNIT-SEQ(WS-UNIT-IX) TO RSLT2-READ-COUNT
               MOVE WS-UNIT-CODE(WS-UNIT-IX) TO RSLT2-UNIT
               WRITE RESULTS-RECORD
           END-PERFORM
           CLOSE RESULTS-FILE
           .

           MOVE WS-FAIL-IX1 TO EXCP-IX1
           MOVE WS-FAIL-IX2 TO EXCP-IX2
           MOVE WS-FAIL-DIFF TO EXCP-DIFF
           MOVE WS-REPORT-UNIT TO EXCP-UNIT
           WRITE EXCEPTION-RECORD
           .

           MOVE SPACES TO SUSPENSE-RECORD
           MOVE INPUT-TEXT TO SUSP-INPUT-TEXT
           MOVE WS-REASON-TEXT TO SUSP-REASON
           MOVE WS-REPORT-UNIT TO SUSP-UNIT
           WRITE SUSPENSE-RECORD
           .

         WRITE-DISPOSITION SECTION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE WS-RUN-DATE TO DISP-RUN-DATE
           MOVE WS-UNIT-CODE(WS-UNIT-IX) TO DISP-UNIT
           MOVE WS-UNIT-SEQ(WS-UNIT-IX) TO DISP-SEQ-NUM
           MOVE WS-LEVEL-COUNT TO DISP-LEVEL-COUNT
           MOVE 0 TO DISP-SKIP-LEVEL
           MOVE 0 TO DISP-FAIL-IX1
           END-IF

           MOVE SPACES TO STATS-RECORD
           MOVE WS-UNIT-SEQ(WS-UNIT-IX) TO STAT-SEQ-NUM
           MOVE WS-LEVEL-COUNT TO STAT-LEVEL-COUNT
           MOVE WS-STAT-MIN TO STAT-MIN-LEVEL
           MOVE WS-STAT-MAX TO STAT-MAX-LEVEL
           MOVE WS-STAT-MAX-STEP TO STAT-MAX-STEP
           MOVE WS-STAT-AVG-STEP TO STAT-AVG-STEP
           MOVE WS-STAT-DIR-CHANGES TO STAT-DIR-CHANGES
           MOVE WS-UNIT-CODE(WS-UNIT-IX) TO STAT-UNIT
           WRITE STATS-RECORD
           .

