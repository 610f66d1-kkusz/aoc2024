         IDENTIFICATION DIVISION.
         PROGRAM-ID. FEEDGATE.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RESULTS-FILE ASSIGN TO DAY1RSLT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLT-FILE-STATUS.

            SELECT DAY02-RESULTS-FILE ASSIGN TO DAY2RSLT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLT2-FILE-STATUS.

            SELECT PARAMETER-FILE ASSIGN TO GATEPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

            SELECT OVERRIDE-FILE ASSIGN TO GATEOVRD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OVRD-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO GATERPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD RESULTS-FILE.
         01 RESULTS-RECORD.
            05 RSLT-RUN-DATE        PIC 9(8).
            05 FILLER               PIC X(01).
            05 RSLT-SIMILARITY      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-DISTANCE        PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-LEFT-COUNT      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-RIGHT-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-REJECT-COUNT    PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-UNKNOWN-COUNT   PIC 9(10).

         FD DAY02-RESULTS-FILE.
         01 DAY02-RESULTS-RECORD.
            05 RSLT2-RUN-DATE       PIC 9(8).
            05 FILLER               PIC X(01).
            05 RSLT2-SAFE-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-DAMPENED-COUNT PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-DIR-FAILS      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-STEP-FAILS     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-REJECT-COUNT   PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-READ-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-UNIT           PIC X(4).

         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
            05 PRM-DAY1-MAX-PCT     PIC X(3).
            05 FILLER               PIC X(01).
            05 PRM-DAY2-MAX-PCT     PIC X(3).
            05 FILLER               PIC X(01).
            05 PRM-DAY2-MIN-READ    PIC X(10).

         FD OVERRIDE-FILE.
         01 OVERRIDE-RECORD.
            05 OVR-RUN-DATE         PIC X(8).
            05 FILLER               PIC X(01).
            05 OVR-SUPERVISOR       PIC X(8).
            05 FILLER               PIC X(01).
            05 OVR-REASON           PIC X(40).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-RSLT-FILE-STATUS    PIC XX.
         01 WS-RSLT2-FILE-STATUS   PIC XX.
         01 WS-PARM-FILE-STATUS    PIC XX.
         01 WS-OVRD-FILE-STATUS    PIC XX.

         01 WS-RUN-DATE            PIC 9(8).

         01 WS-DAY1-MAX-PCT        PIC 9(3) VALUE 10.
         01 WS-DAY2-MAX-PCT        PIC 9(3) VALUE 10.
         01 WS-DAY2-MIN-READ       PIC 9(10) VALUE 1.

         01 WS-DAY1-SW             PIC X VALUE 'N'.
            88 DAY1-RESULTS-OK     VALUE 'Y'.
         01 WS-DAY2-SW             PIC X VALUE 'N'.
            88 DAY2-RESULTS-OK     VALUE 'Y'.

         01 WS-DAY1-READ           PIC 9(10) VALUE 0.
         01 WS-DAY1-BAD            PIC 9(10) VALUE 0.
         01 WS-DAY1-PCT            PIC 9(3)V99 VALUE 0.
         01 WS-DAY2-PCT            PIC 9(3)V99 VALUE 0.

         01 WS-CHECK-COUNT         PIC 9(4) VALUE 0.
         01 WS-BREACH-COUNT        PIC 9(4) VALUE 0.

         01 WS-GATE-SW             PIC X VALUE 'Y'.
            88 FEED-RELEASED       VALUE 'Y'.
            88 FEED-HELD           VALUE 'N'.

         01 WS-OVERRIDE-SW         PIC X VALUE 'N'.
            88 OVERRIDE-APPLIED    VALUE 'Y'.
         01 WS-SUPERVISOR          PIC X(8) VALUE SPACES.
         01 WS-OVR-REASON          PIC X(40) VALUE SPACES.

         01 WS-EDIT-PCT            PIC ZZ9.99.
         01 WS-EDIT-CNT            PIC Z(9)9.

         01 OPERATOR-PARM.
            05 OPR-PARM-ID          PIC X(8).
            05 OPR-PARM-REPLY       PIC X(1).
            05 OPR-PARM-NAME        PIC X(30).

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

         01 WS-HEADER-LINE.
            05 FILLER              PIC X(38)
               VALUE 'FEED RELEASE GATE NOTICE FOR RUN DATE '.
            05 HDR-RUN-DATE        PIC 9(8).

         01 WS-COLUMN-LINE.
            05 FILLER              PIC X(40) VALUE
               'LIMIT CHECKED                           '.
            05 FILLER              PIC X(40) VALUE
               ' LIMIT        ACTUAL  RESULT'.

         01 WS-DETAIL-LINE.
            05 DTL-CHECK           PIC X(34).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-LIMIT           PIC X(10) JUSTIFIED RIGHT.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-ACTUAL          PIC X(12) JUSTIFIED RIGHT.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-RESULT          PIC X(8).

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(30).
            05 CNT-VALUE           PIC Z(9)9.

         01 WS-TEXT-LINE.
            05 TXT-LABEL           PIC X(30).
            05 TXT-VALUE           PIC X(50).

         LINKAGE SECTION.
         01 GATE-PARM.
            05 GTE-PARM-RUN-DATE    PIC 9(8).
            05 GTE-PARM-REPLY       PIC X(1).

         PROCEDURE DIVISION USING GATE-PARM.
            MOVE GTE-PARM-RUN-DATE TO WS-RUN-DATE
            PERFORM AUDIT-START
            PERFORM LOAD-PARAMETERS

            OPEN OUTPUT REPORT-FILE
            MOVE WS-RUN-DATE TO HDR-RUN-DATE
            MOVE WS-HEADER-LINE TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE WS-COLUMN-LINE TO REPORT-RECORD
            WRITE REPORT-RECORD

            PERFORM CHECK-DAY01-RESULTS
            PERFORM CHECK-DAY02-RESULTS

            IF WS-BREACH-COUNT > 0
               SET FEED-HELD TO TRUE
               PERFORM CHECK-OVERRIDE
            END-IF

            PERFORM PRINT-DECISION
            CLOSE REPORT-FILE

            DISPLAY 'FEEDGATE: LIMITS CHECKED  : ' WS-CHECK-COUNT
            DISPLAY 'FEEDGATE: LIMITS BREACHED : ' WS-BREACH-COUNT
            IF FEED-RELEASED
               MOVE 'Y' TO GTE-PARM-REPLY
               IF OVERRIDE-APPLIED
                  DISPLAY 'FEEDGATE: FEED RELEASED BY SUPERVISOR '
                          'OVERRIDE - ' WS-SUPERVISOR
               ELSE
                  DISPLAY 'FEEDGATE: FEED RELEASED'
               END-IF
            ELSE
               MOVE 'N' TO GTE-PARM-REPLY
               DISPLAY 'FEEDGATE: FEED HELD - SEE HOLD NOTICE GATERPT'
            END-IF

            PERFORM AUDIT-END
            GOBACK.

         AUDIT-START SECTION.
           MOVE SPACES TO AUDIT-PARM
           MOVE 'S' TO AUD-PARM-FUNCTION
           MOVE 'FEEDGATE' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-CHECK-COUNT TO AUD-PARM-READ-COUNT
           MOVE WS-BREACH-COUNT TO AUD-PARM-REJECT-COUNT
           IF FEED-HELD
              MOVE 'HELD' TO AUD-PARM-STATUS
           ELSE
              IF OVERRIDE-APPLIED
                 MOVE 'OVERRIDE' TO AUD-PARM-STATUS
                 MOVE WS-SUPERVISOR TO AUD-PARM-APPROVER
              ELSE
                 MOVE SPACES TO AUD-PARM-STATUS
              END-IF
           END-IF
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         LOAD-PARAMETERS SECTION.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-STATUS = '00'
              MOVE SPACES TO PARAMETER-RECORD
              READ PARAMETER-FILE
                 AT END CONTINUE
              END-READ
              INSPECT PRM-DAY1-MAX-PCT
                 REPLACING LEADING SPACE BY ZERO
              INSPECT PRM-DAY2-MAX-PCT
                 REPLACING LEADING SPACE BY ZERO
              INSPECT PRM-DAY2-MIN-READ
                 REPLACING LEADING SPACE BY ZERO
              IF PRM-DAY1-MAX-PCT IS NUMERIC
                 AND PRM-DAY1-MAX-PCT NOT = '000'
                 MOVE PRM-DAY1-MAX-PCT TO WS-DAY1-MAX-PCT
              END-IF
              IF PRM-DAY2-MAX-PCT IS NUMERIC
                 AND PRM-DAY2-MAX-PCT NOT = '000'
                 MOVE PRM-DAY2-MAX-PCT TO WS-DAY2-MAX-PCT
              END-IF
              IF PRM-DAY2-MIN-READ IS NUMERIC
                 AND PRM-DAY2-MIN-READ NOT = '0000000000'
                 MOVE PRM-DAY2-MIN-READ TO WS-DAY2-MIN-READ
              END-IF
              CLOSE PARAMETER-FILE
           ELSE
              DISPLAY 'FEEDGATE: NO PARAMETER FILE - USING DEFAULTS'
           END-IF
           DISPLAY 'FEEDGATE: DAY01 MAX REJECT+UNKNOWN PCT: '
                   WS-DAY1-MAX-PCT
           DISPLAY 'FEEDGATE: DAY02 MAX REJECT PCT        : '
                   WS-DAY2-MAX-PCT
           DISPLAY 'FEEDGATE: DAY02 MIN READ COUNT        : '
                   WS-DAY2-MIN-READ
           .

         CHECK-DAY01-RESULTS SECTION.
           OPEN INPUT RESULTS-FILE
           IF WS-RSLT-FILE-STATUS = '00'
              MOVE SPACES TO RESULTS-RECORD
              READ RESULTS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RSLT-RUN-DATE IS NUMERIC
                       AND RSLT-RUN-DATE = WS-RUN-DATE
                       SET DAY1-RESULTS-OK TO TRUE
                    END-IF
              END-READ
              CLOSE RESULTS-FILE
           END-IF

           MOVE 'DAY01 RESULTS FOR RUN DATE' TO DTL-CHECK
           MOVE 'PRESENT' TO DTL-LIMIT
           IF DAY1-RESULTS-OK
              MOVE 'PRESENT' TO DTL-ACTUAL
              MOVE 'OK' TO DTL-RESULT
           ELSE
              MOVE 'MISSING' TO DTL-ACTUAL
              MOVE 'BREACHED' TO DTL-RESULT
           END-IF
           PERFORM WRITE-CHECK-LINE

           IF DAY1-RESULTS-OK
              IF RSLT-UNKNOWN-COUNT IS NOT NUMERIC
                 MOVE 0 TO RSLT-UNKNOWN-COUNT
              END-IF
              COMPUTE WS-DAY1-BAD
                      = RSLT-REJECT-COUNT + RSLT-UNKNOWN-COUNT
              COMPUTE WS-DAY1-READ = RSLT-LEFT-COUNT + WS-DAY1-BAD
              IF WS-DAY1-READ > 0
                 COMPUTE WS-DAY1-PCT ROUNDED
                         = WS-DAY1-BAD * 100 / WS-DAY1-READ
              ELSE
                 MOVE 0 TO WS-DAY1-PCT
              END-IF

              MOVE 'DAY01 REJECT+UNKNOWN PERCENT' TO DTL-CHECK
              MOVE WS-DAY1-MAX-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO DTL-LIMIT
              MOVE WS-DAY1-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO DTL-ACTUAL
              IF WS-DAY1-PCT > WS-DAY1-MAX-PCT
                 MOVE 'BREACHED' TO DTL-RESULT
              ELSE
                 MOVE 'OK' TO DTL-RESULT
              END-IF
              PERFORM WRITE-CHECK-LINE
           END-IF
           .

         CHECK-DAY02-RESULTS SECTION.
           OPEN INPUT DAY02-RESULTS-FILE
           IF WS-RSLT2-FILE-STATUS = '00'
              MOVE SPACES TO DAY02-RESULTS-RECORD
              READ DAY02-RESULTS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RSLT2-RUN-DATE IS NUMERIC
                       AND RSLT2-RUN-DATE = WS-RUN-DATE
                       SET DAY2-RESULTS-OK TO TRUE
                    END-IF
              END-READ
              CLOSE DAY02-RESULTS-FILE
           END-IF

           MOVE 'DAY02 RESULTS FOR RUN DATE' TO DTL-CHECK
           MOVE 'PRESENT' TO DTL-LIMIT
           IF DAY2-RESULTS-OK
              MOVE 'PRESENT' TO DTL-ACTUAL
              MOVE 'OK' TO DTL-RESULT
           ELSE
              MOVE 'MISSING' TO DTL-ACTUAL
              MOVE 'BREACHED' TO DTL-RESULT
           END-IF
           PERFORM WRITE-CHECK-LINE

           IF DAY2-RESULTS-OK
              IF RSLT2-READ-COUNT > 0
                 COMPUTE WS-DAY2-PCT ROUNDED
                         = RSLT2-REJECT-COUNT * 100 / RSLT2-READ-COUNT
              ELSE
                 MOVE 0 TO WS-DAY2-PCT
              END-IF

              MOVE 'DAY02 REJECT PERCENT' TO DTL-CHECK
              MOVE WS-DAY2-MAX-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO DTL-LIMIT
              MOVE WS-DAY2-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO DTL-ACTUAL
              IF WS-DAY2-PCT > WS-DAY2-MAX-PCT
                 MOVE 'BREACHED' TO DTL-RESULT
              ELSE
                 MOVE 'OK' TO DTL-RESULT
              END-IF
              PERFORM WRITE-CHECK-LINE

              MOVE 'DAY02 MINIMUM RECORDS READ' TO DTL-CHECK
              MOVE WS-DAY2-MIN-READ TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT TO DTL-LIMIT
              MOVE RSLT2-READ-COUNT TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT TO DTL-ACTUAL
              IF RSLT2-READ-COUNT < WS-DAY2-MIN-READ
                 MOVE 'BREACHED' TO DTL-RESULT
              ELSE
                 MOVE 'OK' TO DTL-RESULT
              END-IF
              PERFORM WRITE-CHECK-LINE
           END-IF
           .

         WRITE-CHECK-LINE SECTION.
           ADD 1 TO WS-CHECK-COUNT
           IF DTL-RESULT = 'BREACHED'
              ADD 1 TO WS-BREACH-COUNT
              DISPLAY 'FEEDGATE: LIMIT BREACHED - ' DTL-CHECK
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

         CHECK-OVERRIDE SECTION.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-FILE-STATUS = '00'
              MOVE SPACES TO OVERRIDE-RECORD
              READ OVERRIDE-FILE
                 AT END CONTINUE
              END-READ
              IF OVR-RUN-DATE IS NUMERIC
                 AND OVR-RUN-DATE = WS-RUN-DATE
                 AND OVR-SUPERVISOR NOT = SPACES
                 MOVE SPACES TO OPERATOR-PARM
                 MOVE OVR-SUPERVISOR TO OPR-PARM-ID
                 CALL 'OPERCHK' USING OPERATOR-PARM
                 IF OPR-PARM-REPLY = 'Y'
                    SET OVERRIDE-APPLIED TO TRUE
                    SET FEED-RELEASED TO TRUE
                    MOVE OVR-SUPERVISOR TO WS-SUPERVISOR
                    MOVE OVR-REASON TO WS-OVR-REASON
                 ELSE
                    DISPLAY 'FEEDGATE: OVERRIDE SUPERVISOR '
                            OVR-SUPERVISOR ' IS NOT AUTHORIZED - '
                            'IGNORED'
                 END-IF
              ELSE
                 DISPLAY 'FEEDGATE: OVERRIDE CARD NOT FOR RUN DATE '
                         WS-RUN-DATE ' - IGNORED'
              END-IF
              CLOSE OVERRIDE-FILE
           END-IF
           .

         PRINT-DECISION SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF DAY1-RESULTS-OK
              MOVE 'DAY01 RECORDS READ          :' TO CNT-LABEL
              MOVE WS-DAY1-READ TO CNT-VALUE
              MOVE WS-COUNT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'DAY01 REJECTED              :' TO CNT-LABEL
              MOVE RSLT-REJECT-COUNT TO CNT-VALUE
              MOVE WS-COUNT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'DAY01 UNKNOWN LOCATIONS     :' TO CNT-LABEL
              MOVE RSLT-UNKNOWN-COUNT TO CNT-VALUE
              MOVE WS-COUNT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF DAY2-RESULTS-OK
              MOVE 'DAY02 RECORDS READ          :' TO CNT-LABEL
              MOVE RSLT2-READ-COUNT TO CNT-VALUE
              MOVE WS-COUNT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'DAY02 REJECTED              :' TO CNT-LABEL
              MOVE RSLT2-REJECT-COUNT TO CNT-VALUE
              MOVE WS-COUNT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE 'LIMITS BREACHED             :' TO CNT-LABEL
           MOVE WS-BREACH-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TEXT-LINE
           MOVE 'GATE DECISION               :' TO TXT-LABEL
           IF FEED-HELD
              MOVE 'FEED HELD - FEEDEXT AND FEEDBAL NOT RUN'
                TO TXT-VALUE
           ELSE
              IF OVERRIDE-APPLIED
                 MOVE 'FEED RELEASED BY SUPERVISOR OVERRIDE'
                   TO TXT-VALUE
              ELSE
                 MOVE 'FEED RELEASED' TO TXT-VALUE
              END-IF
           END-IF
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF OVERRIDE-APPLIED
              MOVE 'SUPERVISOR                  :' TO TXT-LABEL
              MOVE WS-SUPERVISOR TO TXT-VALUE
              MOVE WS-TEXT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'OVERRIDE REASON             :' TO TXT-LABEL
              MOVE WS-OVR-REASON TO TXT-VALUE
              MOVE WS-TEXT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           IF FEED-HELD
              MOVE 'TO RELEASE                  :' TO TXT-LABEL
              MOVE 'SUPERVISOR OVERRIDE CARD GATEOVRD, THEN RE-RUN'
                TO TXT-VALUE
              MOVE WS-TEXT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .
