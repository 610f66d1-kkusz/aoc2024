         IDENTIFICATION DIVISION.
         PROGRAM-ID. CASEMNT.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT TRANSACTION-FILE ASSIGN TO CASETRAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT CASE-FILE ASSIGN TO UNSCASE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CASE-KEY
            FILE STATUS IS WS-CASE-FILE-STATUS.

            SELECT NOTE-FILE ASSIGN TO CASENOTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTE-FILE-STATUS.

            SELECT CHANGE-LOG-FILE ASSIGN TO CASELOG
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD TRANSACTION-FILE.
         01 TRANSACTION-RECORD.
            88 TRAN-END             VALUE LOW-VALUE.
            05 TRN-ACTION           PIC X(1).
            05 FILLER               PIC X(01).
            05 TRN-UNIT             PIC X(4).
            05 FILLER               PIC X(01).
            05 TRN-SEQ-NUM          PIC X(10).
            05 FILLER               PIC X(01).
            05 TRN-OPEN-DATE        PIC X(8).
            05 FILLER               PIC X(01).
            05 TRN-ANALYST          PIC X(8).
            05 FILLER               PIC X(01).
            05 TRN-RESOLUTION       PIC X(4).
            05 FILLER               PIC X(01).
            05 TRN-OPERATOR         PIC X(8).
            05 FILLER               PIC X(01).
            05 TRN-NOTE-TEXT        PIC X(60).

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

         FD NOTE-FILE.
         01 NOTE-RECORD.
            05 NOTE-SEQ-NUM         PIC 9(10).
            05 FILLER               PIC X(01).
            05 NOTE-OPEN-DATE       PIC 9(8).
            05 FILLER               PIC X(01).
            05 NOTE-DATE            PIC 9(8).
            05 FILLER               PIC X(01).
            05 NOTE-TIME            PIC 9(6).
            05 FILLER               PIC X(01).
            05 NOTE-ANALYST         PIC X(8).
            05 FILLER               PIC X(01).
            05 NOTE-TYPE            PIC X(1).
            05 FILLER               PIC X(01).
            05 NOTE-TEXT            PIC X(60).
            05 FILLER               PIC X(01).
            05 NOTE-UNIT            PIC X(4).

         FD CHANGE-LOG-FILE.
         01 CHANGE-LOG-RECORD        PIC X(132).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         WORKING-STORAGE SECTION.


         01 WS-TRAN-FILE-STATUS    PIC XX.
         01 WS-CASE-FILE-STATUS    PIC XX.
         01 WS-NOTE-FILE-STATUS    PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-TIME-NOW            PIC 9(8).
         01 WS-TIME-HHMMSS REDEFINES WS-TIME-NOW.
            05 WS-TIME-6           PIC 9(6).
            05 FILLER              PIC 9(2).

         01 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
         01 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
         01 WS-NOTE-COUNT          PIC 9(7) VALUE 0.

         01 WS-CASE-SW             PIC X VALUE 'N'.
            88 CASE-FILE-OPEN      VALUE 'Y'.
         01 WS-FOUND-SW            PIC X VALUE 'N'.
            88 CASE-FOUND          VALUE 'Y'.
         01 WS-CSCAN-SW            PIC X VALUE 'N'.
            88 CSCAN-END           VALUE 'Y'.
         01 WS-RES-SW              PIC X VALUE 'N'.
            88 RESOLUTION-VALID    VALUE 'Y'.
         01 WS-OPERATOR-SW         PIC X VALUE 'N'.
            88 OPERATOR-AUTHORIZED VALUE 'Y'.

         01 WS-FIND-UNIT           PIC X(4).
         01 WS-FIND-SEQ-NUM        PIC 9(10).
         01 WS-OPEN-KEY            PIC X(22).
         01 WS-NOTE-ANALYST        PIC X(8).
         01 WS-NOTE-TYPE           PIC X(1).
         01 WS-RES-IX              PIC 9(2).

         01 WS-RESOLUTION-CODES.
            05 FILLER              PIC X(4) VALUE 'SENS'.
            05 FILLER              PIC X(4) VALUE 'DATA'.
            05 FILLER              PIC X(4) VALUE 'RECL'.
            05 FILLER              PIC X(4) VALUE 'ESCL'.
            05 FILLER              PIC X(4) VALUE 'NFF '.
            05 FILLER              PIC X(4) VALUE 'DUPL'.
         01 WS-RESOLUTION-TABLE REDEFINES WS-RESOLUTION-CODES.
            05 WS-RES-CODE         PIC X(4) OCCURS 6.
         01 WS-RES-COUNT           PIC 9(2) VALUE 6.

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

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
            05 LCK-PARM-RUN-DATE    PIC 9(8).
            05 LCK-PARM-REPLY       PIC X(1).
            05 LCK-PARM-LOCK-DATE   PIC 9(8).
         01 WS-LOCK-SW             PIC X VALUE 'N'.
            88 BATCH-LOCK-HELD     VALUE 'Y'.

         01 WS-HEADER-LINE.
            05 FILLER              PIC X(41)
               VALUE 'UNSAFE CASE MAINTENANCE LOG FOR DATE     '.
            05 HDR-RUN-DATE        PIC 9(8).

         01 WS-COLUMN-LINE.
            05 FILLER              PIC X(48) VALUE
               'ACTION    UNIT  REPORT SEQ  OPENED    ANALYST   '.
            05 FILLER              PIC X(48) VALUE
               'BEFORE  AFTER   RES   RESULT'.
            05 FILLER              PIC X(8) VALUE 'OPERATOR'.

         01 WS-DETAIL-LINE.
            05 DTL-ACTION          PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-UNIT            PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-SEQ-NUM         PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OPEN-DATE       PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-ANALYST         PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-BEFORE-STATUS   PIC X(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AFTER-STATUS    PIC X(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-RESOLUTION      PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-RESULT          PIC X(24).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-OPERATOR        PIC X(8).

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(30).
            05 CNT-VALUE           PIC Z(6)9.

         PROCEDURE DIVISION.
            PERFORM CHECK-BATCH-LOCK
            IF BATCH-LOCK-HELD
               DISPLAY 'CASEMNT: BATCH RUN IN PROGRESS - TRY AGAIN '
                       'LATER'
               GOBACK
            END-IF
            PERFORM GET-RUN-DATE
            PERFORM AUDIT-START

            OPEN INPUT TRANSACTION-FILE
            IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'CASEMNT: NO TRANSACTION FILE - NOTHING TO '
                       'APPLY'
               PERFORM AUDIT-END
               GOBACK
            END-IF

            OPEN I-O CASE-FILE
            IF WS-CASE-FILE-STATUS = '00'
               SET CASE-FILE-OPEN TO TRUE
            ELSE
               DISPLAY 'CASEMNT: CANNOT OPEN CASE FILE - STATUS '
                       WS-CASE-FILE-STATUS
               CLOSE TRANSACTION-FILE
               PERFORM AUDIT-END
               GOBACK
            END-IF

            OPEN EXTEND NOTE-FILE
            IF WS-NOTE-FILE-STATUS NOT = '00'
               CLOSE NOTE-FILE
               OPEN OUTPUT NOTE-FILE
            END-IF

            OPEN OUTPUT CHANGE-LOG-FILE
            MOVE WS-RUN-DATE TO HDR-RUN-DATE
            MOVE WS-HEADER-LINE TO CHANGE-LOG-RECORD
            WRITE CHANGE-LOG-RECORD
            MOVE WS-COLUMN-LINE TO CHANGE-LOG-RECORD
            WRITE CHANGE-LOG-RECORD

            MOVE SPACES TO TRANSACTION-RECORD
            READ TRANSACTION-FILE
                AT END SET TRAN-END TO TRUE
            END-READ

            PERFORM UNTIL TRAN-END
                PERFORM APPLY-ONE-TRANSACTION
                READ TRANSACTION-FILE
                    AT END SET TRAN-END TO TRUE
                END-READ
            END-PERFORM

            PERFORM WRITE-TOTALS
            CLOSE CHANGE-LOG-FILE
            CLOSE NOTE-FILE
            CLOSE CASE-FILE
            CLOSE TRANSACTION-FILE

            DISPLAY 'CASEMNT: TRANSACTIONS APPLIED : '
                    WS-APPLIED-COUNT
            DISPLAY 'CASEMNT: TRANSACTIONS REJECTED: '
                    WS-REJECT-COUNT

            PERFORM AUDIT-END
            GOBACK.

         CHECK-BATCH-LOCK SECTION.
           MOVE SPACES TO LOCK-PARM
           MOVE 'C' TO LCK-PARM-FUNCTION
           MOVE 0 TO LCK-PARM-RUN-DATE
           CALL 'BATCHLCK' USING LOCK-PARM
           IF LCK-PARM-REPLY NOT = 'Y'
              SET BATCH-LOCK-HELD TO TRUE
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
           MOVE 'CASEMNT' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-APPLIED-COUNT TO AUD-PARM-READ-COUNT
           MOVE WS-REJECT-COUNT TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         CHECK-OPERATOR SECTION.
           MOVE 'N' TO WS-OPERATOR-SW
           MOVE SPACES TO OPERATOR-PARM
           MOVE TRN-OPERATOR TO OPR-PARM-ID
           CALL 'OPERCHK' USING OPERATOR-PARM
           IF OPR-PARM-REPLY = 'Y'
              SET OPERATOR-AUTHORIZED TO TRUE
           END-IF
           .

         APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TRN-UNIT TO DTL-UNIT
           MOVE TRN-SEQ-NUM TO DTL-SEQ-NUM
           MOVE TRN-OPEN-DATE TO DTL-OPEN-DATE
           MOVE TRN-ANALYST TO DTL-ANALYST
           MOVE TRN-RESOLUTION TO DTL-RESOLUTION
           MOVE TRN-OPERATOR TO DTL-OPERATOR
           EVALUATE TRN-ACTION
              WHEN 'A' MOVE 'ASSIGN' TO DTL-ACTION
              WHEN 'N' MOVE 'NOTE' TO DTL-ACTION
              WHEN 'C' MOVE 'CLOSE' TO DTL-ACTION
              WHEN OTHER MOVE TRN-ACTION TO DTL-ACTION
           END-EVALUATE

           INSPECT TRN-SEQ-NUM REPLACING LEADING SPACE BY ZERO
           PERFORM CHECK-OPERATOR
           EVALUATE TRUE
              WHEN NOT OPERATOR-AUTHORIZED
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - BAD OPERATOR' TO DTL-RESULT
              WHEN TRN-UNIT = SPACES
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO UNIT' TO DTL-RESULT
              WHEN TRN-SEQ-NUM IS NOT NUMERIC
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - BAD SEQUENCE' TO DTL-RESULT
              WHEN TRN-ACTION = 'A' OR 'N' OR 'C'
                 PERFORM FIND-CASE
                 PERFORM APPLY-TO-CASE
              WHEN OTHER
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - BAD ACTION' TO DTL-RESULT
           END-EVALUATE
           PERFORM WRITE-LOG-LINE
           .

         FIND-CASE SECTION.
           MOVE 'N' TO WS-FOUND-SW
           MOVE TRN-UNIT TO WS-FIND-UNIT
           MOVE TRN-SEQ-NUM TO WS-FIND-SEQ-NUM
           IF TRN-OPEN-DATE IS NUMERIC
              AND TRN-OPEN-DATE NOT = '00000000'
              MOVE WS-FIND-UNIT TO CASE-UNIT
              MOVE WS-FIND-SEQ-NUM TO CASE-SEQ-NUM
              MOVE TRN-OPEN-DATE TO CASE-OPEN-DATE
              READ CASE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET CASE-FOUND TO TRUE
              END-READ
           ELSE
              PERFORM FIND-OPEN-CASE
           END-IF

           IF CASE-FOUND
              MOVE CASE-OPEN-DATE TO DTL-OPEN-DATE
              MOVE CASE-STATUS TO DTL-BEFORE-STATUS
           END-IF
           .

         FIND-OPEN-CASE SECTION.
           MOVE 'N' TO WS-CSCAN-SW
           MOVE WS-FIND-UNIT TO CASE-UNIT
           MOVE WS-FIND-SEQ-NUM TO CASE-SEQ-NUM
           MOVE 0 TO CASE-OPEN-DATE
           START CASE-FILE KEY >= CASE-KEY
              INVALID KEY SET CSCAN-END TO TRUE
           END-START

           PERFORM UNTIL CSCAN-END
               READ CASE-FILE NEXT RECORD
                  AT END SET CSCAN-END TO TRUE
               END-READ
               IF NOT CSCAN-END
                  IF CASE-UNIT NOT = WS-FIND-UNIT
                     OR CASE-SEQ-NUM NOT = WS-FIND-SEQ-NUM
                     SET CSCAN-END TO TRUE
                  ELSE
                     IF CASE-STATUS = 'OPEN'
                        SET CASE-FOUND TO TRUE
                        MOVE CASE-KEY TO WS-OPEN-KEY
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           IF CASE-FOUND
              MOVE WS-OPEN-KEY TO CASE-KEY
              READ CASE-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
              END-READ
           END-IF
           .

         APPLY-TO-CASE SECTION.
           MOVE TRN-ANALYST TO WS-NOTE-ANALYST
           IF WS-NOTE-ANALYST = SPACES AND CASE-FOUND
              MOVE CASE-ANALYST TO WS-NOTE-ANALYST
           END-IF

           EVALUATE TRUE
              WHEN NOT CASE-FOUND
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO CASE' TO DTL-RESULT
              WHEN CASE-STATUS NOT = 'OPEN'
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - CASE CLOSED' TO DTL-RESULT
              WHEN TRN-ACTION = 'A'
                 PERFORM ASSIGN-CASE
              WHEN TRN-ACTION = 'N'
                 PERFORM ANNOTATE-CASE
              WHEN TRN-ACTION = 'C'
                 PERFORM CLOSE-CASE
           END-EVALUATE
           .

         ASSIGN-CASE SECTION.
           IF TRN-ANALYST = SPACES
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NO ANALYST' TO DTL-RESULT
           ELSE
              MOVE TRN-ANALYST TO CASE-ANALYST
              MOVE WS-RUN-DATE TO CASE-ASSIGN-DATE
              IF TRN-NOTE-TEXT NOT = SPACES
                 ADD 1 TO CASE-NOTE-COUNT
                 MOVE WS-RUN-DATE TO CASE-LAST-NOTE-DATE
              END-IF
              PERFORM REWRITE-CASE
              IF WS-CASE-FILE-STATUS = '00'
                 MOVE 'ASSIGNED' TO DTL-RESULT
                 IF TRN-NOTE-TEXT NOT = SPACES
                    MOVE 'A' TO WS-NOTE-TYPE
                    PERFORM WRITE-NOTE
                 END-IF
              END-IF
           END-IF
           .

         ANNOTATE-CASE SECTION.
           IF TRN-NOTE-TEXT = SPACES
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NO NOTE TEXT' TO DTL-RESULT
           ELSE
              IF WS-NOTE-ANALYST = SPACES
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO ANALYST' TO DTL-RESULT
              ELSE
                 ADD 1 TO CASE-NOTE-COUNT
                 MOVE WS-RUN-DATE TO CASE-LAST-NOTE-DATE
                 PERFORM REWRITE-CASE
                 IF WS-CASE-FILE-STATUS = '00'
                    MOVE 'NOTE ADDED' TO DTL-RESULT
                    MOVE 'N' TO WS-NOTE-TYPE
                    PERFORM WRITE-NOTE
                 END-IF
              END-IF
           END-IF
           .

         CLOSE-CASE SECTION.
           MOVE 'N' TO WS-RES-SW
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > WS-RES-COUNT
                   OR RESOLUTION-VALID
               IF WS-RES-CODE(WS-RES-IX) = TRN-RESOLUTION
                  SET RESOLUTION-VALID TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN NOT RESOLUTION-VALID
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - BAD RES CODE' TO DTL-RESULT
              WHEN WS-NOTE-ANALYST = SPACES
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO ANALYST' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'CLOSED' TO CASE-STATUS
                 MOVE TRN-RESOLUTION TO CASE-RESOLUTION
                 MOVE WS-NOTE-ANALYST TO CASE-CLOSED-BY
                 MOVE WS-RUN-DATE TO CASE-CLOSE-DATE
                 IF TRN-NOTE-TEXT NOT = SPACES
                    ADD 1 TO CASE-NOTE-COUNT
                    MOVE WS-RUN-DATE TO CASE-LAST-NOTE-DATE
                 END-IF
                 PERFORM REWRITE-CASE
                 IF WS-CASE-FILE-STATUS = '00'
                    MOVE 'CLOSED' TO DTL-RESULT
                    IF TRN-NOTE-TEXT NOT = SPACES
                       MOVE 'C' TO WS-NOTE-TYPE
                       PERFORM WRITE-NOTE
                    END-IF
                 END-IF
           END-EVALUATE
           .

         REWRITE-CASE SECTION.
           REWRITE CASE-RECORD
           IF WS-CASE-FILE-STATUS = '00'
              ADD 1 TO WS-APPLIED-COUNT
              MOVE CASE-STATUS TO DTL-AFTER-STATUS
              MOVE CASE-ANALYST TO DTL-ANALYST
           ELSE
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - WRITE FAILED' TO DTL-RESULT
           END-IF
           .

         WRITE-NOTE SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO NOTE-RECORD
           MOVE CASE-SEQ-NUM TO NOTE-SEQ-NUM
           MOVE CASE-OPEN-DATE TO NOTE-OPEN-DATE
           MOVE WS-RUN-DATE TO NOTE-DATE
           MOVE WS-TIME-6 TO NOTE-TIME
           MOVE WS-NOTE-ANALYST TO NOTE-ANALYST
           MOVE WS-NOTE-TYPE TO NOTE-TYPE
           MOVE TRN-NOTE-TEXT TO NOTE-TEXT
           MOVE CASE-UNIT TO NOTE-UNIT
           WRITE NOTE-RECORD
           ADD 1 TO WS-NOTE-COUNT
           .

         REJECT-TRANSACTION SECTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'CASEMNT: REJECTED TRANSACTION: '
                   TRANSACTION-RECORD
           .

         WRITE-LOG-LINE SECTION.
           MOVE WS-DETAIL-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           .

         WRITE-TOTALS SECTION.
           MOVE SPACES TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           MOVE 'TRANSACTIONS APPLIED         :' TO CNT-LABEL
           MOVE WS-APPLIED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           MOVE 'TRANSACTIONS REJECTED        :' TO CNT-LABEL
           MOVE WS-REJECT-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           MOVE 'NOTES WRITTEN                :' TO CNT-LABEL
           MOVE WS-NOTE-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           .
