            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLV-FILE-STATUS.

            SELECT PENDING-FILE ASSIGN TO PENDAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PND-KEY
            FILE STATUS IS WS-PND-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.
            88 RESOLVED-END         VALUE LOW-VALUE.
            05 RSLV-ROW-NUM         PIC 9(10).

         FD PENDING-FILE.
         01 PENDING-RECORD.
            05 PND-KEY.
               10 PND-SOURCE        PIC X(8).
               10 PND-REQ-DATE      PIC 9(8).
               10 PND-REQ-SEQ       PIC 9(6).
            05 PND-REQ-TIME         PIC 9(6).
            05 PND-REFERENCE        PIC X(10).
            05 PND-REF-ROW-NUM REDEFINES PND-REFERENCE
                                    PIC 9(10).
            05 PND-STATUS           PIC X(1).
            05 PND-REQUESTER        PIC X(8).
            05 PND-APPROVER         PIC X(8).
            05 PND-DECIDE-DATE      PIC 9(8).
            05 PND-BEFORE-TEXT      PIC X(80).
            05 PND-AFTER-TEXT       PIC X(80).
            05 PND-BEFORE-UNIT      PIC X(4).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
         01 WS-CORRECTED-LINE      PIC X(80).
         01 WS-RESUBMIT-COUNT      PIC 9(10) VALUE 0.
         01 WS-SKIP-COUNT          PIC 9(10) VALUE 0.
         01 WS-HELD-COUNT          PIC 9(10) VALUE 0.
         01 WS-DECLINED-COUNT      PIC 9(10) VALUE 0.
         01 WS-RSLV-FILE-STATUS    PIC XX.
         01 WS-SUSP-FILE-STATUS    PIC XX.
         01 WS-INP-FILE-STATUS     PIC XX.
         01 WS-PND-FILE-STATUS     PIC XX.
         01 WS-ROW-NUM             PIC 9(10) VALUE 0.
         01 WS-SCAN-IX             PIC 9(6)  VALUE 0.

            05 WS-RESOLVED-ROW     PIC 9(10) OCCURS 100000 VALUE 0.
         01 WS-RESOLVED-COUNT      PIC 9(6)  VALUE 0.

         01 WS-PENDING-TAB.
            05 WS-PENDING-ENTRY    OCCURS 5000.
               10 WS-PENDING-TEXT  PIC X(80).
               10 WS-PENDING-USED  PIC X(1).
         01 WS-PENDING-COUNT       PIC 9(6)  VALUE 0.
         01 WS-PENDING-MAX         PIC 9(6)  VALUE 5000.
         01 WS-MATCH-ROW           PIC 9(10) VALUE 0.

         01 WS-FOUND-SW            PIC X VALUE 'N'.
            88 ROW-ALREADY-RESOLVED VALUE 'Y'.
            88 ROW-NOT-RESOLVED     VALUE 'N'.
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).

         01 WS-OPERATOR-ID         PIC X(8).
         01 WS-OPERATOR-SW         PIC X VALUE 'N'.
            88 OPERATOR-AUTHORIZED VALUE 'Y'.
         01 WS-MODE                PIC X(1) VALUE SPACES.
            88 APPROVE-MODE        VALUE 'A'.
         01 WS-DECISION            PIC X(1).
         01 WS-AUDIT-STATUS        PIC X(8) VALUE SPACES.

         01 WS-PENDING-OPEN-SW     PIC X VALUE 'N'.
            88 PENDING-OPEN        VALUE 'Y'.
         01 WS-PSCAN-SW            PIC X VALUE 'N'.
            88 PSCAN-END           VALUE 'Y'.
         01 WS-LAST-PND-SEQ        PIC 9(6) VALUE 0.

         01 WS-TIME-NOW            PIC 9(8).
         01 WS-TIME-HHMMSS REDEFINES WS-TIME-NOW.
            05 WS-TIME-6           PIC 9(6).
            05 FILLER              PIC 9(2).

         01 WS-WRITE-SW            PIC X.
            88 RECORD-WRITTEN      VALUE 'Y'.
         01 WS-WRITE-TRIES         PIC 9(2).

         01 OPERATOR-PARM.
            05 OPR-PARM-ID          PIC X(8).
            05 OPR-PARM-REPLY       PIC X(1).
            05 OPR-PARM-NAME        PIC X(30).

         01 AUDIT-PARM.
            05 AUD-PARM-FUNCTION    PIC X(1).
            05 AUD-PARM-PROGRAM     PIC X(8).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
               GOBACK
            END-IF
            PERFORM AUDIT-START
            PERFORM GET-OPERATOR
            IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'DAY01FIX: OPERATOR ' WS-OPERATOR-ID
                       ' IS NOT AUTHORIZED'
               MOVE 'REFUSED' TO WS-AUDIT-STATUS
               PERFORM AUDIT-END
               GOBACK
            END-IF

            PERFORM OPEN-PENDING
            IF NOT PENDING-OPEN
               MOVE 'NOPEND' TO WS-AUDIT-STATUS
               PERFORM AUDIT-END
               GOBACK
            END-IF

            DISPLAY 'ENTER C TO CORRECT SUSPENSE ROWS OR A TO '
                    'APPROVE PENDING CORRECTIONS: ' WITH NO ADVANCING
            ACCEPT WS-MODE
            IF APPROVE-MODE
               PERFORM APPROVE-CORRECTIONS
            ELSE
               PERFORM CORRECT-SUSPENSE
            END-IF

            CLOSE PENDING-FILE
            PERFORM AUDIT-END
            GOBACK.

         CORRECT-SUSPENSE SECTION.
            OPEN INPUT SUSPENSE-FILE
            IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'NO SUSPENSE FILE FOUND - NOTHING TO CORRECT'
               SET SUSPENSE-END TO TRUE
            ELSE
               PERFORM LOAD-RESOLVED
               PERFORM LOAD-PENDING-ROWS
               PERFORM FIND-LAST-PENDING-SEQ
               MOVE SPACES TO SUSPENSE-RECORD

               READ SUSPENSE-FILE
            PERFORM UNTIL SUSPENSE-END
                ADD 1 TO WS-ROW-NUM
                PERFORM CHECK-RESOLVED
                IF ROW-NOT-RESOLVED
                   PERFORM CHECK-PENDING
                END-IF

                IF ROW-NOT-RESOLVED
                   DISPLAY 'SUSPENSE ROW : ' SUSP-INPUT-TEXT
                   IF WS-CORRECTED-LINE = SPACES
                      ADD 1 TO WS-SKIP-COUNT
                   ELSE
                      PERFORM HOLD-CORRECTION
                   END-IF
                END-IF

            END-PERFORM

            CLOSE SUSPENSE-FILE
            CLOSE RESOLVED-FILE

            DISPLAY 'ROWS HELD FOR APPROVAL     : ' WS-HELD-COUNT
            DISPLAY 'ROWS LEFT IN SUSPENSE      : ' WS-SKIP-COUNT
            .

         APPROVE-CORRECTIONS SECTION.
            OPEN EXTEND INPUT-FILE
            IF WS-INP-FILE-STATUS NOT = '00'
               CLOSE INPUT-FILE
               OPEN OUTPUT INPUT-FILE
            END-IF
            PERFORM LOAD-RESOLVED

            MOVE 'N' TO WS-PSCAN-SW
            MOVE 'DAY01FIX' TO PND-SOURCE
            MOVE 0 TO PND-REQ-DATE
            MOVE 0 TO PND-REQ-SEQ
            START PENDING-FILE KEY >= PND-KEY
               INVALID KEY SET PSCAN-END TO TRUE
            END-START

            PERFORM UNTIL PSCAN-END
                READ PENDING-FILE NEXT RECORD
                   AT END SET PSCAN-END TO TRUE
                END-READ
                IF NOT PSCAN-END
                   IF PND-SOURCE NOT = 'DAY01FIX'
                      SET PSCAN-END TO TRUE
                   ELSE
                      IF PND-STATUS = 'P'
                         PERFORM REVIEW-ONE-CORRECTION
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            CLOSE INPUT-FILE
            CLOSE RESOLVED-FILE

            DISPLAY 'ROWS RESUBMITTED TO DAY1INP: ' WS-RESUBMIT-COUNT
            DISPLAY 'CORRECTIONS DECLINED       : ' WS-DECLINED-COUNT
            DISPLAY 'CORRECTIONS STILL PENDING  : ' WS-SKIP-COUNT
            .

         REVIEW-ONE-CORRECTION SECTION.
            IF PND-REQUESTER = WS-OPERATOR-ID
               DISPLAY 'PENDING ITEM ' PND-REQ-DATE '/' PND-REQ-SEQ
                       ' WAS ENTERED BY YOU - A DIFFERENT OPERATOR '
                       'MUST APPROVE IT'
               ADD 1 TO WS-SKIP-COUNT
            ELSE
               DISPLAY 'PENDING ITEM : ' PND-REQ-DATE '/' PND-REQ-SEQ
                       ' ENTERED BY ' PND-REQUESTER
               DISPLAY 'SUSPENSE ROW : ' PND-BEFORE-TEXT
               DISPLAY 'CORRECTED ROW: ' PND-AFTER-TEXT
               DISPLAY 'ENTER Y TO APPROVE, N TO DECLINE (BLANK TO '
                       'SKIP): ' WITH NO ADVANCING
               MOVE SPACES TO WS-DECISION
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                  WHEN 'Y'
                     PERFORM RELEASE-CORRECTION
                  WHEN 'N'
                     MOVE 'D' TO PND-STATUS
                     PERFORM RECORD-DECISION
                     ADD 1 TO WS-DECLINED-COUNT
                  WHEN OTHER
                     ADD 1 TO WS-SKIP-COUNT
               END-EVALUATE
            END-IF
            .

         RELEASE-CORRECTION SECTION.
            MOVE PND-AFTER-TEXT TO INPUT-TEXT
            WRITE INPUT-RECORD
            ADD 1 TO WS-RESUBMIT-COUNT
            PERFORM FIND-SUSPENSE-ROW
            IF WS-MATCH-ROW > 0
               MOVE WS-MATCH-ROW TO WS-ROW-NUM
               PERFORM MARK-RESOLVED
            ELSE
               DISPLAY 'SUSPENSE ROW IS NO LONGER ON DAY1SUSP - NO ROW '
                       'MARKED RESOLVED'
            END-IF
            MOVE 'A' TO PND-STATUS
            PERFORM RECORD-DECISION
            .

         RECORD-DECISION SECTION.
            MOVE WS-OPERATOR-ID TO PND-APPROVER
            MOVE WS-RUN-DATE TO PND-DECIDE-DATE
            REWRITE PENDING-RECORD
               INVALID KEY
                  DISPLAY 'DAY01FIX: COULD NOT UPDATE PENDING ITEM '
                          PND-KEY
            END-REWRITE
            PERFORM AUDIT-DECISION
            .

         HOLD-CORRECTION SECTION.
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE 'N' TO WS-WRITE-SW
            MOVE 0 TO WS-WRITE-TRIES
            PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES >= 60
                ADD 1 TO WS-LAST-PND-SEQ
                MOVE SPACES TO PENDING-RECORD
                MOVE 'DAY01FIX' TO PND-SOURCE
                MOVE WS-RUN-DATE TO PND-REQ-DATE
                MOVE WS-LAST-PND-SEQ TO PND-REQ-SEQ
                MOVE WS-TIME-6 TO PND-REQ-TIME
                MOVE WS-ROW-NUM TO PND-REF-ROW-NUM
                MOVE 'P' TO PND-STATUS
                MOVE WS-OPERATOR-ID TO PND-REQUESTER
                MOVE 0 TO PND-DECIDE-DATE
                MOVE SUSP-INPUT-TEXT TO PND-BEFORE-TEXT
                MOVE WS-CORRECTED-LINE TO PND-AFTER-TEXT
                WRITE PENDING-RECORD
                   INVALID KEY
                      ADD 1 TO WS-WRITE-TRIES
                   NOT INVALID KEY
                      SET RECORD-WRITTEN TO TRUE
                END-WRITE
            END-PERFORM

            IF RECORD-WRITTEN
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'CORRECTION HELD FOR APPROVAL AS ITEM '
                       PND-REQ-DATE '/' PND-REQ-SEQ
            ELSE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'DAY01FIX: COULD NOT HOLD CORRECTION - ROW '
                       'LEFT IN SUSPENSE'
            END-IF
            .

         CHECK-BATCH-LOCK SECTION.
            MOVE SPACES TO LOCK-PARM

         AUDIT-END SECTION.
            MOVE 'E' TO AUD-PARM-FUNCTION
            IF APPROVE-MODE
               MOVE WS-RESUBMIT-COUNT TO AUD-PARM-READ-COUNT
               MOVE WS-DECLINED-COUNT TO AUD-PARM-REJECT-COUNT
               MOVE SPACES TO AUD-PARM-REQUESTER
               MOVE WS-OPERATOR-ID TO AUD-PARM-APPROVER
            ELSE
               MOVE WS-HELD-COUNT TO AUD-PARM-READ-COUNT
               MOVE WS-SKIP-COUNT TO AUD-PARM-REJECT-COUNT
               MOVE WS-OPERATOR-ID TO AUD-PARM-REQUESTER
               MOVE SPACES TO AUD-PARM-APPROVER
            END-IF
            MOVE WS-AUDIT-STATUS TO AUD-PARM-STATUS
            CALL 'AUDITLOG' USING AUDIT-PARM
            .

         AUDIT-DECISION SECTION.
            MOVE 'A' TO AUD-PARM-FUNCTION
            MOVE 1 TO AUD-PARM-READ-COUNT
            MOVE 0 TO AUD-PARM-REJECT-COUNT
            IF PND-STATUS = 'A'
               MOVE 'APPROVED' TO AUD-PARM-STATUS
            ELSE
               MOVE 'DECLINED' TO AUD-PARM-STATUS
            END-IF
            MOVE PND-REQUESTER TO AUD-PARM-REQUESTER
            MOVE PND-APPROVER TO AUD-PARM-APPROVER
            CALL 'AUDITLOG' USING AUDIT-PARM
            .

         GET-OPERATOR SECTION.
            DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID
            MOVE SPACES TO OPERATOR-PARM
            MOVE WS-OPERATOR-ID TO OPR-PARM-ID
            CALL 'OPERCHK' USING OPERATOR-PARM
            IF OPR-PARM-REPLY = 'Y'
               SET OPERATOR-AUTHORIZED TO TRUE
            END-IF
            .

         OPEN-PENDING SECTION.
            OPEN I-O PENDING-FILE
            IF WS-PND-FILE-STATUS = '35'
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
            END-IF
            IF WS-PND-FILE-STATUS = '00'
               SET PENDING-OPEN TO TRUE
            ELSE
               DISPLAY 'DAY01FIX: CANNOT OPEN PENDING APPROVAL FILE - '
                       'STATUS ' WS-PND-FILE-STATUS
            END-IF
            .

         FIND-LAST-PENDING-SEQ SECTION.
            MOVE 0 TO WS-LAST-PND-SEQ
            MOVE 'N' TO WS-PSCAN-SW
            MOVE 'DAY01FIX' TO PND-SOURCE
            MOVE WS-RUN-DATE TO PND-REQ-DATE
            MOVE 0 TO PND-REQ-SEQ
            START PENDING-FILE KEY >= PND-KEY
               INVALID KEY SET PSCAN-END TO TRUE
            END-START

            PERFORM UNTIL PSCAN-END
                READ PENDING-FILE NEXT RECORD
                   AT END SET PSCAN-END TO TRUE
                END-READ
                IF NOT PSCAN-END
                   IF PND-SOURCE NOT = 'DAY01FIX'
                      OR PND-REQ-DATE NOT = WS-RUN-DATE
                      SET PSCAN-END TO TRUE
                   ELSE
                      MOVE PND-REQ-SEQ TO WS-LAST-PND-SEQ
                   END-IF
                END-IF
            END-PERFORM
            .

         LOAD-PENDING-ROWS SECTION.
            MOVE 'N' TO WS-PSCAN-SW
            MOVE 'DAY01FIX' TO PND-SOURCE
            MOVE 0 TO PND-REQ-DATE
            MOVE 0 TO PND-REQ-SEQ
            START PENDING-FILE KEY >= PND-KEY
               INVALID KEY SET PSCAN-END TO TRUE
            END-START

            PERFORM UNTIL PSCAN-END
                READ PENDING-FILE NEXT RECORD
                   AT END SET PSCAN-END TO TRUE
                END-READ
                IF NOT PSCAN-END
                   IF PND-SOURCE NOT = 'DAY01FIX'
                      SET PSCAN-END TO TRUE
                   ELSE
                      IF PND-STATUS = 'P'
                         IF WS-PENDING-COUNT < WS-PENDING-MAX
                            ADD 1 TO WS-PENDING-COUNT
                            MOVE PND-BEFORE-TEXT
                              TO WS-PENDING-TEXT(WS-PENDING-COUNT)
                            MOVE 'N'
                              TO WS-PENDING-USED(WS-PENDING-COUNT)
                         ELSE
                            DISPLAY 'DAY01FIX: PENDING TABLE FULL - '
                                    'ITEM ' PND-REQ-DATE '/'
                                    PND-REQ-SEQ ' NOT HIDDEN'
                         END-IF
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
            .

         LOAD-RESOLVED SECTION.
            OPEN INPUT RESOLVED-FILE
            IF WS-RSLV-FILE-STATUS = '00'
            MOVE SPACES TO RESOLVED-RECORD
            MOVE WS-ROW-NUM TO RSLV-ROW-NUM
            WRITE RESOLVED-RECORD
            IF WS-RESOLVED-COUNT < 100000
               ADD 1 TO WS-RESOLVED-COUNT
               MOVE WS-ROW-NUM TO WS-RESOLVED-ROW(WS-RESOLVED-COUNT)
            END-IF
            .

         CHECK-PENDING SECTION.
            PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                    UNTIL WS-SCAN-IX > WS-PENDING-COUNT
                    OR ROW-ALREADY-RESOLVED
               IF WS-PENDING-USED(WS-SCAN-IX) = 'N'
                  AND WS-PENDING-TEXT(WS-SCAN-IX) = SUSP-INPUT-TEXT
                  MOVE 'Y' TO WS-PENDING-USED(WS-SCAN-IX)
                  SET ROW-ALREADY-RESOLVED TO TRUE
               END-IF
            END-PERFORM
            .

         FIND-SUSPENSE-ROW SECTION.
            MOVE 0 TO WS-MATCH-ROW
            MOVE 0 TO WS-ROW-NUM
            OPEN INPUT SUSPENSE-FILE
            IF WS-SUSP-FILE-STATUS = '00'
               MOVE SPACES TO SUSPENSE-RECORD
               READ SUSPENSE-FILE
                   AT END SET SUSPENSE-END TO TRUE
               END-READ

               PERFORM UNTIL SUSPENSE-END
                   ADD 1 TO WS-ROW-NUM
                   IF SUSP-INPUT-TEXT = PND-BEFORE-TEXT
                      PERFORM CHECK-RESOLVED
                      IF ROW-NOT-RESOLVED
                         AND (WS-MATCH-ROW = 0
                              OR WS-ROW-NUM = PND-REF-ROW-NUM)
                         MOVE WS-ROW-NUM TO WS-MATCH-ROW
                      END-IF
                   END-IF

                   READ SUSPENSE-FILE
                       AT END SET SUSPENSE-END TO TRUE
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
            END-IF
            .
