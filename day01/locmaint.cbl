
            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

            SELECT CHANGE-LOG-FILE ASSIGN TO LOCMCHG
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PENDING-FILE ASSIGN TO PENDAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PND-KEY
            FILE STATUS IS WS-PND-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.
            05 TRN-LOC-ID           PIC X(6).
            05 FILLER               PIC X(01).
            05 TRN-DESC             PIC X(30).
            05 FILLER               PIC X(01).
            05 TRN-REGION           PIC X(4).
            05 FILLER               PIC X(01).
            05 TRN-DISTRICT         PIC X(4).
            05 FILLER               PIC X(01).
            05 TRN-OPERATOR         PIC X(8).

         FD LOCATION-MASTER.
         01 LOCATION-MASTER-RECORD.
            05 LOC-MST-KEY.
               10 LOC-MST-ID        PIC 9(6).
               10 LOC-MST-EFF-FROM  PIC 9(8).
            05 LOC-MST-EFF-TO       PIC 9(8).
            05 LOC-MST-DESC         PIC X(30).
            05 LOC-MST-STATUS       PIC X(1).
            05 LOC-MST-REGION       PIC X(4).
            05 LOC-MST-DISTRICT     PIC X(4).

         FD PENDING-FILE.
         01 PENDING-RECORD.
            05 PND-KEY.
               10 PND-SOURCE        PIC X(8).
               10 PND-REQ-DATE      PIC 9(8).
               10 PND-REQ-SEQ       PIC 9(6).
            05 PND-REQ-TIME         PIC 9(6).
            05 PND-REFERENCE        PIC X(10).
            05 PND-STATUS           PIC X(1).
            05 PND-REQUESTER        PIC X(8).
            05 PND-APPROVER         PIC X(8).
            05 PND-DECIDE-DATE      PIC 9(8).
            05 PND-BEFORE-TEXT      PIC X(80).
            05 PND-AFTER-TEXT       PIC X(80).
            05 PND-BEFORE-UNIT      PIC X(4).

         FD CHANGE-LOG-FILE.
         01 CHANGE-LOG-RECORD        PIC X(132).
         01 WS-TRAN-FILE-STATUS    PIC XX.
         01 WS-LOCMST-FILE-STATUS  PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.
         01 WS-PND-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).

         01 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
         01 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
         01 WS-PENDING-COUNT       PIC 9(7) VALUE 0.
         01 WS-DECLINED-COUNT      PIC 9(7) VALUE 0.

         01 WS-BEFORE-DESC         PIC X(30).
         01 WS-BEFORE-STATUS       PIC X(1).
         01 WS-MASTER-SW           PIC X VALUE 'N'.
            88 MASTER-ON-FILE      VALUE 'Y'.

         01 WS-VERSION-SW          PIC X VALUE 'N'.
            88 VERSION-FOUND       VALUE 'Y'.
         01 WS-VSCAN-SW            PIC X VALUE 'N'.
            88 VSCAN-END           VALUE 'Y'.
         01 WS-STORED-SW           PIC X VALUE 'N'.
            88 VERSION-STORED      VALUE 'Y'.

         01 WS-LATEST-KEY          PIC X(14).

         01 WS-PENDING-OPEN-SW     PIC X VALUE 'N'.
            88 PENDING-OPEN        VALUE 'Y'.
         01 WS-PENDING-SW          PIC X VALUE 'N'.
            88 PENDING-FOUND       VALUE 'Y'.
         01 WS-PSCAN-SW            PIC X VALUE 'N'.
            88 PSCAN-END           VALUE 'Y'.
         01 WS-OPERATOR-SW         PIC X VALUE 'N'.
            88 OPERATOR-AUTHORIZED VALUE 'Y'.

         01 WS-LAST-PND-SEQ        PIC 9(6) VALUE 0.
         01 WS-DECISION            PIC X(1).

         01 WS-TIME-NOW            PIC 9(8).
         01 WS-TIME-HHMMSS REDEFINES WS-TIME-NOW.
            05 WS-TIME-6           PIC 9(6).
            05 FILLER              PIC 9(2).

         01 WS-WRITE-SW            PIC X.
            88 RECORD-WRITTEN      VALUE 'Y'.
         01 WS-WRITE-TRIES         PIC 9(2).

         01 WS-NEW-VERSION.
            05 WS-NEW-ID           PIC 9(6).
            05 WS-NEW-EFF-FROM     PIC 9(8).
            05 WS-NEW-EFF-TO       PIC 9(8).
            05 WS-NEW-DESC         PIC X(30).
            05 WS-NEW-STATUS       PIC X(1).
            05 WS-NEW-REGION       PIC X(4).
            05 WS-NEW-DISTRICT     PIC X(4).

         01 AUDIT-PARM.
            05 AUD-PARM-FUNCTION    PIC X(1).
            05 AUD-PARM-PROGRAM     PIC X(8).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 OPERATOR-PARM.
            05 OPR-PARM-ID          PIC X(8).
            05 OPR-PARM-REPLY       PIC X(1).
            05 OPR-PARM-NAME        PIC X(30).

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
            05 HDR-RUN-DATE        PIC 9(8).

         01 WS-COLUMN-LINE.
            05 FILLER              PIC X(44) VALUE
               'ACTION      LOC ID  BEFORE DESC'.
            05 FILLER              PIC X(27) VALUE
               'ST AFTER DESC'.
            05 FILLER              PIC X(40) VALUE
               'ST RGN  DIST  RESULT'.
            05 FILLER              PIC X(17) VALUE
               'REQUESTR APPROVER'.

         01 WS-DETAIL-LINE.
            05 DTL-ACTION          PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-LOC-ID          PIC X(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-BEFORE-DESC     PIC X(22).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-BEFORE-STATUS   PIC X(1).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AFTER-DESC      PIC X(22).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AFTER-STATUS    PIC X(1).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AFTER-REGION    PIC X(4).
            05 FILLER              PIC X(1) VALUE SPACES.
            05 DTL-AFTER-DISTRICT  PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-RESULT          PIC X(24).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REQUESTER       PIC X(8).
            05 FILLER              PIC X(1) VALUE SPACES.
            05 DTL-APPROVER        PIC X(8).

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(30).
               GOBACK
            END-IF

            PERFORM OPEN-PENDING
            IF NOT PENDING-OPEN
               CLOSE TRANSACTION-FILE
               CLOSE LOCATION-MASTER
               PERFORM AUDIT-END
               GOBACK
            END-IF
            PERFORM FIND-LAST-PENDING-SEQ

            OPEN OUTPUT CHANGE-LOG-FILE
            MOVE WS-RUN-DATE TO HDR-RUN-DATE
            MOVE WS-HEADER-LINE TO CHANGE-LOG-RECORD
            CLOSE CHANGE-LOG-FILE
            CLOSE TRANSACTION-FILE
            CLOSE LOCATION-MASTER
            CLOSE PENDING-FILE

            DISPLAY 'LOCMAINT: TRANSACTIONS APPLIED : '
                    WS-APPLIED-COUNT
            DISPLAY 'LOCMAINT: TRANSACTIONS REJECTED: '
                    WS-REJECT-COUNT
            DISPLAY 'LOCMAINT: SENT FOR APPROVAL    : '
                    WS-PENDING-COUNT
            DISPLAY 'LOCMAINT: APPROVALS DECLINED   : '
                    WS-DECLINED-COUNT

            PERFORM AUDIT-END
            GOBACK.
           MOVE WS-APPLIED-COUNT TO AUD-PARM-READ-COUNT
           MOVE WS-REJECT-COUNT TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           MOVE SPACES TO AUD-PARM-REQUESTER
           MOVE SPACES TO AUD-PARM-APPROVER
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
              DISPLAY 'LOCMAINT: CANNOT OPEN PENDING APPROVAL FILE - '
                      'STATUS ' WS-PND-FILE-STATUS
           END-IF
           .

         FIND-LAST-PENDING-SEQ SECTION.
           MOVE 0 TO WS-LAST-PND-SEQ
           MOVE 'N' TO WS-PSCAN-SW
           MOVE 'LOCMAINT' TO PND-SOURCE
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
                  IF PND-SOURCE NOT = 'LOCMAINT'
                     OR PND-REQ-DATE NOT = WS-RUN-DATE
                     SET PSCAN-END TO TRUE
                  ELSE
                     MOVE PND-REQ-SEQ TO WS-LAST-PND-SEQ
                  END-IF
               END-IF
           END-PERFORM
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
           MOVE TRN-LOC-ID TO DTL-LOC-ID
           MOVE TRN-OPERATOR TO DTL-REQUESTER
           EVALUATE TRN-ACTION
              WHEN 'A' MOVE 'ADD' TO DTL-ACTION
              WHEN 'C' MOVE 'CHANGE' TO DTL-ACTION
              WHEN 'D' MOVE 'DEACTIVATE' TO DTL-ACTION
              WHEN 'R' MOVE 'REACTIVATE' TO DTL-ACTION
              WHEN 'V' MOVE 'APPROVE' TO DTL-ACTION
              WHEN 'X' MOVE 'DECLINE' TO DTL-ACTION
              WHEN OTHER MOVE TRN-ACTION TO DTL-ACTION
           END-EVALUATE

              MOVE 'REJECTED - BAD ID' TO DTL-RESULT
              PERFORM WRITE-LOG-LINE
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-AUTHORIZED
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - BAD OPERATOR' TO DTL-RESULT
                 PERFORM WRITE-LOG-LINE
              ELSE
                 EVALUATE TRN-ACTION
                    WHEN 'A' PERFORM ADD-LOCATION
                    WHEN 'C' PERFORM CHANGE-LOCATION
                    WHEN 'D' PERFORM DEACTIVATE-LOCATION
                    WHEN 'R' PERFORM REACTIVATE-LOCATION
                    WHEN 'V' PERFORM APPROVE-DEACTIVATION
                    WHEN 'X' PERFORM DECLINE-DEACTIVATION
                    WHEN OTHER
                       PERFORM REJECT-TRANSACTION
                       MOVE 'REJECTED - BAD ACTION' TO DTL-RESULT
                       PERFORM WRITE-LOG-LINE
                 END-EVALUATE
              END-IF
           END-IF
           .

         ADD-LOCATION SECTION.
           PERFORM FIND-LATEST-VERSION
           IF VERSION-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE LOC-MST-DESC TO DTL-BEFORE-DESC
              MOVE LOC-MST-STATUS TO DTL-BEFORE-STATUS
              MOVE 'REJECTED - DUPLICATE' TO DTL-RESULT
           ELSE
              IF TRN-REGION = SPACES AND TRN-DISTRICT NOT = SPACES
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO REGION' TO DTL-RESULT
              ELSE
                 MOVE TRN-LOC-ID TO LOC-MST-ID
                 MOVE WS-RUN-DATE TO LOC-MST-EFF-FROM
                 MOVE 99999999 TO LOC-MST-EFF-TO
                 MOVE TRN-DESC TO LOC-MST-DESC
                 MOVE 'A' TO LOC-MST-STATUS
                 MOVE TRN-REGION TO LOC-MST-REGION
                 MOVE TRN-DISTRICT TO LOC-MST-DISTRICT
                 WRITE LOCATION-MASTER-RECORD
                    INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE TRN-DESC TO DTL-AFTER-DESC
                       MOVE 'A' TO DTL-AFTER-STATUS
                       MOVE TRN-REGION TO DTL-AFTER-REGION
                       MOVE TRN-DISTRICT TO DTL-AFTER-DISTRICT
                       MOVE 'ADDED' TO DTL-RESULT
                 END-WRITE
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         CHANGE-LOCATION SECTION.
           PERFORM FIND-LATEST-VERSION
           IF NOT VERSION-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NOT ON FILE' TO DTL-RESULT
           ELSE
              MOVE LOC-MST-DESC TO DTL-BEFORE-DESC
              MOVE LOC-MST-STATUS TO DTL-BEFORE-STATUS
              MOVE LOCATION-MASTER-RECORD TO WS-NEW-VERSION
              MOVE TRN-DESC TO WS-NEW-DESC
              IF TRN-REGION NOT = SPACES
                 MOVE TRN-REGION TO WS-NEW-REGION
              END-IF
              IF TRN-DISTRICT NOT = SPACES
                 MOVE TRN-DISTRICT TO WS-NEW-DISTRICT
              END-IF
              IF WS-NEW-REGION = SPACES
                 AND WS-NEW-DISTRICT NOT = SPACES
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - NO REGION' TO DTL-RESULT
              ELSE
                 PERFORM STORE-NEW-VERSION
                 IF VERSION-STORED
                    MOVE 'CHANGED' TO DTL-RESULT
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         DEACTIVATE-LOCATION SECTION.
           PERFORM FIND-LATEST-VERSION
           IF NOT VERSION-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NOT ON FILE' TO DTL-RESULT
           ELSE
              MOVE LOC-MST-DESC TO DTL-BEFORE-DESC
              MOVE LOC-MST-STATUS TO DTL-BEFORE-STATUS
              IF LOC-MST-STATUS = 'I'
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - ALREADY INACT' TO DTL-RESULT
              ELSE
                 PERFORM FIND-PENDING-DEACTIVATION
                 IF PENDING-FOUND
                    PERFORM REJECT-TRANSACTION
                    MOVE 'REJECTED - PENDING' TO DTL-RESULT
                 ELSE
                    PERFORM WRITE-PENDING-REQUEST
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         APPROVE-DEACTIVATION SECTION.
           PERFORM FIND-PENDING-DEACTIVATION
           IF NOT PENDING-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NONE PENDING' TO DTL-RESULT
           ELSE
              MOVE PND-REQUESTER TO DTL-REQUESTER
              MOVE TRN-OPERATOR TO DTL-APPROVER
              IF PND-REQUESTER = TRN-OPERATOR
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - SAME OPERATOR' TO DTL-RESULT
              ELSE
                 PERFORM APPLY-APPROVED-DEACTIVATION
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         APPLY-APPROVED-DEACTIVATION SECTION.
           PERFORM FIND-LATEST-VERSION
           IF NOT VERSION-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NOT ON FILE' TO DTL-RESULT
           ELSE
              MOVE LOC-MST-DESC TO DTL-BEFORE-DESC
              MOVE LOC-MST-STATUS TO DTL-BEFORE-STATUS
              IF LOC-MST-STATUS = 'I'
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - ALREADY INACT' TO DTL-RESULT
              ELSE
                 MOVE LOCATION-MASTER-RECORD TO WS-NEW-VERSION
                 MOVE 'I' TO WS-NEW-STATUS
                 PERFORM STORE-NEW-VERSION
                 IF VERSION-STORED
                    MOVE 'DEACTIVATED' TO DTL-RESULT
                    MOVE 'A' TO WS-DECISION
                    PERFORM RECORD-DECISION
                 END-IF
              END-IF
           END-IF
           .

         DECLINE-DEACTIVATION SECTION.
           PERFORM FIND-PENDING-DEACTIVATION
           IF NOT PENDING-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NONE PENDING' TO DTL-RESULT
           ELSE
              MOVE PND-REQUESTER TO DTL-REQUESTER
              MOVE TRN-OPERATOR TO DTL-APPROVER
              MOVE PND-BEFORE-TEXT TO DTL-BEFORE-DESC
              IF PND-REQUESTER = TRN-OPERATOR
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - SAME OPERATOR' TO DTL-RESULT
              ELSE
                 MOVE 'D' TO WS-DECISION
                 PERFORM RECORD-DECISION
                 ADD 1 TO WS-DECLINED-COUNT
                 MOVE 'DECLINED' TO DTL-RESULT
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         FIND-PENDING-DEACTIVATION SECTION.
           MOVE 'N' TO WS-PENDING-SW
           MOVE 'N' TO WS-PSCAN-SW
           MOVE 'LOCMAINT' TO PND-SOURCE
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
                  IF PND-SOURCE NOT = 'LOCMAINT'
                     SET PSCAN-END TO TRUE
                  ELSE
                     IF PND-STATUS = 'P'
                        AND PND-REFERENCE = TRN-LOC-ID
                        SET PENDING-FOUND TO TRUE
                        SET PSCAN-END TO TRUE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

         WRITE-PENDING-REQUEST SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE 'N' TO WS-WRITE-SW
           MOVE 0 TO WS-WRITE-TRIES
           PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES >= 60
               ADD 1 TO WS-LAST-PND-SEQ
               MOVE SPACES TO PENDING-RECORD
               MOVE 'LOCMAINT' TO PND-SOURCE
               MOVE WS-RUN-DATE TO PND-REQ-DATE
               MOVE WS-LAST-PND-SEQ TO PND-REQ-SEQ
               MOVE WS-TIME-6 TO PND-REQ-TIME
               MOVE TRN-LOC-ID TO PND-REFERENCE
               MOVE 'P' TO PND-STATUS
               MOVE TRN-OPERATOR TO PND-REQUESTER
               MOVE 0 TO PND-DECIDE-DATE
               MOVE LOC-MST-DESC TO PND-BEFORE-TEXT
               MOVE TRANSACTION-RECORD TO PND-AFTER-TEXT
               WRITE PENDING-RECORD
                  INVALID KEY
                     ADD 1 TO WS-WRITE-TRIES
                  NOT INVALID KEY
                     SET RECORD-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM

           IF RECORD-WRITTEN
              ADD 1 TO WS-PENDING-COUNT
              MOVE 'PENDING APPROVAL' TO DTL-RESULT
           ELSE
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - WRITE FAILED' TO DTL-RESULT
           END-IF
           .

         RECORD-DECISION SECTION.
           MOVE WS-DECISION TO PND-STATUS
           MOVE TRN-OPERATOR TO PND-APPROVER
           MOVE WS-RUN-DATE TO PND-DECIDE-DATE
           REWRITE PENDING-RECORD
              INVALID KEY
                 DISPLAY 'LOCMAINT: COULD NOT UPDATE PENDING ITEM '
                         PND-KEY
           END-REWRITE
           PERFORM AUDIT-DECISION
           .

         REACTIVATE-LOCATION SECTION.
           PERFORM FIND-LATEST-VERSION
           IF NOT VERSION-FOUND
              PERFORM REJECT-TRANSACTION
              MOVE 'REJECTED - NOT ON FILE' TO DTL-RESULT
           ELSE
              MOVE LOC-MST-DESC TO DTL-BEFORE-DESC
              MOVE LOC-MST-STATUS TO DTL-BEFORE-STATUS
              IF LOC-MST-STATUS = 'A'
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - ALREADY ACT' TO DTL-RESULT
              ELSE
                 MOVE LOCATION-MASTER-RECORD TO WS-NEW-VERSION
                 MOVE 'A' TO WS-NEW-STATUS
                 PERFORM STORE-NEW-VERSION
                 IF VERSION-STORED
                    MOVE 'REACTIVATED' TO DTL-RESULT
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-LOG-LINE
           .

         FIND-LATEST-VERSION SECTION.
           MOVE 'N' TO WS-VERSION-SW
           MOVE 'N' TO WS-VSCAN-SW
           MOVE TRN-LOC-ID TO LOC-MST-ID
           MOVE 0 TO LOC-MST-EFF-FROM
           START LOCATION-MASTER KEY >= LOC-MST-KEY
              INVALID KEY SET VSCAN-END TO TRUE
           END-START

           PERFORM UNTIL VSCAN-END
               READ LOCATION-MASTER NEXT RECORD
                  AT END SET VSCAN-END TO TRUE
               END-READ
               IF NOT VSCAN-END
                  IF LOC-MST-ID NOT = TRN-LOC-ID
                     SET VSCAN-END TO TRUE
                  ELSE
                     SET VERSION-FOUND TO TRUE
                     MOVE LOC-MST-KEY TO WS-LATEST-KEY
                  END-IF
               END-IF
           END-PERFORM

           IF VERSION-FOUND
              MOVE WS-LATEST-KEY TO LOC-MST-KEY
              READ LOCATION-MASTER
                 INVALID KEY
                    MOVE 'N' TO WS-VERSION-SW
              END-READ
           END-IF
           .

         STORE-NEW-VERSION SECTION.
           MOVE 'N' TO WS-STORED-SW
           EVALUATE TRUE
              WHEN LOC-MST-EFF-FROM > WS-RUN-DATE
                 PERFORM REJECT-TRANSACTION
                 MOVE 'REJECTED - LATER VERSION' TO DTL-RESULT
              WHEN LOC-MST-EFF-FROM = WS-RUN-DATE
                 MOVE WS-NEW-VERSION TO LOCATION-MASTER-RECORD
                 REWRITE LOCATION-MASTER-RECORD
                    INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       MOVE 'REJECTED - WRITE FAILED' TO DTL-RESULT
                    NOT INVALID KEY
                       SET VERSION-STORED TO TRUE
                 END-REWRITE
              WHEN OTHER
                 COMPUTE LOC-MST-EFF-TO = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
                 REWRITE LOCATION-MASTER-RECORD
                    INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       MOVE 'REJECTED - WRITE FAILED' TO DTL-RESULT
                    NOT INVALID KEY
                       MOVE WS-NEW-VERSION TO LOCATION-MASTER-RECORD
                       MOVE WS-RUN-DATE TO LOC-MST-EFF-FROM
                       MOVE 99999999 TO LOC-MST-EFF-TO
                       WRITE LOCATION-MASTER-RECORD
                          INVALID KEY
                             PERFORM REJECT-TRANSACTION
                             MOVE 'REJECTED - WRITE FAILED'
                               TO DTL-RESULT
                          NOT INVALID KEY
                             SET VERSION-STORED TO TRUE
                       END-WRITE
                 END-REWRITE
           END-EVALUATE

           IF VERSION-STORED
              ADD 1 TO WS-APPLIED-COUNT
              MOVE WS-NEW-DESC TO DTL-AFTER-DESC
              MOVE WS-NEW-STATUS TO DTL-AFTER-STATUS
              MOVE WS-NEW-REGION TO DTL-AFTER-REGION
              MOVE WS-NEW-DISTRICT TO DTL-AFTER-DISTRICT
           END-IF
           .

         REJECT-TRANSACTION SECTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'LOCMAINT: REJECTED TRANSACTION: '
           MOVE WS-REJECT-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           MOVE 'SENT FOR APPROVAL            :' TO CNT-LABEL
           MOVE WS-PENDING-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           MOVE 'DEACTIVATIONS DECLINED       :' TO CNT-LABEL
           MOVE WS-DECLINED-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           .
