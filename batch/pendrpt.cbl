         IDENTIFICATION DIVISION.
         PROGRAM-ID. PENDRPT.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT PENDING-FILE ASSIGN TO PENDAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PND-KEY
            FILE STATUS IS WS-PND-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO PENDLST
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
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

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-PND-FILE-STATUS     PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).
         01 WS-RUN-DATE-INT        PIC 9(8).
         01 WS-REQ-DATE-INT        PIC 9(8).
         01 WS-AGE                 PIC 9(5).

         01 WS-PND-SW              PIC X VALUE 'N'.
            88 PND-END             VALUE 'Y'.

         01 WS-CUR-SOURCE          PIC X(8).
         01 WS-SOURCE-COUNT        PIC 9(7) VALUE 0.
         01 WS-SRC-PENDING         PIC 9(7) VALUE 0.
         01 WS-SRC-OLDEST          PIC 9(5) VALUE 0.

         01 WS-ITEMS-READ          PIC 9(10) VALUE 0.
         01 WS-PENDING-COUNT       PIC 9(10) VALUE 0.
         01 WS-OLDEST-AGE          PIC 9(5) VALUE 0.
         01 WS-APPROVED-TODAY      PIC 9(10) VALUE 0.
         01 WS-DECLINED-TODAY      PIC 9(10) VALUE 0.
         01 WS-LATER-COUNT         PIC 9(10) VALUE 0.

         01 WS-LINES-ON-PAGE       PIC 9(2) VALUE 99.
         01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 40.
         01 WS-PAGE-NUM            PIC 9(4) VALUE 0.

         01 WS-PAGE-HEADER-1.
            05 FILLER              PIC X(40)
               VALUE 'ITEMS AWAITING APPROVAL FOR DATE        '.
            05 HDR-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(7) VALUE '  PAGE '.
            05 HDR-PAGE-NUM        PIC Z(3)9.

         01 WS-PAGE-HEADER-2.
            05 FILLER              PIC X(50) VALUE
               'SOURCE    REQUESTED ITEM      AGE  REQUESTR  REFER'.
            05 FILLER              PIC X(50) VALUE
               'ENCE   REQUESTED CHANGE'.

         01 WS-DETAIL-LINE.
            05 DTL-SOURCE          PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REQ-DATE        PIC 9(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REQ-SEQ         PIC 9(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-AGE             PIC Z(4)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REQUESTER       PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REFERENCE       PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-CHANGE          PIC X(72).

         01 WS-SUBTOTAL-LINE.
            05 SUB-SOURCE          PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'PENDING:'.
            05 SUB-PENDING         PIC Z(6)9.
            05 FILLER              PIC X(16) VALUE
               '  OLDEST (DAYS):'.
            05 SUB-OLDEST          PIC Z(4)9.

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

            OPEN INPUT PENDING-FILE
            IF WS-PND-FILE-STATUS NOT = '00'
               DISPLAY 'NO PENDING APPROVAL FILE AVAILABLE YET'
               PERFORM AUDIT-END
               GOBACK
            END-IF

            COMPUTE WS-RUN-DATE-INT
                    = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN OUTPUT REPORT-FILE

            PERFORM LIST-PENDING-ITEMS
            PERFORM PRINT-TOTALS

            CLOSE REPORT-FILE
            CLOSE PENDING-FILE

            DISPLAY 'PENDRPT: ITEMS ON FILE        : ' WS-ITEMS-READ
            DISPLAY 'PENDRPT: AWAITING APPROVAL    : ' WS-PENDING-COUNT
            DISPLAY 'PENDRPT: APPROVED TODAY       : ' WS-APPROVED-TODAY
            DISPLAY 'PENDRPT: DECLINED TODAY       : ' WS-DECLINED-TODAY

            PERFORM AUDIT-END
            GOBACK.

         CHECK-BATCH-LOCK SECTION.
           MOVE SPACES TO LOCK-PARM
           MOVE 'C' TO LCK-PARM-FUNCTION
           MOVE 0 TO LCK-PARM-RUN-DATE
           CALL 'BATCHLCK' USING LOCK-PARM
           IF LCK-PARM-REPLY NOT = 'Y'
              DISPLAY 'PENDRPT: WARNING - BATCH RUN IN PROGRESS - '
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
           MOVE 'PENDRPT' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-ITEMS-READ TO AUD-PARM-READ-COUNT
           MOVE 0 TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         LIST-PENDING-ITEMS SECTION.
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-FILE KEY >= PND-KEY
              INVALID KEY SET PND-END TO TRUE
           END-START

           PERFORM UNTIL PND-END
               READ PENDING-FILE NEXT RECORD
                  AT END SET PND-END TO TRUE
               END-READ
               IF NOT PND-END
                  ADD 1 TO WS-ITEMS-READ
                  EVALUATE TRUE
                     WHEN PND-REQ-DATE > WS-RUN-DATE
                        ADD 1 TO WS-LATER-COUNT
                     WHEN PND-STATUS = 'P'
                        PERFORM PRINT-ONE-ITEM
                     WHEN PND-DECIDE-DATE NOT = WS-RUN-DATE
                        CONTINUE
                     WHEN PND-STATUS = 'A'
                        ADD 1 TO WS-APPROVED-TODAY
                     WHEN PND-STATUS = 'D'
                        ADD 1 TO WS-DECLINED-TODAY
                  END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-SOURCE-COUNT > 0
              PERFORM PRINT-SOURCE-TOTAL
           END-IF
           .

         PRINT-ONE-ITEM SECTION.
           IF WS-SOURCE-COUNT = 0
              OR PND-SOURCE NOT = WS-CUR-SOURCE
              IF WS-SOURCE-COUNT > 0
                 PERFORM PRINT-SOURCE-TOTAL
              END-IF
              MOVE PND-SOURCE TO WS-CUR-SOURCE
              MOVE 0 TO WS-SRC-PENDING
              MOVE 0 TO WS-SRC-OLDEST
              ADD 1 TO WS-SOURCE-COUNT
           END-IF

           COMPUTE WS-REQ-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(PND-REQ-DATE)
           COMPUTE WS-AGE = WS-RUN-DATE-INT - WS-REQ-DATE-INT
           ADD 1 TO WS-SRC-PENDING
           ADD 1 TO WS-PENDING-COUNT
           IF WS-AGE > WS-SRC-OLDEST
              MOVE WS-AGE TO WS-SRC-OLDEST
           END-IF
           IF WS-AGE > WS-OLDEST-AGE
              MOVE WS-AGE TO WS-OLDEST-AGE
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PND-SOURCE TO DTL-SOURCE
           MOVE PND-REQ-DATE TO DTL-REQ-DATE
           MOVE PND-REQ-SEQ TO DTL-REQ-SEQ
           MOVE WS-AGE TO DTL-AGE
           MOVE PND-REQUESTER TO DTL-REQUESTER
           MOVE PND-REFERENCE TO DTL-REFERENCE
           MOVE PND-AFTER-TEXT TO DTL-CHANGE
           PERFORM WRITE-DETAIL-LINE
           .

         PRINT-SOURCE-TOTAL SECTION.
           MOVE WS-CUR-SOURCE TO SUB-SOURCE
           MOVE WS-SRC-PENDING TO SUB-PENDING
           MOVE WS-SRC-OLDEST TO SUB-OLDEST
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
           IF WS-PENDING-COUNT = 0
              MOVE 'NO ITEMS AWAITING APPROVAL' TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           MOVE 'ITEMS ON PENDING APPROVAL FILE           :'
             TO TOT-LABEL
           MOVE WS-ITEMS-READ TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ITEMS AWAITING APPROVAL                  :'
             TO TOT-LABEL
           MOVE WS-PENDING-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'OLDEST ITEM AWAITING APPROVAL (DAYS)     :'
             TO TOT-LABEL
           MOVE WS-OLDEST-AGE TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ITEMS APPROVED ON REPORT DATE            :'
             TO TOT-LABEL
           MOVE WS-APPROVED-TODAY TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ITEMS DECLINED ON REPORT DATE            :'
             TO TOT-LABEL
           MOVE WS-DECLINED-TODAY TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ITEMS REQUESTED AFTER REPORT DATE        :'
             TO TOT-LABEL
           MOVE WS-LATER-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
