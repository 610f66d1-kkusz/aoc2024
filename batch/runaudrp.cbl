            05 AUD-READ-COUNT       PIC 9(10).
            05 AUD-REJECT-COUNT     PIC 9(10).
            05 AUD-STATUS           PIC X(8).
            05 AUD-REQUESTER        PIC X(8).
            05 AUD-APPROVER         PIC X(8).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).
         01 WS-REPORT-DATE         PIC 9(8) VALUE 0.
         01 WS-STEP-COUNT          PIC 9(4) VALUE 0.
         01 WS-INCOMPLETE-COUNT    PIC 9(4) VALUE 0.
         01 WS-DECISION-COUNT      PIC 9(4) VALUE 0.

         01 WS-HEADER-LINE.
            05 FILLER              PIC X(36)
               'PROGRAM    START     END          READ  '.
            05 FILLER              PIC X(20) VALUE
               '  REJECTED  STATUS'.
            05 FILLER              PIC X(20) VALUE
               '  REQUESTER APPROVER'.

         01 WS-DETAIL-LINE.
            05 DTL-PROGRAM         PIC X(8).
            05 DTL-REJECTED        PIC Z(9)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-STATUS          PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-REQUESTER       PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-APPROVER        PIC X(8).

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(30).

            DISPLAY 'RUNAUDRP: STEPS REPORTED  : ' WS-STEP-COUNT
            DISPLAY 'RUNAUDRP: NOT COMPLETE    : ' WS-INCOMPLETE-COUNT
            DISPLAY 'RUNAUDRP: APPROVAL EVENTS : ' WS-DECISION-COUNT

            GOBACK.

           MOVE WS-INCOMPLETE-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'APPROVALS AND DECLINES       :' TO CNT-LABEL
           MOVE WS-DECISION-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

         PRINT-ONE-STEP SECTION.
           IF AUD-STATUS NOT = 'APPROVED'
              AND AUD-STATUS NOT = 'DECLINED'
              ADD 1 TO WS-STEP-COUNT
           END-IF
           MOVE AUD-PROGRAM TO DTL-PROGRAM
           MOVE AUD-START-TIME TO DTL-START-TIME
           MOVE AUD-END-TIME TO DTL-END-TIME
           MOVE AUD-READ-COUNT TO DTL-READ
           MOVE AUD-REJECT-COUNT TO DTL-REJECTED
           MOVE AUD-STATUS TO DTL-STATUS
           MOVE AUD-REQUESTER TO DTL-REQUESTER
           MOVE AUD-APPROVER TO DTL-APPROVER
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE AUD-STATUS
              WHEN 'COMPLETE'
                 CONTINUE
              WHEN 'APPROVED'
              WHEN 'DECLINED'
                 ADD 1 TO WS-DECISION-COUNT
              WHEN OTHER
                 ADD 1 TO WS-INCOMPLETE-COUNT
           END-EVALUATE
           .
