            88 DATE-ON-CALENDAR   VALUE 'Y'.
            88 DATE-NOT-EXPECTED  VALUE 'N'.

         01 WS-RECEIPT-SW         PIC X VALUE 'Y'.
            88 RECEIPTS-ACCEPTED  VALUE 'Y'.
            88 RECEIPT-REFUSED    VALUE 'N'.

         01 WS-RUN-STATUS         PIC X(8) VALUE SPACES.

         01 WS-GATE-SW            PIC X VALUE 'Y'.
            88 FEED-RELEASED      VALUE 'Y'.
            88 FEED-HELD          VALUE 'N'.

         01 AUDIT-PARM.
            05 AUD-PARM-FUNCTION    PIC X(1).
            05 AUD-PARM-PROGRAM     PIC X(8).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).
         01 WS-CTL-DATE.
            05 WS-CTL-YYYY        PIC 9(4).
            05 WS-CTL-MM          PIC 9(2).
            05 LCK-PARM-REPLY       PIC X(1).
            05 LCK-PARM-LOCK-DATE   PIC 9(8).

         01 RECEIPT-PARM.
            05 RCP-PARM-FILE-ID     PIC X(8).
            05 RCP-PARM-RUN-DATE    PIC 9(8).
            05 RCP-PARM-REPLY       PIC X(1).
            05 RCP-PARM-STATUS      PIC X(8).

         01 GATE-PARM.
            05 GTE-PARM-RUN-DATE    PIC 9(8).
            05 GTE-PARM-REPLY       PIC X(1).

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE

            DISPLAY 'RUNBATCH: STARTING DAY01/DAY02 RUN SEQUENCE'
            DISPLAY 'RUNBATCH: PROCESSING DATE ' WS-RUN-DATE

            PERFORM CHECK-RECEIPTS
            IF RECEIPT-REFUSED
               DISPLAY 'RUNBATCH: INBOUND FILE RECEIPT FAILED - RUN '
                       'REFUSED'
               MOVE 'REFUSED' TO WS-RUN-STATUS
               PERFORM AUDIT-END
               MOVE 'X' TO LCK-PARM-FUNCTION
               MOVE WS-RUN-DATE TO LCK-PARM-RUN-DATE
               CALL 'BATCHLCK' USING LOCK-PARM
               STOP RUN
            END-IF

            MOVE 'DAY01P2' TO WS-STEP
            DISPLAY 'RUNBATCH: CALLING ' WS-STEP
            CALL 'DAY01P2'
            CALL 'DAY02P1'
            DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'

            MOVE 'CASEBLD' TO WS-STEP
            DISPLAY 'RUNBATCH: CALLING ' WS-STEP
            CALL 'CASEBLD'
            DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'

            MOVE 'RSLTPOST' TO WS-STEP
            DISPLAY 'RUNBATCH: CALLING ' WS-STEP
            CALL 'RSLTPOST'
            DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'

            MOVE 'FEEDGATE' TO WS-STEP
            DISPLAY 'RUNBATCH: CALLING ' WS-STEP
            MOVE SPACES TO GATE-PARM
            MOVE WS-RUN-DATE TO GTE-PARM-RUN-DATE
            CALL 'FEEDGATE' USING GATE-PARM
            IF GTE-PARM-REPLY = 'Y'
               SET FEED-RELEASED TO TRUE
            ELSE
               SET FEED-HELD TO TRUE
            END-IF
            DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'

            IF FEED-RELEASED
               MOVE 'FEEDEXT' TO WS-STEP
               DISPLAY 'RUNBATCH: CALLING ' WS-STEP
               CALL 'FEEDEXT'
               DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'

               MOVE 'FEEDBAL' TO WS-STEP
               DISPLAY 'RUNBATCH: CALLING ' WS-STEP
               CALL 'FEEDBAL'
               DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'
            ELSE
               DISPLAY 'RUNBATCH: FEED HELD BY RELEASE GATE - FEEDEXT '
                       'AND FEEDBAL BYPASSED'
               MOVE 'HELD' TO WS-RUN-STATUS
            END-IF

            MOVE 'HOUSEKP' TO WS-STEP
            DISPLAY 'RUNBATCH: CALLING ' WS-STEP
            CALL 'HOUSEKP'
            DISPLAY 'RUNBATCH: RUN SEQUENCE COMPLETE'
            PERFORM AUDIT-END

            IF FEED-HELD
               DISPLAY 'RUNBATCH: LOCK CLEARED SO THE HELD FEED CAN BE '
                       'RELEASED ON A RE-RUN'
               MOVE 'X' TO LCK-PARM-FUNCTION
            ELSE
               MOVE 'R' TO LCK-PARM-FUNCTION
            END-IF
            MOVE WS-RUN-DATE TO LCK-PARM-RUN-DATE
            CALL 'BATCHLCK' USING LOCK-PARM

           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE 0 TO AUD-PARM-READ-COUNT
           MOVE 0 TO AUD-PARM-REJECT-COUNT
           MOVE WS-RUN-STATUS TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         CHECK-RECEIPTS SECTION.
           SET RECEIPTS-ACCEPTED TO TRUE
           MOVE 'FILERCPT' TO WS-STEP
           DISPLAY 'RUNBATCH: CALLING ' WS-STEP

           MOVE SPACES TO RECEIPT-PARM
           MOVE 'DAY1INP' TO RCP-PARM-FILE-ID
           MOVE WS-RUN-DATE TO RCP-PARM-RUN-DATE
           CALL 'FILERCPT' USING RECEIPT-PARM
           IF RCP-PARM-REPLY NOT = 'Y'
              SET RECEIPT-REFUSED TO TRUE
              DISPLAY 'RUNBATCH: DAY1INP RECEIPT ' RCP-PARM-STATUS
           END-IF

           MOVE SPACES TO RECEIPT-PARM
           MOVE 'DAY2INP' TO RCP-PARM-FILE-ID
           MOVE WS-RUN-DATE TO RCP-PARM-RUN-DATE
           CALL 'FILERCPT' USING RECEIPT-PARM
           IF RCP-PARM-REPLY NOT = 'Y'
              SET RECEIPT-REFUSED TO TRUE
              DISPLAY 'RUNBATCH: DAY2INP RECEIPT ' RCP-PARM-STATUS
           END-IF

           DISPLAY 'RUNBATCH: ' WS-STEP ' COMPLETE'
           .

         CHECK-CALENDAR SECTION.
           SET DATE-ON-CALENDAR TO TRUE
           OPEN INPUT CALENDAR-FILE
