         01 DISPOSITION-RECORD.
            05 DISP-KEY.
               10 DISP-RUN-DATE     PIC 9(8).
               10 DISP-UNIT         PIC X(4).
               10 DISP-SEQ-NUM      PIC 9(10).
            05 DISP-LEVEL-COUNT     PIC 9(3).
            05 DISP-STATUS          PIC X(8).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-INQUIRY-UNIT        PIC X(4).
         01 WS-INQUIRY-SEQ         PIC 9(10).
         01 WS-FOUND-COUNT         PIC 9(10) VALUE 0.
         01 WS-FAIL-DIFF-DISP      PIC +(3)9.
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
            PERFORM CHECK-BATCH-LOCK
            PERFORM GET-RUN-DATE
            PERFORM AUDIT-START
            DISPLAY 'ENTER REACTOR UNIT: '
                    WITH NO ADVANCING
            ACCEPT WS-INQUIRY-UNIT
            DISPLAY 'ENTER REPORT SEQUENCE NUMBER WITHIN UNIT: '
                    WITH NO ADVANCING
            ACCEPT WS-INQUIRY-SEQ

               DISPLAY 'NO DISPOSITION FILE AVAILABLE YET'
            ELSE
               MOVE WS-RUN-DATE TO DISP-RUN-DATE
               MOVE WS-INQUIRY-UNIT TO DISP-UNIT
               MOVE WS-INQUIRY-SEQ TO DISP-SEQ-NUM
               READ DISPOSITION-FILE
                  INVALID KEY
                     DISPLAY 'NO DISPOSITION FOR UNIT '
                             WS-INQUIRY-UNIT ' REPORT '
                             WS-INQUIRY-SEQ ' ON RUN DATE '
                             WS-RUN-DATE
               END-READ

         DISPLAY-DISPOSITION SECTION.
            DISPLAY 'RUN DATE             : ' DISP-RUN-DATE
            DISPLAY 'REACTOR UNIT         : ' DISP-UNIT
            DISPLAY 'REPORT SEQUENCE      : ' DISP-SEQ-NUM
            DISPLAY 'STATUS               : ' DISP-STATUS
            DISPLAY 'LEVEL COUNT          : ' DISP-LEVEL-COUNT
