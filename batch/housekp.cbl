         01 DISPOSITION-RECORD.
            05 DISP-KEY.
               10 DISP-RUN-DATE     PIC 9(8).
               10 DISP-UNIT         PIC X(4).
               10 DISP-SEQ-NUM      PIC 9(10).
            05 DISP-LEVEL-COUNT     PIC 9(3).
            05 DISP-STATUS          PIC X(8).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 WS-CTLG-COUNT          PIC 9(4) VALUE 0.
         01 WS-CTLG-MAX            PIC 9(4) VALUE 1000.
           MOVE 'N' TO WS-DISP-DEL-SW
           PERFORM UNTIL DISP-DATE-DONE
               MOVE WS-DISP-DATE(WS-DDATE-IX) TO DISP-RUN-DATE
               MOVE LOW-VALUES TO DISP-UNIT
               MOVE 0 TO DISP-SEQ-NUM
               START DISPOSITION-FILE KEY >= DISP-KEY
                  INVALID KEY SET DISP-DATE-DONE TO TRUE
