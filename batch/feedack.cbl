            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 WS-HEADER-LINE.
            05 FILLER              PIC X(43)
