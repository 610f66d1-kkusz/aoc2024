            05 AUD-READ-COUNT       PIC 9(10).
            05 AUD-REJECT-COUNT     PIC 9(10).
            05 AUD-STATUS           PIC X(8).
            05 AUD-REQUESTER        PIC X(8).
            05 AUD-APPROVER         PIC X(8).

         FD HISTORY-FILE.
         01 HISTORY-RECORD.
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE
