            05 AUD-READ-COUNT       PIC 9(10).
            05 AUD-REJECT-COUNT     PIC 9(10).
            05 AUD-STATUS           PIC X(8).
            05 AUD-REQUESTER        PIC X(8).
            05 AUD-APPROVER         PIC X(8).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).
