            05 RSLT-RIGHT-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-REJECT-COUNT    PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-UNKNOWN-COUNT   PIC 9(10).

         FD DAY02-RESULTS-FILE.
         01 DAY02-RESULTS-RECORD.
            05 RSLT2-REJECT-COUNT   PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-READ-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-UNIT           PIC X(4).

         FD FEED-FILE.
         01 FEED-HEADER-RECORD.
            05 AUD-READ-COUNT       PIC 9(10).
            05 AUD-REJECT-COUNT     PIC 9(10).
            05 AUD-STATUS           PIC X(8).
            05 AUD-REQUESTER        PIC X(8).
            05 AUD-APPROVER         PIC X(8).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE
