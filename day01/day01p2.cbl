
            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

            SELECT UNKNOWN-FILE ASSIGN TO DAY1UNKN

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

         FD UNKNOWN-FILE.
         01 UNKNOWN-RECORD.
            05 RSLT-RIGHT-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-REJECT-COUNT    PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-UNKNOWN-COUNT   PIC 9(10).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            88 LOC-BAD             VALUE 'N'.

         01 WS-UNK-REASON          PIC X(20).
         01 WS-FIND-LOC-ID         PIC 9(6).
         01 WS-FIND-DATE           PIC 9(8).
         01 WS-VERSION-SW          PIC X VALUE 'N'.
            88 VERSION-FOUND       VALUE 'Y'.
         01 WS-VSCAN-SW            PIC X VALUE 'N'.
            88 VSCAN-END           VALUE 'Y'.

         01 WS-LINE-SW             PIC X VALUE 'Y'.
            88 LINE-VALID          VALUE 'Y'.
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         01 WS-PAIR-PARM-STATUS    PIC XX.
         01 WS-GAP-TOLERANCE       PIC 9(6) VALUE 10000.

         CHECK-ONE-LOCATION SECTION.
           MOVE SPACES TO WS-UNK-REASON
           MOVE LOC-MST-ID TO WS-FIND-LOC-ID
           MOVE WS-RUN-DATE TO WS-FIND-DATE
           PERFORM FIND-VERSION-IN-FORCE
           IF NOT VERSION-FOUND
              MOVE 'UNKNOWN LOCATION' TO WS-UNK-REASON
           ELSE
              IF LOC-MST-STATUS NOT = 'A'
                 MOVE 'INACTIVE LOCATION' TO WS-UNK-REASON
              END-IF
           END-IF

           IF WS-UNK-REASON NOT = SPACES
              SET LOC-BAD TO TRUE
              MOVE SPACES TO UNKNOWN-RECORD
              MOVE INPUT-TEXT TO UNK-INPUT-TEXT
              MOVE WS-FIND-LOC-ID TO UNK-LOC-ID
              MOVE WS-UNK-REASON TO UNK-REASON
              WRITE UNKNOWN-RECORD
           END-IF
           .

         FIND-VERSION-IN-FORCE SECTION.
           MOVE 'N' TO WS-VERSION-SW
           MOVE 'N' TO WS-VSCAN-SW
           MOVE WS-FIND-LOC-ID TO LOC-MST-ID
           MOVE 0 TO LOC-MST-EFF-FROM
           START LOCATION-MASTER KEY >= LOC-MST-KEY
              INVALID KEY SET VSCAN-END TO TRUE
           END-START

           PERFORM UNTIL VSCAN-END OR VERSION-FOUND
               READ LOCATION-MASTER NEXT RECORD
                  AT END SET VSCAN-END TO TRUE
               END-READ
               IF NOT VSCAN-END
                  IF LOC-MST-ID NOT = WS-FIND-LOC-ID
                     OR LOC-MST-EFF-FROM > WS-FIND-DATE
                     SET VSCAN-END TO TRUE
                  ELSE
                     IF LOC-MST-EFF-TO >= WS-FIND-DATE
                        SET VERSION-FOUND TO TRUE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           .

         GET-RUN-DATE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-CARD-FILE
           MOVE WS-LEFT-COUNT TO RSLT-LEFT-COUNT
           MOVE WS-RIGHT-COUNT TO RSLT-RIGHT-COUNT
           MOVE WS-REJECT-COUNT TO RSLT-REJECT-COUNT
           MOVE WS-UNKNOWN-COUNT TO RSLT-UNKNOWN-COUNT
           WRITE RESULTS-RECORD
           CLOSE RESULTS-FILE
           .
