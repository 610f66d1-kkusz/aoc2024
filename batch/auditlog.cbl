            05 AUD-READ-COUNT       PIC 9(10).
            05 AUD-REJECT-COUNT     PIC 9(10).
            05 AUD-STATUS           PIC X(8).
            05 AUD-REQUESTER        PIC X(8).
            05 AUD-APPROVER         PIC X(8).

         WORKING-STORAGE SECTION.

         01 WS-WRITE-SW            PIC X.
            88 RECORD-WRITTEN      VALUE 'Y'.
         01 WS-WRITE-TRIES         PIC 9(2).
         01 WS-EVENT-TIME          PIC 9(6).

         LINKAGE SECTION.
         01 AUDIT-PARM.
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         PROCEDURE DIVISION USING AUDIT-PARM.
            OPEN I-O AUDIT-FILE
               DISPLAY 'AUDITLOG: CANNOT OPEN RUN AUDIT FILE - STATUS '
                       WS-AUD-FILE-STATUS
            ELSE
               EVALUATE AUD-PARM-FUNCTION
                  WHEN 'S' PERFORM LOG-START
                  WHEN 'A' PERFORM LOG-DECISION
                  WHEN OTHER PERFORM LOG-END
               END-EVALUATE
               CLOSE AUDIT-FILE
            END-IF

           ELSE
              MOVE AUD-PARM-STATUS TO AUD-STATUS
           END-IF
           MOVE AUD-PARM-REQUESTER TO AUD-REQUESTER
           MOVE AUD-PARM-APPROVER TO AUD-APPROVER

           IF WS-AUD-FILE-STATUS = '00'
              REWRITE AUDIT-RECORD
              END-WRITE
           END-IF
           .

         LOG-DECISION SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-6 TO WS-EVENT-TIME

           MOVE 'N' TO WS-WRITE-SW
           MOVE 0 TO WS-WRITE-TRIES
           PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES >= 60
               MOVE SPACES TO AUDIT-RECORD
               MOVE AUD-PARM-RUN-DATE TO AUD-RUN-DATE
               MOVE AUD-PARM-PROGRAM TO AUD-PROGRAM
               MOVE WS-EVENT-TIME TO AUD-START-TIME
               MOVE WS-TIME-6 TO AUD-END-TIME
               MOVE AUD-PARM-READ-COUNT TO AUD-READ-COUNT
               MOVE AUD-PARM-REJECT-COUNT TO AUD-REJECT-COUNT
               MOVE AUD-PARM-STATUS TO AUD-STATUS
               MOVE AUD-PARM-REQUESTER TO AUD-REQUESTER
               MOVE AUD-PARM-APPROVER TO AUD-APPROVER
               WRITE AUDIT-RECORD
                  INVALID KEY
                     ADD 1 TO WS-EVENT-TIME
                     ADD 1 TO WS-WRITE-TRIES
                  NOT INVALID KEY
                     SET RECORD-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM

           IF NOT RECORD-WRITTEN
              DISPLAY 'AUDITLOG: COULD NOT LOG DECISION FOR '
                      AUD-PARM-PROGRAM
           END-IF
           .
