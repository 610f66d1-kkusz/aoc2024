         IDENTIFICATION DIVISION.
         PROGRAM-ID. FILERCPT.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INB-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INB-FILE-STATUS.

            SELECT SENDER-CONTROL-FILE ASSIGN TO DYNAMIC WS-SNDR-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNDR-FILE-STATUS.

            SELECT RECEIPT-FILE ASSIGN TO RCPTREG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RCPT-KEY
            FILE STATUS IS WS-RCPT-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD INBOUND-FILE.
         01 INBOUND-RECORD.
            88 INBOUND-END          VALUE LOW-VALUE.
            05 INB-TEXT             PIC X(80).

         FD SENDER-CONTROL-FILE.
         01 SENDER-CONTROL-RECORD.
            05 SNDR-BUSINESS-DATE   PIC X(8).
            05 FILLER               PIC X(01).
            05 SNDR-RECORD-COUNT    PIC X(10).
            05 FILLER               PIC X(01).
            05 SNDR-HASH-TOTAL      PIC X(15).

         FD RECEIPT-FILE.
         01 RECEIPT-RECORD.
            05 RCPT-KEY.
               10 RCPT-FILE-ID      PIC X(8).
               10 RCPT-RUN-DATE     PIC 9(8).
               10 RCPT-RECEIPT-TIME PIC 9(6).
            05 RCPT-BUSINESS-DATE   PIC 9(8).
            05 RCPT-EXPECTED-ROWS   PIC 9(10).
            05 RCPT-ACTUAL-ROWS     PIC 9(10).
            05 RCPT-EXTRA-ROWS      PIC 9(10).
            05 RCPT-EXPECTED-HASH   PIC 9(15).
            05 RCPT-ACTUAL-HASH     PIC 9(15).
            05 RCPT-FINGERPRINT     PIC 9(15).
            05 RCPT-STATUS          PIC X(8).
            05 RCPT-DUP-RUN-DATE    PIC 9(8).

         WORKING-STORAGE SECTION.


         01 WS-INB-FILE-STATUS     PIC XX.
         01 WS-SNDR-FILE-STATUS    PIC XX.
         01 WS-RCPT-FILE-STATUS    PIC XX.

         01 WS-INB-NAME            PIC X(20).
         01 WS-SNDR-NAME           PIC X(20).

         01 WS-RUN-DATE            PIC 9(8).
         01 WS-RCPT-STATUS         PIC X(8).

         01 WS-TIME-NOW            PIC 9(8).
         01 WS-TIME-HHMMSS REDEFINES WS-TIME-NOW.
            05 WS-TIME-6           PIC 9(6).
            05 FILLER              PIC 9(2).

         01 WS-SNDR-DATE           PIC 9(8) VALUE 0.
         01 WS-SNDR-ROWS           PIC 9(10) VALUE 0.
         01 WS-SNDR-HASH           PIC 9(15) VALUE 0.

         01 WS-ROWS-READ           PIC 9(10) VALUE 0.
         01 WS-EXTRA-ROWS          PIC 9(10) VALUE 0.
         01 WS-HASH-TOTAL          PIC 9(15) VALUE 0.
         01 WS-ROW-HASH            PIC 9(10).
         01 WS-WEIGHTED-SUM        PIC 9(18) VALUE 0.
         01 WS-FINGERPRINT         PIC 9(15) VALUE 0.

         01 WS-PTR                 PIC 9(3).
         01 WS-TOK                 PIC X(10) JUSTIFIED RIGHT.
         01 WS-TOK-VALUE           PIC 9(10).

         01 WS-RCPT-SW             PIC X VALUE 'N'.
            88 RCPT-END            VALUE 'Y'.

         01 WS-REG-SW              PIC X VALUE 'N'.
            88 REGISTRY-OPEN       VALUE 'Y'.

         01 WS-DUP-RUN-DATE        PIC 9(8) VALUE 0.

         01 WS-WRITE-SW            PIC X.
            88 RECORD-WRITTEN      VALUE 'Y'.
         01 WS-WRITE-TRIES         PIC 9(2).

         01 AUDIT-PARM.
            05 AUD-PARM-FUNCTION    PIC X(1).
            05 AUD-PARM-PROGRAM     PIC X(8).
            05 AUD-PARM-RUN-DATE    PIC 9(8).
            05 AUD-PARM-START-TIME  PIC 9(6).
            05 AUD-PARM-READ-COUNT  PIC 9(10).
            05 AUD-PARM-REJECT-COUNT PIC 9(10).
            05 AUD-PARM-STATUS      PIC X(8).
            05 AUD-PARM-REQUESTER   PIC X(8).
            05 AUD-PARM-APPROVER    PIC X(8).

         LINKAGE SECTION.
         01 RECEIPT-PARM.
            05 RCP-PARM-FILE-ID     PIC X(8).
            05 RCP-PARM-RUN-DATE    PIC 9(8).
            05 RCP-PARM-REPLY       PIC X(1).
            05 RCP-PARM-STATUS      PIC X(8).

         PROCEDURE DIVISION USING RECEIPT-PARM.
            MOVE RCP-PARM-RUN-DATE TO WS-RUN-DATE
            MOVE SPACES TO WS-RCPT-STATUS
            MOVE 0 TO WS-SNDR-DATE WS-SNDR-ROWS WS-SNDR-HASH
            MOVE 0 TO WS-ROWS-READ WS-EXTRA-ROWS WS-HASH-TOTAL
            MOVE 0 TO WS-WEIGHTED-SUM WS-FINGERPRINT WS-DUP-RUN-DATE
            PERFORM AUDIT-START

            MOVE RCP-PARM-FILE-ID TO WS-INB-NAME
            EVALUATE RCP-PARM-FILE-ID
               WHEN 'DAY1INP'
                  MOVE 'DAY1CTL' TO WS-SNDR-NAME
               WHEN 'DAY2INP'
                  MOVE 'DAY2CTL' TO WS-SNDR-NAME
               WHEN OTHER
                  DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID
                          ' IS NOT A REGISTERED INBOUND FILE'
                  MOVE 'BADFILE' TO WS-RCPT-STATUS
            END-EVALUATE

            IF WS-RCPT-STATUS = SPACES
               PERFORM READ-SENDER-CONTROL
            END-IF
            IF WS-RCPT-STATUS = SPACES
               PERFORM SCAN-INBOUND-FILE
            END-IF
            IF WS-RCPT-STATUS = SPACES
               PERFORM CHECK-CONTROLS
            END-IF
            IF WS-RCPT-STATUS = SPACES
               PERFORM CHECK-DUPLICATE
            END-IF
            IF WS-RCPT-STATUS = SPACES
               MOVE 'ACCEPTED' TO WS-RCPT-STATUS
            END-IF

            PERFORM LOG-RECEIPT

            DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' ROWS EXPECTED : '
                    WS-SNDR-ROWS
            DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' ROWS RECEIVED : '
                    WS-ROWS-READ
            DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' HASH EXPECTED : '
                    WS-SNDR-HASH
            DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' HASH RECEIVED : '
                    WS-HASH-TOTAL
            DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' RECEIPT STATUS: '
                    WS-RCPT-STATUS

            MOVE WS-RCPT-STATUS TO RCP-PARM-STATUS
            IF WS-RCPT-STATUS = 'ACCEPTED'
               MOVE 'Y' TO RCP-PARM-REPLY
            ELSE
               MOVE 'N' TO RCP-PARM-REPLY
            END-IF

            PERFORM AUDIT-END
            GOBACK.

         AUDIT-START SECTION.
           MOVE SPACES TO AUDIT-PARM
           MOVE 'S' TO AUD-PARM-FUNCTION
           MOVE 'FILERCPT' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-ROWS-READ TO AUD-PARM-READ-COUNT
           IF WS-ROWS-READ < WS-SNDR-ROWS
              COMPUTE AUD-PARM-REJECT-COUNT
                      = WS-SNDR-ROWS - WS-ROWS-READ
           ELSE
              MOVE 0 TO AUD-PARM-REJECT-COUNT
           END-IF
           IF WS-RCPT-STATUS = 'ACCEPTED'
              MOVE SPACES TO AUD-PARM-STATUS
           ELSE
              MOVE WS-RCPT-STATUS TO AUD-PARM-STATUS
           END-IF
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         READ-SENDER-CONTROL SECTION.
           OPEN INPUT SENDER-CONTROL-FILE
           IF WS-SNDR-FILE-STATUS NOT = '00'
              DISPLAY 'FILERCPT: NO SENDER CONTROL RECORD ' WS-SNDR-NAME
                      ' FOR ' RCP-PARM-FILE-ID
              MOVE 'NOCTL' TO WS-RCPT-STATUS
           ELSE
              MOVE SPACES TO SENDER-CONTROL-RECORD
              READ SENDER-CONTROL-FILE
                 AT END CONTINUE
              END-READ
              INSPECT SNDR-RECORD-COUNT
                 REPLACING LEADING SPACE BY ZERO
              INSPECT SNDR-HASH-TOTAL
                 REPLACING LEADING SPACE BY ZERO
              IF SNDR-BUSINESS-DATE IS NUMERIC
                 AND SNDR-RECORD-COUNT IS NUMERIC
                 AND SNDR-HASH-TOTAL IS NUMERIC
                 MOVE SNDR-BUSINESS-DATE TO WS-SNDR-DATE
                 MOVE SNDR-RECORD-COUNT TO WS-SNDR-ROWS
                 MOVE SNDR-HASH-TOTAL TO WS-SNDR-HASH
              ELSE
                 DISPLAY 'FILERCPT: SENDER CONTROL RECORD '
                         WS-SNDR-NAME ' IS NOT VALID'
                 MOVE 'NOCTL' TO WS-RCPT-STATUS
              END-IF
              CLOSE SENDER-CONTROL-FILE
           END-IF
           .

         SCAN-INBOUND-FILE SECTION.
           OPEN INPUT INBOUND-FILE
           IF WS-INB-FILE-STATUS NOT = '00'
              DISPLAY 'FILERCPT: INBOUND FILE ' RCP-PARM-FILE-ID
                      ' NOT ON FILE'
              MOVE 'NOFILE' TO WS-RCPT-STATUS
           ELSE
              MOVE SPACES TO INBOUND-RECORD
              READ INBOUND-FILE
                 AT END SET INBOUND-END TO TRUE
              END-READ
              PERFORM UNTIL INBOUND-END
                  ADD 1 TO WS-ROWS-READ
                  IF WS-ROWS-READ > WS-SNDR-ROWS
                     ADD 1 TO WS-EXTRA-ROWS
                  ELSE
                     PERFORM HASH-ONE-ROW
                  END-IF
                  READ INBOUND-FILE
                     AT END SET INBOUND-END TO TRUE
                  END-READ
              END-PERFORM
              CLOSE INBOUND-FILE
              MOVE WS-WEIGHTED-SUM TO WS-FINGERPRINT
           END-IF
           .

         HASH-ONE-ROW SECTION.
           MOVE 0 TO WS-ROW-HASH
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > 80
               MOVE SPACES TO WS-TOK
               UNSTRING INB-TEXT DELIMITED BY ALL SPACES
                   INTO WS-TOK
                   WITH POINTER WS-PTR
               IF WS-TOK NOT = SPACES
                  INSPECT WS-TOK REPLACING LEADING SPACE BY ZERO
                  IF WS-TOK IS NUMERIC
                     MOVE WS-TOK TO WS-TOK-VALUE
                     ADD WS-TOK-VALUE TO WS-ROW-HASH
                  END-IF
               END-IF
           END-PERFORM

           ADD WS-ROW-HASH TO WS-HASH-TOTAL
           COMPUTE WS-WEIGHTED-SUM
                   = WS-WEIGHTED-SUM + (WS-ROW-HASH * WS-ROWS-READ)
           IF WS-WEIGHTED-SUM > 100000000000000000
              MOVE WS-WEIGHTED-SUM TO WS-FINGERPRINT
              MOVE WS-FINGERPRINT TO WS-WEIGHTED-SUM
           END-IF
           .

         CHECK-CONTROLS SECTION.
           IF WS-SNDR-DATE NOT = WS-RUN-DATE
              DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' BUSINESS DATE '
                      WS-SNDR-DATE ' DOES NOT MATCH RUN DATE '
                      WS-RUN-DATE
              MOVE 'MISDATED' TO WS-RCPT-STATUS
           ELSE
              IF WS-ROWS-READ < WS-SNDR-ROWS
                 DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' IS SHORT - '
                         WS-ROWS-READ ' OF ' WS-SNDR-ROWS
                         ' ROWS RECEIVED'
                 MOVE 'SHORT' TO WS-RCPT-STATUS
              ELSE
                 IF WS-HASH-TOTAL NOT = WS-SNDR-HASH
                    DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID
                            ' HASH TOTAL DOES NOT MATCH SENDER'
                    MOVE 'BADHASH' TO WS-RCPT-STATUS
                 END-IF
              END-IF
           END-IF

           IF WS-RCPT-STATUS = SPACES AND WS-EXTRA-ROWS > 0
              DISPLAY 'FILERCPT: ' WS-EXTRA-ROWS ' CORRECTED ROWS '
                      'FOLLOW THE SENDER ROWS ON ' RCP-PARM-FILE-ID
           END-IF
           .

         CHECK-DUPLICATE SECTION.
           PERFORM OPEN-REGISTRY
           IF REGISTRY-OPEN AND WS-SNDR-ROWS > 0
              MOVE 'N' TO WS-RCPT-SW
              MOVE RCP-PARM-FILE-ID TO RCPT-FILE-ID
              MOVE 0 TO RCPT-RUN-DATE
              MOVE 0 TO RCPT-RECEIPT-TIME
              START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
                 INVALID KEY SET RCPT-END TO TRUE
              END-START
              PERFORM UNTIL RCPT-END
                  READ RECEIPT-FILE NEXT RECORD
                     AT END SET RCPT-END TO TRUE
                  END-READ
                  IF NOT RCPT-END
                     IF RCPT-FILE-ID NOT = RCP-PARM-FILE-ID
                        SET RCPT-END TO TRUE
                     ELSE
                        IF RCPT-STATUS = 'ACCEPTED'
                           AND RCPT-RUN-DATE NOT = WS-RUN-DATE
                           AND RCPT-EXPECTED-ROWS = WS-SNDR-ROWS
                           AND RCPT-ACTUAL-HASH = WS-HASH-TOTAL
                           AND RCPT-FINGERPRINT = WS-FINGERPRINT
                           MOVE RCPT-RUN-DATE TO WS-DUP-RUN-DATE
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF

           IF REGISTRY-OPEN
              CLOSE RECEIPT-FILE
           ELSE
              MOVE 'NOREG' TO WS-RCPT-STATUS
           END-IF

           IF WS-DUP-RUN-DATE NOT = 0
              DISPLAY 'FILERCPT: ' RCP-PARM-FILE-ID ' CONTENT MATCHES '
                      'FILE ALREADY PROCESSED FOR ' WS-DUP-RUN-DATE
              MOVE 'DUPFILE' TO WS-RCPT-STATUS
           END-IF
           .

         OPEN-REGISTRY SECTION.
           MOVE 'N' TO WS-REG-SW
           OPEN I-O RECEIPT-FILE
           IF WS-RCPT-FILE-STATUS = '35'
              CLOSE RECEIPT-FILE
              OPEN OUTPUT RECEIPT-FILE
              CLOSE RECEIPT-FILE
              OPEN I-O RECEIPT-FILE
           END-IF
           IF WS-RCPT-FILE-STATUS = '00'
              SET REGISTRY-OPEN TO TRUE
           ELSE
              DISPLAY 'FILERCPT: CANNOT OPEN RECEIPT REGISTRY - STATUS '
                      WS-RCPT-FILE-STATUS
           END-IF
           .

         LOG-RECEIPT SECTION.
           PERFORM OPEN-REGISTRY
           IF REGISTRY-OPEN
              ACCEPT WS-TIME-NOW FROM TIME
              MOVE 'N' TO WS-WRITE-SW
              MOVE 0 TO WS-WRITE-TRIES
              PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES >= 60
                  MOVE SPACES TO RECEIPT-RECORD
                  MOVE RCP-PARM-FILE-ID TO RCPT-FILE-ID
                  MOVE WS-RUN-DATE TO RCPT-RUN-DATE
                  MOVE WS-TIME-6 TO RCPT-RECEIPT-TIME
                  MOVE WS-SNDR-DATE TO RCPT-BUSINESS-DATE
                  MOVE WS-SNDR-ROWS TO RCPT-EXPECTED-ROWS
                  MOVE WS-ROWS-READ TO RCPT-ACTUAL-ROWS
                  MOVE WS-EXTRA-ROWS TO RCPT-EXTRA-ROWS
                  MOVE WS-SNDR-HASH TO RCPT-EXPECTED-HASH
                  MOVE WS-HASH-TOTAL TO RCPT-ACTUAL-HASH
                  MOVE WS-FINGERPRINT TO RCPT-FINGERPRINT
                  MOVE WS-RCPT-STATUS TO RCPT-STATUS
                  MOVE WS-DUP-RUN-DATE TO RCPT-DUP-RUN-DATE
                  WRITE RECEIPT-RECORD
                     INVALID KEY
                        ADD 1 TO WS-TIME-6
                        ADD 1 TO WS-WRITE-TRIES
                     NOT INVALID KEY
                        SET RECORD-WRITTEN TO TRUE
                  END-WRITE
              END-PERFORM
              IF NOT RECORD-WRITTEN
                 DISPLAY 'FILERCPT: COULD NOT LOG RECEIPT OF '
                         RCP-PARM-FILE-ID
              END-IF
              CLOSE RECEIPT-FILE
           END-IF
           .
