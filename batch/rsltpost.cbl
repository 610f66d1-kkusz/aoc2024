         IDENTIFICATION DIVISION.
         PROGRAM-ID. RSLTPOST.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RESULTS-FILE ASSIGN TO DAY1RSLT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLT-FILE-STATUS.

            SELECT DAY02-RESULTS-FILE ASSIGN TO DAY2RSLT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLT2-FILE-STATUS.

            SELECT LEDGER-FILE ASSIGN TO RSLTLEDG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LDG-RUN-DATE
            FILE STATUS IS WS-LDG-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD RESULTS-FILE.
         01 RESULTS-RECORD.
            05 RSLT-RUN-DATE        PIC 9(8).
            05 FILLER               PIC X(01).
            05 RSLT-SIMILARITY      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-DISTANCE        PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-LEFT-COUNT      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-RIGHT-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-REJECT-COUNT    PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT-UNKNOWN-COUNT   PIC 9(10).

         FD DAY02-RESULTS-FILE.
         01 DAY02-RESULTS-RECORD.
            05 RSLT2-RUN-DATE       PIC 9(8).
            05 FILLER               PIC X(01).
            05 RSLT2-SAFE-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-DAMPENED-COUNT PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-DIR-FAILS      PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-STEP-FAILS     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-REJECT-COUNT   PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-READ-COUNT     PIC 9(10).
            05 FILLER               PIC X(01).
            05 RSLT2-UNIT           PIC X(4).

         FD LEDGER-FILE.
         01 LEDGER-RECORD.
            05 LDG-RUN-DATE         PIC 9(8).
            05 LDG-DAY01-POSTED     PIC X(1).
            05 LDG-SIMILARITY       PIC 9(10).
            05 LDG-DISTANCE         PIC 9(10).
            05 LDG-LEFT-COUNT       PIC 9(10).
            05 LDG-RIGHT-COUNT      PIC 9(10).
            05 LDG-DAY01-REJECTS    PIC 9(10).
            05 LDG-UNKNOWN-COUNT    PIC 9(10).
            05 LDG-DAY02-POSTED     PIC X(1).
            05 LDG-SAFE-COUNT       PIC 9(10).
            05 LDG-DAMPENED-COUNT   PIC 9(10).
            05 LDG-DIR-FAILS        PIC 9(10).
            05 LDG-STEP-FAILS       PIC 9(10).
            05 LDG-DAY02-REJECTS    PIC 9(10).
            05 LDG-DAY02-READ       PIC 9(10).
            05 LDG-POST-DATE        PIC 9(8).
            05 LDG-POST-TIME        PIC 9(6).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         WORKING-STORAGE SECTION.


         01 WS-RSLT-FILE-STATUS    PIC XX.
         01 WS-RSLT2-FILE-STATUS   PIC XX.
         01 WS-LDG-FILE-STATUS     PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.
         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-TODAY               PIC 9(8).
         01 WS-POST-KEY            PIC 9(8).
         01 WS-TIME-NOW            PIC 9(8).
         01 WS-TIME-HHMMSS REDEFINES WS-TIME-NOW.
            05 WS-TIME-6           PIC 9(6).
            05 FILLER              PIC 9(2).

         01 WS-DAY01-SW            PIC X VALUE 'N'.
            88 DAY01-READY         VALUE 'Y'.
         01 WS-DAY02-SW            PIC X VALUE 'N'.
            88 DAY02-READY         VALUE 'Y'.
         01 WS-LDG-SW              PIC X VALUE 'N'.
            88 LEDGER-ON-FILE      VALUE 'Y'.
         01 WS-LEDGER-SW           PIC X VALUE 'N'.
            88 LEDGER-OPEN         VALUE 'Y'.

         01 WS-POSTED-COUNT        PIC 9(10) VALUE 0.
         01 WS-REPLACED-COUNT      PIC 9(10) VALUE 0.
         01 WS-MISSING-COUNT       PIC 9(10) VALUE 0.

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

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE
            PERFORM AUDIT-START

            OPEN INPUT RESULTS-FILE
            IF WS-RSLT-FILE-STATUS NOT = '00'
               DISPLAY 'RSLTPOST: NO DAY01 RESULTS FILE - NOT POSTED'
               ADD 1 TO WS-MISSING-COUNT
            ELSE
               READ RESULTS-FILE
                  AT END
                     DISPLAY 'RSLTPOST: DAY01 RESULTS FILE EMPTY - '
                             'NOT POSTED'
                     ADD 1 TO WS-MISSING-COUNT
                  NOT AT END
                     SET DAY01-READY TO TRUE
               END-READ
               CLOSE RESULTS-FILE
            END-IF

            OPEN INPUT DAY02-RESULTS-FILE
            IF WS-RSLT2-FILE-STATUS NOT = '00'
               DISPLAY 'RSLTPOST: NO DAY02 RESULTS FILE - NOT POSTED'
               ADD 1 TO WS-MISSING-COUNT
            ELSE
               READ DAY02-RESULTS-FILE
                  AT END
                     DISPLAY 'RSLTPOST: DAY02 RESULTS FILE EMPTY - '
                             'NOT POSTED'
                     ADD 1 TO WS-MISSING-COUNT
                  NOT AT END
                     SET DAY02-READY TO TRUE
               END-READ
               CLOSE DAY02-RESULTS-FILE
            END-IF

            IF DAY01-READY OR DAY02-READY
               PERFORM OPEN-LEDGER
               IF LEDGER-OPEN
                  IF DAY01-READY
                     PERFORM POST-DAY01-RESULTS
                  END-IF
                  IF DAY02-READY
                     PERFORM POST-DAY02-RESULTS
                  END-IF
                  CLOSE LEDGER-FILE
               ELSE
                  IF DAY01-READY
                     ADD 1 TO WS-MISSING-COUNT
                  END-IF
                  IF DAY02-READY
                     ADD 1 TO WS-MISSING-COUNT
                  END-IF
               END-IF
            END-IF

            DISPLAY 'RSLTPOST: RESULTS POSTED       : ' WS-POSTED-COUNT
            DISPLAY 'RSLTPOST: OF WHICH REPLACED    : '
                    WS-REPLACED-COUNT
            DISPLAY 'RSLTPOST: RESULTS NOT AVAILABLE: '
                    WS-MISSING-COUNT

            PERFORM AUDIT-END
            GOBACK.

         GET-RUN-DATE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = '00'
              MOVE SPACES TO CONTROL-CARD-RECORD
              READ CONTROL-CARD-FILE
                 AT END CONTINUE
              END-READ
              IF CTL-AS-OF-DATE IS NUMERIC
                 AND CTL-AS-OF-DATE NOT = '00000000'
                 MOVE CTL-AS-OF-DATE TO WS-CTL-DATE
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    AND WS-CTL-DD >= 1 AND WS-CTL-DD <= 31
                    MOVE CTL-AS-OF-DATE TO WS-RUN-DATE
                    DISPLAY 'PROCESSING UNDER AS-OF DATE ' WS-RUN-DATE
                 ELSE
                    DISPLAY 'INVALID AS-OF DATE ON CONTROL CARD: '
                            CTL-AS-OF-DATE ' - IGNORED'
                 END-IF
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF
           .

         AUDIT-START SECTION.
           MOVE SPACES TO AUDIT-PARM
           MOVE 'S' TO AUD-PARM-FUNCTION
           MOVE 'RSLTPOST' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-POSTED-COUNT TO AUD-PARM-READ-COUNT
           MOVE WS-MISSING-COUNT TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         OPEN-LEDGER SECTION.
           OPEN I-O LEDGER-FILE
           IF WS-LDG-FILE-STATUS = '35'
              CLOSE LEDGER-FILE
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LDG-FILE-STATUS = '00'
              SET LEDGER-OPEN TO TRUE
           ELSE
              DISPLAY 'RSLTPOST: CANNOT OPEN RESULTS LEDGER - STATUS '
                      WS-LDG-FILE-STATUS
           END-IF
           .

         READ-LEDGER-DATE SECTION.
           MOVE 'N' TO WS-LDG-SW
           MOVE LDG-RUN-DATE TO WS-POST-KEY
           READ LEDGER-FILE
              INVALID KEY
                 INITIALIZE LEDGER-RECORD
                 MOVE WS-POST-KEY TO LDG-RUN-DATE
                 MOVE 'N' TO LDG-DAY01-POSTED
                 MOVE 'N' TO LDG-DAY02-POSTED
              NOT INVALID KEY
                 SET LEDGER-ON-FILE TO TRUE
           END-READ
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY TO LDG-POST-DATE
           MOVE WS-TIME-6 TO LDG-POST-TIME
           .

         WRITE-LEDGER-DATE SECTION.
           IF LEDGER-ON-FILE
              REWRITE LEDGER-RECORD
           ELSE
              WRITE LEDGER-RECORD
           END-IF
           IF WS-LDG-FILE-STATUS = '00'
              ADD 1 TO WS-POSTED-COUNT
           ELSE
              DISPLAY 'RSLTPOST: LEDGER UPDATE FAILED FOR '
                      LDG-RUN-DATE ' - STATUS ' WS-LDG-FILE-STATUS
              ADD 1 TO WS-MISSING-COUNT
           END-IF
           .

         POST-DAY01-RESULTS SECTION.
           MOVE RSLT-RUN-DATE TO LDG-RUN-DATE
           PERFORM READ-LEDGER-DATE
           IF LDG-DAY01-POSTED = 'Y'
              ADD 1 TO WS-REPLACED-COUNT
              DISPLAY 'RSLTPOST: DAY01 RESULTS REPLACED FOR '
                      RSLT-RUN-DATE
           END-IF
           MOVE 'Y' TO LDG-DAY01-POSTED
           MOVE RSLT-SIMILARITY TO LDG-SIMILARITY
           MOVE RSLT-DISTANCE TO LDG-DISTANCE
           MOVE RSLT-LEFT-COUNT TO LDG-LEFT-COUNT
           MOVE RSLT-RIGHT-COUNT TO LDG-RIGHT-COUNT
           MOVE RSLT-REJECT-COUNT TO LDG-DAY01-REJECTS
           MOVE RSLT-UNKNOWN-COUNT TO LDG-UNKNOWN-COUNT
           PERFORM WRITE-LEDGER-DATE
           .

         POST-DAY02-RESULTS SECTION.
           MOVE RSLT2-RUN-DATE TO LDG-RUN-DATE
           PERFORM READ-LEDGER-DATE
           IF LDG-DAY02-POSTED = 'Y'
              ADD 1 TO WS-REPLACED-COUNT
              DISPLAY 'RSLTPOST: DAY02 RESULTS REPLACED FOR '
                      RSLT2-RUN-DATE
           END-IF
           MOVE 'Y' TO LDG-DAY02-POSTED
           MOVE RSLT2-SAFE-COUNT TO LDG-SAFE-COUNT
           MOVE RSLT2-DAMPENED-COUNT TO LDG-DAMPENED-COUNT
           MOVE RSLT2-DIR-FAILS TO LDG-DIR-FAILS
           MOVE RSLT2-STEP-FAILS TO LDG-STEP-FAILS
           MOVE RSLT2-REJECT-COUNT TO LDG-DAY02-REJECTS
           MOVE RSLT2-READ-COUNT TO LDG-DAY02-READ
           PERFORM WRITE-LEDGER-DATE
           .
