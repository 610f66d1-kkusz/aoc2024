         IDENTIFICATION DIVISION.
         PROGRAM-ID. CASEBLD.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT DISPOSITION-FILE ASSIGN TO DAY2DISP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-KEY
            FILE STATUS IS WS-DISP-FILE-STATUS.

            SELECT CASE-FILE ASSIGN TO UNSCASE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CASE-KEY
            FILE STATUS IS WS-CASE-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD DISPOSITION-FILE.
         01 DISPOSITION-RECORD.
            05 DISP-KEY.
               10 DISP-RUN-DATE     PIC 9(8).
               10 DISP-UNIT         PIC X(4).
               10 DISP-SEQ-NUM      PIC 9(10).
            05 DISP-LEVEL-COUNT     PIC 9(3).
            05 DISP-STATUS          PIC X(8).
            05 DISP-SKIP-LEVEL      PIC 9(3).
            05 DISP-FAIL-IX1        PIC 9(3).
            05 DISP-FAIL-IX2        PIC 9(3).
            05 DISP-FAIL-DIFF       PIC S9(3).

         FD CASE-FILE.
         01 CASE-RECORD.
            05 CASE-KEY.
               10 CASE-UNIT         PIC X(4).
               10 CASE-SEQ-NUM      PIC 9(10).
               10 CASE-OPEN-DATE    PIC 9(8).
            05 CASE-LEVEL-COUNT     PIC 9(3).
            05 CASE-FAIL-IX1        PIC 9(3).
            05 CASE-FAIL-IX2        PIC 9(3).
            05 CASE-FAIL-DIFF       PIC S9(3).
            05 CASE-STATUS          PIC X(6).
            05 CASE-ANALYST         PIC X(8).
            05 CASE-ASSIGN-DATE     PIC 9(8).
            05 CASE-NOTE-COUNT      PIC 9(3).
            05 CASE-LAST-NOTE-DATE  PIC 9(8).
            05 CASE-RESOLUTION      PIC X(4).
            05 CASE-CLOSED-BY       PIC X(8).
            05 CASE-CLOSE-DATE      PIC 9(8).
            05 CASE-RECUR-COUNT     PIC 9(5).
            05 CASE-RECUR-DATE      PIC 9(8).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         WORKING-STORAGE SECTION.


         01 WS-DISP-FILE-STATUS    PIC XX.
         01 WS-CASE-FILE-STATUS    PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.
         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-DISP-SW             PIC X VALUE 'N'.
            88 DISP-END            VALUE 'Y'.
         01 WS-CSCAN-SW            PIC X VALUE 'N'.
            88 CSCAN-END           VALUE 'Y'.
         01 WS-CASE-SW             PIC X VALUE 'N'.
            88 CASE-FILE-OPEN      VALUE 'Y'.
         01 WS-SAME-DATE-SW        PIC X VALUE 'N'.
            88 SAME-DATE-CASE      VALUE 'Y'.
         01 WS-PRIOR-SW            PIC X VALUE 'N'.
            88 PRIOR-CASE-FOUND    VALUE 'Y'.

         01 WS-PRIOR-KEY           PIC X(22).

         01 WS-READ-COUNT          PIC 9(10) VALUE 0.
         01 WS-UNSAFE-COUNT        PIC 9(10) VALUE 0.
         01 WS-OPENED-COUNT        PIC 9(10) VALUE 0.
         01 WS-RECUR-COUNT         PIC 9(10) VALUE 0.
         01 WS-REFRESHED-COUNT     PIC 9(10) VALUE 0.
         01 WS-ERROR-COUNT         PIC 9(10) VALUE 0.

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

            OPEN INPUT DISPOSITION-FILE
            IF WS-DISP-FILE-STATUS NOT = '00'
               DISPLAY 'CASEBLD: NO DISPOSITION FILE - NO CASES BUILT'
               PERFORM AUDIT-END
               GOBACK
            END-IF

            PERFORM OPEN-CASE-FILE
            IF NOT CASE-FILE-OPEN
               CLOSE DISPOSITION-FILE
               PERFORM AUDIT-END
               GOBACK
            END-IF

            MOVE WS-RUN-DATE TO DISP-RUN-DATE
            MOVE LOW-VALUES TO DISP-UNIT
            MOVE 0 TO DISP-SEQ-NUM
            START DISPOSITION-FILE KEY >= DISP-KEY
               INVALID KEY SET DISP-END TO TRUE
            END-START

            PERFORM UNTIL DISP-END
                READ DISPOSITION-FILE NEXT RECORD
                   AT END SET DISP-END TO TRUE
                END-READ
                IF NOT DISP-END
                   IF DISP-RUN-DATE NOT = WS-RUN-DATE
                      SET DISP-END TO TRUE
                   ELSE
                      ADD 1 TO WS-READ-COUNT
                      IF DISP-STATUS = 'UNSAFE'
                         ADD 1 TO WS-UNSAFE-COUNT
                         PERFORM POST-UNSAFE-REPORT
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            CLOSE CASE-FILE
            CLOSE DISPOSITION-FILE

            DISPLAY 'CASEBLD: DISPOSITIONS READ     : ' WS-READ-COUNT
            DISPLAY 'CASEBLD: UNSAFE REPORTS        : ' WS-UNSAFE-COUNT
            DISPLAY 'CASEBLD: CASES OPENED          : ' WS-OPENED-COUNT
            DISPLAY 'CASEBLD: UNSAFE AGAIN FLAGGED  : ' WS-RECUR-COUNT
            DISPLAY 'CASEBLD: CASES REFRESHED       : '
                    WS-REFRESHED-COUNT
            DISPLAY 'CASEBLD: CASE UPDATES FAILED   : ' WS-ERROR-COUNT

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
           MOVE 'CASEBLD' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-READ-COUNT TO AUD-PARM-READ-COUNT
           MOVE WS-ERROR-COUNT TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         OPEN-CASE-FILE SECTION.
           OPEN I-O CASE-FILE
           IF WS-CASE-FILE-STATUS = '35'
              CLOSE CASE-FILE
              OPEN OUTPUT CASE-FILE
              CLOSE CASE-FILE
              OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-FILE-STATUS = '00'
              SET CASE-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'CASEBLD: CANNOT OPEN CASE FILE - STATUS '
                      WS-CASE-FILE-STATUS
           END-IF
           .

         POST-UNSAFE-REPORT SECTION.
           PERFORM SCAN-REPORT-CASES

           IF SAME-DATE-CASE
              PERFORM REFRESH-CASE
           ELSE
              IF PRIOR-CASE-FOUND
                 PERFORM FLAG-PRIOR-CASE
              END-IF
              IF NOT PRIOR-CASE-FOUND
                 OR CASE-STATUS NOT = 'OPEN'
                 PERFORM OPEN-NEW-CASE
              END-IF
           END-IF
           .

         SCAN-REPORT-CASES SECTION.
           MOVE 'N' TO WS-SAME-DATE-SW
           MOVE 'N' TO WS-PRIOR-SW
           MOVE 'N' TO WS-CSCAN-SW
           MOVE DISP-UNIT TO CASE-UNIT
           MOVE DISP-SEQ-NUM TO CASE-SEQ-NUM
           MOVE 0 TO CASE-OPEN-DATE
           START CASE-FILE KEY >= CASE-KEY
              INVALID KEY SET CSCAN-END TO TRUE
           END-START

           PERFORM UNTIL CSCAN-END
               READ CASE-FILE NEXT RECORD
                  AT END SET CSCAN-END TO TRUE
               END-READ
               IF NOT CSCAN-END
                  IF CASE-UNIT NOT = DISP-UNIT
                     OR CASE-SEQ-NUM NOT = DISP-SEQ-NUM
                     OR CASE-OPEN-DATE > WS-RUN-DATE
                     SET CSCAN-END TO TRUE
                  ELSE
                     IF CASE-OPEN-DATE = WS-RUN-DATE
                        SET SAME-DATE-CASE TO TRUE
                     ELSE
                        SET PRIOR-CASE-FOUND TO TRUE
                        MOVE CASE-KEY TO WS-PRIOR-KEY
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           IF SAME-DATE-CASE
              MOVE DISP-UNIT TO CASE-UNIT
              MOVE DISP-SEQ-NUM TO CASE-SEQ-NUM
              MOVE WS-RUN-DATE TO CASE-OPEN-DATE
              PERFORM READ-CASE
           ELSE
              IF PRIOR-CASE-FOUND
                 MOVE WS-PRIOR-KEY TO CASE-KEY
                 PERFORM READ-CASE
              END-IF
           END-IF
           .

         READ-CASE SECTION.
           READ CASE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-SAME-DATE-SW
                 MOVE 'N' TO WS-PRIOR-SW
           END-READ
           .

         REFRESH-CASE SECTION.
           MOVE DISP-LEVEL-COUNT TO CASE-LEVEL-COUNT
           MOVE DISP-FAIL-IX1 TO CASE-FAIL-IX1
           MOVE DISP-FAIL-IX2 TO CASE-FAIL-IX2
           MOVE DISP-FAIL-DIFF TO CASE-FAIL-DIFF
           REWRITE CASE-RECORD
           IF WS-CASE-FILE-STATUS = '00'
              ADD 1 TO WS-REFRESHED-COUNT
           ELSE
              PERFORM CASE-UPDATE-FAILED
           END-IF
           .

         FLAG-PRIOR-CASE SECTION.
           IF CASE-RECUR-DATE < WS-RUN-DATE
              ADD 1 TO CASE-RECUR-COUNT
              MOVE WS-RUN-DATE TO CASE-RECUR-DATE
              REWRITE CASE-RECORD
              IF WS-CASE-FILE-STATUS = '00'
                 ADD 1 TO WS-RECUR-COUNT
                 DISPLAY 'CASEBLD: REPORT ' CASE-UNIT '/' CASE-SEQ-NUM
                         ' UNSAFE AGAIN - CASE OPENED '
                         CASE-OPEN-DATE ' IS ' CASE-STATUS
              ELSE
                 PERFORM CASE-UPDATE-FAILED
              END-IF
           END-IF
           .

         OPEN-NEW-CASE SECTION.
           INITIALIZE CASE-RECORD
           MOVE DISP-UNIT TO CASE-UNIT
           MOVE DISP-SEQ-NUM TO CASE-SEQ-NUM
           MOVE WS-RUN-DATE TO CASE-OPEN-DATE
           MOVE DISP-LEVEL-COUNT TO CASE-LEVEL-COUNT
           MOVE DISP-FAIL-IX1 TO CASE-FAIL-IX1
           MOVE DISP-FAIL-IX2 TO CASE-FAIL-IX2
           MOVE DISP-FAIL-DIFF TO CASE-FAIL-DIFF
           MOVE 'OPEN' TO CASE-STATUS
           WRITE CASE-RECORD
           IF WS-CASE-FILE-STATUS = '00'
              ADD 1 TO WS-OPENED-COUNT
           ELSE
              PERFORM CASE-UPDATE-FAILED
           END-IF
           .

         CASE-UPDATE-FAILED SECTION.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY 'CASEBLD: CASE UPDATE FAILED FOR REPORT '
                   CASE-UNIT '/' CASE-SEQ-NUM ' - STATUS '
                   WS-CASE-FILE-STATUS
           .
