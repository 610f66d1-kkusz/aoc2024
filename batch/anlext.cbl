         IDENTIFICATION DIVISION.
         PROGRAM-ID. ANLEXT.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LOCATION-INDEX ASSIGN TO LOCIDX
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-ID
            FILE STATUS IS WS-LOCIDX-FILE-STATUS.

            SELECT PAIR-FILE ASSIGN TO DAY1PAIR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAIR-FILE-STATUS.

            SELECT DISPOSITION-FILE ASSIGN TO DAY2DISP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-KEY
            FILE STATUS IS WS-DISP-FILE-STATUS.

            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

            SELECT RESULTS-FILE ASSIGN TO DAY1RSLT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSLT-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT LOC-EXTRACT-FILE ASSIGN TO ANLLOC
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAIR-EXTRACT-FILE ASSIGN TO ANLPAIR
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DISP-EXTRACT-FILE ASSIGN TO ANLDISP
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MANIFEST-FILE ASSIGN TO ANLMANF
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD LOCATION-INDEX.
         01 LOCATION-INDEX-RECORD.
            05 LOC-ID               PIC 9(6).
            05 LOC-LEFT-COUNT       PIC 9(10).
            05 LOC-RIGHT-COUNT      PIC 9(10).
            05 LOC-CONTRIBUTION     PIC 9(15).

         FD PAIR-FILE.
         01 PAIR-RECORD.
            88 PAIR-END             VALUE LOW-VALUE.
            05 PAIR-RANK            PIC 9(10).
            05 FILLER               PIC X(01).
            05 PAIR-LEFT-ID         PIC 9(6).
            05 FILLER               PIC X(01).
            05 PAIR-RIGHT-ID        PIC 9(6).
            05 FILLER               PIC X(01).
            05 PAIR-GAP             PIC 9(10).
            05 FILLER               PIC X(01).
            05 PAIR-OUTLIER-FLAG    PIC X(1).

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

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD LOC-EXTRACT-FILE.
         01 LOC-EXTRACT-RECORD       PIC X(200).

         FD PAIR-EXTRACT-FILE.
         01 PAIR-EXTRACT-RECORD      PIC X(200).

         FD DISP-EXTRACT-FILE.
         01 DISP-EXTRACT-RECORD      PIC X(200).

         FD MANIFEST-FILE.
         01 MANIFEST-RECORD          PIC X(200).

         WORKING-STORAGE SECTION.


         01 WS-LOCIDX-FILE-STATUS  PIC XX.
         01 WS-PAIR-FILE-STATUS    PIC XX.
         01 WS-DISP-FILE-STATUS    PIC XX.
         01 WS-LOCMST-FILE-STATUS  PIC XX.
         01 WS-RSLT-FILE-STATUS    PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).
         01 WS-DAY01-DATE          PIC 9(8) VALUE 0.

         01 WS-LOCK-SW             PIC X VALUE 'N'.
            88 BATCH-LOCK-HELD     VALUE 'Y'.
         01 WS-MASTER-SW           PIC X VALUE 'N'.
            88 MASTER-OPEN         VALUE 'Y'.
         01 WS-DAY01-SW            PIC X VALUE 'N'.
            88 DAY01-CURRENT       VALUE 'Y'.
         01 WS-LOCIDX-SW           PIC X VALUE 'N'.
            88 LOCIDX-END          VALUE 'Y'.
         01 WS-DISP-SW             PIC X VALUE 'N'.
            88 DISP-END            VALUE 'Y'.

         01 WS-FIND-LOC-ID         PIC 9(6).
         01 WS-FIND-DATE           PIC 9(8).
         01 WS-FIND-DESC           PIC X(30).
         01 WS-VERSION-SW          PIC X VALUE 'N'.
            88 VERSION-FOUND       VALUE 'Y'.
         01 WS-VSCAN-SW            PIC X VALUE 'N'.
            88 VSCAN-END           VALUE 'Y'.

         01 WS-CSV-LINE            PIC X(200).
         01 WS-CSV-PTR             PIC 9(3).
         01 WS-CSV-NUM             PIC S9(15).
         01 WS-CSV-EDIT            PIC -(15)9.
         01 WS-CSV-LEAD            PIC 9(3).
         01 WS-CSV-TEXT            PIC X(30).
         01 WS-CSV-LEN             PIC 9(3).
         01 WS-CSV-IX              PIC 9(3).
         01 WS-CSV-QUOTED          PIC X(60).
         01 WS-CSV-QUOTED-LEN      PIC 9(3).

         01 WS-EXTRACT-IX          PIC 9(1).
         01 WS-TOTAL-ROWS          PIC 9(10) VALUE 0.
         01 WS-MANIFEST-TABLE.
            05 WS-MAN-ENTRY        OCCURS 3.
               10 WS-MAN-FILE      PIC X(8).
               10 WS-MAN-ROWS      PIC 9(10).
               10 WS-MAN-FIELD     PIC X(16).
               10 WS-MAN-TOTAL     PIC S9(15).
               10 WS-MAN-STATUS    PIC X(8).

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

         01 LOCK-PARM.
            05 LCK-PARM-FUNCTION    PIC X(1).
            05 LCK-PARM-RUN-DATE    PIC 9(8).
            05 LCK-PARM-REPLY       PIC X(1).
            05 LCK-PARM-LOCK-DATE   PIC 9(8).

         PROCEDURE DIVISION.
            PERFORM CHECK-BATCH-LOCK
            IF BATCH-LOCK-HELD
               DISPLAY 'ANLEXT: BATCH RUN IN PROGRESS - TRY AGAIN '
                       'LATER'
               GOBACK
            END-IF
            PERFORM GET-RUN-DATE
            PERFORM AUDIT-START

            OPEN INPUT LOCATION-MASTER
            IF WS-LOCMST-FILE-STATUS = '00'
               SET MASTER-OPEN TO TRUE
            ELSE
               DISPLAY 'ANLEXT: NO LOCATION MASTER - DESCRIPTIONS '
                       'LEFT BLANK'
            END-IF

            PERFORM CHECK-DAY01-DATE
            PERFORM EXTRACT-LOCATIONS
            PERFORM EXTRACT-PAIRS
            PERFORM EXTRACT-DISPOSITIONS
            PERFORM WRITE-MANIFEST

            IF MASTER-OPEN
               CLOSE LOCATION-MASTER
            END-IF

            PERFORM VARYING WS-EXTRACT-IX FROM 1 BY 1
                    UNTIL WS-EXTRACT-IX > 3
                DISPLAY 'ANLEXT: ' WS-MAN-FILE(WS-EXTRACT-IX)
                        ' ROWS ' WS-MAN-ROWS(WS-EXTRACT-IX)
                        ' STATUS ' WS-MAN-STATUS(WS-EXTRACT-IX)
            END-PERFORM

            PERFORM AUDIT-END
            GOBACK.

         CHECK-BATCH-LOCK SECTION.
           MOVE SPACES TO LOCK-PARM
           MOVE 'C' TO LCK-PARM-FUNCTION
           MOVE 0 TO LCK-PARM-RUN-DATE
           CALL 'BATCHLCK' USING LOCK-PARM
           IF LCK-PARM-REPLY NOT = 'Y'
              SET BATCH-LOCK-HELD TO TRUE
           END-IF
           .

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
           MOVE 'ANLEXT' TO AUD-PARM-PROGRAM
           MOVE WS-RUN-DATE TO AUD-PARM-RUN-DATE
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         AUDIT-END SECTION.
           MOVE 'E' TO AUD-PARM-FUNCTION
           MOVE WS-TOTAL-ROWS TO AUD-PARM-READ-COUNT
           MOVE 0 TO AUD-PARM-REJECT-COUNT
           MOVE SPACES TO AUD-PARM-STATUS
           PERFORM VARYING WS-EXTRACT-IX FROM 1 BY 1
                   UNTIL WS-EXTRACT-IX > 3
               IF WS-MAN-STATUS(WS-EXTRACT-IX) NOT = 'COMPLETE'
                  MOVE 'PARTIAL' TO AUD-PARM-STATUS
               END-IF
           END-PERFORM
           CALL 'AUDITLOG' USING AUDIT-PARM
           .

         CHECK-DAY01-DATE SECTION.
           OPEN INPUT RESULTS-FILE
           IF WS-RSLT-FILE-STATUS = '00'
              READ RESULTS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RSLT-RUN-DATE IS NUMERIC
                       MOVE RSLT-RUN-DATE TO WS-DAY01-DATE
                    END-IF
              END-READ
              CLOSE RESULTS-FILE
           END-IF
           IF WS-DAY01-DATE = WS-RUN-DATE
              SET DAY01-CURRENT TO TRUE
           ELSE
              DISPLAY 'ANLEXT: DAY01 DETAIL IS FOR RUN DATE '
                      WS-DAY01-DATE ' - LOCATION AND PAIR EXTRACTS '
                      'LEFT EMPTY'
           END-IF
           .

         EXTRACT-LOCATIONS SECTION.
           MOVE 1 TO WS-EXTRACT-IX
           MOVE 'ANLLOC' TO WS-MAN-FILE(1)
           MOVE 'CONTRIBUTION' TO WS-MAN-FIELD(1)
           MOVE 0 TO WS-MAN-ROWS(1)
           MOVE 0 TO WS-MAN-TOTAL(1)

           OPEN OUTPUT LOC-EXTRACT-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'RUN_DATE,LOC_ID,LOC_DESC,LEFT_COUNT,RIGHT_COUNT,'
                  DELIMITED BY SIZE
                  'CONTRIBUTION'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO LOC-EXTRACT-RECORD
           WRITE LOC-EXTRACT-RECORD

           EVALUATE TRUE
              WHEN NOT DAY01-CURRENT
                 MOVE 'STALE' TO WS-MAN-STATUS(1)
              WHEN OTHER
                 OPEN INPUT LOCATION-INDEX
                 IF WS-LOCIDX-FILE-STATUS NOT = '00'
                    DISPLAY 'ANLEXT: NO LOCATION INDEX - LOCATION '
                            'EXTRACT LEFT EMPTY'
                    MOVE 'MISSING' TO WS-MAN-STATUS(1)
                 ELSE
                    MOVE 'COMPLETE' TO WS-MAN-STATUS(1)
                    PERFORM COPY-LOCATIONS
                    CLOSE LOCATION-INDEX
                 END-IF
           END-EVALUATE

           CLOSE LOC-EXTRACT-FILE
           .

         COPY-LOCATIONS SECTION.
           MOVE 'N' TO WS-LOCIDX-SW
           MOVE 0 TO LOC-ID
           START LOCATION-INDEX KEY >= LOC-ID
              INVALID KEY SET LOCIDX-END TO TRUE
           END-START

           PERFORM UNTIL LOCIDX-END
               READ LOCATION-INDEX NEXT RECORD
                  AT END SET LOCIDX-END TO TRUE
               END-READ
               IF NOT LOCIDX-END
                  PERFORM START-CSV-ROW
                  MOVE LOC-ID TO WS-FIND-LOC-ID
                  PERFORM ADD-CSV-ID
                  PERFORM LOOKUP-DESCRIPTION
                  MOVE WS-FIND-DESC TO WS-CSV-TEXT
                  PERFORM ADD-CSV-TEXT
                  MOVE LOC-LEFT-COUNT TO WS-CSV-NUM
                  PERFORM ADD-CSV-NUMBER
                  MOVE LOC-RIGHT-COUNT TO WS-CSV-NUM
                  PERFORM ADD-CSV-NUMBER
                  MOVE LOC-CONTRIBUTION TO WS-CSV-NUM
                  PERFORM ADD-CSV-NUMBER
                  MOVE WS-CSV-LINE TO LOC-EXTRACT-RECORD
                  WRITE LOC-EXTRACT-RECORD
                  ADD 1 TO WS-MAN-ROWS(1)
                  ADD 1 TO WS-TOTAL-ROWS
                  ADD LOC-CONTRIBUTION TO WS-MAN-TOTAL(1)
               END-IF
           END-PERFORM
           .

         EXTRACT-PAIRS SECTION.
           MOVE 2 TO WS-EXTRACT-IX
           MOVE 'ANLPAIR' TO WS-MAN-FILE(2)
           MOVE 'GAP' TO WS-MAN-FIELD(2)
           MOVE 0 TO WS-MAN-ROWS(2)
           MOVE 0 TO WS-MAN-TOTAL(2)

           OPEN OUTPUT PAIR-EXTRACT-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'RUN_DATE,RANK,LEFT_LOC_ID,LEFT_LOC_DESC,RIGHT_LOC_'
                  DELIMITED BY SIZE
                  'ID,RIGHT_LOC_DESC,GAP,OUTLIER_FLAG'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO PAIR-EXTRACT-RECORD
           WRITE PAIR-EXTRACT-RECORD

           EVALUATE TRUE
              WHEN NOT DAY01-CURRENT
                 MOVE 'STALE' TO WS-MAN-STATUS(2)
              WHEN OTHER
                 OPEN INPUT PAIR-FILE
                 IF WS-PAIR-FILE-STATUS NOT = '00'
                    DISPLAY 'ANLEXT: NO PAIR FILE - PAIR EXTRACT '
                            'LEFT EMPTY'
                    MOVE 'MISSING' TO WS-MAN-STATUS(2)
                 ELSE
                    MOVE 'COMPLETE' TO WS-MAN-STATUS(2)
                    PERFORM COPY-PAIRS
                    CLOSE PAIR-FILE
                 END-IF
           END-EVALUATE

           CLOSE PAIR-EXTRACT-FILE
           .

         COPY-PAIRS SECTION.
           MOVE SPACES TO PAIR-RECORD
           READ PAIR-FILE
               AT END SET PAIR-END TO TRUE
           END-READ

           PERFORM UNTIL PAIR-END
               PERFORM START-CSV-ROW
               MOVE PAIR-RANK TO WS-CSV-NUM
               PERFORM ADD-CSV-NUMBER
               MOVE PAIR-LEFT-ID TO WS-FIND-LOC-ID
               PERFORM ADD-CSV-ID
               PERFORM LOOKUP-DESCRIPTION
               MOVE WS-FIND-DESC TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE PAIR-RIGHT-ID TO WS-FIND-LOC-ID
               PERFORM ADD-CSV-ID
               PERFORM LOOKUP-DESCRIPTION
               MOVE WS-FIND-DESC TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE PAIR-GAP TO WS-CSV-NUM
               PERFORM ADD-CSV-NUMBER
               MOVE PAIR-OUTLIER-FLAG TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-CSV-LINE TO PAIR-EXTRACT-RECORD
               WRITE PAIR-EXTRACT-RECORD
               ADD 1 TO WS-MAN-ROWS(2)
               ADD 1 TO WS-TOTAL-ROWS
               ADD PAIR-GAP TO WS-MAN-TOTAL(2)

               READ PAIR-FILE
                   AT END SET PAIR-END TO TRUE
               END-READ
           END-PERFORM
           .

         EXTRACT-DISPOSITIONS SECTION.
           MOVE 3 TO WS-EXTRACT-IX
           MOVE 'ANLDISP' TO WS-MAN-FILE(3)
           MOVE 'LEVEL_COUNT' TO WS-MAN-FIELD(3)
           MOVE 0 TO WS-MAN-ROWS(3)
           MOVE 0 TO WS-MAN-TOTAL(3)

           OPEN OUTPUT DISP-EXTRACT-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'RUN_DATE,UNIT,SEQ_NUM,STATUS,LEVEL_COUNT,'
                  DELIMITED BY SIZE
                  'SKIP_LEVEL,FAIL_IX1,FAIL_IX2,FAIL_DIFF'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO DISP-EXTRACT-RECORD
           WRITE DISP-EXTRACT-RECORD

           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS NOT = '00'
              DISPLAY 'ANLEXT: NO DISPOSITION FILE - DISPOSITION '
                      'EXTRACT LEFT EMPTY'
              MOVE 'MISSING' TO WS-MAN-STATUS(3)
           ELSE
              MOVE 'COMPLETE' TO WS-MAN-STATUS(3)
              PERFORM COPY-DISPOSITIONS
              CLOSE DISPOSITION-FILE
           END-IF

           CLOSE DISP-EXTRACT-FILE
           .

         COPY-DISPOSITIONS SECTION.
           MOVE 'N' TO WS-DISP-SW
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
                     PERFORM WRITE-DISPOSITION-ROW
                  END-IF
               END-IF
           END-PERFORM
           .

         WRITE-DISPOSITION-ROW SECTION.
           PERFORM START-CSV-ROW
           MOVE DISP-UNIT TO WS-CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE DISP-SEQ-NUM TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE DISP-STATUS TO WS-CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE DISP-LEVEL-COUNT TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE DISP-SKIP-LEVEL TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE DISP-FAIL-IX1 TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE DISP-FAIL-IX2 TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE DISP-FAIL-DIFF TO WS-CSV-NUM
           PERFORM ADD-CSV-NUMBER
           MOVE WS-CSV-LINE TO DISP-EXTRACT-RECORD
           WRITE DISP-EXTRACT-RECORD
           ADD 1 TO WS-MAN-ROWS(3)
           ADD 1 TO WS-TOTAL-ROWS
           ADD DISP-LEVEL-COUNT TO WS-MAN-TOTAL(3)
           .

         WRITE-MANIFEST SECTION.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'RUN_DATE,EXTRACT_FILE,ROW_COUNT,CONTROL_FIELD,'
                  DELIMITED BY SIZE
                  'CONTROL_TOTAL,STATUS'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           PERFORM VARYING WS-EXTRACT-IX FROM 1 BY 1
                   UNTIL WS-EXTRACT-IX > 3
               PERFORM START-CSV-ROW
               MOVE WS-MAN-FILE(WS-EXTRACT-IX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-MAN-ROWS(WS-EXTRACT-IX) TO WS-CSV-NUM
               PERFORM ADD-CSV-NUMBER
               MOVE WS-MAN-FIELD(WS-EXTRACT-IX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-MAN-TOTAL(WS-EXTRACT-IX) TO WS-CSV-NUM
               PERFORM ADD-CSV-NUMBER
               MOVE WS-MAN-STATUS(WS-EXTRACT-IX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-CSV-LINE TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-PERFORM

           CLOSE MANIFEST-FILE
           .

         LOOKUP-DESCRIPTION SECTION.
           MOVE SPACES TO WS-FIND-DESC
           IF MASTER-OPEN
              MOVE WS-RUN-DATE TO WS-FIND-DATE
              PERFORM FIND-VERSION-IN-FORCE
              IF VERSION-FOUND
                 MOVE LOC-MST-DESC TO WS-FIND-DESC
              END-IF
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

         START-CSV-ROW SECTION.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           .

         ADD-CSV-ID SECTION.
           STRING ',' DELIMITED BY SIZE
                  WS-FIND-LOC-ID DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           .

         ADD-CSV-NUMBER SECTION.
           MOVE WS-CSV-NUM TO WS-CSV-EDIT
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-EDIT TALLYING WS-CSV-LEAD
                   FOR LEADING SPACES
           STRING ',' DELIMITED BY SIZE
                  WS-CSV-EDIT(WS-CSV-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           .

         ADD-CSV-TEXT SECTION.
           PERFORM VARYING WS-CSV-LEN FROM 30 BY -1
                   UNTIL WS-CSV-LEN = 0
                   OR WS-CSV-TEXT(WS-CSV-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-CSV-QUOTED
           MOVE 0 TO WS-CSV-QUOTED-LEN
           PERFORM VARYING WS-CSV-IX FROM 1 BY 1
                   UNTIL WS-CSV-IX > WS-CSV-LEN
               ADD 1 TO WS-CSV-QUOTED-LEN
               MOVE WS-CSV-TEXT(WS-CSV-IX:1)
                 TO WS-CSV-QUOTED(WS-CSV-QUOTED-LEN:1)
               IF WS-CSV-TEXT(WS-CSV-IX:1) = '"'
                  ADD 1 TO WS-CSV-QUOTED-LEN
                  MOVE '"' TO WS-CSV-QUOTED(WS-CSV-QUOTED-LEN:1)
               END-IF
           END-PERFORM
           IF WS-CSV-QUOTED-LEN = 0
              STRING ',""' DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
              STRING ',"' DELIMITED BY SIZE
                     WS-CSV-QUOTED(1:WS-CSV-QUOTED-LEN)
                        DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           .
