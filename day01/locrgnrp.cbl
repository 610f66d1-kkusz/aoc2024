         IDENTIFICATION DIVISION.
         PROGRAM-ID. LOCRGNRP.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LOCATION-INDEX ASSIGN TO LOCIDX
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-ID
            FILE STATUS IS WS-LOCIDX-FILE-STATUS.

            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO DAY1RGN
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD LOCATION-INDEX.
         01 LOCATION-INDEX-RECORD.
            05 LOC-ID               PIC 9(6).
            05 LOC-LEFT-COUNT       PIC 9(10).
            05 LOC-RIGHT-COUNT      PIC 9(10).
            05 LOC-CONTRIBUTION     PIC 9(15).

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

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-LOCIDX-FILE-STATUS  PIC XX.
         01 WS-LOCMST-FILE-STATUS  PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-IDX-SW              PIC X VALUE 'N'.
            88 IDX-END             VALUE 'Y'.

         01 WS-MST-SW              PIC X VALUE 'N'.
            88 MASTER-OPEN         VALUE 'Y'.

         01 WS-FIND-LOC-ID         PIC 9(6).
         01 WS-FIND-DATE           PIC 9(8).
         01 WS-VERSION-SW          PIC X VALUE 'N'.
            88 VERSION-FOUND       VALUE 'Y'.
         01 WS-VSCAN-SW            PIC X VALUE 'N'.
            88 VSCAN-END           VALUE 'Y'.

         01 WS-KEY-REGION          PIC X(4).
         01 WS-KEY-DISTRICT        PIC X(4).

         01 WS-MAX-BUCKETS         PIC 9(3) VALUE 500.
         01 WS-BKT-COUNT           PIC 9(3) VALUE 0.
         01 WS-BKT-SLOT            PIC 9(3).
         01 WS-BKT-IX              PIC 9(3).
         01 WS-SHIFT-IX            PIC 9(3).
         01 WS-BKT-TABLE.
            05 WS-BKT-ENTRY        OCCURS 500.
               10 WS-BKT-REGION    PIC X(4).
               10 WS-BKT-DISTRICT  PIC X(4).
               10 WS-BKT-LOCS      PIC 9(7).
               10 WS-BKT-LEFT      PIC 9(12).
               10 WS-BKT-RIGHT     PIC 9(12).
               10 WS-BKT-CONTRIB   PIC 9(15).

         01 WS-OVFL-LOCS           PIC 9(7) VALUE 0.
         01 WS-OVFL-LEFT           PIC 9(12) VALUE 0.
         01 WS-OVFL-RIGHT          PIC 9(12) VALUE 0.
         01 WS-OVFL-CONTRIB        PIC 9(15) VALUE 0.

         01 WS-RGN-REGION          PIC X(4).
         01 WS-RGN-LOCS            PIC 9(7) VALUE 0.
         01 WS-RGN-LEFT            PIC 9(12) VALUE 0.
         01 WS-RGN-RIGHT           PIC 9(12) VALUE 0.
         01 WS-RGN-CONTRIB         PIC 9(15) VALUE 0.
         01 WS-REGION-COUNT        PIC 9(7) VALUE 0.

         01 WS-TOTAL-CONTRIB       PIC 9(15) VALUE 0.
         01 WS-TOTAL-LEFT          PIC 9(12) VALUE 0.
         01 WS-TOTAL-RIGHT         PIC 9(12) VALUE 0.
         01 WS-LOCATION-COUNT      PIC 9(7) VALUE 0.
         01 WS-UNASSIGNED-COUNT    PIC 9(7) VALUE 0.
         01 WS-NOT-ON-MST-COUNT    PIC 9(7) VALUE 0.

         01 WS-SHARE-CONTRIB       PIC 9(15).
         01 WS-PCT                 PIC 9(3)V99.

         01 WS-LINES-ON-PAGE       PIC 9(2) VALUE 99.
         01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 40.
         01 WS-PAGE-NUM            PIC 9(4) VALUE 0.

         01 WS-PAGE-HEADER-1.
            05 FILLER              PIC X(40)
               VALUE 'DAY01 REGIONAL SIMILARITY ROLLUP FOR DAT'.
            05 FILLER              PIC X(2) VALUE 'E '.
            05 HDR-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(7) VALUE '  PAGE '.
            05 HDR-PAGE-NUM        PIC Z(3)9.

         01 WS-PAGE-HEADER-2.
            05 FILLER              PIC X(52) VALUE
               'REGION      DISTRICT       LOCS          LEFT       '.
            05 FILLER              PIC X(32) VALUE
               '  RIGHT     CONTRIBUTION   SHARE'.

         01 WS-DETAIL-LINE.
            05 DTL-REGION          PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-DISTRICT        PIC X(10).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-LOCS            PIC Z(6)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-LEFT            PIC Z(11)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-RIGHT           PIC Z(11)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-CONTRIB         PIC Z(14)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-PCT             PIC ZZ9.99.

         01 WS-TOTAL-LINE.
            05 TOT-LABEL           PIC X(42).
            05 TOT-VALUE           PIC Z(14)9.

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE

            OPEN INPUT LOCATION-INDEX
            IF WS-LOCIDX-FILE-STATUS NOT = '00'
               DISPLAY 'NO LOCATION INDEX AVAILABLE YET'
               GOBACK
            END-IF

            OPEN INPUT LOCATION-MASTER
            IF WS-LOCMST-FILE-STATUS = '00'
               SET MASTER-OPEN TO TRUE
            ELSE
               DISPLAY 'LOCRGNRP: NO LOCATION MASTER - STATUS '
                       WS-LOCMST-FILE-STATUS
            END-IF

            OPEN OUTPUT REPORT-FILE

            PERFORM LOAD-BUCKETS
            PERFORM PRINT-ROLLUP
            PERFORM PRINT-TOTALS

            CLOSE REPORT-FILE
            IF MASTER-OPEN
               CLOSE LOCATION-MASTER
            END-IF
            CLOSE LOCATION-INDEX

            DISPLAY 'LOCRGNRP: LOCATIONS ON INDEX : ' WS-LOCATION-COUNT
            DISPLAY 'LOCRGNRP: REGIONS REPORTED   : ' WS-REGION-COUNT
            DISPLAY 'LOCRGNRP: UNASSIGNED         : '
                    WS-UNASSIGNED-COUNT
            DISPLAY 'LOCRGNRP: TOTAL CONTRIBUTION : ' WS-TOTAL-CONTRIB

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

         LOAD-BUCKETS SECTION.
           MOVE ZEROS TO LOC-ID
           START LOCATION-INDEX KEY >= LOC-ID
              INVALID KEY SET IDX-END TO TRUE
           END-START

           PERFORM UNTIL IDX-END
               READ LOCATION-INDEX NEXT RECORD
                  AT END SET IDX-END TO TRUE
               END-READ
               IF NOT IDX-END
                  ADD 1 TO WS-LOCATION-COUNT
                  ADD LOC-CONTRIBUTION TO WS-TOTAL-CONTRIB
                  ADD LOC-LEFT-COUNT TO WS-TOTAL-LEFT
                  ADD LOC-RIGHT-COUNT TO WS-TOTAL-RIGHT
                  PERFORM CLASSIFY-LOCATION
                  PERFORM POST-TO-BUCKET
               END-IF
           END-PERFORM
           .

         CLASSIFY-LOCATION SECTION.
           MOVE HIGH-VALUES TO WS-KEY-REGION
           MOVE HIGH-VALUES TO WS-KEY-DISTRICT
           IF MASTER-OPEN
              MOVE LOC-ID TO WS-FIND-LOC-ID
              MOVE WS-RUN-DATE TO WS-FIND-DATE
              PERFORM FIND-VERSION-IN-FORCE
              IF VERSION-FOUND
                 MOVE SPACES TO WS-KEY-DISTRICT
                 IF LOC-MST-REGION NOT = SPACES
                    MOVE LOC-MST-REGION TO WS-KEY-REGION
                    MOVE LOC-MST-DISTRICT TO WS-KEY-DISTRICT
                 END-IF
              END-IF
           END-IF

           IF WS-KEY-REGION = HIGH-VALUES
              ADD 1 TO WS-UNASSIGNED-COUNT
              IF WS-KEY-DISTRICT = HIGH-VALUES
                 ADD 1 TO WS-NOT-ON-MST-COUNT
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

         POST-TO-BUCKET SECTION.
           MOVE 0 TO WS-BKT-SLOT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-COUNT
                   OR WS-BKT-SLOT > 0
               IF WS-BKT-REGION(WS-BKT-IX) = WS-KEY-REGION
                  AND WS-BKT-DISTRICT(WS-BKT-IX) = WS-KEY-DISTRICT
                  MOVE WS-BKT-IX TO WS-BKT-SLOT
               END-IF
           END-PERFORM

           IF WS-BKT-SLOT = 0
              IF WS-BKT-COUNT < WS-MAX-BUCKETS
                 PERFORM INSERT-BUCKET
              ELSE
                 ADD 1 TO WS-OVFL-LOCS
                 ADD LOC-LEFT-COUNT TO WS-OVFL-LEFT
                 ADD LOC-RIGHT-COUNT TO WS-OVFL-RIGHT
                 ADD LOC-CONTRIBUTION TO WS-OVFL-CONTRIB
              END-IF
           END-IF

           IF WS-BKT-SLOT > 0
              ADD 1 TO WS-BKT-LOCS(WS-BKT-SLOT)
              ADD LOC-LEFT-COUNT TO WS-BKT-LEFT(WS-BKT-SLOT)
              ADD LOC-RIGHT-COUNT TO WS-BKT-RIGHT(WS-BKT-SLOT)
              ADD LOC-CONTRIBUTION TO WS-BKT-CONTRIB(WS-BKT-SLOT)
           END-IF
           .

         INSERT-BUCKET SECTION.
           PERFORM VARYING WS-SHIFT-IX FROM 1 BY 1
                   UNTIL WS-SHIFT-IX > WS-BKT-COUNT
                   OR WS-BKT-SLOT > 0
               IF WS-BKT-REGION(WS-SHIFT-IX) > WS-KEY-REGION
                  OR (WS-BKT-REGION(WS-SHIFT-IX) = WS-KEY-REGION
                  AND WS-BKT-DISTRICT(WS-SHIFT-IX) > WS-KEY-DISTRICT)
                  MOVE WS-SHIFT-IX TO WS-BKT-SLOT
               END-IF
           END-PERFORM

           ADD 1 TO WS-BKT-COUNT
           IF WS-BKT-SLOT = 0
              MOVE WS-BKT-COUNT TO WS-BKT-SLOT
           END-IF

           PERFORM VARYING WS-SHIFT-IX FROM WS-BKT-COUNT BY -1
                   UNTIL WS-SHIFT-IX <= WS-BKT-SLOT
               MOVE WS-BKT-ENTRY(WS-SHIFT-IX - 1)
                 TO WS-BKT-ENTRY(WS-SHIFT-IX)
           END-PERFORM

           MOVE WS-KEY-REGION TO WS-BKT-REGION(WS-BKT-SLOT)
           MOVE WS-KEY-DISTRICT TO WS-BKT-DISTRICT(WS-BKT-SLOT)
           MOVE 0 TO WS-BKT-LOCS(WS-BKT-SLOT)
           MOVE 0 TO WS-BKT-LEFT(WS-BKT-SLOT)
           MOVE 0 TO WS-BKT-RIGHT(WS-BKT-SLOT)
           MOVE 0 TO WS-BKT-CONTRIB(WS-BKT-SLOT)
           .

         PRINT-ROLLUP SECTION.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-COUNT
               IF WS-BKT-IX > 1
                  AND WS-BKT-REGION(WS-BKT-IX) NOT = WS-RGN-REGION
                  PERFORM PRINT-REGION-TOTAL
               END-IF
               IF WS-BKT-IX = 1
                  OR WS-BKT-REGION(WS-BKT-IX) NOT = WS-RGN-REGION
                  MOVE WS-BKT-REGION(WS-BKT-IX) TO WS-RGN-REGION
                  MOVE 0 TO WS-RGN-LOCS
                  MOVE 0 TO WS-RGN-LEFT
                  MOVE 0 TO WS-RGN-RIGHT
                  MOVE 0 TO WS-RGN-CONTRIB
                  ADD 1 TO WS-REGION-COUNT
               END-IF

               ADD WS-BKT-LOCS(WS-BKT-IX) TO WS-RGN-LOCS
               ADD WS-BKT-LEFT(WS-BKT-IX) TO WS-RGN-LEFT
               ADD WS-BKT-RIGHT(WS-BKT-IX) TO WS-RGN-RIGHT
               ADD WS-BKT-CONTRIB(WS-BKT-IX) TO WS-RGN-CONTRIB

               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BKT-REGION(WS-BKT-IX) TO WS-KEY-REGION
               PERFORM SET-REGION-LABEL
               EVALUATE WS-BKT-DISTRICT(WS-BKT-IX)
                  WHEN HIGH-VALUES
                     MOVE 'NOT ON MST' TO DTL-DISTRICT
                  WHEN SPACES
                     MOVE '(NONE)' TO DTL-DISTRICT
                  WHEN OTHER
                     MOVE WS-BKT-DISTRICT(WS-BKT-IX) TO DTL-DISTRICT
               END-EVALUATE
               MOVE WS-BKT-LOCS(WS-BKT-IX) TO DTL-LOCS
               MOVE WS-BKT-LEFT(WS-BKT-IX) TO DTL-LEFT
               MOVE WS-BKT-RIGHT(WS-BKT-IX) TO DTL-RIGHT
               MOVE WS-BKT-CONTRIB(WS-BKT-IX) TO DTL-CONTRIB
               MOVE WS-BKT-CONTRIB(WS-BKT-IX) TO WS-SHARE-CONTRIB
               PERFORM COMPUTE-SHARE
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM

           IF WS-BKT-COUNT > 0
              PERFORM PRINT-REGION-TOTAL
           END-IF

           IF WS-OVFL-LOCS > 0
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'OVERFLOW' TO DTL-REGION
              MOVE 'NOT LISTED' TO DTL-DISTRICT
              MOVE WS-OVFL-LOCS TO DTL-LOCS
              MOVE WS-OVFL-LEFT TO DTL-LEFT
              MOVE WS-OVFL-RIGHT TO DTL-RIGHT
              MOVE WS-OVFL-CONTRIB TO DTL-CONTRIB
              MOVE WS-OVFL-CONTRIB TO WS-SHARE-CONTRIB
              PERFORM COMPUTE-SHARE
              PERFORM WRITE-DETAIL-LINE
              DISPLAY 'LOCRGNRP: DISTRICT TABLE FULL - LOCATIONS '
                      'NOT ITEMISED : ' WS-OVFL-LOCS
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL' TO DTL-REGION
           MOVE 'GRAND TOT' TO DTL-DISTRICT
           MOVE WS-LOCATION-COUNT TO DTL-LOCS
           MOVE WS-TOTAL-LEFT TO DTL-LEFT
           MOVE WS-TOTAL-RIGHT TO DTL-RIGHT
           MOVE WS-TOTAL-CONTRIB TO DTL-CONTRIB
           MOVE WS-TOTAL-CONTRIB TO WS-SHARE-CONTRIB
           PERFORM COMPUTE-SHARE
           PERFORM WRITE-DETAIL-LINE
           .

         PRINT-REGION-TOTAL SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RGN-REGION TO WS-KEY-REGION
           PERFORM SET-REGION-LABEL
           MOVE 'REGION TOT' TO DTL-DISTRICT
           MOVE WS-RGN-LOCS TO DTL-LOCS
           MOVE WS-RGN-LEFT TO DTL-LEFT
           MOVE WS-RGN-RIGHT TO DTL-RIGHT
           MOVE WS-RGN-CONTRIB TO DTL-CONTRIB
           MOVE WS-RGN-CONTRIB TO WS-SHARE-CONTRIB
           PERFORM COMPUTE-SHARE
           PERFORM WRITE-DETAIL-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           .

         SET-REGION-LABEL SECTION.
           IF WS-KEY-REGION = HIGH-VALUES
              MOVE 'UNASSIGNED' TO DTL-REGION
           ELSE
              MOVE WS-KEY-REGION TO DTL-REGION
           END-IF
           .

         COMPUTE-SHARE SECTION.
           IF WS-TOTAL-CONTRIB > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-SHARE-CONTRIB * 100 / WS-TOTAL-CONTRIB
           ELSE
              MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO DTL-PCT
           .

         WRITE-DETAIL-LINE SECTION.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE
           .

         PRINT-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO HDR-PAGE-NUM
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           IF WS-PAGE-NUM > 1
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-PAGE-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PAGE-HEADER-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-LINES-ON-PAGE
           .

         PRINT-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'TOTAL CONTRIBUTION (= SIMILARITY SCORE)  :'
             TO TOT-LABEL
           MOVE WS-TOTAL-CONTRIB TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'LOCATIONS ON INDEX                       :'
             TO TOT-LABEL
           MOVE WS-LOCATION-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REGIONS REPORTED                         :'
             TO TOT-LABEL
           MOVE WS-REGION-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'LOCATIONS WITH NO REGION ASSIGNED        :'
             TO TOT-LABEL
           MOVE WS-UNASSIGNED-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  OF WHICH NOT ON MASTER AT RUN DATE    :'
             TO TOT-LABEL
           MOVE WS-NOT-ON-MST-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
