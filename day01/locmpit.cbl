         IDENTIFICATION DIVISION.
         PROGRAM-ID. LOCMPIT.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT PIT-PARM-FILE ASSIGN TO PITPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRM-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO DAY1PIT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
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

         FD PIT-PARM-FILE.
         01 PIT-PARM-RECORD.
            05 PRM-PIT-DATE         PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-LOCMST-FILE-STATUS  PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.
         01 WS-PRM-FILE-STATUS     PIC XX.

         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).
         01 WS-PIT-DATE            PIC 9(8).

         01 WS-MST-SW              PIC X VALUE 'N'.
            88 MST-END             VALUE 'Y'.
         01 WS-IN-FORCE-SW         PIC X VALUE 'N'.
            88 ID-IN-FORCE         VALUE 'Y'.

         01 WS-PREV-LOC-ID         PIC 9(6) VALUE 0.

         01 WS-VERSION-COUNT       PIC 9(10) VALUE 0.
         01 WS-LOCATION-COUNT      PIC 9(7) VALUE 0.
         01 WS-ACTIVE-COUNT        PIC 9(7) VALUE 0.
         01 WS-INACTIVE-COUNT      PIC 9(7) VALUE 0.
         01 WS-NOT-IN-FORCE-COUNT  PIC 9(7) VALUE 0.

         01 WS-LINES-ON-PAGE       PIC 9(2) VALUE 99.
         01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 40.
         01 WS-PAGE-NUM            PIC 9(4) VALUE 0.

         01 WS-PAGE-HEADER-1.
            05 FILLER              PIC X(40)
               VALUE 'LOCATION MASTER AS IN FORCE ON DATE     '.
            05 HDR-PIT-DATE        PIC 9(8).
            05 FILLER              PIC X(12) VALUE '  RUN DATE '.
            05 HDR-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(7) VALUE '  PAGE '.
            05 HDR-PAGE-NUM        PIC Z(3)9.

         01 WS-PAGE-HEADER-2.
            05 FILLER              PIC X(40) VALUE
               'LOC ID  DESCRIPTION                     '.
            05 FILLER              PIC X(40) VALUE
               'ST  RGN   DIST  EFF FROM  EFF TO'.

         01 WS-DETAIL-LINE.
            05 DTL-LOC-ID          PIC 9(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-DESC            PIC X(30).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-STATUS          PIC X(1).
            05 FILLER              PIC X(3) VALUE SPACES.
            05 DTL-REGION          PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-DISTRICT        PIC X(4).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-EFF-FROM        PIC 9(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 DTL-EFF-TO          PIC X(8).

         01 WS-TOTAL-LINE.
            05 TOT-LABEL           PIC X(42).
            05 TOT-VALUE           PIC Z(9)9.

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE
            PERFORM LOAD-PARAMETERS

            OPEN INPUT LOCATION-MASTER
            IF WS-LOCMST-FILE-STATUS NOT = '00'
               DISPLAY 'LOCMPIT: NO LOCATION MASTER - STATUS '
                       WS-LOCMST-FILE-STATUS
               GOBACK
            END-IF

            OPEN OUTPUT REPORT-FILE

            PERFORM LIST-MASTER
            PERFORM PRINT-TOTALS

            CLOSE REPORT-FILE
            CLOSE LOCATION-MASTER

            DISPLAY 'LOCMPIT: MASTER AS IN FORCE ON : ' WS-PIT-DATE
            DISPLAY 'LOCMPIT: LOCATIONS IN FORCE    : '
                    WS-LOCATION-COUNT
            DISPLAY 'LOCMPIT: NOT IN FORCE ON DATE  : '
                    WS-NOT-IN-FORCE-COUNT

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

         LOAD-PARAMETERS SECTION.
           MOVE WS-RUN-DATE TO WS-PIT-DATE
           OPEN INPUT PIT-PARM-FILE
           IF WS-PRM-FILE-STATUS = '00'
              MOVE SPACES TO PIT-PARM-RECORD
              READ PIT-PARM-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-PIT-DATE IS NUMERIC
                 AND PRM-PIT-DATE NOT = '00000000'
                 MOVE PRM-PIT-DATE TO WS-CTL-DATE
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    AND WS-CTL-DD >= 1 AND WS-CTL-DD <= 31
                    MOVE PRM-PIT-DATE TO WS-PIT-DATE
                 ELSE
                    DISPLAY 'INVALID DATE ON POINT-IN-TIME CARD: '
                            PRM-PIT-DATE ' - IGNORED'
                 END-IF
              END-IF
              CLOSE PIT-PARM-FILE
           END-IF
           .

         LIST-MASTER SECTION.
           MOVE ZEROS TO LOC-MST-KEY
           START LOCATION-MASTER KEY >= LOC-MST-KEY
              INVALID KEY SET MST-END TO TRUE
           END-START

           PERFORM UNTIL MST-END
               READ LOCATION-MASTER NEXT RECORD
                  AT END SET MST-END TO TRUE
               END-READ
               IF NOT MST-END
                  ADD 1 TO WS-VERSION-COUNT
                  IF WS-VERSION-COUNT > 1
                     AND LOC-MST-ID NOT = WS-PREV-LOC-ID
                     PERFORM END-OF-LOCATION
                  END-IF
                  MOVE LOC-MST-ID TO WS-PREV-LOC-ID
                  IF LOC-MST-EFF-FROM <= WS-PIT-DATE
                     AND LOC-MST-EFF-TO >= WS-PIT-DATE
                     SET ID-IN-FORCE TO TRUE
                     PERFORM PRINT-VERSION
                  END-IF
               END-IF
           END-PERFORM

           IF WS-VERSION-COUNT > 0
              PERFORM END-OF-LOCATION
           END-IF
           .

         END-OF-LOCATION SECTION.
           IF NOT ID-IN-FORCE
              ADD 1 TO WS-NOT-IN-FORCE-COUNT
           END-IF
           MOVE 'N' TO WS-IN-FORCE-SW
           .

         PRINT-VERSION SECTION.
           ADD 1 TO WS-LOCATION-COUNT
           IF LOC-MST-STATUS = 'A'
              ADD 1 TO WS-ACTIVE-COUNT
           ELSE
              ADD 1 TO WS-INACTIVE-COUNT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LOC-MST-ID TO DTL-LOC-ID
           MOVE LOC-MST-DESC TO DTL-DESC
           MOVE LOC-MST-STATUS TO DTL-STATUS
           MOVE LOC-MST-REGION TO DTL-REGION
           MOVE LOC-MST-DISTRICT TO DTL-DISTRICT
           MOVE LOC-MST-EFF-FROM TO DTL-EFF-FROM
           IF LOC-MST-EFF-TO = 99999999
              MOVE 'OPEN' TO DTL-EFF-TO
           ELSE
              MOVE LOC-MST-EFF-TO TO DTL-EFF-TO
           END-IF

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
           MOVE WS-PIT-DATE TO HDR-PIT-DATE
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
           IF WS-PAGE-NUM = 0
              PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'LOCATIONS IN FORCE ON DATE               :'
             TO TOT-LABEL
           MOVE WS-LOCATION-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  ACTIVE                                 :'
             TO TOT-LABEL
           MOVE WS-ACTIVE-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '  INACTIVE                               :'
             TO TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'LOCATIONS NOT YET IN FORCE ON DATE       :'
             TO TOT-LABEL
           MOVE WS-NOT-IN-FORCE-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'VERSIONS ON MASTER                       :'
             TO TOT-LABEL
           MOVE WS-VERSION-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
