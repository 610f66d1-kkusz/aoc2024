         IDENTIFICATION DIVISION.
         PROGRAM-ID. RSLTMNTH.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LEDGER-FILE ASSIGN TO RSLTLEDG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LDG-RUN-DATE
            FILE STATUS IS WS-LDG-FILE-STATUS.

            SELECT PARAMETER-FILE ASSIGN TO MTHPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-FILE-STATUS.

            SELECT CONTROL-CARD-FILE ASSIGN TO RUNCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO MTHRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
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

         FD PARAMETER-FILE.
         01 PARAMETER-RECORD.
            05 PRM-MONTH            PIC X(6).
            05 FILLER               PIC X(74).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD.
            05 CTL-AS-OF-DATE       PIC X(8).
            05 FILLER               PIC X(72).

         FD REPORT-FILE.
         01 REPORT-RECORD            PIC X(132).

         WORKING-STORAGE SECTION.


         01 WS-LDG-FILE-STATUS     PIC XX.
         01 WS-PARM-FILE-STATUS    PIC XX.
         01 WS-CTL-FILE-STATUS     PIC XX.
         01 WS-CTL-DATE.
            05 WS-CTL-YYYY         PIC 9(4).
            05 WS-CTL-MM           PIC 9(2).
            05 WS-CTL-DD           PIC 9(2).
         01 WS-RUN-DATE            PIC 9(8).

         01 WS-MONTH-DATE.
            05 WS-MONTH-YYYY       PIC 9(4).
            05 WS-MONTH-MM         PIC 9(2).
            05 WS-MONTH-DD         PIC 9(2).
         01 WS-MONTH-START         PIC 9(8).
         01 WS-MONTH-END           PIC 9(8).
         01 WS-PRIOR-START         PIC 9(8).
         01 WS-PRIOR-END           PIC 9(8).
         01 WS-MTD-CUTOFF          PIC 9(8).
         01 WS-SCAN-FROM           PIC 9(8).
         01 WS-SCAN-TO             PIC 9(8).

         01 WS-LDG-SW              PIC X VALUE 'N'.
            88 LDG-END             VALUE 'Y'.

         01 WS-SCAN-MODE           PIC X.
            88 SCAN-CURRENT        VALUE 'C'.
            88 SCAN-PRIOR          VALUE 'P'.

         01 WS-MONTH-DAYS          PIC 9(4) VALUE 0.
         01 WS-PRIOR-DAYS          PIC 9(4) VALUE 0.

         01 WS-MEAS-NAMES.
            05 FILLER              PIC X(13) VALUE 'SIMILARITY  H'.
            05 FILLER              PIC X(13) VALUE 'DISTANCE    L'.
            05 FILLER              PIC X(13) VALUE 'SAFE        H'.
            05 FILLER              PIC X(13) VALUE 'DAMPENED    L'.
            05 FILLER              PIC X(13) VALUE 'DIR-FAIL    L'.
            05 FILLER              PIC X(13) VALUE 'STEP-FAIL   L'.
         01 WS-MEAS-NAME-TABLE REDEFINES WS-MEAS-NAMES.
            05 WS-MEAS-NAME-ENTRY  OCCURS 6.
               10 WS-MEAS-NAME     PIC X(12).
               10 WS-MEAS-DIR      PIC X(1).

         01 WS-MEAS-IX             PIC 9.
         01 WS-MEAS-TABLE.
            05 WS-MEAS-ENTRY       OCCURS 6.
               10 WS-DAY-HAS       PIC X(1).
               10 WS-DAY-VALUE     PIC 9(10).
               10 WS-MTD-DAYS      PIC 9(4).
               10 WS-MTD-TOTAL     PIC 9(15).
               10 WS-MON-DAYS      PIC 9(4).
               10 WS-MON-TOTAL     PIC 9(15).
               10 WS-BEST-DATE     PIC 9(8).
               10 WS-BEST-VALUE    PIC 9(10).
               10 WS-WORST-DATE    PIC 9(8).
               10 WS-WORST-VALUE   PIC 9(10).
               10 WS-PRI-DAYS      PIC 9(4).
               10 WS-PRI-TOTAL     PIC 9(15).

         01 WS-AVG                 PIC 9(12)V99.
         01 WS-MON-AVG             PIC 9(12)V99.
         01 WS-PRI-AVG             PIC 9(12)V99.
         01 WS-AVG-CHANGE          PIC S9(12)V99.
         01 WS-PCT-CHANGE          PIC S9(5)V99.

         01 WS-HEADER-LINE.
            05 FILLER              PIC X(40)
               VALUE 'DAY01/DAY02 MONTH-END RESULTS SUMMARY - '.
            05 FILLER              PIC X(6) VALUE 'MONTH '.
            05 HDR-YYYY            PIC 9(4).
            05 FILLER              PIC X(1) VALUE '-'.
            05 HDR-MM              PIC 9(2).
            05 FILLER              PIC X(12) VALUE '   RUN DATE '.
            05 HDR-RUN-DATE        PIC 9(8).

         01 WS-TITLE-LINE.
            05 TTL-TEXT            PIC X(40).
            05 TTL-DATE            PIC X(8).
            05 TTL-MORE            PIC X(20).

         01 WS-TOTALS-HEADER.
            05 FILLER              PIC X(52) VALUE
               'MEASURE   MTD DAYS        MTD TOTAL    MTD DAILY AVG'.
            05 FILLER              PIC X(40) VALUE
               '  DAYS      MONTH TOTAL  MONTH DAILY AVG'.

         01 WS-TOTALS-LINE.
            05 TDL-NAME            PIC X(12).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MTD-DAYS        PIC Z(3)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MTD-TOTAL       PIC Z(14)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MTD-AVG         PIC Z(11)9.99.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MON-DAYS        PIC Z(3)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MON-TOTAL       PIC Z(14)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 TDL-MON-AVG         PIC Z(11)9.99.

         01 WS-EXTREMES-HEADER.
            05 FILLER              PIC X(49) VALUE
               'MEASURE       BETTER  BEST DAY       BEST VALUE  '.
            05 FILLER              PIC X(25) VALUE
               'WORST DAY     WORST VALUE'.

         01 WS-EXTREMES-LINE.
            05 XDL-NAME            PIC X(12).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 XDL-BETTER          PIC X(6).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 XDL-BEST-DATE       PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 XDL-BEST-VALUE      PIC Z(14)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 XDL-WORST-DATE      PIC X(8).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 XDL-WORST-VALUE     PIC Z(14)9.

         01 WS-COMPARE-HEADER.
            05 FILLER              PIC X(52) VALUE
               'MEASURE       DAYS      PRIOR TOTAL  PRIOR DAILY AVG'.
            05 FILLER              PIC X(51) VALUE
               '   THIS DAILY AVG    CHANGE IN AVG   PCT CHG  TREND'.

         01 WS-COMPARE-LINE.
            05 CDL-NAME            PIC X(12).
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-PRI-DAYS        PIC Z(3)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-PRI-TOTAL       PIC Z(14)9.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-PRI-AVG         PIC Z(11)9.99.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-MON-AVG         PIC Z(11)9.99.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-CHANGE          PIC -(11)9.99.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-PCT             PIC +(4)9.99.
            05 FILLER              PIC X(2) VALUE SPACES.
            05 CDL-TREND           PIC X(8).

         01 WS-COUNT-LINE.
            05 CNT-LABEL           PIC X(30).
            05 CNT-VALUE           PIC Z(9)9.

         PROCEDURE DIVISION.
            PERFORM GET-RUN-DATE
            PERFORM LOAD-PARAMETERS

            OPEN INPUT LEDGER-FILE
            IF WS-LDG-FILE-STATUS NOT = '00'
               DISPLAY 'RSLTMNTH: NO RESULTS LEDGER AVAILABLE YET'
               GOBACK
            END-IF

            INITIALIZE WS-MEAS-TABLE

            SET SCAN-CURRENT TO TRUE
            MOVE WS-MONTH-START TO WS-SCAN-FROM
            MOVE WS-MONTH-END TO WS-SCAN-TO
            PERFORM SCAN-PERIOD

            SET SCAN-PRIOR TO TRUE
            MOVE WS-PRIOR-START TO WS-SCAN-FROM
            MOVE WS-PRIOR-END TO WS-SCAN-TO
            PERFORM SCAN-PERIOD

            CLOSE LEDGER-FILE

            OPEN OUTPUT REPORT-FILE
            PERFORM PRINT-HEADER
            PERFORM PRINT-TOTALS
            PERFORM PRINT-EXTREMES
            PERFORM PRINT-COMPARISON
            CLOSE REPORT-FILE

            DISPLAY 'RSLTMNTH: MONTH REPORTED     : ' WS-MONTH-YYYY
                    '-' WS-MONTH-MM
            DISPLAY 'RSLTMNTH: DAYS ON LEDGER     : ' WS-MONTH-DAYS
            DISPLAY 'RSLTMNTH: PRIOR MONTH DAYS   : ' WS-PRIOR-DAYS

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
           MOVE WS-RUN-DATE TO WS-MONTH-DATE
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-STATUS = '00'
              MOVE SPACES TO PARAMETER-RECORD
              READ PARAMETER-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-MONTH IS NUMERIC
                 MOVE PRM-MONTH TO WS-CTL-DATE(1:6)
                 IF WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                    MOVE PRM-MONTH TO WS-MONTH-DATE(1:6)
                 ELSE
                    DISPLAY 'RSLTMNTH: INVALID MONTH ON PARAMETER '
                            'CARD: ' PRM-MONTH ' - IGNORED'
                 END-IF
              END-IF
              CLOSE PARAMETER-FILE
           ELSE
              DISPLAY 'RSLTMNTH: NO PARAMETER FILE - REPORTING MONTH '
                      'OF RUN DATE'
           END-IF

           MOVE 01 TO WS-MONTH-DD
           MOVE WS-MONTH-DATE TO WS-MONTH-START
           MOVE 31 TO WS-MONTH-DD
           MOVE WS-MONTH-DATE TO WS-MONTH-END

           IF WS-RUN-DATE < WS-MONTH-END
              MOVE WS-RUN-DATE TO WS-MTD-CUTOFF
           ELSE
              MOVE WS-MONTH-END TO WS-MTD-CUTOFF
           END-IF

           IF WS-MONTH-MM = 01
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE 01 TO WS-MONTH-DD
           MOVE WS-MONTH-DATE TO WS-PRIOR-START
           MOVE 31 TO WS-MONTH-DD
           MOVE WS-MONTH-DATE TO WS-PRIOR-END

           MOVE WS-MONTH-START TO WS-MONTH-DATE
           .

         SCAN-PERIOD SECTION.
           MOVE 'N' TO WS-LDG-SW
           MOVE WS-SCAN-FROM TO LDG-RUN-DATE
           START LEDGER-FILE KEY >= LDG-RUN-DATE
              INVALID KEY SET LDG-END TO TRUE
           END-START

           PERFORM UNTIL LDG-END
               READ LEDGER-FILE NEXT RECORD
                  AT END SET LDG-END TO TRUE
               END-READ
               IF NOT LDG-END
                  IF LDG-RUN-DATE > WS-SCAN-TO
                     SET LDG-END TO TRUE
                  ELSE
                     PERFORM LOAD-DAY-VALUES
                     PERFORM ACCUMULATE-DAY
                  END-IF
               END-IF
           END-PERFORM
           .

         LOAD-DAY-VALUES SECTION.
           MOVE LDG-DAY01-POSTED TO WS-DAY-HAS(1)
           MOVE LDG-DAY01-POSTED TO WS-DAY-HAS(2)
           MOVE LDG-SIMILARITY TO WS-DAY-VALUE(1)
           MOVE LDG-DISTANCE TO WS-DAY-VALUE(2)
           MOVE LDG-DAY02-POSTED TO WS-DAY-HAS(3)
           MOVE LDG-DAY02-POSTED TO WS-DAY-HAS(4)
           MOVE LDG-DAY02-POSTED TO WS-DAY-HAS(5)
           MOVE LDG-DAY02-POSTED TO WS-DAY-HAS(6)
           MOVE LDG-SAFE-COUNT TO WS-DAY-VALUE(3)
           MOVE LDG-DAMPENED-COUNT TO WS-DAY-VALUE(4)
           MOVE LDG-DIR-FAILS TO WS-DAY-VALUE(5)
           MOVE LDG-STEP-FAILS TO WS-DAY-VALUE(6)
           .

         ACCUMULATE-DAY SECTION.
           IF SCAN-CURRENT
              ADD 1 TO WS-MONTH-DAYS
           ELSE
              ADD 1 TO WS-PRIOR-DAYS
           END-IF

           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 6
               IF WS-DAY-HAS(WS-MEAS-IX) = 'Y'
                  IF SCAN-CURRENT
                     PERFORM ACCUMULATE-CURRENT
                  ELSE
                     ADD 1 TO WS-PRI-DAYS(WS-MEAS-IX)
                     ADD WS-DAY-VALUE(WS-MEAS-IX)
                       TO WS-PRI-TOTAL(WS-MEAS-IX)
                  END-IF
               END-IF
           END-PERFORM
           .

         ACCUMULATE-CURRENT SECTION.
           ADD 1 TO WS-MON-DAYS(WS-MEAS-IX)
           ADD WS-DAY-VALUE(WS-MEAS-IX) TO WS-MON-TOTAL(WS-MEAS-IX)
           IF LDG-RUN-DATE <= WS-MTD-CUTOFF
              ADD 1 TO WS-MTD-DAYS(WS-MEAS-IX)
              ADD WS-DAY-VALUE(WS-MEAS-IX) TO WS-MTD-TOTAL(WS-MEAS-IX)
           END-IF

           IF WS-MON-DAYS(WS-MEAS-IX) = 1
              MOVE LDG-RUN-DATE TO WS-BEST-DATE(WS-MEAS-IX)
              MOVE WS-DAY-VALUE(WS-MEAS-IX) TO WS-BEST-VALUE(WS-MEAS-IX)
              MOVE LDG-RUN-DATE TO WS-WORST-DATE(WS-MEAS-IX)
              MOVE WS-DAY-VALUE(WS-MEAS-IX)
                TO WS-WORST-VALUE(WS-MEAS-IX)
           ELSE
              IF WS-MEAS-DIR(WS-MEAS-IX) = 'H'
                 IF WS-DAY-VALUE(WS-MEAS-IX) > WS-BEST-VALUE(WS-MEAS-IX)
                    MOVE LDG-RUN-DATE TO WS-BEST-DATE(WS-MEAS-IX)
                    MOVE WS-DAY-VALUE(WS-MEAS-IX)
                      TO WS-BEST-VALUE(WS-MEAS-IX)
                 END-IF
                 IF WS-DAY-VALUE(WS-MEAS-IX)
                    < WS-WORST-VALUE(WS-MEAS-IX)
                    MOVE LDG-RUN-DATE TO WS-WORST-DATE(WS-MEAS-IX)
                    MOVE WS-DAY-VALUE(WS-MEAS-IX)
                      TO WS-WORST-VALUE(WS-MEAS-IX)
                 END-IF
              ELSE
                 IF WS-DAY-VALUE(WS-MEAS-IX) < WS-BEST-VALUE(WS-MEAS-IX)
                    MOVE LDG-RUN-DATE TO WS-BEST-DATE(WS-MEAS-IX)
                    MOVE WS-DAY-VALUE(WS-MEAS-IX)
                      TO WS-BEST-VALUE(WS-MEAS-IX)
                 END-IF
                 IF WS-DAY-VALUE(WS-MEAS-IX)
                    > WS-WORST-VALUE(WS-MEAS-IX)
                    MOVE LDG-RUN-DATE TO WS-WORST-DATE(WS-MEAS-IX)
                    MOVE WS-DAY-VALUE(WS-MEAS-IX)
                      TO WS-WORST-VALUE(WS-MEAS-IX)
                 END-IF
              END-IF
           END-IF
           .

         PRINT-HEADER SECTION.
           MOVE WS-MONTH-YYYY TO HDR-YYYY
           MOVE WS-MONTH-MM TO HDR-MM
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-HEADER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'DAYS ON RESULTS LEDGER THIS MONTH   :' TO CNT-LABEL
           MOVE WS-MONTH-DAYS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DAYS ON RESULTS LEDGER PRIOR MONTH  :' TO CNT-LABEL
           MOVE WS-PRIOR-DAYS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

         PRINT-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'TOTALS AND DAILY AVERAGES - MTD THROUGH ' TO TTL-TEXT
           MOVE WS-MTD-CUTOFF TO TTL-DATE
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTALS-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 6
               MOVE SPACES TO WS-TOTALS-LINE
               MOVE WS-MEAS-NAME(WS-MEAS-IX) TO TDL-NAME
               MOVE WS-MTD-DAYS(WS-MEAS-IX) TO TDL-MTD-DAYS
               MOVE WS-MTD-TOTAL(WS-MEAS-IX) TO TDL-MTD-TOTAL
               IF WS-MTD-DAYS(WS-MEAS-IX) > 0
                  COMPUTE WS-AVG ROUNDED = WS-MTD-TOTAL(WS-MEAS-IX)
                          / WS-MTD-DAYS(WS-MEAS-IX)
               ELSE
                  MOVE 0 TO WS-AVG
               END-IF
               MOVE WS-AVG TO TDL-MTD-AVG
               MOVE WS-MON-DAYS(WS-MEAS-IX) TO TDL-MON-DAYS
               MOVE WS-MON-TOTAL(WS-MEAS-IX) TO TDL-MON-TOTAL
               IF WS-MON-DAYS(WS-MEAS-IX) > 0
                  COMPUTE WS-AVG ROUNDED = WS-MON-TOTAL(WS-MEAS-IX)
                          / WS-MON-DAYS(WS-MEAS-IX)
               ELSE
                  MOVE 0 TO WS-AVG
               END-IF
               MOVE WS-AVG TO TDL-MON-AVG
               MOVE WS-TOTALS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

         PRINT-EXTREMES SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'BEST AND WORST DAY IN THE MONTH' TO TTL-TEXT
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXTREMES-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 6
               MOVE SPACES TO WS-EXTREMES-LINE
               MOVE WS-MEAS-NAME(WS-MEAS-IX) TO XDL-NAME
               IF WS-MEAS-DIR(WS-MEAS-IX) = 'H'
                  MOVE 'HIGHER' TO XDL-BETTER
               ELSE
                  MOVE 'LOWER' TO XDL-BETTER
               END-IF
               IF WS-MON-DAYS(WS-MEAS-IX) > 0
                  MOVE WS-BEST-DATE(WS-MEAS-IX) TO XDL-BEST-DATE
                  MOVE WS-BEST-VALUE(WS-MEAS-IX) TO XDL-BEST-VALUE
                  MOVE WS-WORST-DATE(WS-MEAS-IX) TO XDL-WORST-DATE
                  MOVE WS-WORST-VALUE(WS-MEAS-IX) TO XDL-WORST-VALUE
               ELSE
                  MOVE 'NO DATA' TO XDL-BEST-DATE
               END-IF
               MOVE WS-EXTREMES-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

         PRINT-COMPARISON SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'COMPARISON WITH PRIOR MONTH STARTING ' TO TTL-TEXT
           MOVE WS-PRIOR-START TO TTL-DATE
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COMPARE-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 6
               MOVE SPACES TO WS-COMPARE-LINE
               MOVE WS-MEAS-NAME(WS-MEAS-IX) TO CDL-NAME
               MOVE WS-PRI-DAYS(WS-MEAS-IX) TO CDL-PRI-DAYS
               MOVE WS-PRI-TOTAL(WS-MEAS-IX) TO CDL-PRI-TOTAL
               IF WS-PRI-DAYS(WS-MEAS-IX) > 0
                  COMPUTE WS-PRI-AVG ROUNDED = WS-PRI-TOTAL(WS-MEAS-IX)
                          / WS-PRI-DAYS(WS-MEAS-IX)
               ELSE
                  MOVE 0 TO WS-PRI-AVG
               END-IF
               IF WS-MON-DAYS(WS-MEAS-IX) > 0
                  COMPUTE WS-MON-AVG ROUNDED = WS-MON-TOTAL(WS-MEAS-IX)
                          / WS-MON-DAYS(WS-MEAS-IX)
               ELSE
                  MOVE 0 TO WS-MON-AVG
               END-IF
               MOVE WS-PRI-AVG TO CDL-PRI-AVG
               MOVE WS-MON-AVG TO CDL-MON-AVG

               IF WS-PRI-DAYS(WS-MEAS-IX) = 0
                  OR WS-MON-DAYS(WS-MEAS-IX) = 0
                  MOVE 0 TO CDL-CHANGE
                  MOVE 0 TO CDL-PCT
                  MOVE 'NO DATA' TO CDL-TREND
               ELSE
                  COMPUTE WS-AVG-CHANGE = WS-MON-AVG - WS-PRI-AVG
                  MOVE WS-AVG-CHANGE TO CDL-CHANGE
                  IF WS-PRI-AVG > 0
                     COMPUTE WS-PCT-CHANGE ROUNDED
                             = WS-AVG-CHANGE * 100 / WS-PRI-AVG
                  ELSE
                     MOVE 0 TO WS-PCT-CHANGE
                  END-IF
                  MOVE WS-PCT-CHANGE TO CDL-PCT
                  EVALUATE TRUE
                     WHEN WS-AVG-CHANGE = 0
                        MOVE 'SAME' TO CDL-TREND
                     WHEN WS-AVG-CHANGE > 0
                          AND WS-MEAS-DIR(WS-MEAS-IX) = 'H'
                        MOVE 'BETTER' TO CDL-TREND
                     WHEN WS-AVG-CHANGE < 0
                          AND WS-MEAS-DIR(WS-MEAS-IX) = 'L'
                        MOVE 'BETTER' TO CDL-TREND
                     WHEN OTHER
                        MOVE 'WORSE' TO CDL-TREND
                  END-EVALUATE
               END-IF
               MOVE WS-COMPARE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .
