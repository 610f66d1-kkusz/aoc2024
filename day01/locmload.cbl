
            SELECT LOCATION-MASTER ASSIGN TO LOCMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOC-MST-KEY
            FILE STATUS IS WS-LOCMST-FILE-STATUS.

         DATA DIVISION.
            05 LST-DESC             PIC X(30).
            05 FILLER               PIC X(01).
            05 LST-STATUS           PIC X(1).
            05 FILLER               PIC X(01).
            05 LST-REGION           PIC X(4).
            05 FILLER               PIC X(01).
            05 LST-DISTRICT         PIC X(4).

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

         WORKING-STORAGE SECTION.

               GOBACK
            END-IF

            OPEN INPUT LOCATION-MASTER
            IF WS-LOCMST-FILE-STATUS = '00'
               CLOSE LOCATION-MASTER
               DISPLAY 'LOCMLOAD: LOCATION MASTER ALREADY EXISTS - '
                       'USE LOCMAINT'
               CLOSE MASTER-LIST-FILE
               GOBACK
            END-IF

            OPEN OUTPUT LOCATION-MASTER
            IF WS-LOCMST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT CREATE LOCATION MASTER - STATUS '

         LOAD-ONE-LOCATION SECTION.
           INSPECT LST-LOC-ID REPLACING LEADING SPACE BY ZERO
           EVALUATE TRUE
              WHEN LST-LOC-ID IS NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED LIST ROW (BAD ID)    : '
                         MASTER-LIST-RECORD
              WHEN LST-STATUS NOT = 'A' AND LST-STATUS NOT = 'I'
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED LIST ROW (BAD STATUS): '
                         MASTER-LIST-RECORD
              WHEN LST-REGION = SPACES AND LST-DISTRICT NOT = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED LIST ROW (NO REGION) : '
                         MASTER-LIST-RECORD
              WHEN OTHER
                 MOVE LST-LOC-ID TO LOC-MST-ID
                 MOVE 0 TO LOC-MST-EFF-FROM
                 MOVE 99999999 TO LOC-MST-EFF-TO
                 MOVE LST-DESC TO LOC-MST-DESC
                 MOVE LST-STATUS TO LOC-MST-STATUS
                 MOVE LST-REGION TO LOC-MST-REGION
                 MOVE LST-DISTRICT TO LOC-MST-DISTRICT
                 WRITE LOCATION-MASTER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                    NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                 END-WRITE
           END-EVALUATE
           .
