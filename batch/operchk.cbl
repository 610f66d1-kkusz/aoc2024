         IDENTIFICATION DIVISION.
         PROGRAM-ID. OPERCHK.

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT OPERATOR-FILE ASSIGN TO OPERAUTH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPR-FILE-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD OPERATOR-FILE.
         01 OPERATOR-RECORD.
            88 OPERATOR-END         VALUE LOW-VALUE.
            05 OPR-ID               PIC X(8).
            05 FILLER               PIC X(01).
            05 OPR-STATUS           PIC X(1).
            05 FILLER               PIC X(01).
            05 OPR-NAME             PIC X(30).

         WORKING-STORAGE SECTION.


         01 WS-OPR-FILE-STATUS     PIC XX.

         01 WS-LOADED-SW           PIC X VALUE 'N'.
            88 TABLE-LOADED        VALUE 'Y'.
         01 WS-TABLE-SW            PIC X VALUE 'N'.
            88 TABLE-AVAILABLE     VALUE 'Y'.
         01 WS-MATCH-SW            PIC X VALUE 'N'.
            88 OPERATOR-MATCHED    VALUE 'Y'.

         01 WS-OPR-COUNT           PIC 9(4) VALUE 0.
         01 WS-OPR-IX              PIC 9(4) VALUE 0.
         01 WS-OPR-TABLE.
            05 WS-OPR-ENTRY        OCCURS 500.
               10 WS-OPR-TAB-ID    PIC X(8).
               10 WS-OPR-TAB-NAME  PIC X(30).

         LINKAGE SECTION.
         01 OPERATOR-PARM.
            05 OPR-PARM-ID          PIC X(8).
            05 OPR-PARM-REPLY       PIC X(1).
            05 OPR-PARM-NAME        PIC X(30).

         PROCEDURE DIVISION USING OPERATOR-PARM.
            IF NOT TABLE-LOADED
               PERFORM LOAD-OPERATORS
            END-IF

            MOVE SPACES TO OPR-PARM-NAME
            IF NOT TABLE-AVAILABLE
               MOVE 'T' TO OPR-PARM-REPLY
            ELSE
               PERFORM FIND-OPERATOR
               IF OPERATOR-MATCHED
                  MOVE 'Y' TO OPR-PARM-REPLY
               ELSE
                  MOVE 'N' TO OPR-PARM-REPLY
               END-IF
            END-IF

            GOBACK.

         LOAD-OPERATORS SECTION.
           SET TABLE-LOADED TO TRUE
           MOVE 0 TO WS-OPR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = '00'
              DISPLAY 'OPERCHK: NO AUTHORIZED OPERATOR TABLE - '
                      'ALL OPERATORS REFUSED'
           ELSE
              SET TABLE-AVAILABLE TO TRUE
              MOVE SPACES TO OPERATOR-RECORD
              READ OPERATOR-FILE
                  AT END SET OPERATOR-END TO TRUE
              END-READ

              PERFORM UNTIL OPERATOR-END
                  IF OPR-STATUS = 'A' AND OPR-ID NOT = SPACES
                     IF WS-OPR-COUNT < 500
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-TAB-ID(WS-OPR-COUNT)
                        MOVE OPR-NAME TO WS-OPR-TAB-NAME(WS-OPR-COUNT)
                     ELSE
                        DISPLAY 'OPERCHK: OPERATOR TABLE FULL - '
                                OPR-ID ' IGNORED'
                     END-IF
                  END-IF
                  READ OPERATOR-FILE
                      AT END SET OPERATOR-END TO TRUE
                  END-READ
              END-PERFORM

              CLOSE OPERATOR-FILE
           END-IF
           .

         FIND-OPERATOR SECTION.
           MOVE 'N' TO WS-MATCH-SW
           IF OPR-PARM-ID NOT = SPACES
              PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                      UNTIL WS-OPR-IX > WS-OPR-COUNT
                      OR OPERATOR-MATCHED
                 IF WS-OPR-TAB-ID(WS-OPR-IX) = OPR-PARM-ID
                    SET OPERATOR-MATCHED TO TRUE
                    MOVE WS-OPR-TAB-NAME(WS-OPR-IX) TO OPR-PARM-NAME
                 END-IF
              END-PERFORM
           END-IF
           .
