       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BININTEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BINARY-INPUT-FILE ASSIGN TO "BININ"
                     FILE STATUS IS WS-INPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT BINARY-OUTPUT-FILE ASSIGN TO "DERIVOUT"
                     FILE STATUS IS WS-OUTPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT INTEG-REPORT-FILE ASSIGN TO "INTGRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BINARY-INPUT-FILE.
       01 BINARY-INPUT-RECORD     PIC X(41).

       FD BINARY-OUTPUT-FILE.
       COPY DL100BR.

       FD INTEG-REPORT-FILE.
       01 INTEG-REPORT-RECORD     PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID                PIC X(16) VALUE SPACES.

       01 WS-INPUT-CHECK-KEY       PIC X(2).
       01 WS-OUTPUT-CHECK-KEY      PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.

       01 WS-I                    PIC 9(2) COMP.

       01 WS-BIN-WORK.
              05 WORK-REC-TYPE    PIC X.
                  88 WORK-EXTENDED-FORMAT VALUE 'X' 'E'.
              05 WORK-VALUE       USAGE COMP-1
                                  OCCURS 10 TIMES.

       01 WS-TRAILER-VIEW REDEFINES WS-BIN-WORK.
              05 WORK-TRLR-TYPE          PIC X.
              05 WORK-TRLR-RECORD-COUNT  PIC 9(9) COMP.
              05 WORK-TRLR-CHECKSUM      PIC 9(18) COMP.
              05 FILLER                  PIC X(28).

       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-STORED       PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-WRITTEN      PIC 9(9) VALUE ZERO.
       01 WS-SLOPES-OUT-OF-RANGE  PIC 9(9) VALUE ZERO.
       01 WS-CHECKSUM             PIC 9(18) COMP VALUE ZERO.
       01 WS-OUT-CHECKSUM         PIC 9(18) COMP VALUE ZERO.
       01 WS-CHECK-VALUE          PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-FORMAT-SWITCH        PIC X VALUE 'S'.
           88 EXTENDED-INPUT      VALUE 'X'.
       01 WS-TRLR-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-TRLR-CHECKSUM        PIC 9(18) VALUE ZERO.

       01 WS-DIM-TEXT             PIC X(2) JUSTIFIED RIGHT.
       01 WS-X-DIM                PIC 9(2) VALUE 1.
       01 WS-INTV-TEXT            PIC X(6) JUSTIFIED RIGHT.
       01 WS-INTERVAL             PIC 9(6) VALUE 100.
       01 WS-INTV-QUOTIENT        PIC 9(9) COMP.
       01 WS-INTV-REMAINDER       PIC 9(6) COMP.
       01 WS-PAIR-REMAINDER       PIC 9(1) COMP.

       01 WS-X-SCAN-LAST          USAGE COMP-2.
       01 WS-X-SCAN               USAGE COMP-2.

       01 WS-X-PREV2              USAGE COMP-2.
       01 WS-X-PREV1              USAGE COMP-2.
       01 WS-X-CURR               USAGE COMP-2.
       01 WS-H0                   USAGE COMP-2.
       01 WS-H1                   USAGE COMP-2.
       01 WS-HSUM                 USAGE COMP-2.
       01 WS-W0                   USAGE COMP-2.
       01 WS-W1                   USAGE COMP-2.
       01 WS-W2                   USAGE COMP-2.

       01 WS-DIM-TABLE.
              05 WS-DIM-ENTRY     OCCURS 10 TIMES.
                     10 WS-F-PREV2       USAGE COMP-2.
                     10 WS-F-PREV1       USAGE COMP-2.
                     10 WS-F-CURR        USAGE COMP-2.
                     10 WS-TRAP-TOTAL    USAGE COMP-2.
                     10 WS-SIMP-TOTAL    USAGE COMP-2.
                     10 WS-SIMP-PENDING  USAGE COMP-2.

       01 WS-AREA                 USAGE COMP-2.
       01 WS-SIMPSON              USAGE COMP-2.
       01 WS-TERM                 USAGE COMP-2.
       01 WS-DIFFERENCE           USAGE COMP-2.
       01 WS-SLOPE                USAGE COMP-2.

       01 WS-DIM-DISP             PIC 9(2).
       01 WS-SEQ-DISP             PIC 9(9).
       01 WS-X-DISP               PIC -9(3).9(3).
       01 WS-TRAP-DISP            PIC -9(9).9(6).
       01 WS-SIMP-DISP            PIC -9(9).9(6).
       01 WS-DIFF-DISP            PIC -9(9).9(6).
       01 WS-INTV-DISP            PIC 9(6).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM 0012-SET-FIELD-COUNT.
       PERFORM 0009-SET-INTEG-OPTIONS.

       OPEN INPUT BINARY-INPUT-FILE.
       IF WS-INPUT-CHECK-KEY NOT="00"
              DISPLAY "BINARY FILE OPEN FAILED, STATUS "
                      WS-INPUT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0001-SCAN-LOOP UNTIL WS-EOF-FLAG = 'Y'

       CLOSE BINARY-INPUT-FILE.

       IF EXTENDED-INPUT
              DISPLAY "BINARY FILE IS IN EXTENDED FORMAT, "
                      "REFUSING TO INTEGRATE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF NOT TRAILER-SEEN
              DISPLAY "BINARY FILE HAD NO TRAILER RECORD, "
                      "REFUSING TO INTEGRATE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF WS-TRLR-RECORD-COUNT NOT = WS-RECORDS-READ
          OR WS-TRLR-CHECKSUM NOT = WS-CHECKSUM
              DISPLAY "BINARY FILE INTEGRITY CHECK FAILED, "
                      "EXPECTED RECORDS " WS-TRLR-RECORD-COUNT
                      " CHECKSUM " WS-TRLR-CHECKSUM
                      " GOT RECORDS " WS-RECORDS-READ
                      " CHECKSUM " WS-CHECKSUM
              MOVE DL100-RC-INTEGRITY TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF WS-RECORDS-READ < 2
              DISPLAY "TOO FEW SAMPLES TO INTEGRATE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       DISPLAY "BINARY FILE INTEGRITY CHECK OK, "
               WS-RECORDS-READ " SAMPLES"

       PERFORM 0011-INIT-ONE-DIM VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-MAX-FIELDS

       OPEN OUTPUT BINARY-OUTPUT-FILE.
       IF WS-OUTPUT-CHECK-KEY NOT="00"
              DISPLAY "DERIVATIVE FILE OPEN FAILED, STATUS "
                      WS-OUTPUT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN OUTPUT INTEG-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "INTEGRATION REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              CLOSE BINARY-OUTPUT-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN INPUT BINARY-INPUT-FILE.
       IF WS-INPUT-CHECK-KEY NOT="00"
              DISPLAY "BINARY FILE REOPEN FAILED, STATUS "
                      WS-INPUT-CHECK-KEY
              CLOSE INTEG-REPORT-FILE
              CLOSE BINARY-OUTPUT-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0014-WRITE-RPT-HEADER.

       MOVE 'N' TO WS-EOF-FLAG
       PERFORM 0003-INTEGRATE-LOOP UNTIL WS-EOF-FLAG = 'Y'

       CLOSE BINARY-INPUT-FILE.

       PERFORM 0008-EMIT-LAST-SLOPE.

       MOVE SPACES TO BINARY-TRAILER-RECORD
       MOVE 'T' TO TRLR-REC-TYPE
       MOVE WS-RECORDS-WRITTEN TO TRLR-RECORD-COUNT
       MOVE WS-OUT-CHECKSUM TO TRLR-CHECKSUM
       WRITE BINARY-TRAILER-RECORD

       CLOSE BINARY-OUTPUT-FILE.

       PERFORM 0016-WRITE-RPT-TOTALS.

       CLOSE INTEG-REPORT-FILE.

       DISPLAY "BININTEG TOTALS"
       DISPLAY "  ABSCISSA DIM     " WS-X-DIM
       DISPLAY "  RECORDS READ     " WS-RECORDS-READ
       DISPLAY "  SLOPES WRITTEN   " WS-RECORDS-WRITTEN
       DISPLAY "  SLOPES TOO LARGE " WS-SLOPES-OUT-OF-RANGE
       DISPLAY "  CHECKSUM         " WS-OUT-CHECKSUM

       PERFORM 0091-END-RUN.

       0001-SCAN-LOOP.
              READ BINARY-INPUT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                MOVE BINARY-INPUT-RECORD TO WS-BIN-WORK
                IF WORK-EXTENDED-FORMAT
                       SET EXTENDED-INPUT TO TRUE
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       IF WORK-REC-TYPE = 'T'
                              SET TRAILER-SEEN TO TRUE
                              MOVE WORK-TRLR-RECORD-COUNT
                                     TO WS-TRLR-RECORD-COUNT
                              MOVE WORK-TRLR-CHECKSUM
                                     TO WS-TRLR-CHECKSUM
                              SET WS-EOF-FLAG TO 'Y'
                       ELSE
                              ADD 1 TO WS-RECORDS-READ
                              PERFORM 0002-SUM-ONE-FIELD
                                 VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > DL100-FIELD-COUNT
                              PERFORM 0004-CHECK-ABSCISSA
                       END-IF
                END-IF
              END-READ.

       0002-SUM-ONE-FIELD.
              MOVE WORK-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECK-VALUE * 1000).

       0004-CHECK-ABSCISSA.
              MOVE WORK-VALUE(WS-X-DIM) TO WS-X-SCAN
              IF WS-RECORDS-READ > 1
                 AND WS-X-SCAN <= WS-X-SCAN-LAST
                     DISPLAY "ABSCISSA VALUES NOT ASCENDING AT RECORD "
                             WS-RECORDS-READ
                             ", REFUSING TO INTEGRATE"
                     CLOSE BINARY-INPUT-FILE
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              MOVE WS-X-SCAN TO WS-X-SCAN-LAST.

       0003-INTEGRATE-LOOP.
              READ BINARY-INPUT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                MOVE BINARY-INPUT-RECORD TO WS-BIN-WORK
                IF WORK-REC-TYPE = 'T'
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       ADD 1 TO WS-RECORDS-STORED
                       MOVE WS-X-PREV1 TO WS-X-PREV2
                       MOVE WS-X-CURR TO WS-X-PREV1
                       MOVE WORK-VALUE(WS-X-DIM) TO WS-X-CURR
                       PERFORM 0005-SHIFT-ONE-DIM
                          VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > DL100-FIELD-COUNT
                       IF WS-RECORDS-STORED > 1
                              PERFORM 0006-ADD-ONE-INTERVAL
                              PERFORM 0007-EMIT-PRIOR-SLOPE
                              PERFORM 0013-CHECK-RUNNING-LINE
                       END-IF
                END-IF
              END-READ.

       0005-SHIFT-ONE-DIM.
              MOVE WS-F-PREV1(WS-I) TO WS-F-PREV2(WS-I)
              MOVE WS-F-CURR(WS-I) TO WS-F-PREV1(WS-I)
              MOVE WORK-VALUE(WS-I) TO WS-F-CURR(WS-I).

       0006-ADD-ONE-INTERVAL.
              COMPUTE WS-H1 = WS-X-CURR - WS-X-PREV1
              COMPUTE WS-H0 = WS-X-PREV1 - WS-X-PREV2
              COMPUTE WS-HSUM = WS-H0 + WS-H1
              IF WS-RECORDS-STORED > 2
                     COMPUTE WS-W0 = WS-H1 / WS-H0
                     COMPUTE WS-W0 = 2 - WS-W0
                     COMPUTE WS-W1 = WS-HSUM * WS-HSUM
                     COMPUTE WS-W1 = WS-W1 / WS-H0
                     COMPUTE WS-W1 = WS-W1 / WS-H1
                     COMPUTE WS-W2 = WS-H0 / WS-H1
                     COMPUTE WS-W2 = 2 - WS-W2
              END-IF
              DIVIDE 2 INTO WS-RECORDS-STORED
                     GIVING WS-INTV-QUOTIENT
                     REMAINDER WS-PAIR-REMAINDER
              PERFORM 0010-INTEGRATE-ONE-DIM
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0010-INTEGRATE-ONE-DIM.
              IF WS-I NOT = WS-X-DIM
                     COMPUTE WS-AREA = WS-F-PREV1(WS-I)
                                     + WS-F-CURR(WS-I)
                     COMPUTE WS-AREA = WS-AREA * WS-H1
                     COMPUTE WS-AREA = WS-AREA / 2
                     ADD WS-AREA TO WS-TRAP-TOTAL(WS-I)
                     IF WS-PAIR-REMAINDER = 1
                            COMPUTE WS-SIMPSON = WS-W0
                                               * WS-F-PREV2(WS-I)
                            COMPUTE WS-TERM = WS-W1 * WS-F-PREV1(WS-I)
                            ADD WS-TERM TO WS-SIMPSON
                            COMPUTE WS-TERM = WS-W2 * WS-F-CURR(WS-I)
                            ADD WS-TERM TO WS-SIMPSON
                            COMPUTE WS-SIMPSON = WS-SIMPSON * WS-HSUM
                            COMPUTE WS-SIMPSON = WS-SIMPSON / 6
                            ADD WS-SIMPSON TO WS-SIMP-TOTAL(WS-I)
                            MOVE ZERO TO WS-SIMP-PENDING(WS-I)
                     ELSE
                            MOVE WS-AREA TO WS-SIMP-PENDING(WS-I)
                     END-IF
              END-IF.

       0007-EMIT-PRIOR-SLOPE.
              MOVE 'D' TO BIN-REC-TYPE
              PERFORM 0015-SET-ONE-PRIOR-SLOPE
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              PERFORM 0017-WRITE-SLOPE-RECORD.

       0015-SET-ONE-PRIOR-SLOPE.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BIN-VALUE(WS-I)
              ELSE
                     IF WS-I = WS-X-DIM
                            MOVE WS-X-PREV1 TO BIN-VALUE(WS-I)
                     ELSE
                            IF WS-RECORDS-STORED = 2
                                   COMPUTE WS-SLOPE =
                                           WS-F-CURR(WS-I)
                                         - WS-F-PREV1(WS-I)
                                   COMPUTE WS-SLOPE = WS-SLOPE / WS-H1
                            ELSE
                                   COMPUTE WS-SLOPE =
                                           WS-F-CURR(WS-I)
                                         - WS-F-PREV2(WS-I)
                                   COMPUTE WS-SLOPE = WS-SLOPE
                                                    / WS-HSUM
                            END-IF
                            PERFORM 0018-STORE-ONE-SLOPE
                     END-IF
              END-IF.

       0008-EMIT-LAST-SLOPE.
              MOVE 'D' TO BIN-REC-TYPE
              PERFORM 0019-SET-ONE-LAST-SLOPE
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              PERFORM 0017-WRITE-SLOPE-RECORD.

       0019-SET-ONE-LAST-SLOPE.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BIN-VALUE(WS-I)
              ELSE
                     IF WS-I = WS-X-DIM
                            MOVE WS-X-CURR TO BIN-VALUE(WS-I)
                     ELSE
                            COMPUTE WS-SLOPE = WS-F-CURR(WS-I)
                                             - WS-F-PREV1(WS-I)
                            COMPUTE WS-SLOPE = WS-SLOPE / WS-H1
                            PERFORM 0018-STORE-ONE-SLOPE
                     END-IF
              END-IF.

       0018-STORE-ONE-SLOPE.
              IF WS-SLOPE > 999.999 OR WS-SLOPE < -999.999
                     ADD 1 TO WS-SLOPES-OUT-OF-RANGE
              END-IF
              MOVE WS-SLOPE TO BIN-VALUE(WS-I).

       0017-WRITE-SLOPE-RECORD.
              WRITE BINARY-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM 0020-SUM-ONE-OUTPUT-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0020-SUM-ONE-OUTPUT-FIELD.
              MOVE BIN-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-OUT-CHECKSUM = WS-OUT-CHECKSUM
                                       + (WS-CHECK-VALUE * 1000).

       0013-CHECK-RUNNING-LINE.
              DIVIDE WS-INTERVAL INTO WS-RECORDS-STORED
                     GIVING WS-INTV-QUOTIENT
                     REMAINDER WS-INTV-REMAINDER
              IF WS-INTV-REMAINDER = ZERO
                 AND WS-RECORDS-STORED < WS-RECORDS-READ
                     MOVE WS-RECORDS-STORED TO WS-SEQ-DISP
                     MOVE WS-X-CURR TO WS-X-DISP
                     PERFORM 0021-WRITE-ONE-RUNNING-LINE
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > DL100-FIELD-COUNT
              END-IF.

       0021-WRITE-ONE-RUNNING-LINE.
              IF WS-I NOT = WS-X-DIM
                     MOVE WS-I TO WS-DIM-DISP
                     MOVE WS-TRAP-TOTAL(WS-I) TO WS-TRAP-DISP
                     COMPUTE WS-SIMPSON = WS-SIMP-TOTAL(WS-I)
                                        + WS-SIMP-PENDING(WS-I)
                     MOVE WS-SIMPSON TO WS-SIMP-DISP
                     MOVE SPACES TO INTEG-REPORT-RECORD
                     STRING "SAMPLE " WS-SEQ-DISP
                            " X " WS-X-DISP
                            " DIM " WS-DIM-DISP
                            " TRAPEZOID " WS-TRAP-DISP
                            " SIMPSON " WS-SIMP-DISP
                            DELIMITED BY SIZE INTO INTEG-REPORT-RECORD
                     WRITE INTEG-REPORT-RECORD
              END-IF.

       0009-SET-INTEG-OPTIONS.
              MOVE SPACES TO WS-DIM-TEXT
              ACCEPT WS-DIM-TEXT FROM ENVIRONMENT "DL100XDIM"
              IF WS-DIM-TEXT NOT = SPACES
                     INSPECT WS-DIM-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-DIM-TEXT IS NUMERIC
                            MOVE WS-DIM-TEXT TO WS-X-DIM
                     ELSE
                            MOVE ZERO TO WS-X-DIM
                     END-IF
              END-IF
              IF WS-X-DIM < 1 OR WS-X-DIM > DL100-FIELD-COUNT
                     DISPLAY "ABSCISSA DIM " WS-X-DIM
                             " MUST BE FROM 1 TO " DL100-FIELD-COUNT
                             ", REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              IF DL100-FIELD-COUNT < 2
                     DISPLAY "INTEGRATION NEEDS AT LEAST 2 FIELDS, "
                             "FIELD COUNT IS " DL100-FIELD-COUNT
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-INTV-TEXT
              ACCEPT WS-INTV-TEXT FROM ENVIRONMENT "DL100INTV"
              IF WS-INTV-TEXT NOT = SPACES
                     INSPECT WS-INTV-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-INTV-TEXT IS NUMERIC
                        AND WS-INTV-TEXT > "000000"
                            MOVE WS-INTV-TEXT TO WS-INTERVAL
                     END-IF
              END-IF

              DISPLAY "ABSCISSA DIM " WS-X-DIM
                      ", RUNNING TOTALS EVERY " WS-INTERVAL
                      " SAMPLES".

       0011-INIT-ONE-DIM.
              MOVE ZERO TO WS-F-PREV2(WS-I)
              MOVE ZERO TO WS-F-PREV1(WS-I)
              MOVE ZERO TO WS-F-CURR(WS-I)
              MOVE ZERO TO WS-TRAP-TOTAL(WS-I)
              MOVE ZERO TO WS-SIMP-TOTAL(WS-I)
              MOVE ZERO TO WS-SIMP-PENDING(WS-I).

       0014-WRITE-RPT-HEADER.
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              END-IF
              MOVE "INTEGRATION AND DERIVATIVE REPORT"
                     TO INTEG-REPORT-RECORD
              WRITE INTEG-REPORT-RECORD

              MOVE WS-X-DIM TO WS-DIM-DISP
              MOVE WS-RECORDS-READ TO WS-COUNT-DISP
              MOVE WS-INTERVAL TO WS-INTV-DISP
              MOVE SPACES TO INTEG-REPORT-RECORD
              STRING "RUN " WS-RUN-ID
                     " ABSCISSA DIM " WS-DIM-DISP
                     " SAMPLES " WS-COUNT-DISP
                     " INTERVAL " WS-INTV-DISP
                     DELIMITED BY SIZE INTO INTEG-REPORT-RECORD
              WRITE INTEG-REPORT-RECORD.

       0016-WRITE-RPT-TOTALS.
              MOVE "AREA UNDER EACH DIMENSION" TO INTEG-REPORT-RECORD
              WRITE INTEG-REPORT-RECORD
              PERFORM 0022-WRITE-ONE-AREA-LINE
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT

              MOVE WS-RECORDS-WRITTEN TO WS-COUNT-DISP
              MOVE SPACES TO INTEG-REPORT-RECORD
              STRING "SLOPES WRITTEN           " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO INTEG-REPORT-RECORD
              WRITE INTEG-REPORT-RECORD

              MOVE WS-SLOPES-OUT-OF-RANGE TO WS-COUNT-DISP
              MOVE SPACES TO INTEG-REPORT-RECORD
              STRING "SLOPES BEYOND +/-999.999 " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO INTEG-REPORT-RECORD
              WRITE INTEG-REPORT-RECORD.

       0022-WRITE-ONE-AREA-LINE.
              IF WS-I NOT = WS-X-DIM
                     MOVE WS-I TO WS-DIM-DISP
                     MOVE WS-TRAP-TOTAL(WS-I) TO WS-TRAP-DISP
                     COMPUTE WS-SIMPSON = WS-SIMP-TOTAL(WS-I)
                                        + WS-SIMP-PENDING(WS-I)
                     MOVE WS-SIMPSON TO WS-SIMP-DISP
                     COMPUTE WS-DIFFERENCE = WS-SIMPSON
                                           - WS-TRAP-TOTAL(WS-I)
                     MOVE WS-DIFFERENCE TO WS-DIFF-DISP
                     MOVE SPACES TO INTEG-REPORT-RECORD
                     STRING "DIM " WS-DIM-DISP
                            " TRAPEZOID " WS-TRAP-DISP
                            " SIMPSON " WS-SIMP-DISP
                            " DIFFERENCE " WS-DIFF-DISP
                            DELIMITED BY SIZE INTO INTEG-REPORT-RECORD
                     WRITE INTEG-REPORT-RECORD
              END-IF.

       0012-SET-FIELD-COUNT.
              MOVE SPACES TO DL100-FIELD-COUNT-TEXT
              ACCEPT DL100-FIELD-COUNT-TEXT
                     FROM ENVIRONMENT "DL100FLDS"
              INSPECT DL100-FIELD-COUNT-TEXT
                      REPLACING LEADING SPACE BY ZERO
              IF DL100-FIELD-COUNT-TEXT IS NUMERIC
                     MOVE DL100-FIELD-COUNT-TEXT TO DL100-FIELD-COUNT
              END-IF
              IF DL100-FIELD-COUNT < 1
                 OR DL100-FIELD-COUNT > DL100-MAX-FIELDS
                     MOVE 2 TO DL100-FIELD-COUNT
              END-IF.

       0090-WRITE-RUN-STATUS.
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              END-IF
              OPEN EXTEND RUN-STATUS-FILE
              IF WS-STATUS-CHECK-KEY = "35"
                     OPEN OUTPUT RUN-STATUS-FILE
              END-IF
              IF WS-STATUS-CHECK-KEY NOT="00"
                     DISPLAY "RUN STATUS FILE OPEN FAILED, STATUS "
                             WS-STATUS-CHECK-KEY
              ELSE
                     MOVE SPACES TO RUN-STATUS-RECORD
                     MOVE "BININTEG" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-RECORDS-READ TO STAT-RECORDS-IN
                     MOVE WS-RECORDS-WRITTEN TO STAT-RECORDS-OUT
                     MOVE WS-SLOPES-OUT-OF-RANGE TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
