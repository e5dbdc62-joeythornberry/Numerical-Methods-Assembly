       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BINCORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BINARY-FILE  ASSIGN TO "BININ"
                     FILE STATUS IS WS-BINARY-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT CORR-REPORT-FILE ASSIGN TO "CORRRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BINARY-FILE.
       COPY DL100BR.

       FD CORR-REPORT-FILE.
       01 CORR-REPORT-RECORD      PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.

       01 WS-BINARY-CHECK-KEY      PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.

       01 WS-I                    PIC 9(2) COMP.
       01 WS-J                    PIC 9(2) COMP.
       01 WS-R                    PIC 9(2) COMP.
       01 WS-P                    PIC 9(2) COMP.

       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-CHECKSUM             PIC 9(18) COMP VALUE ZERO.
       01 WS-CHECK-VALUE          PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-FORMAT-SWITCH        PIC X VALUE 'S'.
           88 EXTENDED-INPUT      VALUE 'X'.
       01 WS-TRLR-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-TRLR-CHECKSUM        PIC 9(18) VALUE ZERO.

       01 WS-RUN-ID                PIC X(16).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).

       01 WS-DIM-TEXT             PIC X(2) JUSTIFIED RIGHT.
       01 WS-Y-DIM                PIC 9(2) VALUE 2.
       01 WS-X-DIM                PIC 9(2) VALUE 1.
       01 WS-RESN-TEXT            PIC X(2) JUSTIFIED RIGHT.
       01 WS-RES-LIMIT            PIC 9(2) VALUE 10.
       01 WS-MAX-RESIDUALS        PIC 9(2) COMP VALUE 50.

       01 WS-STAT-TABLE.
              05 WS-STAT-DIM      OCCURS 10 TIMES.
                     10 WS-STAT-SUM      USAGE COMP-2.
                     10 WS-STAT-MEAN     USAGE COMP-2.
                     10 WS-STAT-STDDEV   USAGE COMP-2.
                     10 WS-STAT-CROSS    USAGE COMP-2
                                         OCCURS 10 TIMES.
                     10 WS-STAT-CORR     USAGE COMP-2
                                         OCCURS 10 TIMES.

       01 WS-STAT-VALUE           USAGE COMP-2.
       01 WS-STAT-OTHER           USAGE COMP-2.
       01 WS-STAT-COUNT-FLOAT     USAGE COMP-2.
       01 WS-STAT-VARIANCE        USAGE COMP-2.
       01 WS-STAT-PRODUCT         USAGE COMP-2.
       01 WS-COVARIANCE           USAGE COMP-2.

       01 WS-FIT-SWITCH           PIC X VALUE 'N'.
           88 FIT-POSSIBLE        VALUE 'Y'.
       01 WS-SLOPE                USAGE COMP-2.
       01 WS-INTERCEPT            USAGE COMP-2.
       01 WS-R-SQUARED            USAGE COMP-2.
       01 WS-FIT-X                USAGE COMP-2.
       01 WS-FIT-Y                USAGE COMP-2.
       01 WS-FITTED               USAGE COMP-2.
       01 WS-RESIDUAL             USAGE COMP-2.
       01 WS-RESIDUAL-ABS         USAGE COMP-2.

       01 WS-SEQUENCE             PIC 9(9) VALUE ZERO.
       01 WS-RES-COUNT            PIC 9(2) COMP VALUE ZERO.
       01 WS-RES-TABLE.
              05 WS-RES-ENTRY     OCCURS 50 TIMES.
                     10 WS-RES-SEQ       PIC 9(9).
                     10 WS-RES-X         USAGE COMP-2.
                     10 WS-RES-Y         USAGE COMP-2.
                     10 WS-RES-FITTED    USAGE COMP-2.
                     10 WS-RES-VALUE     USAGE COMP-2.
                     10 WS-RES-ABS       USAGE COMP-2.
       01 WS-RES-HOLD.
              05 WS-HOLD-SEQ             PIC 9(9).
              05 WS-HOLD-X               USAGE COMP-2.
              05 WS-HOLD-Y               USAGE COMP-2.
              05 WS-HOLD-FITTED          USAGE COMP-2.
              05 WS-HOLD-VALUE           USAGE COMP-2.
              05 WS-HOLD-ABS             USAGE COMP-2.
       01 WS-SHIFT-SWITCH         PIC X.
           88 SHIFT-DONE          VALUE 'Y'.

       01 WS-DIM-DISP             PIC 9(2).
       01 WS-Y-DISP               PIC 9(2).
       01 WS-X-DISP               PIC 9(2).
       01 WS-CORR-DISP            PIC -9.9(4).
       01 WS-MEAN-DISP            PIC -9(3).9(6).
       01 WS-STDDEV-DISP          PIC -9(3).9(6).
       01 WS-SLOPE-DISP           PIC -9(6).9(6).
       01 WS-INTERCEPT-DISP       PIC -9(6).9(6).
       01 WS-RSQ-DISP             PIC 9.9(6).
       01 WS-VALUE-DISP           PIC -9(3).9(3).
       01 WS-VALUE2-DISP          PIC -9(3).9(3).
       01 WS-FITTED-DISP          PIC -9(6).9(3).
       01 WS-RESIDUAL-DISP        PIC -9(6).9(3).
       01 WS-RANK-DISP            PIC 9(2).
       01 WS-COUNT-DISP           PIC 9(9).
       01 WS-LINE-POS             PIC 9(3) COMP.

       PROCEDURE DIVISION.

       PERFORM 0012-SET-FIELD-COUNT.
       PERFORM 0008-SET-RUN-ID.
       PERFORM 0010-SET-FIT-OPTIONS.

       PERFORM 0011-INIT-ONE-STAT VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-MAX-FIELDS

       OPEN INPUT BINARY-FILE.
       IF WS-BINARY-CHECK-KEY NOT="00"
              DISPLAY "BINARY FILE OPEN FAILED, STATUS "
                      WS-BINARY-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0001-SCAN-LOOP UNTIL WS-EOF-FLAG = 'Y'

       CLOSE BINARY-FILE.

       IF EXTENDED-INPUT
              DISPLAY "BINARY FILE IS IN EXTENDED FORMAT, "
                      "REFUSING TO CORRELATE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF NOT TRAILER-SEEN
              DISPLAY "BINARY FILE HAD NO TRAILER RECORD, "
                      "REFUSING TO CORRELATE"
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
       DISPLAY "BINARY FILE INTEGRITY CHECK OK, "
               WS-RECORDS-READ " SAMPLES"

       IF WS-RECORDS-READ < 2
              DISPLAY "TOO FEW SAMPLES TO CORRELATE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       MOVE WS-RECORDS-READ TO WS-STAT-COUNT-FLOAT
       PERFORM 0004-COMPUTE-ONE-MEAN VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-FIELD-COUNT
       PERFORM 0005-COMPUTE-ONE-ROW VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-FIELD-COUNT
       PERFORM 0013-COMPUTE-FIT.

       OPEN OUTPUT CORR-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "CORRELATION REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0009-WRITE-RPT-HEADER.
       PERFORM 0014-WRITE-MATRIX.
       PERFORM 0016-WRITE-FIT-LINES.

       IF FIT-POSSIBLE
              OPEN INPUT BINARY-FILE
              IF WS-BINARY-CHECK-KEY NOT="00"
                     DISPLAY "BINARY FILE REOPEN FAILED, STATUS "
                             WS-BINARY-CHECK-KEY
                     CLOSE CORR-REPORT-FILE
                     MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM 0017-RESIDUAL-LOOP UNTIL WS-EOF-FLAG = 'Y'
              CLOSE BINARY-FILE
              PERFORM 0020-WRITE-RESIDUALS
       END-IF

       CLOSE CORR-REPORT-FILE.

       DISPLAY "BINCORR TOTALS"
       DISPLAY "  RUN-ID           " WS-RUN-ID
       DISPLAY "  SAMPLES          " WS-RECORDS-READ
       DISPLAY "  DIMENSIONS       " DL100-FIELD-COUNT
       DISPLAY "  FIT              DIM " WS-Y-DIM " ON DIM " WS-X-DIM
       DISPLAY "  RESIDUALS LISTED " WS-RES-COUNT

       PERFORM 0091-END-RUN.

       0001-SCAN-LOOP.
              READ BINARY-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                IF BIN-EXTENDED-FORMAT
                       SET EXTENDED-INPUT TO TRUE
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       IF BIN-REC-TYPE = 'T'
                              SET TRAILER-SEEN TO TRUE
                              MOVE TRLR-RECORD-COUNT
                                     TO WS-TRLR-RECORD-COUNT
                              MOVE TRLR-CHECKSUM TO WS-TRLR-CHECKSUM
                              SET WS-EOF-FLAG TO 'Y'
                       ELSE
                              ADD 1 TO WS-RECORDS-READ
                              PERFORM 0002-SUM-ONE-FIELD
                                 VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > DL100-FIELD-COUNT
                       END-IF
                END-IF
              END-READ.

       0002-SUM-ONE-FIELD.
              MOVE BIN-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECK-VALUE * 1000)
              MOVE BIN-VALUE(WS-I) TO WS-STAT-VALUE
              ADD WS-STAT-VALUE TO WS-STAT-SUM(WS-I)
              PERFORM 0003-SUM-ONE-PRODUCT
                 VARYING WS-J FROM WS-I BY 1
                 UNTIL WS-J > DL100-FIELD-COUNT.

       0003-SUM-ONE-PRODUCT.
              MOVE BIN-VALUE(WS-J) TO WS-STAT-OTHER
              COMPUTE WS-STAT-OTHER = WS-STAT-OTHER * WS-STAT-VALUE
              ADD WS-STAT-OTHER TO WS-STAT-CROSS(WS-I WS-J).

       0011-INIT-ONE-STAT.
              MOVE ZERO TO WS-STAT-SUM(WS-I)
              MOVE ZERO TO WS-STAT-MEAN(WS-I)
              MOVE ZERO TO WS-STAT-STDDEV(WS-I)
              PERFORM 0015-INIT-ONE-CROSS VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > DL100-MAX-FIELDS.

       0015-INIT-ONE-CROSS.
              MOVE ZERO TO WS-STAT-CROSS(WS-I WS-J)
              MOVE ZERO TO WS-STAT-CORR(WS-I WS-J).

       0004-COMPUTE-ONE-MEAN.
              COMPUTE WS-STAT-MEAN(WS-I) = WS-STAT-SUM(WS-I)
                                         / WS-STAT-COUNT-FLOAT
              COMPUTE WS-STAT-VARIANCE = WS-STAT-CROSS(WS-I WS-I)
                                       / WS-STAT-COUNT-FLOAT
              COMPUTE WS-STAT-PRODUCT = WS-STAT-MEAN(WS-I)
                                      * WS-STAT-MEAN(WS-I)
              SUBTRACT WS-STAT-PRODUCT FROM WS-STAT-VARIANCE
              IF WS-STAT-VARIANCE < 0
                     MOVE ZERO TO WS-STAT-VARIANCE
              END-IF
              COMPUTE WS-STAT-STDDEV(WS-I) =
                     FUNCTION SQRT(WS-STAT-VARIANCE).

       0005-COMPUTE-ONE-ROW.
              PERFORM 0006-COMPUTE-ONE-CORR
                 VARYING WS-J FROM WS-I BY 1
                 UNTIL WS-J > DL100-FIELD-COUNT.

       0006-COMPUTE-ONE-CORR.
              IF WS-STAT-STDDEV(WS-I) > ZERO
                 AND WS-STAT-STDDEV(WS-J) > ZERO
                     COMPUTE WS-COVARIANCE = WS-STAT-CROSS(WS-I WS-J)
                                           / WS-STAT-COUNT-FLOAT
                     COMPUTE WS-STAT-PRODUCT = WS-STAT-MEAN(WS-I)
                                             * WS-STAT-MEAN(WS-J)
                     SUBTRACT WS-STAT-PRODUCT FROM WS-COVARIANCE
                     COMPUTE WS-STAT-PRODUCT = WS-STAT-STDDEV(WS-I)
                                             * WS-STAT-STDDEV(WS-J)
                     COMPUTE WS-STAT-CORR(WS-I WS-J) = WS-COVARIANCE
                                                     / WS-STAT-PRODUCT
                     IF WS-STAT-CORR(WS-I WS-J) > 1
                            MOVE 1 TO WS-STAT-CORR(WS-I WS-J)
                     END-IF
                     IF WS-STAT-CORR(WS-I WS-J) < -1
                            MOVE -1 TO WS-STAT-CORR(WS-I WS-J)
                     END-IF
              ELSE
                     MOVE 9 TO WS-STAT-CORR(WS-I WS-J)
              END-IF
              MOVE WS-STAT-CORR(WS-I WS-J) TO WS-STAT-CORR(WS-J WS-I).

       0013-COMPUTE-FIT.
              MOVE 'N' TO WS-FIT-SWITCH
              IF WS-STAT-STDDEV(WS-X-DIM) > ZERO
                     SET FIT-POSSIBLE TO TRUE
                     IF WS-X-DIM < WS-Y-DIM
                            COMPUTE WS-COVARIANCE =
                                    WS-STAT-CROSS(WS-X-DIM WS-Y-DIM)
                                    / WS-STAT-COUNT-FLOAT
                     ELSE
                            COMPUTE WS-COVARIANCE =
                                    WS-STAT-CROSS(WS-Y-DIM WS-X-DIM)
                                    / WS-STAT-COUNT-FLOAT
                     END-IF
                     COMPUTE WS-STAT-PRODUCT = WS-STAT-MEAN(WS-X-DIM)
                                             * WS-STAT-MEAN(WS-Y-DIM)
                     SUBTRACT WS-STAT-PRODUCT FROM WS-COVARIANCE
                     COMPUTE WS-STAT-PRODUCT = WS-STAT-STDDEV(WS-X-DIM)
                                             * WS-STAT-STDDEV(WS-X-DIM)
                     COMPUTE WS-SLOPE = WS-COVARIANCE / WS-STAT-PRODUCT
                     COMPUTE WS-STAT-PRODUCT = WS-SLOPE
                                             * WS-STAT-MEAN(WS-X-DIM)
                     COMPUTE WS-INTERCEPT = WS-STAT-MEAN(WS-Y-DIM)
                                          - WS-STAT-PRODUCT
                     IF WS-STAT-STDDEV(WS-Y-DIM) > ZERO
                            COMPUTE WS-R-SQUARED =
                                    WS-STAT-CORR(WS-X-DIM WS-Y-DIM)
                                  * WS-STAT-CORR(WS-X-DIM WS-Y-DIM)
                     ELSE
                            MOVE 1 TO WS-R-SQUARED
                     END-IF
              END-IF.

       0009-WRITE-RPT-HEADER.
              MOVE "CORRELATION AND LEAST SQUARES REPORT" TO
                     CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD

              MOVE WS-RECORDS-READ TO WS-COUNT-DISP
              MOVE DL100-FIELD-COUNT TO WS-DIM-DISP
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "RUN " WS-RUN-ID
                     " SAMPLES " WS-COUNT-DISP
                     " DIMENSIONS " WS-DIM-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD

              PERFORM 0007-WRITE-ONE-STAT-LINE
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0007-WRITE-ONE-STAT-LINE.
              MOVE WS-I TO WS-DIM-DISP
              MOVE WS-STAT-MEAN(WS-I) TO WS-MEAN-DISP
              MOVE WS-STAT-STDDEV(WS-I) TO WS-STDDEV-DISP
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "DIM " WS-DIM-DISP
                     " MEAN " WS-MEAN-DISP
                     " STDDEV " WS-STDDEV-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD.

       0014-WRITE-MATRIX.
              MOVE "CORRELATION MATRIX" TO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD

              MOVE SPACES TO CORR-REPORT-RECORD
              MOVE 8 TO WS-LINE-POS
              PERFORM 0018-WRITE-ONE-COLUMN-HEAD
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > DL100-FIELD-COUNT
              WRITE CORR-REPORT-RECORD

              PERFORM 0019-WRITE-ONE-MATRIX-ROW
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0018-WRITE-ONE-COLUMN-HEAD.
              MOVE WS-J TO WS-DIM-DISP
              STRING "  DIM " WS-DIM-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
                     WITH POINTER WS-LINE-POS.

       0019-WRITE-ONE-MATRIX-ROW.
              MOVE WS-I TO WS-DIM-DISP
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "DIM " WS-DIM-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              MOVE 8 TO WS-LINE-POS
              PERFORM 0021-WRITE-ONE-MATRIX-CELL
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > DL100-FIELD-COUNT
              WRITE CORR-REPORT-RECORD.

       0021-WRITE-ONE-MATRIX-CELL.
              IF WS-STAT-CORR(WS-I WS-J) > 1
                     STRING "     N/A"
                            DELIMITED BY SIZE INTO CORR-REPORT-RECORD
                            WITH POINTER WS-LINE-POS
              ELSE
                     MOVE WS-STAT-CORR(WS-I WS-J) TO WS-CORR-DISP
                     STRING " " WS-CORR-DISP
                            DELIMITED BY SIZE INTO CORR-REPORT-RECORD
                            WITH POINTER WS-LINE-POS
              END-IF.

       0016-WRITE-FIT-LINES.
              MOVE WS-Y-DIM TO WS-Y-DISP
              MOVE WS-X-DIM TO WS-X-DISP
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "LEAST SQUARES FIT OF DIM " WS-Y-DISP
                     " ON DIM " WS-X-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD

              MOVE SPACES TO CORR-REPORT-RECORD
              IF FIT-POSSIBLE
                     MOVE WS-SLOPE TO WS-SLOPE-DISP
                     MOVE WS-INTERCEPT TO WS-INTERCEPT-DISP
                     MOVE WS-R-SQUARED TO WS-RSQ-DISP
                     STRING "SLOPE " WS-SLOPE-DISP
                            " INTERCEPT " WS-INTERCEPT-DISP
                            " R-SQUARED " WS-RSQ-DISP
                            DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              ELSE
                     STRING "NO FIT, DIM " WS-X-DISP
                            " HAS NO VARIANCE"
                            DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              END-IF
              WRITE CORR-REPORT-RECORD.

       0017-RESIDUAL-LOOP.
              READ BINARY-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                IF BIN-REC-TYPE = 'T'
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       ADD 1 TO WS-SEQUENCE
                       PERFORM 0022-CHECK-ONE-RESIDUAL
                END-IF
              END-READ.

       0022-CHECK-ONE-RESIDUAL.
              MOVE BIN-VALUE(WS-X-DIM) TO WS-FIT-X
              MOVE BIN-VALUE(WS-Y-DIM) TO WS-FIT-Y
              COMPUTE WS-FITTED = WS-SLOPE * WS-FIT-X
              ADD WS-INTERCEPT TO WS-FITTED
              COMPUTE WS-RESIDUAL = WS-FIT-Y - WS-FITTED
              MOVE WS-RESIDUAL TO WS-RESIDUAL-ABS
              IF WS-RESIDUAL-ABS < ZERO
                     COMPUTE WS-RESIDUAL-ABS = WS-RESIDUAL-ABS * -1
              END-IF
              IF WS-RES-COUNT < WS-RES-LIMIT
                     ADD 1 TO WS-RES-COUNT
                     MOVE WS-RES-COUNT TO WS-R
                     PERFORM 0023-PLACE-RESIDUAL
              ELSE
                     IF WS-RESIDUAL-ABS > WS-RES-ABS(WS-RES-COUNT)
                            MOVE WS-RES-COUNT TO WS-R
                            PERFORM 0023-PLACE-RESIDUAL
                     END-IF
              END-IF.

       0023-PLACE-RESIDUAL.
              MOVE WS-SEQUENCE TO WS-RES-SEQ(WS-R)
              MOVE WS-FIT-X TO WS-RES-X(WS-R)
              MOVE WS-FIT-Y TO WS-RES-Y(WS-R)
              MOVE WS-FITTED TO WS-RES-FITTED(WS-R)
              MOVE WS-RESIDUAL TO WS-RES-VALUE(WS-R)
              MOVE WS-RESIDUAL-ABS TO WS-RES-ABS(WS-R)
              MOVE 'N' TO WS-SHIFT-SWITCH
              PERFORM 0024-RAISE-ONE-RESIDUAL UNTIL SHIFT-DONE.

       0024-RAISE-ONE-RESIDUAL.
              IF WS-R < 2
                     SET SHIFT-DONE TO TRUE
              ELSE
                     COMPUTE WS-P = WS-R - 1
                     IF WS-RES-ABS(WS-P) >= WS-RES-ABS(WS-R)
                            SET SHIFT-DONE TO TRUE
                     ELSE
                            MOVE WS-RES-ENTRY(WS-P) TO WS-RES-HOLD
                            MOVE WS-RES-ENTRY(WS-R)
                                   TO WS-RES-ENTRY(WS-P)
                            MOVE WS-RES-HOLD TO WS-RES-ENTRY(WS-R)
                            MOVE WS-P TO WS-R
                     END-IF
              END-IF.

       0020-WRITE-RESIDUALS.
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING "LARGEST RESIDUALS"
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD
              PERFORM 0025-WRITE-ONE-RESIDUAL
                 VARYING WS-R FROM 1 BY 1
                 UNTIL WS-R > WS-RES-COUNT.

       0025-WRITE-ONE-RESIDUAL.
              MOVE WS-R TO WS-RANK-DISP
              MOVE WS-RES-X(WS-R) TO WS-VALUE-DISP
              MOVE WS-RES-Y(WS-R) TO WS-VALUE2-DISP
              MOVE WS-RES-FITTED(WS-R) TO WS-FITTED-DISP
              MOVE WS-RES-VALUE(WS-R) TO WS-RESIDUAL-DISP
              MOVE SPACES TO CORR-REPORT-RECORD
              STRING WS-RANK-DISP
                     " SEQUENCE " WS-RES-SEQ(WS-R)
                     " X " WS-VALUE-DISP
                     " Y " WS-VALUE2-DISP
                     " FITTED " WS-FITTED-DISP
                     " RESIDUAL " WS-RESIDUAL-DISP
                     DELIMITED BY SIZE INTO CORR-REPORT-RECORD
              WRITE CORR-REPORT-RECORD.

       0008-SET-RUN-ID.
              MOVE SPACES TO WS-RUN-ID
              ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-RUN-TIME FROM TIME
                     STRING WS-RUN-DATE WS-RUN-TIME
                            DELIMITED BY SIZE INTO WS-RUN-ID
              END-IF.

       0010-SET-FIT-OPTIONS.
              MOVE SPACES TO WS-DIM-TEXT
              ACCEPT WS-DIM-TEXT FROM ENVIRONMENT "DL100YDIM"
              IF WS-DIM-TEXT NOT = SPACES
                     INSPECT WS-DIM-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-DIM-TEXT IS NUMERIC
                            MOVE WS-DIM-TEXT TO WS-Y-DIM
                     ELSE
                            MOVE ZERO TO WS-Y-DIM
                     END-IF
              END-IF

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

              IF WS-Y-DIM < 1 OR WS-Y-DIM > DL100-FIELD-COUNT
                 OR WS-X-DIM < 1 OR WS-X-DIM > DL100-FIELD-COUNT
                 OR WS-Y-DIM = WS-X-DIM
                     DISPLAY "FIT DIMENSIONS Y " WS-Y-DIM
                             " X " WS-X-DIM
                             " MUST BE TWO DIFFERENT DIMENSIONS "
                             "FROM 1 TO " DL100-FIELD-COUNT
                             ", REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-RESN-TEXT
              ACCEPT WS-RESN-TEXT FROM ENVIRONMENT "DL100RESN"
              IF WS-RESN-TEXT NOT = SPACES
                     INSPECT WS-RESN-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-RESN-TEXT IS NUMERIC
                        AND WS-RESN-TEXT > "00"
                            MOVE WS-RESN-TEXT TO WS-RES-LIMIT
                     END-IF
              END-IF
              IF WS-RES-LIMIT > WS-MAX-RESIDUALS
                     MOVE WS-MAX-RESIDUALS TO WS-RES-LIMIT
              END-IF

              DISPLAY "FIT DIM " WS-Y-DIM " ON DIM " WS-X-DIM
                      ", LISTING " WS-RES-LIMIT " LARGEST RESIDUALS".

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
              OPEN EXTEND RUN-STATUS-FILE
              IF WS-STATUS-CHECK-KEY = "35"
                     OPEN OUTPUT RUN-STATUS-FILE
              END-IF
              IF WS-STATUS-CHECK-KEY NOT="00"
                     DISPLAY "RUN STATUS FILE OPEN FAILED, STATUS "
                             WS-STATUS-CHECK-KEY
              ELSE
                     MOVE SPACES TO RUN-STATUS-RECORD
                     MOVE "BINCORR" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-RECORDS-READ TO STAT-RECORDS-IN
                     MOVE WS-RES-COUNT TO STAT-RECORDS-OUT
                     MOVE ZERO TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
