       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BINSORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BINARY-INPUT-FILE ASSIGN TO "BININ"
                     FILE STATUS IS WS-INPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT BINARY-OUTPUT-FILE ASSIGN TO "SORTOUT"
                     FILE STATUS IS WS-OUTPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT SORT-REPORT-FILE ASSIGN TO "SORTRPT"
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

       FD SORT-REPORT-FILE.
       01 SORT-REPORT-RECORD      PIC X(100).

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
       01 WS-J                    PIC 9(5) COMP.
       01 WS-K                    PIC 9(5) COMP.
       01 WS-P                    PIC 9(5) COMP.
       01 WS-GROUP-FIRST          PIC 9(5) COMP.
       01 WS-GROUP-LAST           PIC 9(5) COMP.
       01 WS-GROUP-SIZE           PIC 9(5) COMP.
       01 WS-MIDDLE               PIC 9(5) COMP.
       01 WS-HALF-QUOTIENT        PIC 9(5) COMP.
       01 WS-HALF-REMAINDER       PIC 9(5) COMP.

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

       01 WS-MAX-SAMPLES          PIC 9(5) COMP VALUE 4096.
       01 WS-SAMPLE-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-SAMPLE-TABLE.
              05 WS-SAMPLE-ENTRY  OCCURS 4096 TIMES.
                     10 WS-SAMPLE-VALUE  USAGE COMP-1
                                         OCCURS 10 TIMES.
       01 WS-ORDER-TABLE.
              05 WS-ORDER         PIC 9(5) COMP
                                  OCCURS 4096 TIMES.
       01 WS-ORDER-HOLD           PIC 9(5) COMP.
       01 WS-UNIQUE-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-UNIQUE-TABLE.
              05 WS-UNIQUE-KEY    USAGE COMP-2
                                  OCCURS 4096 TIMES.
       01 WS-GAP-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-GAP-TABLE.
              05 WS-GAP           USAGE COMP-2
                                  OCCURS 4096 TIMES.
       01 WS-SORT-TABLE.
              05 WS-SORT-VALUE    USAGE COMP-2
                                  OCCURS 4096 TIMES.
       01 WS-SORT-HOLD            USAGE COMP-2.
       01 WS-SHIFT-SWITCH         PIC X.
           88 SHIFT-DONE          VALUE 'Y'.
       01 WS-GROUP-SWITCH         PIC X.
           88 GROUP-DONE          VALUE 'Y'.

       01 WS-KEY-VALUE            USAGE COMP-2.
       01 WS-HOLD-KEY             USAGE COMP-2.
       01 WS-PREV-KEY             USAGE COMP-2.
       01 WS-AVG-SUM              USAGE COMP-2.
       01 WS-AVG-VALUE            USAGE COMP-2.
       01 WS-MEDIAN-GAP           USAGE COMP-2.
       01 WS-GAP-LIMIT            USAGE COMP-2.

       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-WRITTEN      PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-MERGED       PIC 9(9) VALUE ZERO.
       01 WS-OUT-OF-ORDER         PIC 9(9) VALUE ZERO.
       01 WS-DUPLICATE-KEYS       PIC 9(9) VALUE ZERO.
       01 WS-LARGE-GAPS           PIC 9(9) VALUE ZERO.
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

       01 WS-KDIM-TEXT            PIC X(2) JUSTIFIED RIGHT.
       01 WS-KEY-DIM              PIC 9(2) VALUE 1.
       01 WS-POLICY-TEXT          PIC X(8).
       01 WS-POLICY               PIC X VALUE 'F'.
           88 POLICY-FIRST        VALUE 'F'.
           88 POLICY-LAST         VALUE 'L'.
           88 POLICY-AVERAGE      VALUE 'A'.
       01 WS-POLICY-NAME          PIC X(10).
       01 WS-GAPM-TEXT            PIC X(2) JUSTIFIED RIGHT.
       01 WS-GAP-MULTIPLE         PIC 9(2) VALUE 3.

       01 WS-DIM-DISP             PIC 9(2).
       01 WS-MULTIPLE-DISP        PIC 9(2).
       01 WS-KEY-DISP             PIC -9(3).9(3).
       01 WS-KEY-TO-DISP          PIC -9(3).9(3).
       01 WS-GAP-DISP             PIC 9(4).9(3).
       01 WS-SEQ-DISP             PIC 9(9).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM 0012-SET-FIELD-COUNT.
       PERFORM 0009-SET-SORT-OPTIONS.

       OPEN INPUT BINARY-INPUT-FILE.
       IF WS-INPUT-CHECK-KEY NOT="00"
              DISPLAY "BINARY FILE OPEN FAILED, STATUS "
                      WS-INPUT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0001-LOAD-SAMPLES UNTIL WS-EOF-FLAG = 'Y'

       CLOSE BINARY-INPUT-FILE.

       IF EXTENDED-INPUT
              DISPLAY "BINARY FILE IS IN EXTENDED FORMAT, "
                      "REFUSING TO SORT"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF NOT TRAILER-SEEN
              DISPLAY "BINARY FILE HAD NO TRAILER RECORD, "
                      "REFUSING TO SORT"
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

       OPEN OUTPUT BINARY-OUTPUT-FILE.
       IF WS-OUTPUT-CHECK-KEY NOT="00"
              DISPLAY "SORTED FILE OPEN FAILED, STATUS "
                      WS-OUTPUT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN OUTPUT SORT-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "SEQUENCE ANOMALY REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              CLOSE BINARY-OUTPUT-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0014-WRITE-RPT-HEADER.

       PERFORM 0004-INSERT-ONE-SAMPLE VARYING WS-J FROM 2 BY 1
          UNTIL WS-J > WS-SAMPLE-COUNT

       MOVE 1 TO WS-GROUP-FIRST
       PERFORM 0006-RESOLVE-ONE-GROUP
          UNTIL WS-GROUP-FIRST > WS-SAMPLE-COUNT
       IF WS-DUPLICATE-KEYS = ZERO
              MOVE "  NONE" TO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD
       END-IF

       MOVE SPACES TO BINARY-TRAILER-RECORD
       MOVE 'T' TO TRLR-REC-TYPE
       MOVE WS-RECORDS-WRITTEN TO TRLR-RECORD-COUNT
       MOVE WS-OUT-CHECKSUM TO TRLR-CHECKSUM
       WRITE BINARY-TRAILER-RECORD

       CLOSE BINARY-OUTPUT-FILE.

       PERFORM 0020-CHECK-GAPS.
       PERFORM 0016-WRITE-RPT-TOTALS.

       CLOSE SORT-REPORT-FILE.

       DISPLAY "BINSORT TOTALS"
       DISPLAY "  KEY DIMENSION    " WS-KEY-DIM
       DISPLAY "  DUPLICATE POLICY " WS-POLICY-NAME
       DISPLAY "  RECORDS READ     " WS-RECORDS-READ
       DISPLAY "  OUT OF ORDER     " WS-OUT-OF-ORDER
       DISPLAY "  DUPLICATE KEYS   " WS-DUPLICATE-KEYS
       DISPLAY "  RECORDS MERGED   " WS-RECORDS-MERGED
       DISPLAY "  RECORDS WRITTEN  " WS-RECORDS-WRITTEN
       DISPLAY "  LARGE GAPS       " WS-LARGE-GAPS
       DISPLAY "  CHECKSUM         " WS-OUT-CHECKSUM

       PERFORM 0091-END-RUN.

       0001-LOAD-SAMPLES.
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
                              PERFORM 0002-STORE-ONE-SAMPLE
                       END-IF
                END-IF
              END-READ.

       0002-STORE-ONE-SAMPLE.
              ADD 1 TO WS-RECORDS-READ
              IF WS-SAMPLE-COUNT >= WS-MAX-SAMPLES
                     DISPLAY "SAMPLE TABLE FULL AT "
                             WS-MAX-SAMPLES
                             " RECORDS, REFUSING TO SORT"
                     CLOSE BINARY-INPUT-FILE
                     MOVE DL100-RC-CAPACITY TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              ADD 1 TO WS-SAMPLE-COUNT
              MOVE WS-SAMPLE-COUNT TO WS-ORDER(WS-SAMPLE-COUNT)
              PERFORM 0003-STORE-ONE-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              MOVE WORK-VALUE(WS-KEY-DIM) TO WS-KEY-VALUE
              IF WS-SAMPLE-COUNT > 1 AND WS-KEY-VALUE < WS-PREV-KEY
                     ADD 1 TO WS-OUT-OF-ORDER
              END-IF
              MOVE WS-KEY-VALUE TO WS-PREV-KEY.

       0003-STORE-ONE-FIELD.
              MOVE WORK-VALUE(WS-I)
                     TO WS-SAMPLE-VALUE(WS-SAMPLE-COUNT WS-I)
              IF WS-I <= DL100-FIELD-COUNT
                     PERFORM 0013-SUM-ONE-FIELD
              END-IF.

       0013-SUM-ONE-FIELD.
              MOVE WORK-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECK-VALUE * 1000).

       0004-INSERT-ONE-SAMPLE.
              MOVE WS-ORDER(WS-J) TO WS-ORDER-HOLD
              MOVE WS-SAMPLE-VALUE(WS-ORDER-HOLD WS-KEY-DIM)
                     TO WS-HOLD-KEY
              MOVE WS-J TO WS-K
              MOVE 'N' TO WS-SHIFT-SWITCH
              PERFORM 0005-SHIFT-ONE-SAMPLE UNTIL SHIFT-DONE
              MOVE WS-ORDER-HOLD TO WS-ORDER(WS-K).

       0005-SHIFT-ONE-SAMPLE.
              IF WS-K < 2
                     SET SHIFT-DONE TO TRUE
              ELSE
                     MOVE WS-ORDER(WS-K - 1) TO WS-P
                     IF WS-SAMPLE-VALUE(WS-P WS-KEY-DIM)
                        <= WS-HOLD-KEY
                            SET SHIFT-DONE TO TRUE
                     ELSE
                            MOVE WS-P TO WS-ORDER(WS-K)
                            SUBTRACT 1 FROM WS-K
                     END-IF
              END-IF.

       0006-RESOLVE-ONE-GROUP.
              MOVE WS-ORDER(WS-GROUP-FIRST) TO WS-P
              MOVE WS-SAMPLE-VALUE(WS-P WS-KEY-DIM) TO WS-KEY-VALUE
              MOVE WS-GROUP-FIRST TO WS-GROUP-LAST
              MOVE 'N' TO WS-GROUP-SWITCH
              PERFORM 0007-EXTEND-GROUP UNTIL GROUP-DONE
              COMPUTE WS-GROUP-SIZE = WS-GROUP-LAST
                                    - WS-GROUP-FIRST + 1
              ADD 1 TO WS-UNIQUE-COUNT
              MOVE WS-KEY-VALUE TO WS-UNIQUE-KEY(WS-UNIQUE-COUNT)
              IF WS-GROUP-SIZE = 1
                     PERFORM 0008-COPY-ONE-SAMPLE
              ELSE
                     ADD 1 TO WS-DUPLICATE-KEYS
                     ADD WS-GROUP-SIZE TO WS-RECORDS-MERGED
                     SUBTRACT 1 FROM WS-RECORDS-MERGED
                     IF POLICY-AVERAGE
                            PERFORM 0010-AVERAGE-GROUP
                     ELSE
                            IF POLICY-LAST
                                   MOVE WS-ORDER(WS-GROUP-LAST)
                                          TO WS-P
                            END-IF
                            PERFORM 0008-COPY-ONE-SAMPLE
                     END-IF
                     PERFORM 0015-WRITE-ONE-DUP-LINE
              END-IF
              COMPUTE WS-GROUP-FIRST = WS-GROUP-LAST + 1.

       0007-EXTEND-GROUP.
              IF WS-GROUP-LAST >= WS-SAMPLE-COUNT
                     SET GROUP-DONE TO TRUE
              ELSE
                     MOVE WS-ORDER(WS-GROUP-LAST + 1) TO WS-K
                     IF WS-SAMPLE-VALUE(WS-K WS-KEY-DIM)
                        = WS-KEY-VALUE
                            ADD 1 TO WS-GROUP-LAST
                     ELSE
                            SET GROUP-DONE TO TRUE
                     END-IF
              END-IF.

       0008-COPY-ONE-SAMPLE.
              MOVE 'D' TO BIN-REC-TYPE
              PERFORM 0017-COPY-ONE-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              PERFORM 0019-WRITE-ONE-RECORD.

       0017-COPY-ONE-FIELD.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BIN-VALUE(WS-I)
              ELSE
                     MOVE WS-SAMPLE-VALUE(WS-P WS-I)
                            TO BIN-VALUE(WS-I)
              END-IF.

       0010-AVERAGE-GROUP.
              MOVE 'D' TO BIN-REC-TYPE
              PERFORM 0018-AVERAGE-ONE-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              PERFORM 0019-WRITE-ONE-RECORD.

       0018-AVERAGE-ONE-FIELD.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BIN-VALUE(WS-I)
              ELSE
                     MOVE ZERO TO WS-AVG-SUM
                     PERFORM 0011-ADD-ONE-VALUE
                        VARYING WS-J FROM WS-GROUP-FIRST BY 1
                        UNTIL WS-J > WS-GROUP-LAST
                     COMPUTE WS-AVG-VALUE = WS-AVG-SUM / WS-GROUP-SIZE
                     MOVE WS-AVG-VALUE TO BIN-VALUE(WS-I)
              END-IF.

       0011-ADD-ONE-VALUE.
              MOVE WS-ORDER(WS-J) TO WS-K
              ADD WS-SAMPLE-VALUE(WS-K WS-I) TO WS-AVG-SUM.

       0019-WRITE-ONE-RECORD.
              WRITE BINARY-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM 0021-SUM-ONE-OUTPUT-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0021-SUM-ONE-OUTPUT-FIELD.
              MOVE BIN-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-OUT-CHECKSUM = WS-OUT-CHECKSUM
                                       + (WS-CHECK-VALUE * 1000).

       0015-WRITE-ONE-DUP-LINE.
              MOVE WS-KEY-VALUE TO WS-KEY-DISP
              MOVE WS-GROUP-SIZE TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              IF POLICY-AVERAGE
                     STRING "  KEY " WS-KEY-DISP
                            " RECORDS " WS-COUNT-DISP
                            " AVERAGED"
                            DELIMITED BY SIZE
                            INTO SORT-REPORT-RECORD
              ELSE
                     MOVE WS-P TO WS-SEQ-DISP
                     STRING "  KEY " WS-KEY-DISP
                            " RECORDS " WS-COUNT-DISP
                            " KEPT SEQUENCE " WS-SEQ-DISP
                            DELIMITED BY SIZE
                            INTO SORT-REPORT-RECORD
              END-IF
              WRITE SORT-REPORT-RECORD.

       0020-CHECK-GAPS.
              MOVE WS-GAP-MULTIPLE TO WS-MULTIPLE-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "GAPS LARGER THAN " WS-MULTIPLE-DISP
                     " TIMES THE MEDIAN SPACING"
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD
              IF WS-UNIQUE-COUNT < 2
                     MOVE "  TOO FEW DISTINCT KEYS TO MEASURE SPACING"
                            TO SORT-REPORT-RECORD
                     WRITE SORT-REPORT-RECORD
              ELSE
                     COMPUTE WS-GAP-COUNT = WS-UNIQUE-COUNT - 1
                     PERFORM 0022-MEASURE-ONE-GAP
                        VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-GAP-COUNT
                     PERFORM 0023-INSERT-ONE-GAP
                        VARYING WS-J FROM 2 BY 1
                        UNTIL WS-J > WS-GAP-COUNT
                     DIVIDE WS-GAP-COUNT BY 2
                            GIVING WS-HALF-QUOTIENT
                            REMAINDER WS-HALF-REMAINDER
                     IF WS-HALF-REMAINDER = ZERO
                            MOVE WS-HALF-QUOTIENT TO WS-MIDDLE
                            MOVE WS-SORT-VALUE(WS-MIDDLE)
                                   TO WS-MEDIAN-GAP
                            ADD 1 TO WS-MIDDLE
                            ADD WS-SORT-VALUE(WS-MIDDLE)
                                   TO WS-MEDIAN-GAP
                            COMPUTE WS-MEDIAN-GAP = WS-MEDIAN-GAP / 2
                     ELSE
                            COMPUTE WS-MIDDLE = WS-HALF-QUOTIENT + 1
                            MOVE WS-SORT-VALUE(WS-MIDDLE)
                                   TO WS-MEDIAN-GAP
                     END-IF
                     COMPUTE WS-GAP-LIMIT = WS-MEDIAN-GAP
                                          * WS-GAP-MULTIPLE
                     MOVE WS-MEDIAN-GAP TO WS-GAP-DISP
                     MOVE SPACES TO SORT-REPORT-RECORD
                     STRING "  MEDIAN SPACING " WS-GAP-DISP
                            DELIMITED BY SIZE
                            INTO SORT-REPORT-RECORD
                     WRITE SORT-REPORT-RECORD
                     PERFORM 0025-WRITE-ONE-GAP-LINE
                        VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-GAP-COUNT
                     IF WS-LARGE-GAPS = ZERO
                            MOVE "  NONE" TO SORT-REPORT-RECORD
                            WRITE SORT-REPORT-RECORD
                     END-IF
              END-IF.

       0022-MEASURE-ONE-GAP.
              COMPUTE WS-GAP(WS-J) = WS-UNIQUE-KEY(WS-J + 1)
                                   - WS-UNIQUE-KEY(WS-J)
              MOVE WS-GAP(WS-J) TO WS-SORT-VALUE(WS-J).

       0023-INSERT-ONE-GAP.
              MOVE WS-SORT-VALUE(WS-J) TO WS-SORT-HOLD
              MOVE WS-J TO WS-K
              MOVE 'N' TO WS-SHIFT-SWITCH
              PERFORM 0024-SHIFT-ONE-GAP UNTIL SHIFT-DONE
              MOVE WS-SORT-HOLD TO WS-SORT-VALUE(WS-K).

       0024-SHIFT-ONE-GAP.
              IF WS-K < 2
                     SET SHIFT-DONE TO TRUE
              ELSE
                     IF WS-SORT-VALUE(WS-K - 1) <= WS-SORT-HOLD
                            SET SHIFT-DONE TO TRUE
                     ELSE
                            MOVE WS-SORT-VALUE(WS-K - 1)
                                   TO WS-SORT-VALUE(WS-K)
                            SUBTRACT 1 FROM WS-K
                     END-IF
              END-IF.

       0025-WRITE-ONE-GAP-LINE.
              IF WS-GAP(WS-J) > WS-GAP-LIMIT
                     ADD 1 TO WS-LARGE-GAPS
                     MOVE WS-GAP(WS-J) TO WS-GAP-DISP
                     MOVE WS-UNIQUE-KEY(WS-J) TO WS-KEY-DISP
                     MOVE WS-UNIQUE-KEY(WS-J + 1) TO WS-KEY-TO-DISP
                     MOVE SPACES TO SORT-REPORT-RECORD
                     STRING "  GAP " WS-GAP-DISP
                            " FROM KEY " WS-KEY-DISP
                            " TO KEY " WS-KEY-TO-DISP
                            DELIMITED BY SIZE
                            INTO SORT-REPORT-RECORD
                     WRITE SORT-REPORT-RECORD
              END-IF.

       0009-SET-SORT-OPTIONS.
              MOVE SPACES TO WS-KDIM-TEXT
              ACCEPT WS-KDIM-TEXT FROM ENVIRONMENT "DL100KDIM"
              IF WS-KDIM-TEXT NOT = SPACES
                     INSPECT WS-KDIM-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-KDIM-TEXT IS NUMERIC
                            MOVE WS-KDIM-TEXT TO WS-KEY-DIM
                     ELSE
                            MOVE ZERO TO WS-KEY-DIM
                     END-IF
              END-IF
              IF WS-KEY-DIM < 1 OR WS-KEY-DIM > DL100-FIELD-COUNT
                     DISPLAY "SORT KEY DIMENSION " WS-KDIM-TEXT
                             " MUST BE FROM 1 TO " DL100-FIELD-COUNT
                             ", REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-POLICY-TEXT
              ACCEPT WS-POLICY-TEXT FROM ENVIRONMENT "DL100DUPS"
              IF WS-POLICY-TEXT NOT = SPACES
                     MOVE WS-POLICY-TEXT(1:1) TO WS-POLICY
              END-IF
              IF NOT POLICY-FIRST AND NOT POLICY-LAST
                 AND NOT POLICY-AVERAGE
                     DISPLAY "DUPLICATE POLICY " WS-POLICY-TEXT
                             " NOT RECOGNISED, "
                             "SUPPLY DL100DUPS AS FIRST, "
                             "LAST OR AVERAGE"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              IF POLICY-FIRST
                     MOVE "KEEP FIRST" TO WS-POLICY-NAME
              END-IF
              IF POLICY-LAST
                     MOVE "KEEP LAST" TO WS-POLICY-NAME
              END-IF
              IF POLICY-AVERAGE
                     MOVE "AVERAGE" TO WS-POLICY-NAME
              END-IF

              MOVE SPACES TO WS-GAPM-TEXT
              ACCEPT WS-GAPM-TEXT FROM ENVIRONMENT "DL100GAPM"
              IF WS-GAPM-TEXT NOT = SPACES
                     INSPECT WS-GAPM-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-GAPM-TEXT IS NUMERIC AND WS-GAPM-TEXT > "00"
                            MOVE WS-GAPM-TEXT TO WS-GAP-MULTIPLE
                     END-IF
              END-IF

              DISPLAY "SORTING ON DIMENSION " WS-KEY-DIM
                      " DUPLICATES " WS-POLICY-NAME
                      " GAP LIMIT " WS-GAP-MULTIPLE
                      " TIMES MEDIAN SPACING".

       0014-WRITE-RPT-HEADER.
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              END-IF
              MOVE "SEQUENCE ANOMALY REPORT" TO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-KEY-DIM TO WS-DIM-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "RUN " WS-RUN-ID
                     " KEY DIMENSION " WS-DIM-DISP
                     " DUPLICATES " WS-POLICY-NAME
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-OUT-OF-ORDER TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "RECORDS OUT OF ORDER " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE "DUPLICATE KEYS" TO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD.

       0016-WRITE-RPT-TOTALS.
              MOVE WS-RECORDS-READ TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "RECORDS READ     " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-DUPLICATE-KEYS TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "DUPLICATE KEYS   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-RECORDS-MERGED TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "RECORDS MERGED   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-RECORDS-WRITTEN TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "RECORDS WRITTEN  " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD

              MOVE WS-LARGE-GAPS TO WS-COUNT-DISP
              MOVE SPACES TO SORT-REPORT-RECORD
              STRING "LARGE GAPS       " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SORT-REPORT-RECORD
              WRITE SORT-REPORT-RECORD.

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
                     MOVE "BINSORT" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-RECORDS-READ TO STAT-RECORDS-IN
                     MOVE WS-RECORDS-WRITTEN TO STAT-RECORDS-OUT
                     MOVE WS-RECORDS-MERGED TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
