       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SAMPDIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SAMPLE-MASTER-FILE ASSIGN TO "SAMPMAST"
                     FILE STATUS IS WS-MASTER-CHECK-KEY
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-KEY.
              SELECT DIFF-REPORT-FILE ASSIGN TO "DIFFRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SAMPLE-MASTER-FILE.
       COPY DL100SM.

       FD DIFF-REPORT-FILE.
       01 DIFF-REPORT-RECORD      PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.

       01 WS-MASTER-CHECK-KEY      PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-I                    PIC 9(2) COMP.
       01 WS-COMMON-FIELDS        PIC 9(2) COMP.
       01 WS-HIGH-DIM             PIC 9(2) COMP VALUE ZERO.

       01 WS-BASE-READ            PIC 9(9) VALUE ZERO.
       01 WS-CURR-READ            PIC 9(9) VALUE ZERO.
       01 WS-SEQS-MATCHED         PIC 9(9) VALUE ZERO.
       01 WS-SEQS-CHANGED         PIC 9(9) VALUE ZERO.
       01 WS-VALUES-CHANGED       PIC 9(9) VALUE ZERO.
       01 WS-ONLY-IN-BASE         PIC 9(9) VALUE ZERO.
       01 WS-ONLY-IN-CURR         PIC 9(9) VALUE ZERO.
       01 WS-COUNT-MISMATCHES     PIC 9(9) VALUE ZERO.
       01 WS-SEQS-EXCEPTIONS      PIC 9(9) VALUE ZERO.

       01 WS-DIM-TOTALS.
              05 WS-DIM-CHANGED   PIC 9(9) OCCURS 10 TIMES.

       01 WS-BASE-RUN-ID          PIC X(16).
       01 WS-CURR-RUN-ID          PIC X(16).

       01 WS-BASE-SAMPLE.
              05 WS-BASE-KEY.
                     10 WS-BASE-KEY-RUN  PIC X(16).
                     10 WS-BASE-SEQ      PIC 9(9).
              05 WS-BASE-FIELD-COUNT     PIC 9(2).
              05 WS-BASE-VALUE           USAGE COMP-1
                                         OCCURS 10 TIMES.
       01 WS-BASE-EOF             PIC X VALUE 'N'.
           88 BASE-RUN-ENDED      VALUE 'Y'.

       01 WS-CURR-SAMPLE.
              05 WS-CURR-KEY.
                     10 WS-CURR-KEY-RUN  PIC X(16).
                     10 WS-CURR-SEQ      PIC 9(9).
              05 WS-CURR-FIELD-COUNT     PIC 9(2).
              05 WS-CURR-VALUE           USAGE COMP-1
                                         OCCURS 10 TIMES.
       01 WS-CURR-EOF             PIC X VALUE 'N'.
           88 CURR-RUN-ENDED      VALUE 'Y'.

       01 WS-BASE-MATCH-KEY       PIC 9(10).
       01 WS-CURR-MATCH-KEY       PIC 9(10).
       01 WS-END-MATCH-KEY        PIC 9(10) VALUE 9999999999.

       01 WS-SEQ-CHANGED-SWITCH   PIC X.
           88 SEQUENCE-CHANGED    VALUE 'Y'.

       01 WS-TOL-TEXT             PIC X(7).
       01 WS-TOL-VALUE            PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER
                                  VALUE ZERO.
       01 WS-TOLERANCE            USAGE COMP-2.

       01 WS-BASE-WORK            USAGE COMP-2.
       01 WS-CURR-WORK            USAGE COMP-2.
       01 WS-DELTA                USAGE COMP-2.

       01 WS-SEQ-DISP             PIC 9(9).
       01 WS-DIM-DISP             PIC 9(2).
       01 WS-BASE-DISP            PIC -9(3).9(3).
       01 WS-CURR-DISP            PIC -9(3).9(3).
       01 WS-DELTA-DISP           PIC -9(4).9(3).
       01 WS-BASE-FC-DISP         PIC 9(2).
       01 WS-CURR-FC-DISP         PIC 9(2).
       01 WS-TOL-DISP             PIC 9(3).9(3).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM 0010-SET-DIFF-OPTIONS.

       PERFORM 0011-INIT-ONE-DIM VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-MAX-FIELDS

       OPEN INPUT SAMPLE-MASTER-FILE.
       IF WS-MASTER-CHECK-KEY NOT="00"
              DISPLAY "SAMPLE MASTER OPEN FAILED, STATUS "
                      WS-MASTER-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       MOVE WS-BASE-RUN-ID TO WS-BASE-KEY-RUN
       MOVE ZERO TO WS-BASE-SEQ
       PERFORM 0001-FIRST-BASE-SAMPLE.
       MOVE WS-CURR-RUN-ID TO WS-CURR-KEY-RUN
       MOVE ZERO TO WS-CURR-SEQ
       PERFORM 0003-FIRST-CURR-SAMPLE.

       IF BASE-RUN-ENDED
              CLOSE SAMPLE-MASTER-FILE
              DISPLAY "BASELINE RUN " WS-BASE-RUN-ID
                      " NOT IN SAMPLE MASTER, "
                      "REFUSING TO COMPARE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF CURR-RUN-ENDED
              CLOSE SAMPLE-MASTER-FILE
              DISPLAY "CURRENT RUN " WS-CURR-RUN-ID
                      " NOT IN SAMPLE MASTER, "
                      "REFUSING TO COMPARE"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN OUTPUT DIFF-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "DIFFERENCE REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              CLOSE SAMPLE-MASTER-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0012-WRITE-RPT-HEADER.

       PERFORM 0005-MATCH-ONE-KEY
          UNTIL BASE-RUN-ENDED AND CURR-RUN-ENDED

       PERFORM 0013-WRITE-RPT-TOTALS.

       CLOSE DIFF-REPORT-FILE.
       CLOSE SAMPLE-MASTER-FILE.

       COMPUTE WS-SEQS-EXCEPTIONS = WS-ONLY-IN-BASE + WS-ONLY-IN-CURR
                                  + WS-COUNT-MISMATCHES

       DISPLAY "SAMPDIFF TOTALS"
       DISPLAY "  BASELINE SAMPLES READ  " WS-BASE-READ
       DISPLAY "  CURRENT SAMPLES READ   " WS-CURR-READ
       DISPLAY "  SEQUENCES MATCHED      " WS-SEQS-MATCHED
       DISPLAY "  SEQUENCES CHANGED      " WS-SEQS-CHANGED
       DISPLAY "  VALUES CHANGED         " WS-VALUES-CHANGED
       DISPLAY "  ONLY IN BASELINE       " WS-ONLY-IN-BASE
       DISPLAY "  ONLY IN CURRENT        " WS-ONLY-IN-CURR
       DISPLAY "  FIELD COUNT MISMATCHES " WS-COUNT-MISMATCHES

       PERFORM 0091-END-RUN.

       0001-FIRST-BASE-SAMPLE.
              MOVE WS-BASE-KEY TO SM-KEY
              START SAMPLE-MASTER-FILE KEY IS >= SM-KEY
               INVALID KEY
                SET BASE-RUN-ENDED TO TRUE
              END-START
              PERFORM 0007-READ-BASE-SAMPLE.

       0002-NEXT-BASE-SAMPLE.
              MOVE WS-BASE-KEY TO SM-KEY
              START SAMPLE-MASTER-FILE KEY IS > SM-KEY
               INVALID KEY
                SET BASE-RUN-ENDED TO TRUE
              END-START
              PERFORM 0007-READ-BASE-SAMPLE.

       0007-READ-BASE-SAMPLE.
              IF NOT BASE-RUN-ENDED
                     READ SAMPLE-MASTER-FILE NEXT RECORD
                      AT END
                       SET BASE-RUN-ENDED TO TRUE
                      NOT AT END
                       IF SM-RUN-ID NOT = WS-BASE-RUN-ID
                              SET BASE-RUN-ENDED TO TRUE
                       ELSE
                              ADD 1 TO WS-BASE-READ
                              MOVE SAMPLE-MASTER-RECORD
                                     TO WS-BASE-SAMPLE
                              MOVE WS-BASE-SEQ TO WS-BASE-MATCH-KEY
                       END-IF
                     END-READ
              END-IF
              IF BASE-RUN-ENDED
                     MOVE WS-END-MATCH-KEY TO WS-BASE-MATCH-KEY
              END-IF.

       0003-FIRST-CURR-SAMPLE.
              MOVE WS-CURR-KEY TO SM-KEY
              START SAMPLE-MASTER-FILE KEY IS >= SM-KEY
               INVALID KEY
                SET CURR-RUN-ENDED TO TRUE
              END-START
              PERFORM 0008-READ-CURR-SAMPLE.

       0004-NEXT-CURR-SAMPLE.
              MOVE WS-CURR-KEY TO SM-KEY
              START SAMPLE-MASTER-FILE KEY IS > SM-KEY
               INVALID KEY
                SET CURR-RUN-ENDED TO TRUE
              END-START
              PERFORM 0008-READ-CURR-SAMPLE.

       0008-READ-CURR-SAMPLE.
              IF NOT CURR-RUN-ENDED
                     READ SAMPLE-MASTER-FILE NEXT RECORD
                      AT END
                       SET CURR-RUN-ENDED TO TRUE
                      NOT AT END
                       IF SM-RUN-ID NOT = WS-CURR-RUN-ID
                              SET CURR-RUN-ENDED TO TRUE
                       ELSE
                              ADD 1 TO WS-CURR-READ
                              MOVE SAMPLE-MASTER-RECORD
                                     TO WS-CURR-SAMPLE
                              MOVE WS-CURR-SEQ TO WS-CURR-MATCH-KEY
                       END-IF
                     END-READ
              END-IF
              IF CURR-RUN-ENDED
                     MOVE WS-END-MATCH-KEY TO WS-CURR-MATCH-KEY
              END-IF.

       0005-MATCH-ONE-KEY.
              IF WS-BASE-MATCH-KEY < WS-CURR-MATCH-KEY
                     PERFORM 0014-WRITE-ONLY-IN-BASE
                     PERFORM 0002-NEXT-BASE-SAMPLE
              ELSE
                     IF WS-BASE-MATCH-KEY > WS-CURR-MATCH-KEY
                            PERFORM 0015-WRITE-ONLY-IN-CURR
                            PERFORM 0004-NEXT-CURR-SAMPLE
                     ELSE
                            PERFORM 0006-COMPARE-ONE-SAMPLE
                            PERFORM 0002-NEXT-BASE-SAMPLE
                            PERFORM 0004-NEXT-CURR-SAMPLE
                     END-IF
              END-IF.

       0006-COMPARE-ONE-SAMPLE.
              ADD 1 TO WS-SEQS-MATCHED
              MOVE 'N' TO WS-SEQ-CHANGED-SWITCH
              MOVE WS-BASE-SEQ TO WS-SEQ-DISP
              IF WS-BASE-FIELD-COUNT NOT = WS-CURR-FIELD-COUNT
                     ADD 1 TO WS-COUNT-MISMATCHES
                     MOVE WS-BASE-FIELD-COUNT TO WS-BASE-FC-DISP
                     MOVE WS-CURR-FIELD-COUNT TO WS-CURR-FC-DISP
                     MOVE SPACES TO DIFF-REPORT-RECORD
                     STRING "SEQUENCE " WS-SEQ-DISP
                            " FIELD COUNT MISMATCH, BASE "
                            WS-BASE-FC-DISP
                            " CURR " WS-CURR-FC-DISP
                            DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                     WRITE DIFF-REPORT-RECORD
              END-IF
              MOVE WS-BASE-FIELD-COUNT TO WS-COMMON-FIELDS
              IF WS-CURR-FIELD-COUNT < WS-COMMON-FIELDS
                     MOVE WS-CURR-FIELD-COUNT TO WS-COMMON-FIELDS
              END-IF
              IF WS-COMMON-FIELDS > DL100-MAX-FIELDS
                     MOVE DL100-MAX-FIELDS TO WS-COMMON-FIELDS
              END-IF
              IF WS-COMMON-FIELDS > WS-HIGH-DIM
                     MOVE WS-COMMON-FIELDS TO WS-HIGH-DIM
              END-IF
              PERFORM 0009-COMPARE-ONE-VALUE VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-COMMON-FIELDS
              IF SEQUENCE-CHANGED
                     ADD 1 TO WS-SEQS-CHANGED
              END-IF.

       0009-COMPARE-ONE-VALUE.
              MOVE WS-BASE-VALUE(WS-I) TO WS-BASE-WORK
              MOVE WS-CURR-VALUE(WS-I) TO WS-CURR-WORK
              COMPUTE WS-DELTA = WS-CURR-WORK - WS-BASE-WORK
              IF WS-DELTA > WS-TOLERANCE
                 OR WS-DELTA < (WS-TOLERANCE * -1)
                     SET SEQUENCE-CHANGED TO TRUE
                     ADD 1 TO WS-VALUES-CHANGED
                     ADD 1 TO WS-DIM-CHANGED(WS-I)
                     MOVE WS-I TO WS-DIM-DISP
                     MOVE WS-BASE-WORK TO WS-BASE-DISP
                     MOVE WS-CURR-WORK TO WS-CURR-DISP
                     MOVE WS-DELTA TO WS-DELTA-DISP
                     MOVE SPACES TO DIFF-REPORT-RECORD
                     STRING "SEQUENCE " WS-SEQ-DISP
                            " DIM " WS-DIM-DISP
                            " BASE " WS-BASE-DISP
                            " CURR " WS-CURR-DISP
                            " DIFF " WS-DELTA-DISP
                            DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                     WRITE DIFF-REPORT-RECORD
              END-IF.

       0010-SET-DIFF-OPTIONS.
              MOVE SPACES TO WS-BASE-RUN-ID
              ACCEPT WS-BASE-RUN-ID FROM ENVIRONMENT "DL100BASE"
              IF WS-BASE-RUN-ID = SPACES
                     DISPLAY "NO BASELINE RUN-ID, "
                             "SUPPLY DL100BASE, REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-CURR-RUN-ID
              ACCEPT WS-CURR-RUN-ID FROM ENVIRONMENT "DL100RUN"
              IF WS-CURR-RUN-ID = SPACES
                     DISPLAY "NO CURRENT RUN-ID, "
                             "SUPPLY DL100RUN, REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              IF WS-CURR-RUN-ID = WS-BASE-RUN-ID
                     DISPLAY "BASELINE AND CURRENT RUN-ID ARE BOTH "
                             WS-BASE-RUN-ID ", REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-TOL-TEXT
              ACCEPT WS-TOL-TEXT FROM ENVIRONMENT "DL100STOL"
              IF WS-TOL-TEXT NOT = SPACES
                     MOVE WS-TOL-TEXT TO WS-TOL-VALUE(1:7)
                     IF WS-TOL-VALUE NOT NUMERIC
                            DISPLAY "SAMPLE TOLERANCE " WS-TOL-TEXT
                                    " IS NOT A SIGNED VALUE, "
                                    "SUPPLY DL100STOL AS +NNNNNN"
                            MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     IF WS-TOL-VALUE < ZERO
                            DISPLAY "SAMPLE TOLERANCE MUST NOT BE "
                                    "NEGATIVE, REFUSING TO RUN"
                            MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
              END-IF
              MOVE WS-TOL-VALUE TO WS-TOLERANCE
              MOVE WS-TOL-VALUE TO WS-TOL-DISP

              DISPLAY "SAMPLE TOLERANCE " WS-TOL-DISP.

       0011-INIT-ONE-DIM.
              MOVE ZERO TO WS-DIM-CHANGED(WS-I).

       0012-WRITE-RPT-HEADER.
              MOVE "SAMPLE MASTER RUN COMPARISON"
                     TO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "BASELINE RUN " WS-BASE-RUN-ID
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "CURRENT RUN  " WS-CURR-RUN-ID
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "TOLERANCE " WS-TOL-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD.

       0013-WRITE-RPT-TOTALS.
              MOVE WS-SEQS-MATCHED TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "SEQUENCES MATCHED      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE WS-SEQS-CHANGED TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "SEQUENCES CHANGED      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE WS-VALUES-CHANGED TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "VALUES CHANGED         " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE WS-ONLY-IN-BASE TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "ONLY IN BASELINE       " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE WS-ONLY-IN-CURR TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "ONLY IN CURRENT        " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              MOVE WS-COUNT-MISMATCHES TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "FIELD COUNT MISMATCHES " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD

              PERFORM 0016-WRITE-ONE-DIM-TOTAL VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-HIGH-DIM.

       0014-WRITE-ONLY-IN-BASE.
              ADD 1 TO WS-ONLY-IN-BASE
              MOVE WS-BASE-SEQ TO WS-SEQ-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "SEQUENCE " WS-SEQ-DISP
                     " ONLY IN BASELINE RUN " WS-BASE-RUN-ID
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD.

       0015-WRITE-ONLY-IN-CURR.
              ADD 1 TO WS-ONLY-IN-CURR
              MOVE WS-CURR-SEQ TO WS-SEQ-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "SEQUENCE " WS-SEQ-DISP
                     " ONLY IN CURRENT RUN " WS-CURR-RUN-ID
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD.

       0016-WRITE-ONE-DIM-TOTAL.
              MOVE WS-I TO WS-DIM-DISP
              MOVE WS-DIM-CHANGED(WS-I) TO WS-COUNT-DISP
              MOVE SPACES TO DIFF-REPORT-RECORD
              STRING "DIM " WS-DIM-DISP
                     " SAMPLES CHANGED " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
              WRITE DIFF-REPORT-RECORD.

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
                     MOVE "SAMPDIFF" TO STAT-PROGRAM
                     MOVE WS-CURR-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-SEQS-MATCHED TO STAT-RECORDS-IN
                     MOVE WS-SEQS-CHANGED TO STAT-RECORDS-OUT
                     MOVE WS-SEQS-EXCEPTIONS TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
