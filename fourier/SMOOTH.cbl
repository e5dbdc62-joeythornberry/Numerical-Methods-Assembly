       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SMOOTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BINARY-INPUT-FILE ASSIGN TO "BININ"
                     FILE STATUS IS WS-INPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT BINARY-OUTPUT-FILE ASSIGN TO "SMTHOUT"
                     FILE STATUS IS WS-OUTPUT-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT SMOOTH-REPORT-FILE ASSIGN TO "SMTHRPT"
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

       FD SMOOTH-REPORT-FILE.
       01 SMOOTH-REPORT-RECORD    PIC X(100).

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
       01 WS-J                    PIC 9(3) COMP.
       01 WS-K                    PIC 9(3) COMP.
       01 WS-SLOT                 PIC 9(3) COMP.
       01 WS-SLOT-QUOTIENT        PIC 9(9) COMP.
       01 WS-WIN-SEQ              PIC 9(9) COMP.
       01 WS-WIN-FIRST            PIC 9(9) COMP.
       01 WS-WIN-LAST             PIC 9(9) COMP.
       01 WS-WIN-COUNT            PIC 9(3) COMP.
       01 WS-HALF                 PIC 9(3) COMP.
       01 WS-HALF-USED            PIC 9(9) COMP.
       01 WS-MIDDLE               PIC 9(3) COMP.

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

       01 WS-MAX-WINDOW           PIC 9(3) COMP VALUE 99.
       01 WS-WINDOW-TABLE.
              05 WS-WIN-ENTRY     OCCURS 99 TIMES.
                     10 WS-WIN-VALUE     USAGE COMP-1
                                         OCCURS 10 TIMES.

       01 WS-SORT-TABLE.
              05 WS-SORT-VALUE    USAGE COMP-2
                                  OCCURS 99 TIMES.
       01 WS-SORT-HOLD            USAGE COMP-2.
       01 WS-SHIFT-SWITCH         PIC X.
           88 SHIFT-DONE          VALUE 'Y'.

       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-STORED       PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-WRITTEN      PIC 9(9) VALUE ZERO.
       01 WS-VALUES-CHANGED       PIC 9(9) VALUE ZERO.
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

       01 WS-METHOD-TEXT          PIC X(8).
       01 WS-METHOD               PIC X VALUE 'A'.
           88 METHOD-AVERAGE      VALUE 'A'.
           88 METHOD-MEDIAN       VALUE 'M'.
       01 WS-METHOD-NAME          PIC X(14).
       01 WS-WIN-TEXT             PIC X(2) JUSTIFIED RIGHT.
       01 WS-WINDOW               PIC 9(2) VALUE 5.
       01 WS-DIMS-TEXT            PIC X(10).
       01 WS-DIMS-DEFAULT-SWITCH  PIC X.
           88 DEFAULT-DIMS        VALUE 'Y'.
       01 WS-DIMS-CHOSEN          PIC 9(2) COMP VALUE ZERO.

       01 WS-DIM-TABLE.
              05 WS-DIM-ENTRY     OCCURS 10 TIMES.
                     10 WS-DIM-SWITCH    PIC X.
                         88 DIM-SMOOTHED VALUE 'Y'.
                     10 WS-DIM-SUM-CHANGE    USAGE COMP-2.
                     10 WS-DIM-MAX-CHANGE    USAGE COMP-2.
                     10 WS-DIM-MAX-SEQ       PIC 9(9).
                     10 WS-DIM-CHANGED       PIC 9(9).

       01 WS-ORIGINAL             USAGE COMP-2.
       01 WS-SMOOTHED             USAGE COMP-2.
       01 WS-WIN-SUM              USAGE COMP-2.
       01 WS-CHANGE               USAGE COMP-2.
       01 WS-MEAN-CHANGE          USAGE COMP-2.
       01 WS-CHANGE-FLOOR         USAGE COMP-2 VALUE 0.0005.

       01 WS-DIM-DISP             PIC 9(2).
       01 WS-WINDOW-DISP          PIC 9(2).
       01 WS-MEAN-DISP            PIC 9(3).9(6).
       01 WS-MAX-DISP             PIC 9(3).9(3).
       01 WS-SEQ-DISP             PIC 9(9).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM 0012-SET-FIELD-COUNT.
       PERFORM 0009-SET-SMOOTH-OPTIONS.

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
                      "REFUSING TO SMOOTH"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF NOT TRAILER-SEEN
              DISPLAY "BINARY FILE HAD NO TRAILER RECORD, "
                      "REFUSING TO SMOOTH"
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
              DISPLAY "SMOOTHED FILE OPEN FAILED, STATUS "
                      WS-OUTPUT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN INPUT BINARY-INPUT-FILE.
       IF WS-INPUT-CHECK-KEY NOT="00"
              DISPLAY "BINARY FILE REOPEN FAILED, STATUS "
                      WS-INPUT-CHECK-KEY
              CLOSE BINARY-OUTPUT-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       COMPUTE WS-HALF = (WS-WINDOW - 1) / 2
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM 0003-SMOOTH-LOOP UNTIL WS-EOF-FLAG = 'Y'

       CLOSE BINARY-INPUT-FILE.

       PERFORM 0005-EMIT-ONE-RECORD
          UNTIL WS-RECORDS-WRITTEN >= WS-RECORDS-STORED

       MOVE SPACES TO BINARY-TRAILER-RECORD
       MOVE 'T' TO TRLR-REC-TYPE
       MOVE WS-RECORDS-WRITTEN TO TRLR-RECORD-COUNT
       MOVE WS-OUT-CHECKSUM TO TRLR-CHECKSUM
       WRITE BINARY-TRAILER-RECORD

       CLOSE BINARY-OUTPUT-FILE.

       OPEN OUTPUT SMOOTH-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "SMOOTHING REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0014-WRITE-RPT-HEADER.
       PERFORM 0015-WRITE-ONE-DIM-LINE VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-FIELD-COUNT
       PERFORM 0016-WRITE-RPT-TOTALS.

       CLOSE SMOOTH-REPORT-FILE.

       DISPLAY "SMOOTH TOTALS"
       DISPLAY "  METHOD           " WS-METHOD-NAME
       DISPLAY "  WINDOW           " WS-WINDOW
       DISPLAY "  RECORDS READ     " WS-RECORDS-READ
       DISPLAY "  RECORDS WRITTEN  " WS-RECORDS-WRITTEN
       DISPLAY "  VALUES CHANGED   " WS-VALUES-CHANGED
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

       0003-SMOOTH-LOOP.
              READ BINARY-INPUT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                MOVE BINARY-INPUT-RECORD TO WS-BIN-WORK
                IF WORK-REC-TYPE = 'T'
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       ADD 1 TO WS-RECORDS-STORED
                       MOVE WS-RECORDS-STORED TO WS-WIN-SEQ
                       PERFORM 0004-SET-SLOT
                       PERFORM 0006-STORE-ONE-FIELD
                          VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > DL100-MAX-FIELDS
                       IF WS-RECORDS-STORED - WS-RECORDS-WRITTEN
                          > WS-HALF
                              PERFORM 0005-EMIT-ONE-RECORD
                       END-IF
                END-IF
              END-READ.

       0004-SET-SLOT.
              DIVIDE WS-WINDOW INTO WS-WIN-SEQ
                     GIVING WS-SLOT-QUOTIENT
                     REMAINDER WS-SLOT
              ADD 1 TO WS-SLOT.

       0006-STORE-ONE-FIELD.
              MOVE WORK-VALUE(WS-I) TO WS-WIN-VALUE(WS-SLOT WS-I).

       0005-EMIT-ONE-RECORD.
              COMPUTE WS-WIN-SEQ = WS-RECORDS-WRITTEN + 1
              MOVE WS-HALF TO WS-HALF-USED
              IF WS-RECORDS-WRITTEN < WS-HALF-USED
                     MOVE WS-RECORDS-WRITTEN TO WS-HALF-USED
              END-IF
              IF WS-RECORDS-STORED - WS-WIN-SEQ < WS-HALF-USED
                     COMPUTE WS-HALF-USED = WS-RECORDS-STORED
                                          - WS-WIN-SEQ
              END-IF
              COMPUTE WS-WIN-FIRST = WS-WIN-SEQ - WS-HALF-USED
              COMPUTE WS-WIN-LAST = WS-WIN-SEQ + WS-HALF-USED
              COMPUTE WS-WIN-COUNT = (WS-HALF-USED * 2) + 1
              PERFORM 0004-SET-SLOT
              MOVE 'D' TO BIN-REC-TYPE
              PERFORM 0007-SET-ONE-OUTPUT-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              WRITE BINARY-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM 0011-SUM-ONE-OUTPUT-FIELD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT.

       0007-SET-ONE-OUTPUT-FIELD.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BIN-VALUE(WS-I)
              ELSE
                     IF DIM-SMOOTHED(WS-I)
                            PERFORM 0008-SMOOTH-ONE-FIELD
                     ELSE
                            MOVE WS-WIN-VALUE(WS-SLOT WS-I)
                                   TO BIN-VALUE(WS-I)
                     END-IF
              END-IF.

       0008-SMOOTH-ONE-FIELD.
              MOVE WS-WIN-VALUE(WS-SLOT WS-I) TO WS-ORIGINAL
              MOVE ZERO TO WS-WIN-SUM
              MOVE ZERO TO WS-K
              PERFORM 0010-COLLECT-ONE-VALUE
                 VARYING WS-WIN-SEQ FROM WS-WIN-FIRST BY 1
                 UNTIL WS-WIN-SEQ > WS-WIN-LAST
              COMPUTE WS-WIN-SEQ = WS-RECORDS-WRITTEN + 1
              PERFORM 0004-SET-SLOT
              IF METHOD-MEDIAN
                     PERFORM 0017-INSERT-ONE-VALUE
                        VARYING WS-J FROM 2 BY 1
                        UNTIL WS-J > WS-WIN-COUNT
                     COMPUTE WS-MIDDLE = WS-HALF-USED + 1
                     MOVE WS-SORT-VALUE(WS-MIDDLE) TO WS-SMOOTHED
              ELSE
                     COMPUTE WS-SMOOTHED = WS-WIN-SUM / WS-WIN-COUNT
              END-IF
              MOVE WS-SMOOTHED TO BIN-VALUE(WS-I)
              MOVE BIN-VALUE(WS-I) TO WS-SMOOTHED
              COMPUTE WS-CHANGE = WS-SMOOTHED - WS-ORIGINAL
              IF WS-CHANGE < ZERO
                     COMPUTE WS-CHANGE = WS-CHANGE * -1
              END-IF
              ADD WS-CHANGE TO WS-DIM-SUM-CHANGE(WS-I)
              IF WS-CHANGE > WS-DIM-MAX-CHANGE(WS-I)
                     MOVE WS-CHANGE TO WS-DIM-MAX-CHANGE(WS-I)
                     MOVE WS-WIN-SEQ TO WS-DIM-MAX-SEQ(WS-I)
              END-IF
              IF WS-CHANGE > WS-CHANGE-FLOOR
                     ADD 1 TO WS-DIM-CHANGED(WS-I)
                     ADD 1 TO WS-VALUES-CHANGED
              END-IF.

       0010-COLLECT-ONE-VALUE.
              PERFORM 0004-SET-SLOT
              ADD 1 TO WS-K
              MOVE WS-WIN-VALUE(WS-SLOT WS-I) TO WS-SORT-VALUE(WS-K)
              ADD WS-SORT-VALUE(WS-K) TO WS-WIN-SUM.

       0017-INSERT-ONE-VALUE.
              MOVE WS-SORT-VALUE(WS-J) TO WS-SORT-HOLD
              MOVE WS-J TO WS-K
              MOVE 'N' TO WS-SHIFT-SWITCH
              PERFORM 0018-SHIFT-ONE-VALUE UNTIL SHIFT-DONE
              MOVE WS-SORT-HOLD TO WS-SORT-VALUE(WS-K).

       0018-SHIFT-ONE-VALUE.
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

       0009-SET-SMOOTH-OPTIONS.
              MOVE SPACES TO WS-METHOD-TEXT
              ACCEPT WS-METHOD-TEXT FROM ENVIRONMENT "DL100SMTH"
              IF WS-METHOD-TEXT NOT = SPACES
                     MOVE WS-METHOD-TEXT(1:1) TO WS-METHOD
              END-IF
              IF NOT METHOD-AVERAGE AND NOT METHOD-MEDIAN
                     DISPLAY "SMOOTHING METHOD " WS-METHOD-TEXT
                             " NOT RECOGNISED, "
                             "SUPPLY DL100SMTH AS AVERAGE OR MEDIAN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              IF METHOD-MEDIAN
                     MOVE "RUNNING MEDIAN" TO WS-METHOD-NAME
              ELSE
                     MOVE "MOVING AVERAGE" TO WS-METHOD-NAME
              END-IF

              MOVE SPACES TO WS-WIN-TEXT
              ACCEPT WS-WIN-TEXT FROM ENVIRONMENT "DL100SWIN"
              IF WS-WIN-TEXT NOT = SPACES
                     INSPECT WS-WIN-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-WIN-TEXT IS NUMERIC
                            MOVE WS-WIN-TEXT TO WS-WINDOW
                     ELSE
                            MOVE ZERO TO WS-WINDOW
                     END-IF
              END-IF
              DIVIDE WS-WINDOW BY 2 GIVING WS-SLOT-QUOTIENT
                     REMAINDER WS-SLOT
              IF WS-WINDOW < 3 OR WS-WINDOW > WS-MAX-WINDOW
                 OR WS-SLOT = ZERO
                     DISPLAY "SMOOTHING WINDOW " WS-WIN-TEXT
                             " MUST BE AN ODD NUMBER FROM 3 TO 99, "
                             "REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              MOVE SPACES TO WS-DIMS-TEXT
              ACCEPT WS-DIMS-TEXT FROM ENVIRONMENT "DL100SDIMS"
              MOVE 'N' TO WS-DIMS-DEFAULT-SWITCH
              IF WS-DIMS-TEXT = SPACES
                     SET DEFAULT-DIMS TO TRUE
              END-IF
              PERFORM 0013-CHOOSE-ONE-DIM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              IF WS-DIMS-CHOSEN = ZERO
                     DISPLAY "NO DIMENSIONS CHOSEN FOR SMOOTHING, "
                             "SUPPLY DL100SDIMS AS Y/N PER DIMENSION"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF

              DISPLAY "SMOOTHING " WS-METHOD-NAME
                      " WINDOW " WS-WINDOW
                      " DIMENSIONS " WS-DIMS-TEXT.

       0013-CHOOSE-ONE-DIM.
              MOVE 'N' TO WS-DIM-SWITCH(WS-I)
              MOVE ZERO TO WS-DIM-SUM-CHANGE(WS-I)
              MOVE ZERO TO WS-DIM-MAX-CHANGE(WS-I)
              MOVE ZERO TO WS-DIM-MAX-SEQ(WS-I)
              MOVE ZERO TO WS-DIM-CHANGED(WS-I)
              IF DEFAULT-DIMS
                     IF WS-I <= DL100-FIELD-COUNT
                        AND (WS-I > 1 OR DL100-FIELD-COUNT = 1)
                            MOVE 'Y' TO WS-DIMS-TEXT(WS-I:1)
                     ELSE
                            MOVE 'N' TO WS-DIMS-TEXT(WS-I:1)
                     END-IF
              END-IF
              IF WS-DIMS-TEXT(WS-I:1) = 'Y'
                 AND WS-I <= DL100-FIELD-COUNT
                     SET DIM-SMOOTHED(WS-I) TO TRUE
                     ADD 1 TO WS-DIMS-CHOSEN
              END-IF.

       0011-SUM-ONE-OUTPUT-FIELD.
              MOVE BIN-VALUE(WS-I) TO WS-CHECK-VALUE
              IF WS-CHECK-VALUE < 0
                     COMPUTE WS-CHECK-VALUE = WS-CHECK-VALUE * -1
              END-IF
              COMPUTE WS-OUT-CHECKSUM = WS-OUT-CHECKSUM
                                       + (WS-CHECK-VALUE * 1000).

       0014-WRITE-RPT-HEADER.
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              END-IF
              MOVE "SMOOTHING CHANGE REPORT" TO SMOOTH-REPORT-RECORD
              WRITE SMOOTH-REPORT-RECORD

              MOVE WS-WINDOW TO WS-WINDOW-DISP
              MOVE SPACES TO SMOOTH-REPORT-RECORD
              STRING "RUN " WS-RUN-ID
                     " METHOD " WS-METHOD-NAME
                     " WINDOW " WS-WINDOW-DISP
                     DELIMITED BY SIZE INTO SMOOTH-REPORT-RECORD
              WRITE SMOOTH-REPORT-RECORD.

       0015-WRITE-ONE-DIM-LINE.
              MOVE WS-I TO WS-DIM-DISP
              MOVE SPACES TO SMOOTH-REPORT-RECORD
              IF DIM-SMOOTHED(WS-I)
                     IF WS-RECORDS-WRITTEN > ZERO
                            COMPUTE WS-MEAN-CHANGE =
                                    WS-DIM-SUM-CHANGE(WS-I)
                                    / WS-RECORDS-WRITTEN
                     ELSE
                            MOVE ZERO TO WS-MEAN-CHANGE
                     END-IF
                     MOVE WS-MEAN-CHANGE TO WS-MEAN-DISP
                     MOVE WS-DIM-MAX-CHANGE(WS-I) TO WS-MAX-DISP
                     MOVE WS-DIM-MAX-SEQ(WS-I) TO WS-SEQ-DISP
                     MOVE WS-DIM-CHANGED(WS-I) TO WS-COUNT-DISP
                     STRING "DIM " WS-DIM-DISP
                            " MEAN CHANGE " WS-MEAN-DISP
                            " MAX CHANGE " WS-MAX-DISP
                            " AT SEQUENCE " WS-SEQ-DISP
                            " CHANGED " WS-COUNT-DISP
                            DELIMITED BY SIZE
                            INTO SMOOTH-REPORT-RECORD
              ELSE
                     STRING "DIM " WS-DIM-DISP
                            " NOT SMOOTHED"
                            DELIMITED BY SIZE
                            INTO SMOOTH-REPORT-RECORD
              END-IF
              WRITE SMOOTH-REPORT-RECORD.

       0016-WRITE-RPT-TOTALS.
              MOVE WS-RECORDS-READ TO WS-COUNT-DISP
              MOVE SPACES TO SMOOTH-REPORT-RECORD
              STRING "RECORDS READ     " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SMOOTH-REPORT-RECORD
              WRITE SMOOTH-REPORT-RECORD

              MOVE WS-RECORDS-WRITTEN TO WS-COUNT-DISP
              MOVE SPACES TO SMOOTH-REPORT-RECORD
              STRING "RECORDS WRITTEN  " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SMOOTH-REPORT-RECORD
              WRITE SMOOTH-REPORT-RECORD

              MOVE WS-VALUES-CHANGED TO WS-COUNT-DISP
              MOVE SPACES TO SMOOTH-REPORT-RECORD
              STRING "VALUES CHANGED   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SMOOTH-REPORT-RECORD
              WRITE SMOOTH-REPORT-RECORD.

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
                     MOVE "SMOOTH" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-RECORDS-READ TO STAT-RECORDS-IN
                     MOVE WS-RECORDS-WRITTEN TO STAT-RECORDS-OUT
                     MOVE ZERO TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
