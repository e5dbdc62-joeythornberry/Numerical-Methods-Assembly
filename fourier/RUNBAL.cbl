       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RUNBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RUN-STATUS-IN-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATIN-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT BALANCE-RULES-FILE ASSIGN TO "BALRULES"
                     FILE STATUS IS WS-RULES-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-STATUS-IN-FILE.
       01 RUN-STATUS-IN-RECORD    PIC X(101).

       FD BALANCE-RULES-FILE.
       01 BALANCE-RULES-RECORD    PIC X(80).

       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD   PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID                PIC X(16) VALUE SPACES.

       01 WS-STATIN-CHECK-KEY      PIC X(2).
       01 WS-RULES-CHECK-KEY       PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.
       01 WS-RULES-EOF            PIC X.

       01 WS-P                    PIC 9(2) COMP.
       01 WS-R                    PIC 9(2) COMP.
       01 WS-K                    PIC 9(2) COMP.
       01 WS-T                    PIC 9(2) COMP.

       01 WS-LINES-READ           PIC 9(9) VALUE ZERO.
       01 WS-LINES-MATCHED        PIC 9(9) VALUE ZERO.
       01 WS-LINES-UNREADABLE     PIC 9(9) VALUE ZERO.
       01 WS-RULES-PASSED         PIC 9(9) VALUE ZERO.
       01 WS-RULES-FAILED         PIC 9(9) VALUE ZERO.
       01 WS-RULES-UNCHECKED      PIC 9(9) VALUE ZERO.
       01 WS-PROGRAMS-MISSING     PIC 9(9) VALUE ZERO.
       01 WS-RULES-NOT-BALANCED   PIC 9(9) VALUE ZERO.

       01 WS-RUN-LINE.
              05 RUNL-PROGRAM            PIC X(8).
              05 FILLER                  PIC X.
              05 RUNL-RUN-ID             PIC X(16).
              05 FILLER                  PIC X.
              05 RUNL-CONDITION          PIC X(4).
              05 FILLER                  PIC X.
              05 RUNL-RECORDS-IN         PIC X(9).
              05 RUNL-RECORDS-IN-NUM     REDEFINES RUNL-RECORDS-IN
                                         PIC 9(9).
              05 FILLER                  PIC X.
              05 RUNL-RECORDS-OUT        PIC X(9).
              05 RUNL-RECORDS-OUT-NUM    REDEFINES RUNL-RECORDS-OUT
                                         PIC 9(9).
              05 FILLER                  PIC X.
              05 RUNL-RECORDS-BAD        PIC X(9).
              05 RUNL-RECORDS-BAD-NUM    REDEFINES RUNL-RECORDS-BAD
                                         PIC 9(9).
              05 FILLER                  PIC X.
              05 RUNL-NOTE               PIC X(40).

       01 WS-MAX-PROGRAMS         PIC 9(2) COMP VALUE 50.
       01 WS-PGM-COUNT            PIC 9(2) COMP VALUE ZERO.
       01 WS-PGM-TABLE.
              05 WS-PGM-ENTRY     OCCURS 50 TIMES.
                     10 WS-PGM-NAME             PIC X(8).
                     10 WS-PGM-LINES            PIC 9(4).
                     10 WS-PGM-CONDITION        PIC X(4).
                     10 WS-PGM-IN               PIC 9(9).
                     10 WS-PGM-OUT              PIC 9(9).
                     10 WS-PGM-BAD              PIC 9(9).
                     10 WS-PGM-EXPECTED         PIC X.
                         88 PGM-EXPECTED        VALUE 'Y'.

       01 WS-BAL-RULE-LINE.
              05 BALR-LEFT-PROGRAM       PIC X(8).
              05 FILLER                  PIC X.
              05 BALR-LEFT-TERMS         PIC X(3).
              05 FILLER                  PIC X.
              05 BALR-RELATION           PIC X.
              05 FILLER                  PIC X.
              05 BALR-RIGHT-PROGRAM      PIC X(8).
              05 FILLER                  PIC X.
              05 BALR-RIGHT-TERMS        PIC X(3).

       01 WS-DEFAULT-RULES.
              05 FILLER                  PIC X(27)
                     VALUE "DECTOBIN O   = BINLOAD  I  ".
              05 FILLER                  PIC X(27)
                     VALUE "DECTOBIN O   = BINSCAN  I  ".
              05 FILLER                  PIC X(27)
                     VALUE "BINLOAD  OB  = BINLOAD  I  ".
              05 FILLER                  PIC X(27)
                     VALUE "BINTODEC O   = DECTOBIN O  ".
       01 WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULES.
              05 WS-DEFAULT-RULE         PIC X(27)
                                         OCCURS 4 TIMES.
       01 WS-DEFAULT-RULE-COUNT   PIC 9(2) COMP VALUE 4.

       01 WS-MAX-RULES            PIC 9(2) COMP VALUE 50.
       01 WS-RULE-COUNT           PIC 9(2) COMP VALUE ZERO.
       01 WS-RULE-TABLE.
              05 WS-RULE-ENTRY    OCCURS 50 TIMES.
                     10 WS-RULE-TEXT            PIC X(27).
                     10 WS-RULE-LEFT-PGM        PIC X(8).
                     10 WS-RULE-LEFT-TERMS      PIC X(3).
                     10 WS-RULE-LEFT-IX         PIC 9(2) COMP.
                     10 WS-RULE-RIGHT-PGM       PIC X(8).
                     10 WS-RULE-RIGHT-TERMS     PIC X(3).
                     10 WS-RULE-RIGHT-IX        PIC 9(2) COMP.

       01 WS-RULE-VALID-SWITCH    PIC X.
           88 RULE-LINE-INVALID   VALUE 'N'.
       01 WS-FIND-NAME            PIC X(8).
       01 WS-FIND-IX              PIC 9(2) COMP.
       01 WS-TERMS                PIC X(3).
       01 WS-TERM-PGM             PIC 9(2) COMP.
       01 WS-TERM-SUM             PIC 9(10).
       01 WS-LEFT-SUM             PIC 9(10).
       01 WS-RIGHT-SUM            PIC 9(10).
       01 WS-DIFFERENCE           PIC S9(10).

       01 WS-RULE-DISP            PIC 9(2).
       01 WS-SUM-DISP             PIC 9(10).
       01 WS-DIFF-DISP            PIC -9(10).
       01 WS-LINES-DISP           PIC 9(4).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN".
       IF WS-RUN-ID = SPACES
              DISPLAY "NO RUN-ID IN DL100RUN, NOTHING TO BALANCE, "
                      "REFUSING TO RUN"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0001-LOAD-RULES.
       PERFORM 0005-LOAD-RUN-STATUS.

       OPEN OUTPUT BALANCE-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "BALANCE REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       MOVE "CONTROL BALANCING SHEET" TO BALANCE-REPORT-RECORD
       WRITE BALANCE-REPORT-RECORD
       MOVE SPACES TO BALANCE-REPORT-RECORD
       STRING "RUN " WS-RUN-ID
              " RUNSTAT LINES FOR RUN " WS-LINES-MATCHED
              DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
       WRITE BALANCE-REPORT-RECORD

       MOVE "PROGRAMS REPORTING" TO BALANCE-REPORT-RECORD
       WRITE BALANCE-REPORT-RECORD
       PERFORM 0008-WRITE-ONE-PROGRAM-LINE
          VARYING WS-P FROM 1 BY 1
          UNTIL WS-P > WS-PGM-COUNT

       MOVE "RELATIONSHIPS" TO BALANCE-REPORT-RECORD
       WRITE BALANCE-REPORT-RECORD
       PERFORM 0010-CHECK-ONE-RULE
          VARYING WS-R FROM 1 BY 1
          UNTIL WS-R > WS-RULE-COUNT

       MOVE "EXPECTED PROGRAMS WITH NO RUNSTAT LINE"
              TO BALANCE-REPORT-RECORD
       WRITE BALANCE-REPORT-RECORD
       PERFORM 0012-CHECK-ONE-EXPECTED
          VARYING WS-P FROM 1 BY 1
          UNTIL WS-P > WS-PGM-COUNT
       IF WS-PROGRAMS-MISSING = ZERO
              MOVE "  NONE" TO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD
       END-IF

       PERFORM 0013-WRITE-RPT-TOTALS.

       CLOSE BALANCE-REPORT-FILE.

       DISPLAY "RUNBAL TOTALS"
       DISPLAY "  RUN-ID            " WS-RUN-ID
       DISPLAY "  RUNSTAT LINES     " WS-LINES-MATCHED
       DISPLAY "  RULES PASSED      " WS-RULES-PASSED
       DISPLAY "  RULES FAILED      " WS-RULES-FAILED
       DISPLAY "  RULES UNCHECKED   " WS-RULES-UNCHECKED
       DISPLAY "  PROGRAMS MISSING  " WS-PROGRAMS-MISSING

       ADD WS-RULES-FAILED WS-RULES-UNCHECKED
              GIVING WS-RULES-NOT-BALANCED
       IF WS-RULES-NOT-BALANCED > ZERO
          OR WS-PROGRAMS-MISSING > ZERO
              DISPLAY "RUN " WS-RUN-ID " DOES NOT BALANCE"
              MOVE DL100-RC-INTEGRITY TO WS-CONDITION-CODE
       END-IF

       PERFORM 0091-END-RUN.

       0001-LOAD-RULES.
              OPEN INPUT BALANCE-RULES-FILE
              IF WS-RULES-CHECK-KEY = "35"
                     DISPLAY "NO BALANCING RULES FILE, "
                             "STANDARD RELATIONSHIPS USED"
                     PERFORM 0003-LOAD-ONE-DEFAULT-RULE
                        VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-DEFAULT-RULE-COUNT
              ELSE
                     IF WS-RULES-CHECK-KEY NOT="00"
                            DISPLAY "BALANCING RULES OPEN FAILED, "
                                    "STATUS " WS-RULES-CHECK-KEY
                            MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-RULES-EOF
                     PERFORM 0002-LOAD-ONE-RULE
                        UNTIL WS-RULES-EOF = 'Y'
                     CLOSE BALANCE-RULES-FILE
              END-IF
              IF WS-RULE-COUNT = ZERO
                     DISPLAY "BALANCING RULES FILE NAMES NO RULES, "
                             "REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              DISPLAY "BALANCING RULES LOADED " WS-RULE-COUNT.

       0002-LOAD-ONE-RULE.
              READ BALANCE-RULES-FILE
               AT END
                MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                MOVE BALANCE-RULES-RECORD TO WS-BAL-RULE-LINE
                IF WS-BAL-RULE-LINE = SPACES
                       CONTINUE
                ELSE
                       PERFORM 0004-STORE-RULE
                END-IF
              END-READ.

       0003-LOAD-ONE-DEFAULT-RULE.
              MOVE WS-DEFAULT-RULE(WS-K) TO WS-BAL-RULE-LINE
              PERFORM 0004-STORE-RULE.

       0004-STORE-RULE.
              MOVE 'Y' TO WS-RULE-VALID-SWITCH
              IF BALR-LEFT-PROGRAM = SPACES
                 OR BALR-RIGHT-PROGRAM = SPACES
                 OR BALR-RELATION NOT = '='
                 OR BALR-LEFT-TERMS = SPACES
                 OR BALR-RIGHT-TERMS = SPACES
                     MOVE 'N' TO WS-RULE-VALID-SWITCH
              END-IF
              MOVE BALR-LEFT-TERMS TO WS-TERMS
              PERFORM 0017-CHECK-ONE-TERM-LETTER
                 VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
              MOVE BALR-RIGHT-TERMS TO WS-TERMS
              PERFORM 0017-CHECK-ONE-TERM-LETTER
                 VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
              IF RULE-LINE-INVALID
                     DISPLAY "UNREADABLE BALANCING RULE "
                             WS-BAL-RULE-LINE
                             ", REFUSING TO RUN"
                     CLOSE BALANCE-RULES-FILE
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              IF WS-RULE-COUNT >= WS-MAX-RULES
                     DISPLAY "BALANCING RULE TABLE FULL AT "
                             WS-MAX-RULES " RULES, REFUSING TO RUN"
                     CLOSE BALANCE-RULES-FILE
                     MOVE DL100-RC-CAPACITY TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              ADD 1 TO WS-RULE-COUNT
              MOVE WS-BAL-RULE-LINE TO WS-RULE-TEXT(WS-RULE-COUNT)
              MOVE BALR-LEFT-PROGRAM TO WS-RULE-LEFT-PGM(WS-RULE-COUNT)
              MOVE BALR-LEFT-TERMS TO WS-RULE-LEFT-TERMS(WS-RULE-COUNT)
              MOVE BALR-RIGHT-PROGRAM
                     TO WS-RULE-RIGHT-PGM(WS-RULE-COUNT)
              MOVE BALR-RIGHT-TERMS
                     TO WS-RULE-RIGHT-TERMS(WS-RULE-COUNT)
              MOVE BALR-LEFT-PROGRAM TO WS-FIND-NAME
              PERFORM 0014-FIND-OR-ADD-PROGRAM
              MOVE WS-FIND-IX TO WS-RULE-LEFT-IX(WS-RULE-COUNT)
              MOVE 'Y' TO WS-PGM-EXPECTED(WS-FIND-IX)
              MOVE BALR-RIGHT-PROGRAM TO WS-FIND-NAME
              PERFORM 0014-FIND-OR-ADD-PROGRAM
              MOVE WS-FIND-IX TO WS-RULE-RIGHT-IX(WS-RULE-COUNT)
              MOVE 'Y' TO WS-PGM-EXPECTED(WS-FIND-IX).

       0017-CHECK-ONE-TERM-LETTER.
              IF WS-TERMS(WS-T:1) NOT = 'I'
                 AND WS-TERMS(WS-T:1) NOT = 'O'
                 AND WS-TERMS(WS-T:1) NOT = 'B'
                 AND WS-TERMS(WS-T:1) NOT = SPACE
                     MOVE 'N' TO WS-RULE-VALID-SWITCH
              END-IF.

       0014-FIND-OR-ADD-PROGRAM.
              MOVE ZERO TO WS-FIND-IX
              PERFORM 0015-FIND-ONE-PROGRAM
                 VARYING WS-P FROM 1 BY 1
                 UNTIL WS-P > WS-PGM-COUNT
                    OR WS-FIND-IX > ZERO
              IF WS-FIND-IX = ZERO
                     IF WS-PGM-COUNT >= WS-MAX-PROGRAMS
                            DISPLAY "PROGRAM TABLE FULL AT "
                                    WS-MAX-PROGRAMS
                                    " PROGRAMS, REFUSING TO RUN"
                            MOVE DL100-RC-CAPACITY
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     ADD 1 TO WS-PGM-COUNT
                     MOVE WS-PGM-COUNT TO WS-FIND-IX
                     MOVE WS-FIND-NAME TO WS-PGM-NAME(WS-FIND-IX)
                     MOVE ZERO TO WS-PGM-LINES(WS-FIND-IX)
                     MOVE SPACES TO WS-PGM-CONDITION(WS-FIND-IX)
                     MOVE ZERO TO WS-PGM-IN(WS-FIND-IX)
                     MOVE ZERO TO WS-PGM-OUT(WS-FIND-IX)
                     MOVE ZERO TO WS-PGM-BAD(WS-FIND-IX)
                     MOVE 'N' TO WS-PGM-EXPECTED(WS-FIND-IX)
              END-IF.

       0015-FIND-ONE-PROGRAM.
              IF WS-PGM-NAME(WS-P) = WS-FIND-NAME
                     MOVE WS-P TO WS-FIND-IX
              END-IF.

       0005-LOAD-RUN-STATUS.
              OPEN INPUT RUN-STATUS-IN-FILE
              IF WS-STATIN-CHECK-KEY = "35"
                     DISPLAY "NO RUN STATUS FILE, NO PROGRAM HAS "
                             "REPORTED"
              ELSE
                     IF WS-STATIN-CHECK-KEY NOT="00"
                            DISPLAY "RUN STATUS FILE OPEN FAILED, "
                                    "STATUS " WS-STATIN-CHECK-KEY
                            MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     PERFORM 0006-READ-ONE-RUN-LINE
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE RUN-STATUS-IN-FILE
              END-IF.

       0006-READ-ONE-RUN-LINE.
              READ RUN-STATUS-IN-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LINES-READ
                MOVE RUN-STATUS-IN-RECORD TO WS-RUN-LINE
                IF RUNL-RUN-ID = WS-RUN-ID
                   AND RUNL-PROGRAM NOT = "RUNBAL"
                       PERFORM 0007-TAKE-RUN-LINE
                END-IF
              END-READ.

       0007-TAKE-RUN-LINE.
              IF RUNL-PROGRAM = SPACES
                 OR RUNL-RECORDS-IN-NUM NOT NUMERIC
                 OR RUNL-RECORDS-OUT-NUM NOT NUMERIC
                 OR RUNL-RECORDS-BAD-NUM NOT NUMERIC
                     ADD 1 TO WS-LINES-UNREADABLE
                     DISPLAY "UNREADABLE RUNSTAT LINE "
                             RUN-STATUS-IN-RECORD(1:60)
              ELSE
                     ADD 1 TO WS-LINES-MATCHED
                     MOVE RUNL-PROGRAM TO WS-FIND-NAME
                     PERFORM 0014-FIND-OR-ADD-PROGRAM
                     ADD 1 TO WS-PGM-LINES(WS-FIND-IX)
                     MOVE RUNL-CONDITION
                            TO WS-PGM-CONDITION(WS-FIND-IX)
                     MOVE RUNL-RECORDS-IN-NUM TO WS-PGM-IN(WS-FIND-IX)
                     MOVE RUNL-RECORDS-OUT-NUM
                            TO WS-PGM-OUT(WS-FIND-IX)
                     MOVE RUNL-RECORDS-BAD-NUM
                            TO WS-PGM-BAD(WS-FIND-IX)
              END-IF.

       0008-WRITE-ONE-PROGRAM-LINE.
              IF WS-PGM-LINES(WS-P) > ZERO
                     MOVE SPACES TO BALANCE-REPORT-RECORD
                     STRING "  " WS-PGM-NAME(WS-P)
                            " CONDITION " WS-PGM-CONDITION(WS-P)
                            " IN " WS-PGM-IN(WS-P)
                            " OUT " WS-PGM-OUT(WS-P)
                            " BAD " WS-PGM-BAD(WS-P)
                            DELIMITED BY SIZE
                            INTO BALANCE-REPORT-RECORD
                     WRITE BALANCE-REPORT-RECORD
                     IF WS-PGM-LINES(WS-P) > 1
                            MOVE WS-PGM-LINES(WS-P) TO WS-LINES-DISP
                            MOVE SPACES TO BALANCE-REPORT-RECORD
                            STRING "    " WS-LINES-DISP
                                   " LINES FOR THIS RUN, LATEST USED"
                                   DELIMITED BY SIZE
                                   INTO BALANCE-REPORT-RECORD
                            WRITE BALANCE-REPORT-RECORD
                     END-IF
              END-IF.

       0010-CHECK-ONE-RULE.
              MOVE WS-R TO WS-RULE-DISP
              MOVE WS-RULE-LEFT-IX(WS-R) TO WS-TERM-PGM
              MOVE WS-RULE-RIGHT-IX(WS-R) TO WS-P
              IF WS-PGM-LINES(WS-TERM-PGM) = ZERO
                 OR WS-PGM-LINES(WS-P) = ZERO
                     ADD 1 TO WS-RULES-UNCHECKED
                     MOVE SPACES TO BALANCE-REPORT-RECORD
                     STRING "  RULE " WS-RULE-DISP
                            " " WS-RULE-TEXT(WS-R)
                            " NOT CHECKED, PROGRAM MISSING"
                            DELIMITED BY SIZE
                            INTO BALANCE-REPORT-RECORD
                     WRITE BALANCE-REPORT-RECORD
              ELSE
                     MOVE WS-RULE-LEFT-TERMS(WS-R) TO WS-TERMS
                     PERFORM 0011-SUM-TERMS
                     MOVE WS-TERM-SUM TO WS-LEFT-SUM
                     MOVE WS-RULE-RIGHT-IX(WS-R) TO WS-TERM-PGM
                     MOVE WS-RULE-RIGHT-TERMS(WS-R) TO WS-TERMS
                     PERFORM 0011-SUM-TERMS
                     MOVE WS-TERM-SUM TO WS-RIGHT-SUM
                     MOVE WS-LEFT-SUM TO WS-SUM-DISP
                     MOVE SPACES TO BALANCE-REPORT-RECORD
                     IF WS-LEFT-SUM = WS-RIGHT-SUM
                            ADD 1 TO WS-RULES-PASSED
                            STRING "  RULE " WS-RULE-DISP
                                   " " WS-RULE-TEXT(WS-R)
                                   " " WS-SUM-DISP
                                   " PASS"
                                   DELIMITED BY SIZE
                                   INTO BALANCE-REPORT-RECORD
                     ELSE
                            ADD 1 TO WS-RULES-FAILED
                            SUBTRACT WS-RIGHT-SUM FROM WS-LEFT-SUM
                                   GIVING WS-DIFFERENCE
                            MOVE WS-DIFFERENCE TO WS-DIFF-DISP
                            STRING "  RULE " WS-RULE-DISP
                                   " " WS-RULE-TEXT(WS-R)
                                   " " WS-SUM-DISP
                                   " FAIL, OFF BY " WS-DIFF-DISP
                                   DELIMITED BY SIZE
                                   INTO BALANCE-REPORT-RECORD
                     END-IF
                     WRITE BALANCE-REPORT-RECORD
                     IF WS-LEFT-SUM NOT = WS-RIGHT-SUM
                            MOVE WS-RIGHT-SUM TO WS-SUM-DISP
                            MOVE SPACES TO BALANCE-REPORT-RECORD
                            STRING "          RIGHT SIDE "
                                   WS-SUM-DISP
                                   DELIMITED BY SIZE
                                   INTO BALANCE-REPORT-RECORD
                            WRITE BALANCE-REPORT-RECORD
                            DISPLAY "RULE " WS-RULE-DISP " "
                                    WS-RULE-TEXT(WS-R) " FAILED"
                     END-IF
              END-IF.

       0011-SUM-TERMS.
              MOVE ZERO TO WS-TERM-SUM
              PERFORM 0016-ADD-ONE-TERM
                 VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3.

       0016-ADD-ONE-TERM.
              IF WS-TERMS(WS-K:1) = 'I'
                     ADD WS-PGM-IN(WS-TERM-PGM) TO WS-TERM-SUM
              END-IF
              IF WS-TERMS(WS-K:1) = 'O'
                     ADD WS-PGM-OUT(WS-TERM-PGM) TO WS-TERM-SUM
              END-IF
              IF WS-TERMS(WS-K:1) = 'B'
                     ADD WS-PGM-BAD(WS-TERM-PGM) TO WS-TERM-SUM
              END-IF.

       0012-CHECK-ONE-EXPECTED.
              IF PGM-EXPECTED(WS-P)
                 AND WS-PGM-LINES(WS-P) = ZERO
                     ADD 1 TO WS-PROGRAMS-MISSING
                     MOVE SPACES TO BALANCE-REPORT-RECORD
                     STRING "  " WS-PGM-NAME(WS-P)
                            " NO RUNSTAT LINE FOR RUN " WS-RUN-ID
                            DELIMITED BY SIZE
                            INTO BALANCE-REPORT-RECORD
                     WRITE BALANCE-REPORT-RECORD
                     DISPLAY "EXPECTED PROGRAM " WS-PGM-NAME(WS-P)
                             " HAS NO RUNSTAT LINE"
              END-IF.

       0013-WRITE-RPT-TOTALS.
              MOVE WS-RULES-PASSED TO WS-COUNT-DISP
              MOVE SPACES TO BALANCE-REPORT-RECORD
              STRING "RULES PASSED      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD

              MOVE WS-RULES-FAILED TO WS-COUNT-DISP
              MOVE SPACES TO BALANCE-REPORT-RECORD
              STRING "RULES FAILED      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD

              MOVE WS-RULES-UNCHECKED TO WS-COUNT-DISP
              MOVE SPACES TO BALANCE-REPORT-RECORD
              STRING "RULES UNCHECKED   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD

              MOVE WS-PROGRAMS-MISSING TO WS-COUNT-DISP
              MOVE SPACES TO BALANCE-REPORT-RECORD
              STRING "PROGRAMS MISSING  " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD

              MOVE WS-LINES-UNREADABLE TO WS-COUNT-DISP
              MOVE SPACES TO BALANCE-REPORT-RECORD
              STRING "UNREADABLE LINES  " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
              WRITE BALANCE-REPORT-RECORD

              IF WS-RULES-FAILED = ZERO
                 AND WS-RULES-UNCHECKED = ZERO
                 AND WS-PROGRAMS-MISSING = ZERO
                     MOVE "RUN BALANCES" TO BALANCE-REPORT-RECORD
              ELSE
                     MOVE "RUN DOES NOT BALANCE"
                            TO BALANCE-REPORT-RECORD
              END-IF
              WRITE BALANCE-REPORT-RECORD.

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
                     MOVE "RUNBAL" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-LINES-MATCHED TO STAT-RECORDS-IN
                     MOVE WS-RULES-PASSED TO STAT-RECORDS-OUT
                     MOVE WS-RULES-NOT-BALANCED TO STAT-RECORDS-BAD
                     IF WS-CONDITION-CODE = DL100-RC-INTEGRITY
                            MOVE "RUN DOES NOT BALANCE" TO STAT-NOTE
                     END-IF
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
