       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SAMPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT TRANSACTION-FILE ASSIGN TO "MNTTRANS"
                     FILE STATUS IS WS-TRANS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SAMPLE-MASTER-FILE ASSIGN TO "SAMPMAST"
                     FILE STATUS IS WS-MASTER-CHECK-KEY
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-KEY.
              SELECT RULES-FILE ASSIGN TO "VALRULES"
                     FILE STATUS IS WS-RULES-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
                     FILE STATUS IS WS-JOURNAL-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD      PIC X(132).

       FD SAMPLE-MASTER-FILE.
       COPY DL100SM.

       FD RULES-FILE.
       01 RULES-RECORD            PIC X(80).

       FD MAINT-JOURNAL-FILE.
       COPY DL100MJ.

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD     PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100RC.
       COPY DL100MT.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID                PIC X(16) VALUE SPACES.

       01 WS-TRANS-CHECK-KEY       PIC X(2).
       01 WS-MASTER-CHECK-KEY      PIC X(2).
       01 WS-RULES-CHECK-KEY       PIC X(2).
       01 WS-JOURNAL-CHECK-KEY     PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.

       01 WS-I                    PIC 9(2) COMP.
       01 WS-DIM                  PIC 9(2) COMP.
       01 WS-ADD-COUNT            PIC 9(2) COMP.

       01 WS-TRANS-READ           PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-APPLIED      PIC 9(9) VALUE ZERO.
       01 WS-DELETES-APPLIED      PIC 9(9) VALUE ZERO.
       01 WS-ADDS-APPLIED         PIC 9(9) VALUE ZERO.
       01 WS-TRANS-APPLIED        PIC 9(9) VALUE ZERO.
       01 WS-TRANS-REJECTED       PIC 9(9) VALUE ZERO.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-STAMP-DATE           PIC 9(8).
       01 WS-STAMP-TIME           PIC 9(8).
       01 WS-TIMESTAMP            PIC X(16).

       01 WS-DEFAULT-OPERATOR     PIC X(8) VALUE SPACES.
       01 WS-OPERATOR             PIC X(8).

       01 WS-REJECT-SWITCH        PIC X VALUE 'N'.
           88 TRANS-REJECTED      VALUE 'Y'.
       01 WS-REJECT-REASON        PIC X(40).

       01 WS-DIM-TEXT             PIC X(2) JUSTIFIED RIGHT.
       01 WS-DIM-NUM              PIC 9(2).
       01 WS-CHECK-DIM            PIC 9(2) COMP.
       01 WS-CHECK-NUM            PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-REASON-DIM-DISP      PIC 9(2).

       01 WS-RUN-SCAN-SWITCH      PIC X.
           88 RUN-SCAN-DONE       VALUE 'Y'.

       01 WS-BEFORE-SAMPLE.
              05 WS-BEFORE-KEY.
                     10 WS-BEFORE-RUN-ID PIC X(16).
                     10 WS-BEFORE-SEQ    PIC 9(9).
              05 WS-BEFORE-FIELD-COUNT   PIC 9(2).
              05 WS-BEFORE-VALUE         USAGE COMP-1
                                         OCCURS 10 TIMES.

       01 WS-AFTER-SAMPLE.
              05 WS-AFTER-KEY.
                     10 WS-AFTER-RUN-ID  PIC X(16).
                     10 WS-AFTER-SEQ     PIC 9(9).
              05 WS-AFTER-FIELD-COUNT    PIC 9(2).
              05 WS-AFTER-VALUE          USAGE COMP-1
                                         OCCURS 10 TIMES.

       01 WS-IMAGE-SAMPLE.
              05 WS-IMAGE-KEY.
                     10 WS-IMAGE-RUN-ID  PIC X(16).
                     10 WS-IMAGE-SEQ     PIC 9(9).
              05 WS-IMAGE-FIELD-COUNT    PIC 9(2).
              05 WS-IMAGE-VALUE          USAGE COMP-1
                                         OCCURS 10 TIMES.
       01 WS-IMAGE-TYPE           PIC X.

       01 WS-RULE-TABLE.
              05 WS-RULE-DIM      OCCURS 10 TIMES.
                     10 WS-RULE-ACTIVE-SWITCH   PIC X VALUE 'N'.
                         88 RULE-ACTIVE         VALUE 'Y'.
                     10 WS-RULE-MIN             PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
                     10 WS-RULE-MAX             PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
                     10 WS-RULE-NOT-ZERO        PIC X.
                         88 RULE-NOT-ZERO       VALUE 'Y'.

       01 WS-RULE-LINE.
              05 RULE-DIM-TEXT           PIC X(2).
              05 FILLER                  PIC X.
              05 RULE-MIN-VALUE          PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 FILLER                  PIC X.
              05 RULE-MAX-VALUE          PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 FILLER                  PIC X.
              05 RULE-NOT-ZERO-TEXT      PIC X.

       01 WS-RULE-DIM-NUM         PIC 9(2).
       01 WS-RULES-LOADED         PIC 9(2) COMP VALUE ZERO.
       01 WS-RULES-EOF            PIC X.

       01 WS-LINE-DISP            PIC 9(9).
       01 WS-COUNT-DISP           PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM 0008-SET-RUN-ID.
       ACCEPT WS-DEFAULT-OPERATOR FROM ENVIRONMENT "DL100OPER".
       PERFORM 0026-LOAD-RULES.

       OPEN INPUT TRANSACTION-FILE.
       IF WS-TRANS-CHECK-KEY NOT="00"
              DISPLAY "TRANSACTION FILE OPEN FAILED, STATUS "
                      WS-TRANS-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN I-O SAMPLE-MASTER-FILE.
       IF WS-MASTER-CHECK-KEY NOT="00"
              DISPLAY "SAMPLE MASTER OPEN FAILED, STATUS "
                      WS-MASTER-CHECK-KEY
              CLOSE TRANSACTION-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN EXTEND MAINT-JOURNAL-FILE.
       IF WS-JOURNAL-CHECK-KEY = "35"
              OPEN OUTPUT MAINT-JOURNAL-FILE
       END-IF
       IF WS-JOURNAL-CHECK-KEY NOT="00"
              DISPLAY "MAINTENANCE JOURNAL OPEN FAILED, STATUS "
                      WS-JOURNAL-CHECK-KEY
              CLOSE SAMPLE-MASTER-FILE
              CLOSE TRANSACTION-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       OPEN OUTPUT MAINT-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "MAINTENANCE REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              CLOSE MAINT-JOURNAL-FILE
              CLOSE SAMPLE-MASTER-FILE
              CLOSE TRANSACTION-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       MOVE "SAMPLE MASTER MAINTENANCE REPORT" TO MAINT-REPORT-RECORD
       WRITE MAINT-REPORT-RECORD
       MOVE SPACES TO MAINT-REPORT-RECORD
       STRING "RUN " WS-RUN-ID
              " DEFAULT OPERATOR " WS-DEFAULT-OPERATOR
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
       WRITE MAINT-REPORT-RECORD

       PERFORM 0001-READ-TRANS-LOOP UNTIL WS-EOF-FLAG = 'Y'

       PERFORM 0014-WRITE-RPT-TOTALS.

       CLOSE MAINT-REPORT-FILE.
       CLOSE MAINT-JOURNAL-FILE.
       CLOSE SAMPLE-MASTER-FILE.
       CLOSE TRANSACTION-FILE.

       DISPLAY "SAMPMNT TOTALS"
       DISPLAY "  TRANSACTIONS READ " WS-TRANS-READ
       DISPLAY "  CHANGES APPLIED   " WS-CHANGES-APPLIED
       DISPLAY "  DELETES APPLIED   " WS-DELETES-APPLIED
       DISPLAY "  ADDS APPLIED      " WS-ADDS-APPLIED
       DISPLAY "  REJECTED          " WS-TRANS-REJECTED

       PERFORM 0091-END-RUN.

       0001-READ-TRANS-LOOP.
              READ TRANSACTION-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                IF TRANSACTION-RECORD = SPACES
                       CONTINUE
                ELSE
                       ADD 1 TO WS-TRANS-READ
                       MOVE TRANSACTION-RECORD TO WS-MAINT-TRANS
                       PERFORM 0002-PROCESS-ONE-TRANS
                END-IF
              END-READ.

       0002-PROCESS-ONE-TRANS.
              MOVE 'N' TO WS-REJECT-SWITCH
              MOVE SPACES TO WS-REJECT-REASON
              MOVE MT-OPERATOR TO WS-OPERATOR
              IF WS-OPERATOR = SPACES
                     MOVE WS-DEFAULT-OPERATOR TO WS-OPERATOR
              END-IF
              IF NOT MT-CHANGE AND NOT MT-DELETE AND NOT MT-ADD
                     SET TRANS-REJECTED TO TRUE
                     MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
              END-IF
              IF NOT TRANS-REJECTED
                 AND (MT-RUN-ID = SPACES
                      OR MT-SEQUENCE NOT NUMERIC)
                     SET TRANS-REJECTED TO TRUE
                     MOVE "UNREADABLE SAMPLE KEY" TO WS-REJECT-REASON
              END-IF
              IF NOT TRANS-REJECTED
                 AND WS-OPERATOR = SPACES
                     SET TRANS-REJECTED TO TRUE
                     MOVE "NO OPERATOR ID" TO WS-REJECT-REASON
              END-IF
              IF NOT TRANS-REJECTED
                     MOVE MT-RUN-ID TO SM-RUN-ID
                     MOVE MT-SEQUENCE TO SM-SEQUENCE
                     IF MT-CHANGE
                            PERFORM 0003-APPLY-CHANGE
                     END-IF
                     IF MT-DELETE
                            PERFORM 0004-APPLY-DELETE
                     END-IF
                     IF MT-ADD
                            PERFORM 0005-APPLY-ADD
                     END-IF
              END-IF
              IF TRANS-REJECTED
                     PERFORM 0009-WRITE-REJECT
              END-IF.

       0003-APPLY-CHANGE.
              READ SAMPLE-MASTER-FILE
               INVALID KEY
                SET TRANS-REJECTED TO TRUE
                MOVE "SAMPLE NOT FOUND" TO WS-REJECT-REASON
              END-READ
              IF NOT TRANS-REJECTED
                     PERFORM 0015-PARSE-DIMENSION
                     IF WS-DIM-NUM < 1 OR WS-DIM-NUM > SM-FIELD-COUNT
                            SET TRANS-REJECTED TO TRUE
                            MOVE "DIMENSION NOT IN SAMPLE"
                                   TO WS-REJECT-REASON
                     END-IF
              END-IF
              IF NOT TRANS-REJECTED
                 AND MT-VALUE-NUM(1) NOT NUMERIC
                     SET TRANS-REJECTED TO TRUE
                     MOVE "UNREADABLE VALUE" TO WS-REJECT-REASON
              END-IF
              IF NOT TRANS-REJECTED
                     MOVE WS-DIM-NUM TO WS-CHECK-DIM
                     MOVE MT-VALUE-NUM(1) TO WS-CHECK-NUM
                     PERFORM 0007-CHECK-VALUE-RULE
              END-IF
              IF NOT TRANS-REJECTED
                     MOVE SAMPLE-MASTER-RECORD TO WS-BEFORE-SAMPLE
                     MOVE WS-DIM-NUM TO WS-DIM
                     MOVE MT-VALUE-NUM(1) TO SM-VALUE(WS-DIM)
                     REWRITE SAMPLE-MASTER-RECORD
                      INVALID KEY
                       SET TRANS-REJECTED TO TRUE
                       MOVE "SAMPLE MASTER REWRITE FAILED"
                              TO WS-REJECT-REASON
                      NOT INVALID KEY
                       MOVE SAMPLE-MASTER-RECORD TO WS-AFTER-SAMPLE
                       PERFORM 0010-WRITE-JOURNAL-PAIR
                       ADD 1 TO WS-CHANGES-APPLIED
                     END-REWRITE
              END-IF.

       0004-APPLY-DELETE.
              READ SAMPLE-MASTER-FILE
               INVALID KEY
                SET TRANS-REJECTED TO TRUE
                MOVE "SAMPLE NOT FOUND" TO WS-REJECT-REASON
              END-READ
              IF NOT TRANS-REJECTED
                     MOVE SAMPLE-MASTER-RECORD TO WS-BEFORE-SAMPLE
                     DELETE SAMPLE-MASTER-FILE RECORD
                      INVALID KEY
                       SET TRANS-REJECTED TO TRUE
                       MOVE "SAMPLE MASTER DELETE FAILED"
                              TO WS-REJECT-REASON
                      NOT INVALID KEY
                       MOVE WS-BEFORE-KEY TO WS-AFTER-KEY
                       MOVE ZERO TO WS-AFTER-FIELD-COUNT
                       PERFORM 0016-CLEAR-ONE-AFTER-VALUE
                          VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > DL100-MAX-FIELDS
                       MOVE ZERO TO WS-DIM
                       PERFORM 0010-WRITE-JOURNAL-PAIR
                       ADD 1 TO WS-DELETES-APPLIED
                     END-DELETE
              END-IF.

       0005-APPLY-ADD.
              PERFORM 0015-PARSE-DIMENSION
              IF WS-DIM-NUM < 1 OR WS-DIM-NUM > DL100-MAX-FIELDS
                     SET TRANS-REJECTED TO TRUE
                     MOVE "UNREADABLE FIELD COUNT" TO WS-REJECT-REASON
              END-IF
              IF NOT TRANS-REJECTED
                     MOVE WS-DIM-NUM TO WS-ADD-COUNT
                     PERFORM 0006-CHECK-ONE-ADD-VALUE
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ADD-COUNT
                           OR TRANS-REJECTED
              END-IF
              IF NOT TRANS-REJECTED
                     PERFORM 0012-CHECK-RUN-FIELD-COUNT
              END-IF
              IF NOT TRANS-REJECTED
                     MOVE MT-RUN-ID TO SM-RUN-ID
                     MOVE MT-SEQUENCE TO SM-SEQUENCE
                     MOVE WS-ADD-COUNT TO SM-FIELD-COUNT
                     PERFORM 0017-SET-ONE-ADD-VALUE
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > DL100-MAX-FIELDS
                     WRITE SAMPLE-MASTER-RECORD
                      INVALID KEY
                       SET TRANS-REJECTED TO TRUE
                       MOVE "SAMPLE ALREADY EXISTS" TO WS-REJECT-REASON
                      NOT INVALID KEY
                       MOVE SAMPLE-MASTER-RECORD TO WS-AFTER-SAMPLE
                       MOVE WS-AFTER-KEY TO WS-BEFORE-KEY
                       MOVE ZERO TO WS-BEFORE-FIELD-COUNT
                       PERFORM 0018-CLEAR-ONE-BEFORE-VALUE
                          VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > DL100-MAX-FIELDS
                       MOVE ZERO TO WS-DIM
                       PERFORM 0010-WRITE-JOURNAL-PAIR
                       ADD 1 TO WS-ADDS-APPLIED
                     END-WRITE
              END-IF.

       0006-CHECK-ONE-ADD-VALUE.
              IF MT-VALUE-NUM(WS-I) NOT NUMERIC
                 OR MT-DELIM(WS-I) NOT = SPACE
                     SET TRANS-REJECTED TO TRUE
                     MOVE WS-I TO WS-REASON-DIM-DISP
                     STRING "DIM " WS-REASON-DIM-DISP
                            " UNREADABLE VALUE"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
              ELSE
                     MOVE WS-I TO WS-CHECK-DIM
                     MOVE MT-VALUE-NUM(WS-I) TO WS-CHECK-NUM
                     PERFORM 0007-CHECK-VALUE-RULE
              END-IF.

       0007-CHECK-VALUE-RULE.
              IF RULE-ACTIVE(WS-CHECK-DIM)
                     MOVE WS-CHECK-DIM TO WS-REASON-DIM-DISP
                     IF WS-CHECK-NUM < WS-RULE-MIN(WS-CHECK-DIM)
                            SET TRANS-REJECTED TO TRUE
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " BELOW MIN "
                                   WS-RULE-MIN(WS-CHECK-DIM)
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
                     IF WS-CHECK-NUM > WS-RULE-MAX(WS-CHECK-DIM)
                        AND NOT TRANS-REJECTED
                            SET TRANS-REJECTED TO TRUE
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " ABOVE MAX "
                                   WS-RULE-MAX(WS-CHECK-DIM)
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
                     IF RULE-NOT-ZERO(WS-CHECK-DIM)
                        AND WS-CHECK-NUM = ZERO
                        AND NOT TRANS-REJECTED
                            SET TRANS-REJECTED TO TRUE
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " ZERO NOT ALLOWED"
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
              END-IF.

       0012-CHECK-RUN-FIELD-COUNT.
              MOVE MT-RUN-ID TO SM-RUN-ID
              MOVE ZERO TO SM-SEQUENCE
              MOVE 'N' TO WS-RUN-SCAN-SWITCH
              START SAMPLE-MASTER-FILE KEY IS >= SM-KEY
               INVALID KEY
                SET RUN-SCAN-DONE TO TRUE
              END-START
              IF NOT RUN-SCAN-DONE
                     READ SAMPLE-MASTER-FILE NEXT RECORD
                      AT END
                       SET RUN-SCAN-DONE TO TRUE
                     END-READ
              END-IF
              IF NOT RUN-SCAN-DONE
                 AND SM-RUN-ID = MT-RUN-ID
                 AND SM-FIELD-COUNT NOT = WS-ADD-COUNT
                     SET TRANS-REJECTED TO TRUE
                     MOVE SM-FIELD-COUNT TO WS-REASON-DIM-DISP
                     STRING "RUN HAS " WS-REASON-DIM-DISP
                            " FIELDS PER SAMPLE"
                            DELIMITED BY SIZE INTO WS-REJECT-REASON
              END-IF.

       0015-PARSE-DIMENSION.
              MOVE ZERO TO WS-DIM-NUM
              MOVE SPACES TO WS-DIM-TEXT
              IF MT-DIM-OR-COUNT NOT = SPACES
                     MOVE MT-DIM-OR-COUNT TO WS-DIM-TEXT
                     INSPECT WS-DIM-TEXT
                             REPLACING LEADING SPACE BY ZERO
                     IF WS-DIM-TEXT IS NUMERIC
                            MOVE WS-DIM-TEXT TO WS-DIM-NUM
                     END-IF
              END-IF.

       0016-CLEAR-ONE-AFTER-VALUE.
              MOVE ZERO TO WS-AFTER-VALUE(WS-I).

       0017-SET-ONE-ADD-VALUE.
              IF WS-I > WS-ADD-COUNT
                     MOVE ZERO TO SM-VALUE(WS-I)
              ELSE
                     MOVE MT-VALUE-NUM(WS-I) TO SM-VALUE(WS-I)
              END-IF.

       0018-CLEAR-ONE-BEFORE-VALUE.
              MOVE ZERO TO WS-BEFORE-VALUE(WS-I).

       0010-WRITE-JOURNAL-PAIR.
              ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STAMP-TIME FROM TIME
              MOVE SPACES TO WS-TIMESTAMP
              STRING WS-STAMP-DATE WS-STAMP-TIME
                     DELIMITED BY SIZE INTO WS-TIMESTAMP
              MOVE WS-BEFORE-SAMPLE TO WS-IMAGE-SAMPLE
              MOVE 'B' TO WS-IMAGE-TYPE
              PERFORM 0011-WRITE-ONE-IMAGE
              MOVE WS-AFTER-SAMPLE TO WS-IMAGE-SAMPLE
              MOVE 'A' TO WS-IMAGE-TYPE
              PERFORM 0011-WRITE-ONE-IMAGE
              ADD 1 TO WS-TRANS-APPLIED.

       0011-WRITE-ONE-IMAGE.
              MOVE SPACES TO MAINT-JOURNAL-RECORD
              MOVE WS-IMAGE-TYPE TO MJ-IMAGE-TYPE
              MOVE MT-ACTION TO MJ-ACTION
              MOVE WS-IMAGE-RUN-ID TO MJ-RUN-ID
              MOVE WS-IMAGE-SEQ TO MJ-SEQUENCE
              MOVE WS-OPERATOR TO MJ-OPERATOR
              MOVE WS-TIMESTAMP TO MJ-TIMESTAMP
              MOVE WS-DIM TO MJ-DIM
              MOVE WS-IMAGE-FIELD-COUNT TO MJ-FIELD-COUNT
              PERFORM 0019-SET-ONE-IMAGE-VALUE
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS
              WRITE MAINT-JOURNAL-RECORD.

       0019-SET-ONE-IMAGE-VALUE.
              MOVE WS-IMAGE-VALUE(WS-I) TO MJ-VALUE(WS-I).

       0009-WRITE-REJECT.
              ADD 1 TO WS-TRANS-REJECTED
              MOVE WS-TRANS-READ TO WS-LINE-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "LINE " WS-LINE-DISP
                     " " TRANSACTION-RECORD(1:38)
                     " " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
              DISPLAY "REJECTED TRANSACTION " WS-LINE-DISP
                      " REASON " WS-REJECT-REASON.

       0014-WRITE-RPT-TOTALS.
              MOVE WS-TRANS-READ TO WS-COUNT-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "TRANSACTIONS READ " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD

              MOVE WS-CHANGES-APPLIED TO WS-COUNT-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "CHANGES APPLIED   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD

              MOVE WS-DELETES-APPLIED TO WS-COUNT-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "DELETES APPLIED   " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD

              MOVE WS-ADDS-APPLIED TO WS-COUNT-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "ADDS APPLIED      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD

              MOVE WS-TRANS-REJECTED TO WS-COUNT-DISP
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING "REJECTED          " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD.

       0008-SET-RUN-ID.
              MOVE SPACES TO WS-RUN-ID
              ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
              IF WS-RUN-ID = SPACES
                     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                     ACCEPT WS-RUN-TIME FROM TIME
                     STRING WS-RUN-DATE WS-RUN-TIME
                            DELIMITED BY SIZE INTO WS-RUN-ID
              END-IF.

       0026-LOAD-RULES.
              OPEN INPUT RULES-FILE
              IF WS-RULES-CHECK-KEY = "35"
                     DISPLAY "NO VALIDATION RULES FILE, "
                             "RANGE CHECKS DISABLED"
              ELSE
                     IF WS-RULES-CHECK-KEY NOT="00"
                            DISPLAY "RULES FILE OPEN FAILED, STATUS "
                                    WS-RULES-CHECK-KEY
                            MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-RULES-EOF
                     PERFORM 0027-LOAD-ONE-RULE
                        UNTIL WS-RULES-EOF = 'Y'
                     CLOSE RULES-FILE
                     DISPLAY "VALIDATION RULES LOADED FOR "
                             WS-RULES-LOADED " DIMENSIONS"
              END-IF.

       0027-LOAD-ONE-RULE.
              READ RULES-FILE
               AT END
                MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                MOVE RULES-RECORD TO WS-RULE-LINE
                IF WS-RULE-LINE = SPACES
                       CONTINUE
                ELSE
                       IF RULE-DIM-TEXT NOT NUMERIC
                              DISPLAY "UNREADABLE RULE LINE "
                                      RULES-RECORD(1:20)
                                      ", REFUSING TO RUN"
                              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                              PERFORM 0091-END-RUN
                       END-IF
                       MOVE RULE-DIM-TEXT TO WS-RULE-DIM-NUM
                       IF WS-RULE-DIM-NUM < 1
                          OR WS-RULE-DIM-NUM > DL100-MAX-FIELDS
                              DISPLAY "RULE DIMENSION "
                                      RULE-DIM-TEXT
                                      " OUT OF RANGE, REFUSING TO RUN"
                              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                              PERFORM 0091-END-RUN
                       END-IF
                       IF RULE-MIN-VALUE NOT NUMERIC
                          OR RULE-MAX-VALUE NOT NUMERIC
                              DISPLAY "UNREADABLE RULE LINE "
                                      RULES-RECORD(1:20)
                                      ", REFUSING TO RUN"
                              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                              PERFORM 0091-END-RUN
                       END-IF
                       MOVE RULE-MIN-VALUE
                              TO WS-RULE-MIN(WS-RULE-DIM-NUM)
                       MOVE RULE-MAX-VALUE
                              TO WS-RULE-MAX(WS-RULE-DIM-NUM)
                       MOVE RULE-NOT-ZERO-TEXT
                              TO WS-RULE-NOT-ZERO(WS-RULE-DIM-NUM)
                       MOVE 'Y' TO
                              WS-RULE-ACTIVE-SWITCH(WS-RULE-DIM-NUM)
                       ADD 1 TO WS-RULES-LOADED
                END-IF
              END-READ.

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
                     MOVE "SAMPMNT" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-TRANS-READ TO STAT-RECORDS-IN
                     MOVE WS-TRANS-APPLIED TO STAT-RECORDS-OUT
                     MOVE WS-TRANS-REJECTED TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
