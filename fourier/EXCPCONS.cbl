       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EXCPCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FEED-LOG-FILE ASSIGN TO "FEEDLOG"
                     FILE STATUS IS WS-FEEDLOG-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT REJECT-FILE ASSIGN TO "REJFILE"
                     FILE STATUS IS WS-REJECT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OUTLIER-REPORT-FILE ASSIGN TO "OUTLRPT"
                     FILE STATUS IS WS-OUTLIER-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT DRIFT-REPORT-FILE ASSIGN TO "DRIFTRPT"
                     FILE STATUS IS WS-DRIFT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT"
                     FILE STATUS IS WS-VARIANCE-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
                     FILE STATUS IS WS-EXCEPTION-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SUMMARY-REPORT-FILE ASSIGN TO "EXCPRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FEED-LOG-FILE.
       COPY DL100FL.

       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(180).

       FD OUTLIER-REPORT-FILE.
       01 OUTLIER-REPORT-RECORD   PIC X(100).

       FD DRIFT-REPORT-FILE.
       01 DRIFT-REPORT-RECORD     PIC X(100).

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-RECORD  PIC X(80).

       FD EXCEPTION-FILE.
       COPY DL100EX.

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-RECORD   PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID                PIC X(16) VALUE SPACES.

       01 WS-FEEDLOG-CHECK-KEY     PIC X(2).
       01 WS-REJECT-CHECK-KEY      PIC X(2).
       01 WS-OUTLIER-CHECK-KEY     PIC X(2).
       01 WS-DRIFT-CHECK-KEY       PIC X(2).
       01 WS-VARIANCE-CHECK-KEY    PIC X(2).
       01 WS-EXCEPTION-CHECK-KEY   PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.

       01 WS-F                    PIC 9(2) COMP.
       01 WS-S                    PIC 9(2) COMP.
       01 WS-T                    PIC 9(2) COMP.
       01 WS-K                    PIC 9(2) COMP.
       01 WS-POS                  PIC 9(3) COMP.
       01 WS-FIELD-POS            PIC 9(3) COMP.

       01 WS-LINE-NO              PIC 9(9) VALUE ZERO.
       01 WS-LINES-READ           PIC 9(9) VALUE ZERO.
       01 WS-LINES-SKIPPED        PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTIONS-WRITTEN   PIC 9(9) VALUE ZERO.
       01 WS-HIGH-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-MEDIUM-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-LOW-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-REJECTS-UNTIED       PIC 9(9) VALUE ZERO.

       01 WS-BUS-DATE-TEXT        PIC X(8).
       01 WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01 WS-TODAY                PIC 9(8).

       01 WS-MAX-FEEDS            PIC 9(2) COMP VALUE 50.
       01 WS-FEED-COUNT           PIC 9(2) COMP VALUE ZERO.
       01 WS-FEED-TABLE.
              05 WS-FEED-ENTRY    OCCURS 50 TIMES.
                     10 WS-FEED-ID              PIC X(8).
                     10 WS-FEED-BUS-DATE        PIC X(8).
                     10 WS-FEED-REJ-LEFT        PIC 9(9).
       01 WS-ACCEPTED-FEEDS       PIC 9(2) COMP VALUE ZERO.
       01 WS-ACCEPTED-FEED-ID     PIC X(8) VALUE SPACES.
       01 WS-RUN-FEED-ID          PIC X(8) VALUE SPACES.
       01 WS-SEARCH-SWITCH        PIC X.
           88 SEARCH-DONE         VALUE 'Y'.

       01 WS-SOURCE-NAMES.
              05 FILLER                  PIC X(18)
                     VALUE "DECTOBIN REJFILE  ".
              05 FILLER                  PIC X(18)
                     VALUE "BINSCAN  OUTLRPT  ".
              05 FILLER                  PIC X(18)
                     VALUE "SPECDRFT DRIFTRPT ".
              05 FILLER                  PIC X(18)
                     VALUE "RECONCIL VARRPT   ".
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
              05 WS-SOURCE-NAME   OCCURS 4 TIMES.
                     10 WS-SOURCE-PROGRAM       PIC X(8).
                     10 FILLER                  PIC X.
                     10 WS-SOURCE-DDNAME        PIC X(9).
       01 WS-SOURCE-MAX           PIC 9(2) COMP VALUE 4.
       01 WS-SOURCE-TABLE.
              05 WS-SOURCE-ENTRY  OCCURS 4 TIMES.
                     10 WS-SOURCE-FOUND         PIC X.
                         88 SOURCE-MISSING      VALUE 'N'.
                     10 WS-SOURCE-LINES         PIC 9(9).
                     10 WS-SOURCE-EXCEPTIONS    PIC 9(9).
                     10 WS-SOURCE-SKIPPED       PIC 9(9).

       01 WS-TYPE-NAMES.
              05 FILLER                  PIC X(26)
                     VALUE "REJECT BELOW MIN    MEDIUM".
              05 FILLER                  PIC X(26)
                     VALUE "REJECT ABOVE MAX    MEDIUM".
              05 FILLER                  PIC X(26)
                     VALUE "REJECT ZERO VALUE   MEDIUM".
              05 FILLER                  PIC X(26)
                     VALUE "REJECT INVALID FIELDMEDIUM".
              05 FILLER                  PIC X(26)
                     VALUE "REJECT OTHER        MEDIUM".
              05 FILLER                  PIC X(26)
                     VALUE "OUTLIER             LOW   ".
              05 FILLER                  PIC X(26)
                     VALUE "SPECTRUM NEW        LOW   ".
              05 FILLER                  PIC X(26)
                     VALUE "SPECTRUM GREW       LOW   ".
              05 FILLER                  PIC X(26)
                     VALUE "SPECTRUM SHRANK     LOW   ".
              05 FILLER                  PIC X(26)
                     VALUE "ROUNDTRIP VARIANCE  HIGH  ".
              05 FILLER                  PIC X(26)
                     VALUE "ROUNDTRIP MISSING   HIGH  ".
              05 FILLER                  PIC X(26)
                     VALUE "ROUNDTRIP EXTRA     HIGH  ".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
              05 WS-TYPE-ENTRY    OCCURS 12 TIMES.
                     10 WS-TYPE-NAME            PIC X(20).
                     10 WS-TYPE-SEVERITY        PIC X(6).
       01 WS-TYPE-MAX             PIC 9(2) COMP VALUE 12.
       01 WS-TYPE-COUNT-TABLE.
              05 WS-TYPE-COUNT    PIC 9(9)
                                  OCCURS 12 TIMES.
       01 WS-FIND-TYPE            PIC X(20).

       01 WS-REJECT-REASON-LINE.
              05 RSN-DIM-TAG             PIC X(4).
              05 RSN-DIM                 PIC X(2).
              05 RSN-DIM-NUM             REDEFINES RSN-DIM
                                         PIC 9(2).
              05 FILLER                  PIC X.
              05 RSN-TEXT                PIC X(9).
              05 FILLER                  PIC X.
              05 RSN-LIMIT               PIC X(7).
              05 RSN-LIMIT-NUM           REDEFINES RSN-LIMIT
                                         PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 FILLER                  PIC X(6).

       01 WS-REJ-STD-TEXT         PIC X(7).
       01 WS-REJ-STD-VALUE        REDEFINES WS-REJ-STD-TEXT
                                  PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-REJ-EXT-TEXT         PIC X(13).
       01 WS-REJ-EXT-VALUE        REDEFINES WS-REJ-EXT-TEXT
                                  PIC S9(6)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-OUTLIER-LINE.
              05 OUTL-RUN-TAG            PIC X(4).
              05 OUTL-RUN-ID             PIC X(16).
              05 OUTL-SEQ-TAG            PIC X(10).
              05 OUTL-SEQUENCE           PIC X(9).
              05 OUTL-SEQUENCE-NUM       REDEFINES OUTL-SEQUENCE
                                         PIC 9(9).
              05 FILLER                  PIC X(5).
              05 OUTL-DIM                PIC X(2).
              05 OUTL-DIM-NUM            REDEFINES OUTL-DIM
                                         PIC 9(2).
              05 FILLER                  PIC X(7).
              05 OUTL-VALUE              PIC X(8).
              05 OUTL-VALUE-ED           REDEFINES OUTL-VALUE
                                         PIC -9(3).9(3).
              05 FILLER                  PIC X(6).
              05 OUTL-MEAN               PIC X(11).
              05 OUTL-MEAN-ED            REDEFINES OUTL-MEAN
                                         PIC -9(3).9(6).
              05 FILLER                  PIC X(22).

       01 WS-DRIFT-LINE.
              05 DRFT-DIM-TAG            PIC X(4).
              05 DRFT-DIM                PIC X(2).
              05 DRFT-DIM-NUM            REDEFINES DRFT-DIM
                                         PIC 9(2).
              05 DRFT-COEF-TAG           PIC X(6).
              05 DRFT-COEF               PIC X(5).
              05 DRFT-COEF-NUM           REDEFINES DRFT-COEF
                                         PIC 9(5).
              05 FILLER                  PIC X(6).
              05 DRFT-BASE               PIC X(18).
              05 DRFT-BASE-ED            REDEFINES DRFT-BASE
                                         PIC -9(10).9(6).
              05 FILLER                  PIC X(6).
              05 DRFT-CURR               PIC X(18).
              05 DRFT-CURR-ED            REDEFINES DRFT-CURR
                                         PIC -9(10).9(6).
              05 FILLER                  PIC X(5).
              05 DRFT-PCT                PIC X(8).
              05 FILLER                  PIC X.
              05 DRFT-MOVEMENT           PIC X(6).
              05 FILLER                  PIC X(15).
       01 WS-DRIFT-RUN-ID         PIC X(16) VALUE SPACES.
       01 WS-DRIFT-RUN-SWITCH     PIC X VALUE 'N'.
           88 DRIFT-FOR-RUN       VALUE 'Y'.

       01 WS-VARIANCE-LINE.
              05 VARL-TAG                PIC X(7).
              05 VARL-RECORD             PIC X(9).
              05 VARL-RECORD-NUM         REDEFINES VARL-RECORD
                                         PIC 9(9).
              05 VARL-DIM-TAG            PIC X(5).
              05 VARL-DIM                PIC X(2).
              05 VARL-DIM-NUM            REDEFINES VARL-DIM
                                         PIC 9(2).
              05 FILLER                  PIC X(6).
              05 VARL-ORIG               PIC X(7).
              05 VARL-ORIG-NUM           REDEFINES VARL-ORIG
                                         PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 FILLER                  PIC X(11).
              05 VARL-ROUNDTRIP          PIC X(7).
              05 VARL-ROUNDTRIP-NUM      REDEFINES VARL-ROUNDTRIP
                                         PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 FILLER                  PIC X(26).

       01 WS-COUNT-DISP           PIC 9(9).
       01 WS-SKIP-DISP            PIC 9(9).

       PROCEDURE DIVISION.

       ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN".
       IF WS-RUN-ID = SPACES
              DISPLAY "NO RUN-ID IN DL100RUN, NOTHING TO CONSOLIDATE, "
                      "REFUSING TO RUN"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0001-SET-BUS-DATE.
       PERFORM 0002-LOAD-FEED-LOG.
       IF WS-BUS-DATE = SPACES
              IF WS-FEED-COUNT > ZERO
                     MOVE WS-FEED-BUS-DATE(1) TO WS-BUS-DATE
              ELSE
                     ACCEPT WS-TODAY FROM DATE YYYYMMDD
                     MOVE WS-TODAY TO WS-BUS-DATE
              END-IF
       END-IF
       IF WS-ACCEPTED-FEEDS = 1
              MOVE WS-ACCEPTED-FEED-ID TO WS-RUN-FEED-ID
       END-IF
       DISPLAY "CONSOLIDATING EXCEPTIONS FOR RUN " WS-RUN-ID
               " BUSINESS DATE " WS-BUS-DATE

       PERFORM 0005-CLEAR-ONE-SOURCE VARYING WS-S FROM 1 BY 1
          UNTIL WS-S > WS-SOURCE-MAX
       PERFORM 0006-CLEAR-ONE-TYPE VARYING WS-T FROM 1 BY 1
          UNTIL WS-T > WS-TYPE-MAX

       OPEN OUTPUT EXCEPTION-FILE.
       IF WS-EXCEPTION-CHECK-KEY NOT="00"
              DISPLAY "EXCEPTION FILE OPEN FAILED, STATUS "
                      WS-EXCEPTION-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0010-TAKE-REJECTS.
       PERFORM 0020-TAKE-OUTLIERS.
       PERFORM 0030-TAKE-DRIFT.
       PERFORM 0040-TAKE-VARIANCES.

       CLOSE EXCEPTION-FILE.

       OPEN OUTPUT SUMMARY-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "EXCEPTION SUMMARY OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0060-WRITE-SUMMARY.

       CLOSE SUMMARY-REPORT-FILE.

       DISPLAY "EXCPCONS TOTALS"
       DISPLAY "  RUN-ID            " WS-RUN-ID
       DISPLAY "  BUSINESS DATE     " WS-BUS-DATE
       DISPLAY "  LINES READ        " WS-LINES-READ
       DISPLAY "  LINES SKIPPED     " WS-LINES-SKIPPED
       DISPLAY "  EXCEPTIONS        " WS-EXCEPTIONS-WRITTEN
       DISPLAY "  HIGH              " WS-HIGH-COUNT
       DISPLAY "  MEDIUM            " WS-MEDIUM-COUNT
       DISPLAY "  LOW               " WS-LOW-COUNT

       PERFORM 0091-END-RUN.

       0001-SET-BUS-DATE.
              MOVE SPACES TO WS-BUS-DATE-TEXT
              ACCEPT WS-BUS-DATE-TEXT FROM ENVIRONMENT "DL100BDATE"
              IF WS-BUS-DATE-TEXT NOT = SPACES
                     IF WS-BUS-DATE-TEXT IS NUMERIC
                        AND WS-BUS-DATE-TEXT > "00000000"
                            MOVE WS-BUS-DATE-TEXT TO WS-BUS-DATE
                     ELSE
                            DISPLAY "BUSINESS DATE " WS-BUS-DATE-TEXT
                                    " IS NOT A VALID DATE, "
                                    "REFUSING TO RUN"
                            MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
              END-IF.

       0002-LOAD-FEED-LOG.
              OPEN INPUT FEED-LOG-FILE
              IF WS-FEEDLOG-CHECK-KEY = "35"
                     DISPLAY "NO FEED LOG, FEED-IDS NOT AVAILABLE"
              ELSE
                     IF WS-FEEDLOG-CHECK-KEY NOT="00"
                            DISPLAY "FEED LOG FILE OPEN FAILED, "
                                    "STATUS " WS-FEEDLOG-CHECK-KEY
                            MOVE DL100-RC-OPENFAIL
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     PERFORM 0003-LOAD-ONE-FEED
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE FEED-LOG-FILE
              END-IF
              DISPLAY "FEEDS LOGGED FOR RUN " WS-FEED-COUNT.

       0003-LOAD-ONE-FEED.
              READ FEED-LOG-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                IF FLOG-RUN-ID = WS-RUN-ID
                       PERFORM 0004-STORE-ONE-FEED
                END-IF
              END-READ.

       0004-STORE-ONE-FEED.
              IF WS-FEED-COUNT >= WS-MAX-FEEDS
                     DISPLAY "FEED TABLE FULL AT " WS-MAX-FEEDS
                             " FEEDS, REFUSING TO RUN"
                     CLOSE FEED-LOG-FILE
                     MOVE DL100-RC-CAPACITY TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              ADD 1 TO WS-FEED-COUNT
              MOVE FLOG-FEED-ID TO WS-FEED-ID(WS-FEED-COUNT)
              MOVE FLOG-BUS-DATE TO WS-FEED-BUS-DATE(WS-FEED-COUNT)
              IF FLOG-RECORDS-REJECTED IS NUMERIC
                     MOVE FLOG-RECORDS-REJECTED
                            TO WS-FEED-REJ-LEFT(WS-FEED-COUNT)
              ELSE
                     MOVE ZERO TO WS-FEED-REJ-LEFT(WS-FEED-COUNT)
              END-IF
              IF FLOG-STATUS = 'A'
                     ADD 1 TO WS-ACCEPTED-FEEDS
                     MOVE FLOG-FEED-ID TO WS-ACCEPTED-FEED-ID
              END-IF.

       0005-CLEAR-ONE-SOURCE.
              MOVE 'Y' TO WS-SOURCE-FOUND(WS-S)
              MOVE ZERO TO WS-SOURCE-LINES(WS-S)
              MOVE ZERO TO WS-SOURCE-EXCEPTIONS(WS-S)
              MOVE ZERO TO WS-SOURCE-SKIPPED(WS-S).

       0006-CLEAR-ONE-TYPE.
              MOVE ZERO TO WS-TYPE-COUNT(WS-T).

       0010-TAKE-REJECTS.
              MOVE 1 TO WS-S
              MOVE 1 TO WS-F
              OPEN INPUT REJECT-FILE
              IF WS-REJECT-CHECK-KEY = "35"
                     MOVE 'N' TO WS-SOURCE-FOUND(WS-S)
                     DISPLAY "NO REJECT FILE, NO REJECTS TAKEN"
              ELSE
                     IF WS-REJECT-CHECK-KEY NOT="00"
                            DISPLAY "REJECT FILE OPEN FAILED, STATUS "
                                    WS-REJECT-CHECK-KEY
                            CLOSE EXCEPTION-FILE
                            MOVE DL100-RC-OPENFAIL
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     MOVE ZERO TO WS-LINE-NO
                     PERFORM 0011-READ-ONE-REJECT
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE REJECT-FILE
              END-IF.

       0011-READ-ONE-REJECT.
              READ REJECT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LINE-NO
                ADD 1 TO WS-LINES-READ
                ADD 1 TO WS-SOURCE-LINES(WS-S)
                IF REJECT-RECORD NOT = SPACES
                       PERFORM 0012-TAKE-ONE-REJECT
                END-IF
              END-READ.

       0012-TAKE-ONE-REJECT.
              PERFORM 0051-START-EXCEPTION
              PERFORM 0013-FIND-REJECT-FEED
              MOVE WS-LINE-NO TO EXC-SOURCE-REF
              MOVE ZERO TO WS-POS
              INSPECT REJECT-RECORD TALLYING WS-POS
                      FOR CHARACTERS BEFORE INITIAL " DIM "
              IF WS-POS < 150
                     MOVE REJECT-RECORD(WS-POS + 2:30)
                            TO WS-REJECT-REASON-LINE
                     PERFORM 0015-CLASSIFY-RULE-REJECT
              ELSE
                     MOVE ZERO TO WS-POS
                     INSPECT REJECT-RECORD TALLYING WS-POS
                             FOR CHARACTERS
                             BEFORE INITIAL " INVALID SAMPLE FIELD"
                     IF WS-POS < 160
                            MOVE "REJECT INVALID FIELD"
                                   TO WS-FIND-TYPE
                     ELSE
                            MOVE "REJECT OTHER" TO WS-FIND-TYPE
                     END-IF
              END-IF
              PERFORM 0050-WRITE-EXCEPTION.

       0013-FIND-REJECT-FEED.
              MOVE 'N' TO WS-SEARCH-SWITCH
              PERFORM 0014-PASS-ONE-FEED UNTIL SEARCH-DONE
              IF WS-F > WS-FEED-COUNT
                     MOVE SPACES TO EXC-FEED-ID
                     ADD 1 TO WS-REJECTS-UNTIED
              ELSE
                     MOVE WS-FEED-ID(WS-F) TO EXC-FEED-ID
                     MOVE WS-FEED-BUS-DATE(WS-F) TO EXC-BUS-DATE
                     SUBTRACT 1 FROM WS-FEED-REJ-LEFT(WS-F)
              END-IF.

       0014-PASS-ONE-FEED.
              IF WS-F > WS-FEED-COUNT
                     SET SEARCH-DONE TO TRUE
              ELSE
                     IF WS-FEED-REJ-LEFT(WS-F) > ZERO
                            SET SEARCH-DONE TO TRUE
                     ELSE
                            ADD 1 TO WS-F
                     END-IF
              END-IF.

       0015-CLASSIFY-RULE-REJECT.
              IF RSN-DIM IS NUMERIC
                     IF RSN-DIM-NUM > ZERO AND RSN-DIM-NUM < 11
                            MOVE RSN-DIM-NUM TO EXC-DIM
                            PERFORM 0016-TAKE-REJECT-VALUE
                     END-IF
              END-IF
              IF RSN-TEXT = "BELOW MIN"
                     MOVE "REJECT BELOW MIN" TO WS-FIND-TYPE
                     IF RSN-LIMIT-NUM IS NUMERIC
                            MOVE RSN-LIMIT-NUM TO EXC-EXPECTED-VALUE
                     END-IF
              ELSE
                     IF RSN-TEXT = "ABOVE MAX"
                            MOVE "REJECT ABOVE MAX" TO WS-FIND-TYPE
                            IF RSN-LIMIT-NUM IS NUMERIC
                                   MOVE RSN-LIMIT-NUM
                                          TO EXC-EXPECTED-VALUE
                            END-IF
                     ELSE
                            IF RSN-TEXT = "ZERO NOT"
                                   MOVE "REJECT ZERO VALUE"
                                          TO WS-FIND-TYPE
                            ELSE
                                   MOVE "REJECT OTHER" TO WS-FIND-TYPE
                            END-IF
                     END-IF
              END-IF.

       0016-TAKE-REJECT-VALUE.
              IF REJECT-RECORD(8:1) = SPACE
                     COMPUTE WS-FIELD-POS = ((EXC-DIM - 1) * 8) + 1
                     IF WS-FIELD-POS < WS-POS
                            MOVE REJECT-RECORD(WS-FIELD-POS:7)
                                   TO WS-REJ-STD-TEXT
                            IF WS-REJ-STD-VALUE IS NUMERIC
                                   MOVE WS-REJ-STD-VALUE
                                          TO EXC-OBSERVED-VALUE
                            END-IF
                     END-IF
              ELSE
                     COMPUTE WS-FIELD-POS = ((EXC-DIM - 1) * 14) + 1
                     IF WS-FIELD-POS < WS-POS
                            MOVE REJECT-RECORD(WS-FIELD-POS:13)
                                   TO WS-REJ-EXT-TEXT
                            IF WS-REJ-EXT-VALUE IS NUMERIC
                                   MOVE WS-REJ-EXT-VALUE
                                          TO EXC-OBSERVED-VALUE
                            END-IF
                     END-IF
              END-IF.

       0020-TAKE-OUTLIERS.
              MOVE 2 TO WS-S
              OPEN INPUT OUTLIER-REPORT-FILE
              IF WS-OUTLIER-CHECK-KEY = "35"
                     MOVE 'N' TO WS-SOURCE-FOUND(WS-S)
                     DISPLAY "NO OUTLIER REPORT, NO OUTLIERS TAKEN"
              ELSE
                     IF WS-OUTLIER-CHECK-KEY NOT="00"
                            DISPLAY "OUTLIER REPORT OPEN FAILED, "
                                    "STATUS " WS-OUTLIER-CHECK-KEY
                            CLOSE EXCEPTION-FILE
                            MOVE DL100-RC-OPENFAIL
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     MOVE ZERO TO WS-LINE-NO
                     PERFORM 0021-READ-ONE-OUTLIER
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE OUTLIER-REPORT-FILE
              END-IF.

       0021-READ-ONE-OUTLIER.
              READ OUTLIER-REPORT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LINE-NO
                ADD 1 TO WS-LINES-READ
                ADD 1 TO WS-SOURCE-LINES(WS-S)
                MOVE OUTLIER-REPORT-RECORD TO WS-OUTLIER-LINE
                IF OUTL-RUN-TAG = "RUN "
                   AND OUTL-SEQ-TAG = " SEQUENCE "
                       IF OUTL-RUN-ID = WS-RUN-ID
                              PERFORM 0022-TAKE-ONE-OUTLIER
                       ELSE
                              ADD 1 TO WS-SOURCE-SKIPPED(WS-S)
                              ADD 1 TO WS-LINES-SKIPPED
                       END-IF
                END-IF
              END-READ.

       0022-TAKE-ONE-OUTLIER.
              PERFORM 0051-START-EXCEPTION
              MOVE "OUTLIER" TO WS-FIND-TYPE
              MOVE OUTL-RUN-ID TO EXC-SAMPLE-RUN-ID
              IF OUTL-SEQUENCE IS NUMERIC
                     MOVE OUTL-SEQUENCE-NUM TO EXC-SAMPLE-SEQUENCE
              END-IF
              IF OUTL-DIM IS NUMERIC
                     MOVE OUTL-DIM-NUM TO EXC-DIM
              END-IF
              MOVE OUTL-VALUE-ED TO EXC-OBSERVED-VALUE
              MOVE OUTL-MEAN-ED TO EXC-EXPECTED-VALUE
              MOVE WS-LINE-NO TO EXC-SOURCE-REF
              PERFORM 0050-WRITE-EXCEPTION.

       0030-TAKE-DRIFT.
              MOVE 3 TO WS-S
              OPEN INPUT DRIFT-REPORT-FILE
              IF WS-DRIFT-CHECK-KEY = "35"
                     MOVE 'N' TO WS-SOURCE-FOUND(WS-S)
                     DISPLAY "NO DRIFT REPORT, NO DRIFT TAKEN"
              ELSE
                     IF WS-DRIFT-CHECK-KEY NOT="00"
                            DISPLAY "DRIFT REPORT OPEN FAILED, "
                                    "STATUS " WS-DRIFT-CHECK-KEY
                            CLOSE EXCEPTION-FILE
                            MOVE DL100-RC-OPENFAIL
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     MOVE ZERO TO WS-LINE-NO
                     PERFORM 0031-READ-ONE-DRIFT
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE DRIFT-REPORT-FILE
              END-IF.

       0031-READ-ONE-DRIFT.
              READ DRIFT-REPORT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LINE-NO
                ADD 1 TO WS-LINES-READ
                ADD 1 TO WS-SOURCE-LINES(WS-S)
                MOVE DRIFT-REPORT-RECORD TO WS-DRIFT-LINE
                IF DRIFT-REPORT-RECORD(1:13) = "CURRENT RUN  "
                       MOVE DRIFT-REPORT-RECORD(14:16)
                              TO WS-DRIFT-RUN-ID
                       IF WS-DRIFT-RUN-ID = WS-RUN-ID
                              SET DRIFT-FOR-RUN TO TRUE
                       ELSE
                              MOVE 'N' TO WS-DRIFT-RUN-SWITCH
                       END-IF
                ELSE
                       IF DRFT-DIM-TAG = "DIM "
                          AND DRFT-COEF-TAG = " COEF "
                              IF DRIFT-FOR-RUN
                                     PERFORM 0032-TAKE-ONE-DRIFT
                              ELSE
                                     ADD 1 TO WS-SOURCE-SKIPPED(WS-S)
                                     ADD 1 TO WS-LINES-SKIPPED
                              END-IF
                       END-IF
                END-IF
              END-READ.

       0032-TAKE-ONE-DRIFT.
              PERFORM 0051-START-EXCEPTION
              STRING "SPECTRUM " DELIMITED BY SIZE
                     DRFT-MOVEMENT DELIMITED BY SPACE
                     INTO WS-FIND-TYPE
              IF DRFT-DIM IS NUMERIC
                     MOVE DRFT-DIM-NUM TO EXC-DIM
              END-IF
              MOVE DRFT-CURR-ED TO EXC-OBSERVED-VALUE
              MOVE DRFT-BASE-ED TO EXC-EXPECTED-VALUE
              IF DRFT-COEF IS NUMERIC
                     MOVE DRFT-COEF-NUM TO EXC-SOURCE-REF
              END-IF
              PERFORM 0050-WRITE-EXCEPTION.

       0040-TAKE-VARIANCES.
              MOVE 4 TO WS-S
              OPEN INPUT VARIANCE-REPORT-FILE
              IF WS-VARIANCE-CHECK-KEY = "35"
                     MOVE 'N' TO WS-SOURCE-FOUND(WS-S)
                     DISPLAY "NO VARIANCE REPORT, NO VARIANCES TAKEN"
              ELSE
                     IF WS-VARIANCE-CHECK-KEY NOT="00"
                            DISPLAY "VARIANCE REPORT OPEN FAILED, "
                                    "STATUS " WS-VARIANCE-CHECK-KEY
                            CLOSE EXCEPTION-FILE
                            MOVE DL100-RC-OPENFAIL
                                   TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     MOVE ZERO TO WS-LINE-NO
                     PERFORM 0041-READ-ONE-VARIANCE
                        UNTIL WS-EOF-FLAG = 'Y'
                     CLOSE VARIANCE-REPORT-FILE
              END-IF.

       0041-READ-ONE-VARIANCE.
              READ VARIANCE-REPORT-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LINE-NO
                ADD 1 TO WS-LINES-READ
                ADD 1 TO WS-SOURCE-LINES(WS-S)
                MOVE VARIANCE-REPORT-RECORD TO WS-VARIANCE-LINE
                IF VARL-TAG = "RECORD "
                       IF VARL-DIM-TAG = " DIM "
                              PERFORM 0042-TAKE-ONE-VARIANCE
                       END-IF
                       IF VARL-DIM-TAG = " MISS"
                              PERFORM 0051-START-EXCEPTION
                              MOVE "ROUNDTRIP MISSING" TO WS-FIND-TYPE
                              PERFORM 0043-SET-VARIANCE-REF
                              PERFORM 0050-WRITE-EXCEPTION
                       END-IF
                ELSE
                       IF VARIANCE-REPORT-RECORD(1:23)
                          = "EXTRA ROUNDTRIP RECORD "
                              PERFORM 0051-START-EXCEPTION
                              MOVE "ROUNDTRIP EXTRA" TO WS-FIND-TYPE
                              MOVE WS-LINE-NO TO EXC-SOURCE-REF
                              PERFORM 0050-WRITE-EXCEPTION
                       END-IF
                END-IF
              END-READ.

       0042-TAKE-ONE-VARIANCE.
              PERFORM 0051-START-EXCEPTION
              MOVE "ROUNDTRIP VARIANCE" TO WS-FIND-TYPE
              IF VARL-DIM IS NUMERIC
                     MOVE VARL-DIM-NUM TO EXC-DIM
              END-IF
              IF VARL-ROUNDTRIP-NUM IS NUMERIC
                     MOVE VARL-ROUNDTRIP-NUM TO EXC-OBSERVED-VALUE
              END-IF
              IF VARL-ORIG-NUM IS NUMERIC
                     MOVE VARL-ORIG-NUM TO EXC-EXPECTED-VALUE
              END-IF
              PERFORM 0043-SET-VARIANCE-REF
              PERFORM 0050-WRITE-EXCEPTION.

       0043-SET-VARIANCE-REF.
              IF VARL-RECORD IS NUMERIC
                     MOVE VARL-RECORD-NUM TO EXC-SOURCE-REF
              END-IF.

       0050-WRITE-EXCEPTION.
              MOVE ZERO TO WS-T
              PERFORM 0052-MATCH-ONE-TYPE VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-TYPE-MAX
              MOVE WS-FIND-TYPE TO EXC-TYPE
              IF WS-T > ZERO
                     MOVE WS-TYPE-SEVERITY(WS-T) TO EXC-SEVERITY
                     ADD 1 TO WS-TYPE-COUNT(WS-T)
              END-IF
              WRITE EXCEPTION-RECORD
              ADD 1 TO WS-EXCEPTIONS-WRITTEN
              ADD 1 TO WS-SOURCE-EXCEPTIONS(WS-S)
              IF EXC-HIGH
                     ADD 1 TO WS-HIGH-COUNT
              END-IF
              IF EXC-MEDIUM
                     ADD 1 TO WS-MEDIUM-COUNT
              END-IF
              IF EXC-LOW
                     ADD 1 TO WS-LOW-COUNT
              END-IF.

       0051-START-EXCEPTION.
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE SPACES TO WS-FIND-TYPE
              MOVE WS-RUN-ID TO EXC-RUN-ID
              MOVE WS-BUS-DATE TO EXC-BUS-DATE
              MOVE WS-RUN-FEED-ID TO EXC-FEED-ID
              MOVE WS-SOURCE-PROGRAM(WS-S) TO EXC-SOURCE-PROGRAM.

       0052-MATCH-ONE-TYPE.
              IF WS-TYPE-NAME(WS-K) = WS-FIND-TYPE
                     MOVE WS-K TO WS-T
              END-IF.

       0060-WRITE-SUMMARY.
              MOVE "EXCEPTION SEVERITY SUMMARY" TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD

              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "RUN " WS-RUN-ID
                     " BUSINESS DATE " WS-BUS-DATE
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD

              MOVE "SOURCES" TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              PERFORM 0061-WRITE-ONE-SOURCE-LINE
                 VARYING WS-S FROM 1 BY 1
                 UNTIL WS-S > WS-SOURCE-MAX

              MOVE "SEVERITY" TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              MOVE WS-HIGH-COUNT TO WS-COUNT-DISP
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "  HIGH                        " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              MOVE WS-MEDIUM-COUNT TO WS-COUNT-DISP
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "  MEDIUM                      " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              MOVE WS-LOW-COUNT TO WS-COUNT-DISP
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "  LOW                         " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD

              MOVE "EXCEPTION TYPES" TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              PERFORM 0062-WRITE-ONE-TYPE-LINE
                 VARYING WS-T FROM 1 BY 1
                 UNTIL WS-T > WS-TYPE-MAX

              IF WS-REJECTS-UNTIED > ZERO
                     MOVE WS-REJECTS-UNTIED TO WS-COUNT-DISP
                     MOVE SPACES TO SUMMARY-REPORT-RECORD
                     STRING "REJECTS NOT TIED TO A LOGGED FEED "
                            WS-COUNT-DISP
                            DELIMITED BY SIZE
                            INTO SUMMARY-REPORT-RECORD
                     WRITE SUMMARY-REPORT-RECORD
              END-IF

              MOVE WS-EXCEPTIONS-WRITTEN TO WS-COUNT-DISP
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "TOTAL EXCEPTIONS              " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD.

       0061-WRITE-ONE-SOURCE-LINE.
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              IF SOURCE-MISSING(WS-S)
                     STRING "  " WS-SOURCE-PROGRAM(WS-S)
                            " " WS-SOURCE-DDNAME(WS-S)
                            " NOT FOUND"
                            DELIMITED BY SIZE
                            INTO SUMMARY-REPORT-RECORD
              ELSE
                     MOVE WS-SOURCE-LINES(WS-S) TO WS-COUNT-DISP
                     MOVE WS-SOURCE-SKIPPED(WS-S) TO WS-SKIP-DISP
                     IF WS-SOURCE-SKIPPED(WS-S) > ZERO
                            STRING "  " WS-SOURCE-PROGRAM(WS-S)
                                   " " WS-SOURCE-DDNAME(WS-S)
                                   " LINES " WS-COUNT-DISP
                                   " EXCEPTIONS "
                                   WS-SOURCE-EXCEPTIONS(WS-S)
                                   " OTHER RUN " WS-SKIP-DISP
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-REPORT-RECORD
                     ELSE
                            STRING "  " WS-SOURCE-PROGRAM(WS-S)
                                   " " WS-SOURCE-DDNAME(WS-S)
                                   " LINES " WS-COUNT-DISP
                                   " EXCEPTIONS "
                                   WS-SOURCE-EXCEPTIONS(WS-S)
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-REPORT-RECORD
                     END-IF
              END-IF
              WRITE SUMMARY-REPORT-RECORD.

       0062-WRITE-ONE-TYPE-LINE.
              MOVE WS-TYPE-COUNT(WS-T) TO WS-COUNT-DISP
              MOVE SPACES TO SUMMARY-REPORT-RECORD
              STRING "  " WS-TYPE-NAME(WS-T)
                     " " WS-TYPE-SEVERITY(WS-T)
                     " " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD.

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
                     MOVE "EXCPCONS" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-LINES-READ TO STAT-RECORDS-IN
                     MOVE WS-EXCEPTIONS-WRITTEN TO STAT-RECORDS-OUT
                     MOVE WS-LINES-SKIPPED TO STAT-RECORDS-BAD
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
