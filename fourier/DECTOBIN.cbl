              SELECT BINARY-FILE  ASSIGN USING WS-BINARY-NAME
                     FILE STATUS IS WS-BINARY-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT BINARY-X-FILE ASSIGN USING WS-BINARY-NAME
                     FILE STATUS IS WS-BINARY-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT CONTROL-REPORT-FILE ASSIGN TO "RPTFILE"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RULES-FILE ASSIGN TO "VALRULES"
                     FILE STATUS IS WS-RULES-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
                     FILE STATUS IS WS-FEEDREG-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT FEED-LOG-FILE ASSIGN TO "FEEDLOG"
                     FILE STATUS IS WS-FEEDLOG-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT PROCESSED-FEED-FILE ASSIGN TO "FEEDDONE"
                     FILE STATUS IS WS-FEEDDONE-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
       FD BINARY-FILE.
       COPY DL100BR.

       FD BINARY-X-FILE.
       COPY DL100BX.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD   PIC X(80).

       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(180).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
       FD RULES-FILE.
       01 RULES-RECORD            PIC X(80).

       FD FEED-REGISTRY-FILE.
       01 FEED-REGISTRY-RECORD    PIC X(80).

       FD FEED-LOG-FILE.
       COPY DL100FL.

       FD PROCESSED-FEED-FILE.
       COPY DL100PF.

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100DF.
       COPY DL100XF.
       COPY DL100HR.
       COPY DL100RC.
       COPY DL100FG.

       01 WS-DECIMAL-CHECK-KEY     PIC X(2).
       01 WS-BINARY-CHECK-KEY      PIC X(2).
       01 WS-AUDIT-CHECK-KEY       PIC X(2).
       01 WS-RULES-CHECK-KEY       PIC X(2).
       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-FEEDREG-CHECK-KEY     PIC X(2).
       01 WS-FEEDLOG-CHECK-KEY     PIC X(2).
       01 WS-FEEDDONE-CHECK-KEY    PIC X(2).

       01 WS-EOF-FLAG       PIC X.

       01 WS-CHECKSUM-INPUT       PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-CHECK-X-VALUE        PIC S9(6)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DRIFT-X              PIC S9(6)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PRECISION-X-TOLERANCE PIC 9V9(6) VALUE ZERO.
       01 WS-CHECKSUM-X-INPUT     PIC S9(6)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-FORMAT-SWITCH        PIC X VALUE 'S'.
           88 EXTENDED-FEED       VALUE 'X'.
       01 WS-HDR-FORMAT           PIC X VALUE 'S'.
       01 WS-SCAN-EXTENDED        PIC X VALUE 'N'.
       01 WS-EXTENDED-FEEDS       PIC 9(9) VALUE ZERO.

       01 WS-INVALID-SWITCH       PIC X VALUE 'N'.
           88 RECORD-INVALID      VALUE 'Y'.

                     10 WS-FEED-STATUS          PIC X.
                         88 FEED-WAS-REFUSED    VALUE 'R'.
                     10 WS-FEED-OUTFILE         PIC X(8).
                     10 WS-FEED-HDR-COUNT       PIC X(2).
                     10 WS-FEED-REG-IX          PIC 9(2) COMP.
                     10 WS-FEED-REASON          PIC X(24).
                     10 WS-FEED-SEG-NO          PIC 9(2) COMP.
                     10 WS-FEED-OVERRIDE        PIC X.
                         88 FEED-WAS-OVERRIDE   VALUE 'Y'.
                     10 WS-FEED-REPL-RUN-ID     PIC X(16).
                     10 WS-FEED-FORMAT          PIC X.
                         88 FEED-WAS-EXTENDED   VALUE 'X'.

       01 WS-SEG-TABLE.
              05 WS-SEG-ENTRY     OCCURS 20 TIMES.
                     10 WS-SEG-COUNT            PIC 9(9) VALUE ZERO.
                     10 WS-SEG-CHECKSUM         PIC 9(18) VALUE ZERO.

       01 WS-HDR-REASON           PIC X(24) VALUE SPACES.
       01 WS-HDR-OVERRIDE         PIC X VALUE 'N'.
       01 WS-HDR-REPL-RUN-ID      PIC X(16) VALUE SPACES.
       01 WS-REPL-FEED-ID         PIC X(8) VALUE SPACES.
       01 WS-DONE-EOF             PIC X.
       01 WS-DONE-RUN-ID          PIC X(16).
       01 WS-DONE-SWITCH          PIC X.
           88 FEED-ALREADY-DONE   VALUE 'Y'.
       01 WS-D                    PIC 9(2) COMP.
       01 WS-DUP-REFUSED          PIC 9(9) VALUE ZERO.
       01 WS-REPLACEMENTS         PIC 9(9) VALUE ZERO.
       01 WS-RUN-NOTE             PIC X(40) VALUE SPACES.

       01 WS-REG-EOF              PIC X.
       01 WS-REG-LOADED-SWITCH    PIC X VALUE 'N'.
           88 REGISTRY-LOADED     VALUE 'Y'.
       01 WS-R                    PIC 9(2) COMP.
       01 WS-REG-EXCEPTIONS       PIC 9(9) VALUE ZERO.
       01 WS-REG-BUS-DATE         PIC 9(8).
       01 WS-REG-DAY-INT          PIC 9(9) COMP.
       01 WS-REG-WEEKS            PIC 9(9) COMP.
       01 WS-REG-DAY-NO           PIC 9(1) COMP.
       01 WS-REG-COUNT-DISP       PIC 9(2).

       01 WS-STAT-TABLE.
              05 WS-STAT-DIM      OCCURS 10 TIMES.
       01 WS-STAT-VARIANCE        USAGE COMP-2.
       01 WS-STAT-STDDEV          USAGE COMP-2.

       01 WS-STAT-MIN-DISP        PIC -9(6).9(3).
       01 WS-STAT-MAX-DISP        PIC -9(6).9(3).
       01 WS-STAT-MEAN-DISP       PIC -9(6).9(6).
       01 WS-STAT-STDDEV-DISP     PIC -9(6).9(6).
       01 WS-STAT-DIM-DISP        PIC 9(2).

       PROCEDURE DIVISION.
       ACCEPT WS-START-TIME FROM TIME.

       MOVE SPACES TO WS-RUN-ID
       ACCEPT WS-RUN-ID FROM ENVIRONMENT "DL100RUN"
       IF WS-RUN-ID = SPACES
              STRING WS-START-DATE WS-START-TIME
                     DELIMITED BY SIZE INTO WS-RUN-ID
       END-IF

       PERFORM 0012-SET-FIELD-COUNT.
       ACCEPT WS-REPL-FEED-ID FROM ENVIRONMENT "DL100REPL".
       PERFORM 0026-LOAD-RULES.
       PERFORM 0044-LOAD-FEED-REGISTRY.
       PERFORM 0018-INIT-ONE-STAT VARYING WS-I FROM 1 BY 1
          UNTIL WS-I > DL100-MAX-FIELDS.
       PERFORM 0008-CHECK-FOR-RESTART.
              PERFORM 0091-END-RUN
       END-IF

       OPEN EXTEND FEED-LOG-FILE
       IF WS-FEEDLOG-CHECK-KEY = "35"
              OPEN OUTPUT FEED-LOG-FILE
       END-IF
       IF WS-FEEDLOG-CHECK-KEY NOT="00"
              DISPLAY "FEED LOG FILE OPEN FAILED, STATUS "
                      WS-FEEDLOG-CHECK-KEY
              CLOSE AUDIT-LOG-FILE
              CLOSE REJECT-FILE
              CLOSE CONTROL-REPORT-FILE
              CLOSE DECIMAL-FILE
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0022-READ-HEADER.

       IF RESTART-MODE
       PERFORM 0029-END-CURRENT-FEED.
       PERFORM 0002-WRITE-CONTROL-REPORT.
       PERFORM 0034-WRITE-FEED-SUMMARY.
       PERFORM 0049-WRITE-ONE-FEED-LOG
          VARYING WS-F FROM 1 BY 1
          UNTIL WS-F > WS-FEED-COUNT.
       PERFORM 0020-WRITE-STATISTICS-REPORT.
       PERFORM 0013-WRITE-AUDIT-LOG.

       CLOSE FEED-LOG-FILE.
       CLOSE AUDIT-LOG-FILE.
       CLOSE REJECT-FILE.
       CLOSE CONTROL-REPORT-FILE.
       PERFORM 0010-CLEAR-CHECKPOINT.

       PERFORM 0037-SET-FINAL-CONDITION.
       PERFORM 0053-WRITE-FEED-REGISTER.
       PERFORM 0091-END-RUN.

       0001-READ-WRITE-LOOP.
              END-IF
              ADD 1 TO WS-RECORDS-READ
              ADD 1 TO WS-FEED-READ(WS-CURRENT-FEED)
              IF EXTENDED-FEED
                     MOVE DECIMAL-RECORD TO WS-DECIMAL-X-FIELDS
              ELSE
                     MOVE DECIMAL-RECORD TO WS-DECIMAL-FIELDS
              END-IF
              PERFORM 0004-VALIDATE-FIELDS
              IF RECORD-INVALID
                     IF WS-REJECT-REASON = SPACES
                     PERFORM 0003-WRITE-REJECT
                     ADD 1 TO WS-FEED-REJ(WS-CURRENT-FEED)
              ELSE
                     IF EXTENDED-FEED
                            MOVE 'X' TO BINX-REC-TYPE
                            PERFORM 0061-CONVERT-X-FIELDS
                            WRITE BINARY-X-RECORD
                     ELSE
                            MOVE 'D' TO BIN-REC-TYPE
                            PERFORM 0006-CONVERT-FIELDS
                            WRITE BINARY-RECORD
                     END-IF
                     ADD 1 TO WS-RECORDS-WRITTEN
                     ADD 1 TO WS-FEED-WRITTEN
                     ADD 1 TO WS-FEED-WRIT(WS-CURRENT-FEED)
              ADD 1 TO WS-RECORDS-REJECTED
              DISPLAY "REJECTED RECORD " WS-RECORDS-READ
                      " REASON " WS-REJECT-REASON
              IF EXTENDED-FEED
                     MULTIPLY DL100-FIELD-COUNT BY 14 GIVING WS-RAW-LEN
              ELSE
                     MULTIPLY DL100-FIELD-COUNT BY 8 GIVING WS-RAW-LEN
              END-IF
              MOVE SPACES TO REJECT-RECORD
              STRING DECIMAL-RECORD(1:WS-RAW-LEN) " " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO REJECT-RECORD
       0004-VALIDATE-FIELDS.
              MOVE 'N' TO WS-INVALID-SWITCH
              MOVE SPACES TO WS-REJECT-REASON
              IF EXTENDED-FEED
                     PERFORM 0059-CHECK-ONE-X-FIELD
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > DL100-FIELD-COUNT
              ELSE
                     PERFORM 0005-CHECK-ONE-FIELD
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > DL100-FIELD-COUNT
              END-IF.

       0005-CHECK-ONE-FIELD.
              IF DEC-VALUE(WS-I) NOT NUMERIC
                     END-IF
              END-IF.

       0059-CHECK-ONE-X-FIELD.
              IF DECX-VALUE(WS-I) NOT NUMERIC
                 OR DECX-DELIM(WS-I) NOT = SPACE
                     MOVE 'Y' TO WS-INVALID-SWITCH
              ELSE
                     IF RULE-ACTIVE(WS-I)
                            PERFORM 0060-CHECK-ONE-X-RULE
                     END-IF
              END-IF.

       0060-CHECK-ONE-X-RULE.
              MOVE WS-I TO WS-REASON-DIM-DISP
              IF DECX-VALUE(WS-I) < WS-RULE-MIN(WS-I)
                     MOVE 'Y' TO WS-INVALID-SWITCH
                     IF WS-REJECT-REASON = SPACES
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " BELOW MIN " WS-RULE-MIN(WS-I)
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
              END-IF
              IF DECX-VALUE(WS-I) > WS-RULE-MAX(WS-I)
                     MOVE 'Y' TO WS-INVALID-SWITCH
                     IF WS-REJECT-REASON = SPACES
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " ABOVE MAX " WS-RULE-MAX(WS-I)
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
              END-IF
              IF RULE-NOT-ZERO(WS-I)
                 AND DECX-VALUE(WS-I) = ZERO
                     MOVE 'Y' TO WS-INVALID-SWITCH
                     IF WS-REJECT-REASON = SPACES
                            STRING "DIM " WS-REASON-DIM-DISP
                                   " ZERO NOT ALLOWED"
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                     END-IF
              END-IF.

       0006-CONVERT-FIELDS.
              PERFORM 0007-CONVERT-ONE-FIELD VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECKSUM-INPUT * 1000)
              MOVE DEC-VALUE(WS-I) TO WS-STAT-VALUE
              PERFORM 0019-ACCUMULATE-ONE-STAT.

       0014-ZERO-FILL-FIELD.
                     MOVE ZERO TO BIN-VALUE(WS-I)
              END-IF.

       0061-CONVERT-X-FIELDS.
              PERFORM 0062-CONVERT-ONE-X-FIELD VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > DL100-FIELD-COUNT
              PERFORM 0063-ZERO-FILL-X-FIELD VARYING WS-I
                 FROM DL100-FIELD-COUNT BY 1
                 UNTIL WS-I > DL100-MAX-FIELDS.

       0062-CONVERT-ONE-X-FIELD.
              DISPLAY "FIELD " WS-I " DEC " DECX-VALUE(WS-I)
              MOVE DECX-VALUE(WS-I) TO BINX-VALUE(WS-I)
              DISPLAY "FIELD " WS-I " BIN " BINX-VALUE(WS-I)
              COMPUTE WS-CHECK-X-VALUE ROUNDED = BINX-VALUE(WS-I)
              COMPUTE WS-DRIFT-X = DECX-VALUE(WS-I) - WS-CHECK-X-VALUE
              IF WS-DRIFT-X < 0
                     COMPUTE WS-DRIFT-X = WS-DRIFT-X * -1
              END-IF
              IF WS-DRIFT-X > WS-PRECISION-X-TOLERANCE
                     ADD 1 TO WS-PRECISION-FLAGS
                     DISPLAY "PRECISION LOSS FIELD " WS-I
                             " ORIG " DECX-VALUE(WS-I)
                             " ROUNDTRIP " WS-CHECK-X-VALUE
              END-IF
              MOVE WS-CHECK-X-VALUE TO WS-CHECKSUM-X-INPUT
              IF WS-CHECKSUM-X-INPUT < 0
                     COMPUTE WS-CHECKSUM-X-INPUT =
                             WS-CHECKSUM-X-INPUT * -1
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECKSUM-X-INPUT * 1000000)
              MOVE DECX-VALUE(WS-I) TO WS-STAT-VALUE
              PERFORM 0019-ACCUMULATE-ONE-STAT.

       0063-ZERO-FILL-X-FIELD.
              IF WS-I > DL100-FIELD-COUNT
                     MOVE ZERO TO BINX-VALUE(WS-I)
              END-IF.

       0008-CHECK-FOR-RESTART.
              OPEN INPUT CHECKPOINT-FILE
              IF WS-CHECKPT-CHECK-KEY = "00"
              WRITE AUDIT-LOG-RECORD.

       0015-WRITE-BINARY-TRAILER.
              IF EXTENDED-FEED
                     MOVE SPACES TO BINARY-X-TRAILER-RECORD
                     MOVE 'E' TO BINX-TRLR-REC-TYPE
                     MOVE WS-FEED-WRITTEN TO BINX-TRLR-RECORD-COUNT
                     MOVE WS-CHECKSUM TO BINX-TRLR-CHECKSUM
                     WRITE BINARY-X-TRAILER-RECORD
                     DISPLAY "BINARY TRAILER RECORDS "
                             BINX-TRLR-RECORD-COUNT
                             " CHECKSUM " BINX-TRLR-CHECKSUM
                             " FILE " WS-BINARY-NAME " EXTENDED"
              ELSE
                     MOVE SPACES TO BINARY-TRAILER-RECORD
                     MOVE 'T' TO TRLR-REC-TYPE
                     MOVE WS-FEED-WRITTEN TO TRLR-RECORD-COUNT
                     MOVE WS-CHECKSUM TO TRLR-CHECKSUM
                     WRITE BINARY-TRAILER-RECORD
                     DISPLAY "BINARY TRAILER RECORDS " TRLR-RECORD-COUNT
                             " CHECKSUM " TRLR-CHECKSUM
                             " FILE " WS-BINARY-NAME
              END-IF.

       0016-CHECK-FOR-TRAILER.
              IF RESTART-MODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-BINARY-SCAN-EOF
                     MOVE 'N' TO WS-SCAN-EXTENDED
                     MOVE SPACE TO WS-LAST-RECORD-TYPE
                     PERFORM 0017-SCAN-FOR-TRAILER
                        UNTIL WS-BINARY-SCAN-EOF = 'Y'
                     CLOSE BINARY-FILE
                     IF WS-SCAN-EXTENDED = 'Y'
                            PERFORM 0064-SCAN-EXTENDED-SEGMENT
                     END-IF
              END-IF.

       0064-SCAN-EXTENDED-SEGMENT.
              OPEN INPUT BINARY-X-FILE
              IF WS-BINARY-CHECK-KEY NOT="00"
                     DISPLAY "BINARY FILE " WS-BINARY-NAME
                             " OPEN FAILED, STATUS "
                             WS-BINARY-CHECK-KEY
                     MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              MOVE 'N' TO WS-BINARY-SCAN-EOF
              PERFORM 0065-SCAN-FOR-X-TRAILER
                 UNTIL WS-BINARY-SCAN-EOF = 'Y'
              CLOSE BINARY-X-FILE.

       0065-SCAN-FOR-X-TRAILER.
              READ BINARY-X-FILE
               AT END
                SET WS-BINARY-SCAN-EOF TO 'Y'
               NOT AT END
                IF BINX-TRLR-REC-TYPE = 'E'
                       MOVE 'T' TO WS-LAST-RECORD-TYPE
                       ADD 1 TO WS-TRAILER-COUNT
                       MOVE BINX-TRLR-RECORD-COUNT
                              TO WS-SEG-COUNT(WS-SEGMENT-NO)
                       MOVE BINX-TRLR-CHECKSUM
                              TO WS-SEG-CHECKSUM(WS-SEGMENT-NO)
                ELSE
                       MOVE BINX-REC-TYPE TO WS-LAST-RECORD-TYPE
                END-IF
              END-READ.

       0042-SET-SEGMENT-NAME.
              MOVE SPACES TO WS-BINARY-NAME
              IF WS-SEGMENT-NO = 1
               AT END
                SET WS-BINARY-SCAN-EOF TO 'Y'
               NOT AT END
                IF BIN-EXTENDED-FORMAT
                       MOVE 'Y' TO WS-SCAN-EXTENDED
                       SET WS-BINARY-SCAN-EOF TO 'Y'
                ELSE
                       MOVE BIN-REC-TYPE TO WS-LAST-RECORD-TYPE
                END-IF
                IF BIN-REC-TYPE = 'T'
                       ADD 1 TO WS-TRAILER-COUNT
                       MOVE TRLR-RECORD-COUNT
                              TO WS-SEG-COUNT(WS-SEGMENT-NO)
                       MOVE TRLR-CHECKSUM
                              TO WS-SEG-CHECKSUM(WS-SEGMENT-NO)
                END-IF
              END-READ.

       0018-INIT-ONE-STAT.
              MOVE 9999999 TO WS-STAT-MIN(WS-I)
              MOVE -9999999 TO WS-STAT-MAX(WS-I)
              MOVE ZERO TO WS-STAT-SUM(WS-I)
              MOVE ZERO TO WS-STAT-SUMSQ(WS-I).

       0019-ACCUMULATE-ONE-STAT.
              IF WS-STAT-VALUE < WS-STAT-MIN(WS-I)
                     MOVE WS-STAT-VALUE TO WS-STAT-MIN(WS-I)
              END-IF
              END-READ.

       0032-HANDLE-FEED-HEADER.
              MOVE DECIMAL-RECORD(1:20) TO WS-HEADER-FIELDS
              PERFORM 0024-VALIDATE-HEADER
              PERFORM 0030-START-NEW-FEED.

       0024-VALIDATE-HEADER.
              MOVE 'N' TO WS-FEED-SKIP-SWITCH
              MOVE SPACES TO WS-HDR-REASON
              MOVE 'N' TO WS-HDR-OVERRIDE
              MOVE SPACES TO WS-HDR-REPL-RUN-ID
              MOVE 'S' TO WS-HDR-FORMAT
              MOVE HDR-FEED-ID TO WS-FEED-ID
              MOVE HDR-BUS-DATE TO WS-BUS-DATE
              IF HDR-FIELD-COUNT NOT NUMERIC
                            " REFUSED, UNREADABLE HEADER"
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     MOVE "UNREADABLE HEADER" TO WS-HDR-REASON
                     PERFORM 0025-REFUSE-FEED
              ELSE
                     MOVE HDR-FIELD-COUNT TO WS-HDR-COUNT
                                   WS-FIELD-COUNT-DISP
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                            MOVE "FIELD COUNT MISMATCH"
                                   TO WS-HDR-REASON
                            PERFORM 0025-REFUSE-FEED
                     ELSE
                            IF HDR-BUS-DATE NOT = WS-START-DATE
                                          WS-START-DATE
                                          DELIMITED BY SIZE
                                          INTO CONTROL-REPORT-RECORD
                                   MOVE "BUSINESS DATE MISMATCH"
                                          TO WS-HDR-REASON
                                   PERFORM 0025-REFUSE-FEED
                            END-IF
                     END-IF
              END-IF
              IF NOT FEED-REFUSED
                     IF HDR-EXTENDED-FORMAT
                            MOVE 'X' TO WS-HDR-FORMAT
                     ELSE
                            IF NOT HDR-STANDARD-FORMAT
                                   MOVE SPACES
                                          TO CONTROL-REPORT-RECORD
                                   STRING "FEED " HDR-FEED-ID
                                          " REFUSED, UNKNOWN RECORD "
                                          "FORMAT " HDR-FORMAT
                                          DELIMITED BY SIZE
                                          INTO CONTROL-REPORT-RECORD
                                   MOVE "UNKNOWN RECORD FORMAT"
                                          TO WS-HDR-REASON
                                   PERFORM 0025-REFUSE-FEED
                            END-IF
                     END-IF
              END-IF
              IF NOT FEED-REFUSED
                     PERFORM 0052-CHECK-PROCESSED-FEEDS
              END-IF.

       0025-REFUSE-FEED.
       0043-FINALIZE-SEGMENT.
              PERFORM 0015-WRITE-BINARY-TRAILER
              ADD 1 TO WS-FEEDS-DONE
              MOVE WS-FEED-WRITTEN TO WS-SEG-COUNT(WS-FEEDS-DONE)
              MOVE WS-CHECKSUM TO WS-SEG-CHECKSUM(WS-FEEDS-DONE)
              MOVE 'N' TO WS-FEED-OPEN-SWITCH
              IF EXTENDED-FEED
                     CLOSE BINARY-X-FILE
              ELSE
                     CLOSE BINARY-FILE
              END-IF
              MOVE ZERO TO WS-FEED-WRITTEN
              MOVE ZERO TO WS-CHECKSUM
              PERFORM 0011-WRITE-CHECKPOINT
                     COMPUTE WS-SEGMENT-NO = WS-FEEDS-DONE + 1
                     PERFORM 0042-SET-SEGMENT-NAME
              END-IF
              IF EXTENDED-FEED
                     PERFORM 0066-OPEN-EXTENDED-SEGMENT
              ELSE
                     IF RESUME-PENDING
                            OPEN EXTEND BINARY-FILE
                            IF WS-BINARY-CHECK-KEY = "35"
                                   OPEN OUTPUT BINARY-FILE
                            END-IF
                            MOVE 'N' TO WS-RESUME-SWITCH
                     ELSE
                            OPEN OUTPUT BINARY-FILE
                     END-IF
              END-IF
              IF WS-BINARY-CHECK-KEY NOT="00"
                     DISPLAY "BINARY FILE " WS-BINARY-NAME
              END-IF
              SET FEED-SEGMENT-OPEN TO TRUE.

       0066-OPEN-EXTENDED-SEGMENT.
              IF RESUME-PENDING
                     OPEN EXTEND BINARY-X-FILE
                     IF WS-BINARY-CHECK-KEY = "35"
                            OPEN OUTPUT BINARY-X-FILE
                     END-IF
                     MOVE 'N' TO WS-RESUME-SWITCH
              ELSE
                     OPEN OUTPUT BINARY-X-FILE
              END-IF.

       0030-START-NEW-FEED.
              IF WS-FEED-COUNT >= WS-MAX-FEEDS
                     DISPLAY "FEED TABLE FULL AT " WS-MAX-FEEDS
                             " FEEDS, REFUSING TO CONTINUE"
                     CLOSE FEED-LOG-FILE
                     CLOSE AUDIT-LOG-FILE
                     CLOSE REJECT-FILE
                     CLOSE CONTROL-REPORT-FILE
                     IF FEED-SEGMENT-OPEN
                            IF EXTENDED-FEED
                                   CLOSE BINARY-X-FILE
                            ELSE
                                   CLOSE BINARY-FILE
                            END-IF
                     END-IF
                     CLOSE DECIMAL-FILE
                     MOVE DL100-RC-CAPACITY TO WS-CONDITION-CODE
              MOVE ZERO TO WS-FEED-REJ(WS-CURRENT-FEED)
              MOVE ZERO TO WS-FEED-SKIP(WS-CURRENT-FEED)
              MOVE SPACES TO WS-FEED-OUTFILE(WS-CURRENT-FEED)
              MOVE HDR-FIELD-COUNT TO WS-FEED-HDR-COUNT(WS-CURRENT-FEED)
              MOVE ZERO TO WS-FEED-REG-IX(WS-CURRENT-FEED)
              MOVE WS-HDR-REASON TO WS-FEED-REASON(WS-CURRENT-FEED)
              MOVE WS-HDR-OVERRIDE TO WS-FEED-OVERRIDE(WS-CURRENT-FEED)
              MOVE WS-HDR-REPL-RUN-ID
                     TO WS-FEED-REPL-RUN-ID(WS-CURRENT-FEED)
              MOVE ZERO TO WS-FEED-SEG-NO(WS-CURRENT-FEED)
              MOVE WS-HDR-FORMAT TO WS-FEED-FORMAT(WS-CURRENT-FEED)
              MOVE WS-HDR-FORMAT TO WS-FORMAT-SWITCH
              PERFORM 0046-FIND-ONE-REG-ENTRY
                 VARYING WS-R FROM 1 BY 1
                 UNTIL WS-R > WS-REG-COUNT
                    OR WS-FEED-REG-IX(WS-CURRENT-FEED) > ZERO
              IF FEED-REFUSED
                     MOVE 'R' TO WS-FEED-STATUS(WS-CURRENT-FEED)
              ELSE
                     MOVE 'A' TO WS-FEED-STATUS(WS-CURRENT-FEED)
                     ADD 1 TO WS-ACCEPTED-FEEDS
                     IF EXTENDED-FEED
                            ADD 1 TO WS-EXTENDED-FEEDS
                     END-IF
                     MOVE WS-ACCEPTED-FEEDS TO WS-SEGMENT-NO
                     MOVE WS-ACCEPTED-FEEDS
                            TO WS-FEED-SEG-NO(WS-CURRENT-FEED)
                     PERFORM 0042-SET-SEGMENT-NAME
                     MOVE WS-BINARY-NAME
                            TO WS-FEED-OUTFILE(WS-CURRENT-FEED)
                     PERFORM 0035-WRITE-ONE-FEED-LINE
                        VARYING WS-F FROM 1 BY 1
                        UNTIL WS-F > WS-FEED-COUNT
                     IF REGISTRY-LOADED
                            MOVE SPACES TO CONTROL-REPORT-RECORD
                            STRING "REGISTRY EXCEPTIONS "
                                   WS-REG-EXCEPTIONS
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                            WRITE CONTROL-REPORT-RECORD
                            DISPLAY CONTROL-REPORT-RECORD
                     END-IF
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "DUPLICATE FEEDS REFUSED " WS-DUP-REFUSED
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     WRITE CONTROL-REPORT-RECORD
                     DISPLAY CONTROL-REPORT-RECORD
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "REPLACEMENTS UNDER OVERRIDE "
                            WS-REPLACEMENTS
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     WRITE CONTROL-REPORT-RECORD
                     DISPLAY CONTROL-REPORT-RECORD
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "EXTENDED FORMAT FEEDS " WS-EXTENDED-FEEDS
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     WRITE CONTROL-REPORT-RECORD
                     DISPLAY CONTROL-REPORT-RECORD
              END-IF.

       0035-WRITE-ONE-FEED-LINE.
              IF FEED-WAS-REFUSED(WS-F)
                     STRING "FEED " WS-FEED-ID-T(WS-F)
                            " BUSDATE " WS-FEED-BUSDATE(WS-F)
                            " REFUSED " WS-FEED-REASON(WS-F)
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
              ELSE
                     IF FEED-WAS-EXTENDED(WS-F)
                            STRING "FEED " WS-FEED-ID-T(WS-F)
                                   " BUSDATE " WS-FEED-BUSDATE(WS-F)
                                   " ACCEPTED FILE "
                                   WS-FEED-OUTFILE(WS-F)
                                   " EXTENDED FORMAT"
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                     ELSE
                            STRING "FEED " WS-FEED-ID-T(WS-F)
                                   " BUSDATE " WS-FEED-BUSDATE(WS-F)
                                   " ACCEPTED FILE "
                                   WS-FEED-OUTFILE(WS-F)
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                     END-IF
              END-IF
              WRITE CONTROL-REPORT-RECORD
              DISPLAY CONTROL-REPORT-RECORD
                     DELIMITED BY SIZE
                     INTO CONTROL-REPORT-RECORD
              WRITE CONTROL-REPORT-RECORD
              DISPLAY CONTROL-REPORT-RECORD
              IF FEED-WAS-OVERRIDE(WS-F)
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "  REPLACES RUN " WS-FEED-REPL-RUN-ID(WS-F)
                            " UNDER DL100REPL OVERRIDE"
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     WRITE CONTROL-REPORT-RECORD
                     DISPLAY CONTROL-REPORT-RECORD
              END-IF
              IF REGISTRY-LOADED
                 AND WS-FEED-ID-T(WS-F) NOT = "NOHEADER"
                     PERFORM 0047-CHECK-FEED-REGISTRY
              END-IF.

       0026-LOAD-RULES.
              OPEN INPUT RULES-FILE
                END-IF
              END-READ.

       0044-LOAD-FEED-REGISTRY.
              OPEN INPUT FEED-REGISTRY-FILE
              IF WS-FEEDREG-CHECK-KEY = "35"
                     DISPLAY "NO FEED REGISTRY FILE, "
                             "FEED REGISTRY CHECKS DISABLED"
              ELSE
                     IF WS-FEEDREG-CHECK-KEY NOT="00"
                            DISPLAY "FEED REGISTRY OPEN FAILED, STATUS "
                                    WS-FEEDREG-CHECK-KEY
                            MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                            PERFORM 0091-END-RUN
                     END-IF
                     MOVE 'N' TO WS-REG-EOF
                     PERFORM 0045-LOAD-ONE-REG-ENTRY
                        UNTIL WS-REG-EOF = 'Y'
                     CLOSE FEED-REGISTRY-FILE
                     SET REGISTRY-LOADED TO TRUE
                     DISPLAY "FEED REGISTRY LOADED FOR "
                             WS-REG-COUNT " FEEDS"
              END-IF.

       0045-LOAD-ONE-REG-ENTRY.
              READ FEED-REGISTRY-FILE
               AT END
                MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                MOVE FEED-REGISTRY-RECORD TO WS-FEED-REG-LINE
                IF WS-FEED-REG-LINE = SPACES
                       CONTINUE
                ELSE
                       IF FREG-FEED-ID = SPACES
                          OR FREG-FIELD-COUNT NOT NUMERIC
                          OR FREG-MIN-VOLUME NOT NUMERIC
                          OR FREG-MAX-VOLUME NOT NUMERIC
                          OR (FREG-STATUS NOT = 'A'
                              AND FREG-STATUS NOT = 'I')
                              DISPLAY "UNREADABLE FEED REGISTRY LINE "
                                      FEED-REGISTRY-RECORD(1:40)
                                      ", REFUSING TO RUN"
                              CLOSE FEED-REGISTRY-FILE
                              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                              PERFORM 0091-END-RUN
                       END-IF
                       IF WS-REG-COUNT >= WS-REG-MAX-ENTRIES
                              DISPLAY "FEED REGISTRY TABLE FULL AT "
                                      WS-REG-MAX-ENTRIES
                                      " FEEDS, REFUSING TO RUN"
                              CLOSE FEED-REGISTRY-FILE
                              MOVE DL100-RC-CAPACITY
                                     TO WS-CONDITION-CODE
                              PERFORM 0091-END-RUN
                       END-IF
                       ADD 1 TO WS-REG-COUNT
                       MOVE FREG-FEED-ID TO WS-REG-FEED-ID(WS-REG-COUNT)
                       MOVE FREG-FIELD-COUNT
                              TO WS-REG-FIELD-COUNT(WS-REG-COUNT)
                       MOVE FREG-MIN-VOLUME
                              TO WS-REG-MIN-VOLUME(WS-REG-COUNT)
                       MOVE FREG-MAX-VOLUME
                              TO WS-REG-MAX-VOLUME(WS-REG-COUNT)
                       MOVE FREG-DAYS-DUE
                              TO WS-REG-DAYS-DUE(WS-REG-COUNT)
                       MOVE FREG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
                END-IF
              END-READ.

       0046-FIND-ONE-REG-ENTRY.
              IF WS-REG-FEED-ID(WS-R) = WS-FEED-ID-T(WS-CURRENT-FEED)
                     MOVE WS-R TO WS-FEED-REG-IX(WS-CURRENT-FEED)
              END-IF.

       0047-CHECK-FEED-REGISTRY.
              MOVE WS-FEED-REG-IX(WS-F) TO WS-R
              IF WS-R = ZERO
                     MOVE "  REGISTRY FEED IS NOT REGISTERED"
                            TO CONTROL-REPORT-RECORD
                     PERFORM 0048-WRITE-REGISTRY-LINE
              ELSE
                     IF REG-INACTIVE(WS-R)
                            MOVE "  REGISTRY FEED IS MARKED INACTIVE"
                                   TO CONTROL-REPORT-RECORD
                            PERFORM 0048-WRITE-REGISTRY-LINE
                     END-IF
                     MOVE WS-REG-FIELD-COUNT(WS-R) TO WS-REG-COUNT-DISP
                     IF WS-FEED-HDR-COUNT(WS-F) NOT = WS-REG-COUNT-DISP
                            MOVE SPACES TO CONTROL-REPORT-RECORD
                            STRING "  REGISTRY HEADER FIELD COUNT "
                                   WS-FEED-HDR-COUNT(WS-F)
                                   " REGISTERED " WS-REG-COUNT-DISP
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                            PERFORM 0048-WRITE-REGISTRY-LINE
                     END-IF
                     IF WS-FEED-BUSDATE(WS-F) IS NUMERIC
                            PERFORM 0051-CHECK-FEED-DUE-DAY
                     END-IF
                     IF NOT FEED-WAS-REFUSED(WS-F)
                            IF RESTART-MODE
                                   MOVE SPACES TO CONTROL-REPORT-RECORD
                                   STRING "  REGISTRY VOLUME NOT "
                                          "CHECKED AFTER RESTART"
                                          DELIMITED BY SIZE
                                          INTO CONTROL-REPORT-RECORD
                                   WRITE CONTROL-REPORT-RECORD
                                   DISPLAY CONTROL-REPORT-RECORD
                            ELSE
                                   PERFORM 0050-CHECK-FEED-VOLUME
                            END-IF
                     END-IF
              END-IF.

       0050-CHECK-FEED-VOLUME.
              IF WS-FEED-READ(WS-F) < WS-REG-MIN-VOLUME(WS-R)
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "  REGISTRY VOLUME " WS-FEED-READ(WS-F)
                            " BELOW MINIMUM "
                            WS-REG-MIN-VOLUME(WS-R)
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     PERFORM 0048-WRITE-REGISTRY-LINE
              END-IF
              IF WS-FEED-READ(WS-F) > WS-REG-MAX-VOLUME(WS-R)
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "  REGISTRY VOLUME " WS-FEED-READ(WS-F)
                            " ABOVE MAXIMUM "
                            WS-REG-MAX-VOLUME(WS-R)
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     PERFORM 0048-WRITE-REGISTRY-LINE
              END-IF.

       0051-CHECK-FEED-DUE-DAY.
              MOVE WS-FEED-BUSDATE(WS-F) TO WS-REG-BUS-DATE
              COMPUTE WS-REG-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(WS-REG-BUS-DATE)
              IF WS-REG-DAY-INT > ZERO
                     SUBTRACT 1 FROM WS-REG-DAY-INT
                     DIVIDE 7 INTO WS-REG-DAY-INT
                            GIVING WS-REG-WEEKS
                            REMAINDER WS-REG-DAY-NO
                     ADD 1 TO WS-REG-DAY-NO
                     IF WS-REG-DAYS-DUE(WS-R)(WS-REG-DAY-NO:1)
                        NOT = 'Y'
                            MOVE SPACES TO CONTROL-REPORT-RECORD
                            STRING "  REGISTRY FEED IS NOT DUE ON "
                                   "ITS BUSINESS DATE"
                                   DELIMITED BY SIZE
                                   INTO CONTROL-REPORT-RECORD
                            PERFORM 0048-WRITE-REGISTRY-LINE
                     END-IF
              END-IF.

       0048-WRITE-REGISTRY-LINE.
              WRITE CONTROL-REPORT-RECORD
              DISPLAY CONTROL-REPORT-RECORD
              ADD 1 TO WS-REG-EXCEPTIONS.

       0049-WRITE-ONE-FEED-LOG.
              MOVE SPACES TO FEED-LOG-RECORD
              MOVE WS-FEED-ID-T(WS-F) TO FLOG-FEED-ID
              MOVE WS-FEED-BUSDATE(WS-F) TO FLOG-BUS-DATE
              MOVE WS-RUN-ID TO FLOG-RUN-ID
              IF FEED-WAS-REFUSED(WS-F)
                     MOVE 'R' TO FLOG-STATUS
              ELSE
                     MOVE 'A' TO FLOG-STATUS
              END-IF
              MOVE WS-FEED-READ(WS-F) TO FLOG-RECORDS-READ
              MOVE WS-FEED-REJ(WS-F) TO FLOG-RECORDS-REJECTED
              MOVE WS-START-DATE TO FLOG-RUN-DATE
              WRITE FEED-LOG-RECORD.

       0037-SET-FINAL-CONDITION.
              PERFORM 0038-CHECK-ONE-FEED-STATUS
                 VARYING WS-F FROM 1 BY 1
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              END-IF.

       0052-CHECK-PROCESSED-FEEDS.
              MOVE 'N' TO WS-DONE-SWITCH
              MOVE SPACES TO WS-DONE-RUN-ID
              PERFORM 0054-CHECK-ONE-RUN-FEED
                 VARYING WS-D FROM 1 BY 1
                 UNTIL WS-D > WS-FEED-COUNT
                    OR FEED-ALREADY-DONE
              IF FEED-ALREADY-DONE
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "FEED " HDR-FEED-ID
                            " BUSDATE " HDR-BUS-DATE
                            " REFUSED, REPEATED IN THIS FILE"
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     MOVE "REPEATED IN THIS FILE" TO WS-HDR-REASON
                     PERFORM 0056-REFUSE-DUPLICATE-FEED
              ELSE
                     OPEN INPUT PROCESSED-FEED-FILE
                     IF WS-FEEDDONE-CHECK-KEY NOT = "35"
                            IF WS-FEEDDONE-CHECK-KEY NOT="00"
                                   DISPLAY "PROCESSED FEED REGISTER "
                                           "OPEN FAILED, STATUS "
                                           WS-FEEDDONE-CHECK-KEY
                                   MOVE DL100-RC-OPENFAIL
                                          TO WS-CONDITION-CODE
                                   PERFORM 0091-END-RUN
                            END-IF
                            MOVE 'N' TO WS-DONE-EOF
                            PERFORM 0055-SCAN-ONE-PROCESSED-FEED
                               UNTIL WS-DONE-EOF = 'Y'
                            CLOSE PROCESSED-FEED-FILE
                     END-IF
                     IF FEED-ALREADY-DONE
                            PERFORM 0057-CHECK-REPLACEMENT
                     END-IF
              END-IF.

       0054-CHECK-ONE-RUN-FEED.
              IF WS-FEED-ID-T(WS-D) = HDR-FEED-ID
                 AND WS-FEED-BUSDATE(WS-D) = HDR-BUS-DATE
                 AND NOT FEED-WAS-REFUSED(WS-D)
                     SET FEED-ALREADY-DONE TO TRUE
              END-IF.

       0055-SCAN-ONE-PROCESSED-FEED.
              READ PROCESSED-FEED-FILE
               AT END
                MOVE 'Y' TO WS-DONE-EOF
               NOT AT END
                IF PFR-FEED-ID = HDR-FEED-ID
                   AND PFR-BUS-DATE = HDR-BUS-DATE
                       SET FEED-ALREADY-DONE TO TRUE
                       MOVE PFR-RUN-ID TO WS-DONE-RUN-ID
                END-IF
              END-READ.

       0057-CHECK-REPLACEMENT.
              IF WS-REPL-FEED-ID NOT = SPACES
                 AND WS-REPL-FEED-ID = HDR-FEED-ID
                     MOVE 'Y' TO WS-HDR-OVERRIDE
                     MOVE WS-DONE-RUN-ID TO WS-HDR-REPL-RUN-ID
                     ADD 1 TO WS-REPLACEMENTS
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "FEED " HDR-FEED-ID
                            " BUSDATE " HDR-BUS-DATE
                            " REPLACES RUN " WS-DONE-RUN-ID
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     DISPLAY CONTROL-REPORT-RECORD
                     WRITE CONTROL-REPORT-RECORD
                     IF WS-RUN-NOTE = SPACES
                            STRING "FEED " HDR-FEED-ID
                                   " REPLACED UNDER DL100REPL"
                                   DELIMITED BY SIZE INTO WS-RUN-NOTE
                     END-IF
              ELSE
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     STRING "FEED " HDR-FEED-ID
                            " BUSDATE " HDR-BUS-DATE
                            " REFUSED, PROCESSED IN RUN "
                            WS-DONE-RUN-ID
                            DELIMITED BY SIZE
                            INTO CONTROL-REPORT-RECORD
                     MOVE "ALREADY PROCESSED" TO WS-HDR-REASON
                     PERFORM 0056-REFUSE-DUPLICATE-FEED
              END-IF.

       0056-REFUSE-DUPLICATE-FEED.
              ADD 1 TO WS-DUP-REFUSED
              PERFORM 0025-REFUSE-FEED
              MOVE SPACES TO WS-RUN-NOTE
              STRING "DUPLICATE FEED REFUSED " HDR-FEED-ID
                     " " HDR-BUS-DATE
                     DELIMITED BY SIZE INTO WS-RUN-NOTE.

       0053-WRITE-FEED-REGISTER.
              OPEN EXTEND PROCESSED-FEED-FILE
              IF WS-FEEDDONE-CHECK-KEY = "35"
                     OPEN OUTPUT PROCESSED-FEED-FILE
              END-IF
              IF WS-FEEDDONE-CHECK-KEY NOT="00"
                     DISPLAY "PROCESSED FEED REGISTER OPEN FAILED, "
                             "STATUS " WS-FEEDDONE-CHECK-KEY
                     MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              ELSE
                     PERFORM 0058-WRITE-ONE-REGISTER-ENTRY
                        VARYING WS-F FROM 1 BY 1
                        UNTIL WS-F > WS-FEED-COUNT
                     CLOSE PROCESSED-FEED-FILE
              END-IF.

       0058-WRITE-ONE-REGISTER-ENTRY.
              IF NOT FEED-WAS-REFUSED(WS-F)
                 AND WS-FEED-ID-T(WS-F) NOT = "NOHEADER"
                 AND WS-FEED-SEG-NO(WS-F) > ZERO
                     MOVE SPACES TO PROCESSED-FEED-RECORD
                     MOVE WS-FEED-ID-T(WS-F) TO PFR-FEED-ID
                     MOVE WS-FEED-BUSDATE(WS-F) TO PFR-BUS-DATE
                     MOVE WS-RUN-ID TO PFR-RUN-ID
                     MOVE WS-SEG-COUNT(WS-FEED-SEG-NO(WS-F))
                            TO PFR-RECORD-COUNT
                     MOVE WS-SEG-CHECKSUM(WS-FEED-SEG-NO(WS-F))
                            TO PFR-CHECKSUM
                     MOVE WS-FEED-OVERRIDE(WS-F) TO PFR-OVERRIDE
                     MOVE WS-FEED-REPL-RUN-ID(WS-F)
                            TO PFR-REPLACED-RUN-ID
                     WRITE PROCESSED-FEED-RECORD
              END-IF.

       0090-WRITE-RUN-STATUS.
              OPEN EXTEND RUN-STATUS-FILE
              IF WS-STATUS-CHECK-KEY = "35"
                     MOVE WS-RECORDS-READ TO STAT-RECORDS-IN
                     MOVE WS-RECORDS-WRITTEN TO STAT-RECORDS-OUT
                     MOVE WS-RECORDS-REJECTED TO STAT-RECORDS-BAD
                     MOVE WS-RUN-NOTE TO STAT-NOTE
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.
