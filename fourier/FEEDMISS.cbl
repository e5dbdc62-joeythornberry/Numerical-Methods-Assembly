       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FEEDMISS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
                     FILE STATUS IS WS-FEEDREG-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT FEED-LOG-FILE ASSIGN TO "FEEDLOG"
                     FILE STATUS IS WS-FEEDLOG-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MISSING-REPORT-FILE ASSIGN TO "MISSRPT"
                     FILE STATUS IS WS-REPORT-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
                     FILE STATUS IS WS-STATUS-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FEED-REGISTRY-FILE.
       01 FEED-REGISTRY-RECORD    PIC X(80).

       FD FEED-LOG-FILE.
       COPY DL100FL.

       FD MISSING-REPORT-FILE.
       01 MISSING-REPORT-RECORD   PIC X(100).

       FD RUN-STATUS-FILE.
       COPY DL100RS.

       WORKING-STORAGE SECTION.
       COPY DL100RC.
       COPY DL100FG.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CONDITION-CODE        PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID                PIC X(16) VALUE SPACES.

       01 WS-FEEDREG-CHECK-KEY     PIC X(2).
       01 WS-FEEDLOG-CHECK-KEY     PIC X(2).
       01 WS-REPORT-CHECK-KEY      PIC X(2).

       01 WS-EOF-FLAG       PIC X.
       01 WS-REG-EOF              PIC X.

       01 WS-R                    PIC 9(2) COMP.
       01 WS-FOUND-IX             PIC 9(2) COMP.

       01 WS-ARRIVAL-TABLE.
              05 WS-ARRIVAL-ENTRY OCCURS 50 TIMES.
                     10 WS-ARR-STATUS           PIC X.
                         88 ARR-NONE            VALUE SPACE.
                         88 ARR-ACCEPTED        VALUE 'A'.
                         88 ARR-REFUSED         VALUE 'R'.
                     10 WS-ARR-RUN-DATE         PIC X(8).

       01 WS-BUS-DATE-TEXT        PIC X(8).
       01 WS-BUS-DATE             PIC 9(8).
       01 WS-DAY-INT              PIC 9(9) COMP.
       01 WS-WEEKS                PIC 9(9) COMP.
       01 WS-DAY-NO               PIC 9(1) COMP.
       01 WS-DAY-POS              PIC 9(2) COMP.
       01 WS-DAY-NAMES            PIC X(21)
                                  VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME             PIC X(3).

       01 WS-LOG-LINES-READ       PIC 9(9) VALUE ZERO.
       01 WS-LOG-LINES-USED       PIC 9(9) VALUE ZERO.
       01 WS-UNREGISTERED         PIC 9(9) VALUE ZERO.
       01 WS-FEEDS-DUE            PIC 9(9) VALUE ZERO.
       01 WS-FEEDS-ARRIVED        PIC 9(9) VALUE ZERO.
       01 WS-FEEDS-REFUSED        PIC 9(9) VALUE ZERO.
       01 WS-FEEDS-LATE           PIC 9(9) VALUE ZERO.
       01 WS-FEEDS-MISSING        PIC 9(9) VALUE ZERO.

       01 WS-REG-COUNT-DISP       PIC 9(2).

       PROCEDURE DIVISION.

       PERFORM 0001-SET-BUS-DATE.

       OPEN INPUT FEED-REGISTRY-FILE.
       IF WS-FEEDREG-CHECK-KEY NOT="00"
              DISPLAY "FEED REGISTRY OPEN FAILED, STATUS "
                      WS-FEEDREG-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF
       MOVE 'N' TO WS-REG-EOF
       PERFORM 0002-LOAD-ONE-REG-ENTRY UNTIL WS-REG-EOF = 'Y'
       CLOSE FEED-REGISTRY-FILE.
       DISPLAY "FEED REGISTRY LOADED FOR " WS-REG-COUNT " FEEDS"

       PERFORM 0003-CLEAR-ONE-ARRIVAL VARYING WS-R FROM 1 BY 1
          UNTIL WS-R > WS-REG-MAX-ENTRIES

       OPEN INPUT FEED-LOG-FILE.
       IF WS-FEEDLOG-CHECK-KEY = "35"
              DISPLAY "NO FEED LOG FILE, NO FEEDS HAVE ARRIVED"
       ELSE
              IF WS-FEEDLOG-CHECK-KEY NOT="00"
                     DISPLAY "FEED LOG OPEN FAILED, STATUS "
                             WS-FEEDLOG-CHECK-KEY
                     MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM 0004-READ-LOG-LOOP UNTIL WS-EOF-FLAG = 'Y'
              CLOSE FEED-LOG-FILE
       END-IF

       OPEN OUTPUT MISSING-REPORT-FILE.
       IF WS-REPORT-CHECK-KEY NOT="00"
              DISPLAY "MISSING FEED REPORT OPEN FAILED, STATUS "
                      WS-REPORT-CHECK-KEY
              MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       PERFORM 0007-WRITE-RPT-HEADER.

       PERFORM 0008-CHECK-ONE-FEED VARYING WS-R FROM 1 BY 1
          UNTIL WS-R > WS-REG-COUNT

       PERFORM 0009-WRITE-RPT-TOTALS.

       CLOSE MISSING-REPORT-FILE.

       DISPLAY "FEEDMISS TOTALS"
       DISPLAY "  BUSINESS DATE    " WS-BUS-DATE " " WS-DAY-NAME
       DISPLAY "  FEEDS DUE        " WS-FEEDS-DUE
       DISPLAY "  FEEDS ARRIVED    " WS-FEEDS-ARRIVED
       DISPLAY "  FEEDS LATE       " WS-FEEDS-LATE
       DISPLAY "  FEEDS REFUSED    " WS-FEEDS-REFUSED
       DISPLAY "  FEEDS MISSING    " WS-FEEDS-MISSING
       DISPLAY "  UNREGISTERED     " WS-UNREGISTERED

       PERFORM 0091-END-RUN.

       0001-SET-BUS-DATE.
              MOVE SPACES TO WS-BUS-DATE-TEXT
              ACCEPT WS-BUS-DATE-TEXT FROM ENVIRONMENT "DL100BDATE"
              IF WS-BUS-DATE-TEXT = SPACES
                     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
              ELSE
                     IF WS-BUS-DATE-TEXT IS NUMERIC
                            MOVE WS-BUS-DATE-TEXT TO WS-BUS-DATE
                     ELSE
                            MOVE ZERO TO WS-BUS-DATE
                     END-IF
              END-IF
              MOVE ZERO TO WS-DAY-INT
              IF WS-BUS-DATE > ZERO
                     COMPUTE WS-DAY-INT =
                            FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
              END-IF
              IF WS-DAY-INT = ZERO
                     DISPLAY "BUSINESS DATE " WS-BUS-DATE-TEXT
                             " IS NOT A VALID DATE, REFUSING TO RUN"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              SUBTRACT 1 FROM WS-DAY-INT
              DIVIDE 7 INTO WS-DAY-INT
                     GIVING WS-WEEKS
                     REMAINDER WS-DAY-NO
              ADD 1 TO WS-DAY-NO
              COMPUTE WS-DAY-POS = (WS-DAY-NO * 3) - 2
              MOVE WS-DAY-NAMES(WS-DAY-POS:3) TO WS-DAY-NAME
              DISPLAY "CHECKING FEEDS DUE FOR " WS-BUS-DATE
                      " " WS-DAY-NAME.

       0002-LOAD-ONE-REG-ENTRY.
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

       0003-CLEAR-ONE-ARRIVAL.
              MOVE SPACE TO WS-ARR-STATUS(WS-R)
              MOVE SPACES TO WS-ARR-RUN-DATE(WS-R).

       0004-READ-LOG-LOOP.
              READ FEED-LOG-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                ADD 1 TO WS-LOG-LINES-READ
                IF FLOG-BUS-DATE = WS-BUS-DATE
                       ADD 1 TO WS-LOG-LINES-USED
                       PERFORM 0005-RECORD-ONE-ARRIVAL
                END-IF
              END-READ.

       0005-RECORD-ONE-ARRIVAL.
              MOVE ZERO TO WS-FOUND-IX
              PERFORM 0006-FIND-ONE-REG-ENTRY
                 VARYING WS-R FROM 1 BY 1
                 UNTIL WS-R > WS-REG-COUNT
                    OR WS-FOUND-IX > ZERO
              IF WS-FOUND-IX = ZERO
                     ADD 1 TO WS-UNREGISTERED
              ELSE
                     IF FLOG-STATUS = 'A'
                            SET ARR-ACCEPTED(WS-FOUND-IX) TO TRUE
                            MOVE FLOG-RUN-DATE
                                   TO WS-ARR-RUN-DATE(WS-FOUND-IX)
                     ELSE
                            IF NOT ARR-ACCEPTED(WS-FOUND-IX)
                                   SET ARR-REFUSED(WS-FOUND-IX)
                                          TO TRUE
                                   MOVE FLOG-RUN-DATE
                                          TO WS-ARR-RUN-DATE
                                             (WS-FOUND-IX)
                            END-IF
                     END-IF
              END-IF.

       0006-FIND-ONE-REG-ENTRY.
              IF WS-REG-FEED-ID(WS-R) = FLOG-FEED-ID
                     MOVE WS-R TO WS-FOUND-IX
              END-IF.

       0007-WRITE-RPT-HEADER.
              MOVE "MISSING AND LATE FEED REPORT" TO
                     MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE WS-REG-COUNT TO WS-REG-COUNT-DISP
              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "BUSINESS DATE " WS-BUS-DATE
                     " " WS-DAY-NAME
                     " REGISTERED FEEDS " WS-REG-COUNT-DISP
                     " ARRIVALS LOGGED " WS-LOG-LINES-USED
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD.

       0008-CHECK-ONE-FEED.
              IF REG-ACTIVE(WS-R)
                 AND WS-REG-DAYS-DUE(WS-R)(WS-DAY-NO:1) = 'Y'
                     ADD 1 TO WS-FEEDS-DUE
                     MOVE SPACES TO MISSING-REPORT-RECORD
                     IF ARR-ACCEPTED(WS-R)
                            PERFORM 0011-CHECK-ACCEPTED-ARRIVAL
                     ELSE
                            IF ARR-REFUSED(WS-R)
                                   ADD 1 TO WS-FEEDS-REFUSED
                                   PERFORM 0010-WRITE-REFUSED-LINE
                            ELSE
                                   ADD 1 TO WS-FEEDS-MISSING
                                   STRING "FEED " WS-REG-FEED-ID(WS-R)
                                          " DUE " WS-BUS-DATE
                                          " NEVER ARRIVED"
                                          DELIMITED BY SIZE
                                          INTO MISSING-REPORT-RECORD
                                   WRITE MISSING-REPORT-RECORD
                            END-IF
                     END-IF
              END-IF.

       0010-WRITE-REFUSED-LINE.
              IF WS-ARR-RUN-DATE(WS-R) IS NUMERIC
                 AND WS-ARR-RUN-DATE(WS-R) > WS-BUS-DATE
                     STRING "FEED " WS-REG-FEED-ID(WS-R)
                            " DUE " WS-BUS-DATE
                            " ARRIVED LATE ON " WS-ARR-RUN-DATE(WS-R)
                            " AND WAS REFUSED"
                            DELIMITED BY SIZE
                            INTO MISSING-REPORT-RECORD
              ELSE
                     STRING "FEED " WS-REG-FEED-ID(WS-R)
                            " DUE " WS-BUS-DATE
                            " ARRIVED BUT WAS REFUSED"
                            DELIMITED BY SIZE
                            INTO MISSING-REPORT-RECORD
              END-IF
              WRITE MISSING-REPORT-RECORD.

       0011-CHECK-ACCEPTED-ARRIVAL.
              IF WS-ARR-RUN-DATE(WS-R) IS NUMERIC
                 AND WS-ARR-RUN-DATE(WS-R) > WS-BUS-DATE
                     ADD 1 TO WS-FEEDS-LATE
                     STRING "FEED " WS-REG-FEED-ID(WS-R)
                            " DUE " WS-BUS-DATE
                            " ARRIVED LATE ON " WS-ARR-RUN-DATE(WS-R)
                            DELIMITED BY SIZE
                            INTO MISSING-REPORT-RECORD
                     WRITE MISSING-REPORT-RECORD
              ELSE
                     ADD 1 TO WS-FEEDS-ARRIVED
              END-IF.

       0009-WRITE-RPT-TOTALS.
              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "FEEDS DUE          " WS-FEEDS-DUE
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "FEEDS ARRIVED      " WS-FEEDS-ARRIVED
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "FEEDS LATE         " WS-FEEDS-LATE
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "FEEDS REFUSED      " WS-FEEDS-REFUSED
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "FEEDS MISSING      " WS-FEEDS-MISSING
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD

              MOVE SPACES TO MISSING-REPORT-RECORD
              STRING "UNREGISTERED FEEDS " WS-UNREGISTERED
                     DELIMITED BY SIZE INTO MISSING-REPORT-RECORD
              WRITE MISSING-REPORT-RECORD.

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
                     MOVE "FEEDMISS" TO STAT-PROGRAM
                     MOVE WS-RUN-ID TO STAT-RUN-ID
                     MOVE WS-CONDITION-CODE TO STAT-CONDITION
                     MOVE WS-FEEDS-DUE TO STAT-RECORDS-IN
                     MOVE WS-FEEDS-ARRIVED TO STAT-RECORDS-OUT
                     COMPUTE STAT-RECORDS-BAD = WS-FEEDS-MISSING
                                              + WS-FEEDS-REFUSED
                                              + WS-FEEDS-LATE
                     WRITE RUN-STATUS-RECORD
                     CLOSE RUN-STATUS-FILE
              END-IF.

       0091-END-RUN.
              PERFORM 0090-WRITE-RUN-STATUS
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              STOP RUN.
