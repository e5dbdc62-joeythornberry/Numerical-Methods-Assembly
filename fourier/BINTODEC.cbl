              SELECT BINARY-FILE  ASSIGN TO "BININ"
                     FILE STATUS IS WS-BINARY-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT BINARY-X-FILE ASSIGN TO "BININ"
                     FILE STATUS IS WS-BINARY-CHECK-KEY
                     ORGANIZATION IS SEQUENTIAL.
              SELECT DECIMAL-FILE ASSIGN TO "DECOUT"
                     FILE STATUS IS WS-DECIMAL-CHECK-KEY
                     ORGANIZATION IS LINE SEQUENTIAL.
       FD BINARY-FILE.
       COPY DL100BR.

       FD BINARY-X-FILE.
       COPY DL100BX.

       FD DECIMAL-FILE.
       COPY DL100DR.

       WORKING-STORAGE SECTION.
       COPY DL100FC.
       COPY DL100DF.
       COPY DL100XF.
       COPY DL100RC.

       01 WS-STATUS-CHECK-KEY      PIC X(2).
       01 WS-CHECKSUM             PIC 9(18) COMP VALUE ZERO.
       01 WS-CHECKSUM-INPUT       PIC S9(3)V9(3)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CHECKSUM-X-INPUT     PIC S9(6)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FORMAT-SWITCH        PIC X VALUE 'S'.
           88 EXTENDED-INPUT      VALUE 'X'.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-TRLR-RECORD-COUNT    PIC 9(9) VALUE ZERO.

       PERFORM 0001-READ-WRITE-LOOP UNTIL WS-EOF-FLAG = 'Y'

       IF EXTENDED-INPUT
              CLOSE BINARY-FILE
              DISPLAY "BINARY FILE IS IN EXTENDED FORMAT"
              OPEN INPUT BINARY-X-FILE
              IF WS-BINARY-CHECK-KEY NOT="00"
                     DISPLAY "BINARY FILE REOPEN FAILED, STATUS "
                             WS-BINARY-CHECK-KEY
                     CLOSE DECIMAL-FILE
                     MOVE DL100-RC-OPENFAIL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM 0002-READ-WRITE-X-LOOP UNTIL WS-EOF-FLAG = 'Y'
       END-IF

       IF TRAILER-SEEN
              DISPLAY "BINARY TRAILER RECORDS " WS-TRLR-RECORD-COUNT
                      " CHECKSUM " WS-TRLR-CHECKSUM
       END-IF

       CLOSE DECIMAL-FILE.
       IF EXTENDED-INPUT
              CLOSE BINARY-X-FILE
       ELSE
              CLOSE BINARY-FILE
       END-IF

       PERFORM 0091-END-RUN.

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
                              PERFORM 0007-CONVERT-ONE-FIELD
                                 VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > DL100-FIELD-COUNT
                              MOVE SPACES TO DECIMAL-RECORD
                              MOVE WS-DECIMAL-FIELDS TO DECIMAL-RECORD
                              WRITE DECIMAL-RECORD
                       END-IF
                END-IF
              END-READ.

       0002-READ-WRITE-X-LOOP.
              READ BINARY-X-FILE
               AT END
                SET WS-EOF-FLAG TO 'Y'
               NOT AT END
                IF BINX-TRLR-REC-TYPE = 'E'
                       SET TRAILER-SEEN TO TRUE
                       MOVE BINX-TRLR-RECORD-COUNT
                              TO WS-TRLR-RECORD-COUNT
                       MOVE BINX-TRLR-CHECKSUM TO WS-TRLR-CHECKSUM
                       SET WS-EOF-FLAG TO 'Y'
                ELSE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0008-CONVERT-ONE-X-FIELD
                          VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > DL100-FIELD-COUNT
                       MOVE SPACES TO DECIMAL-RECORD
                       MOVE WS-DECIMAL-X-FIELDS TO DECIMAL-RECORD
                       WRITE DECIMAL-RECORD
                END-IF
              END-READ.
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECKSUM-INPUT * 1000).

       0008-CONVERT-ONE-X-FIELD.
              DISPLAY "FIELD " WS-I " BIN " BINX-VALUE(WS-I)
              COMPUTE DECX-VALUE(WS-I) ROUNDED = BINX-VALUE(WS-I)
              DISPLAY "FIELD " WS-I " DEC " DECX-VALUE(WS-I)
              MOVE DECX-VALUE(WS-I) TO WS-CHECKSUM-X-INPUT
              IF WS-CHECKSUM-X-INPUT < 0
                     COMPUTE WS-CHECKSUM-X-INPUT =
                             WS-CHECKSUM-X-INPUT * -1
              END-IF
              COMPUTE WS-CHECKSUM = WS-CHECKSUM
                                   + (WS-CHECKSUM-X-INPUT * 1000000).

       0012-SET-FIELD-COUNT.
              MOVE SPACES TO DL100-FIELD-COUNT-TEXT
              ACCEPT DL100-FIELD-COUNT-TEXT
