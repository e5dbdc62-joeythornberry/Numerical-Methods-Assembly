                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAILER-SEEN         PIC X.
           88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-FORMAT-SWITCH        PIC X.
           88 EXTENDED-INPUT      VALUE 'X'.
       01 WS-TRLR-RECORD-COUNT    PIC 9(9).
       01 WS-TRLR-CHECKSUM        PIC 9(18).

                     END-IF
                     MOVE 'N' TO WS-EOF-FLAG
                     MOVE 'N' TO WS-TRAILER-SEEN
                     MOVE 'S' TO WS-FORMAT-SWITCH
                     MOVE ZERO TO WS-SCAN-COUNT
                     MOVE ZERO TO WS-SCAN-CHECKSUM
                     PERFORM 0002-SCAN-ONE-RECORD
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
                              ADD 1 TO WS-SCAN-COUNT
                              PERFORM 0006-SUM-ONE-FIELD
                                 VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > DL100-FIELD-COUNT
                       END-IF
                END-IF
              END-READ.

       0003-CHECK-ONE-TRAILER.
              IF EXTENDED-INPUT
                     DISPLAY "SEGMENT " WS-INPUT-NAME
                             " IS IN EXTENDED FORMAT, "
                             "REFUSING TO MERGE"
                     MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
                     PERFORM 0091-END-RUN
              END-IF
              IF NOT TRAILER-SEEN
                     DISPLAY "SEGMENT " WS-INPUT-NAME
                             " HAS NO TRAILER RECORD, "
