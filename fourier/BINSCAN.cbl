                                  SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-FORMAT-SWITCH        PIC X VALUE 'S'.
           88 EXTENDED-INPUT      VALUE 'X'.
       01 WS-TRLR-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-TRLR-CHECKSUM        PIC 9(18) VALUE ZERO.


       CLOSE BINARY-FILE.

       IF EXTENDED-INPUT
              DISPLAY "BINARY FILE IS IN EXTENDED FORMAT, "
                      "REFUSING TO SCAN"
              MOVE DL100-RC-REFUSAL TO WS-CONDITION-CODE
              PERFORM 0091-END-RUN
       END-IF

       IF NOT TRAILER-SEEN
              DISPLAY "BINARY FILE HAD NO TRAILER RECORD, "
                      "REFUSING TO SCAN"
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
                              PERFORM 0002-SUM-ONE-FIELD
                                 VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > DL100-FIELD-COUNT
                       END-IF
                END-IF
              END-READ.

