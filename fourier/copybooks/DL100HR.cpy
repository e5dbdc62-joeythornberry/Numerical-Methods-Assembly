      * RUN DATE.  DATE AND COUNT ARE KEPT ALPHANUMERIC HERE SO A  *
      * GARBLED HEADER CAN BE INSPECTED BEFORE IT IS TRUSTED.      *
      * FILES FROM FEEDS THAT PREDATE THE HEADER CARRY NO 'H'      *
      * RECORD AND ARE STILL ACCEPTED.  HDR-FORMAT CHOOSES THE     *
      * RECORD FORMAT OF THE FEED'S DATA RECORDS: BLANK OR 'S' FOR *
      * THE STANDARD LAYOUT (DL100DF / DL100BR), 'X' FOR THE       *
      * EXTENDED ONE (DL100XF / DL100BX).  HEADERS WRITTEN BEFORE  *
      * THE BYTE EXISTED END AT THE FIELD COUNT AND READ AS BLANK. *
      *-----------------------------------------------------------*
       01 WS-HEADER-FIELDS.
              05 HDR-REC-TYPE     PIC X.
              05 HDR-FEED-ID      PIC X(8).
              05 HDR-BUS-DATE     PIC X(8).
              05 HDR-FIELD-COUNT  PIC X(2).
              05 HDR-FORMAT       PIC X.
                  88 HDR-STANDARD-FORMAT VALUE SPACE 'S'.
                  88 HDR-EXTENDED-FORMAT VALUE 'X'.
