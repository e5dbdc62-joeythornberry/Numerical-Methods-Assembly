      * THE OCCURS DEPENDING ON CLAUSE ON DL100DF'S WS-DECIMAL-     *
      * FIELDS SO A 2-FIELD (X/Y), 3-FIELD (X/Y/Z) OR OTHER N-FIELD*
      * SAMPLE CAN BE CONVERTED WITHOUT A SEPARATE PROGRAM PER     *
      * SHAPE.  DL100DR IS A FLAT PIC X(140) BUFFER, NO OCCURS,   *
      * AND DL100BR'S BIN-VALUE TABLE IS A FIXED OCCURS 10 TIMES   *
      * (DL100-MAX-FIELDS) WITH NO DEPENDING ON -- DL100-FIELD-    *
      * COUNT STILL SAYS HOW MANY OF ITS 10 ENTRIES ARE LIVE, IT   *
