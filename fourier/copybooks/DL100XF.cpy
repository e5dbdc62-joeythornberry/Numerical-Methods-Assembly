      *-----------------------------------------------------------*
      * DL100XF - EXTENDED DECIMAL SAMPLE FIELDS (WORKING-STORAGE) *
      *                                                             *
      * WIDER COUNTERPART OF DL100DF FOR FEEDS SENT IN THE         *
      * EXTENDED FORMAT (HEADER FORMAT 'X', SEE DL100HR).  EACH    *
      * FIELD IS A SIGNED S9(6)V9(6) VALUE, SIGN LEADING SEPARATE, *
      * FOLLOWED BY ONE SPACE -- 14 BYTES, SO DL100-MAX-FIELDS     *
      * FIELDS NEED 140 BYTES OF DECIMAL-RECORD (SEE DL100DR).     *
      * DL100-FIELD-COUNT DRIVES THE OCCURS DEPENDING ON EXACTLY   *
      * AS IT DOES FOR WS-DECIMAL-FIELDS.                          *
      *-----------------------------------------------------------*
       01 WS-DECIMAL-X-FIELDS.
              05 DECX-FIELD OCCURS 1 TO 10 TIMES
                     DEPENDING ON DL100-FIELD-COUNT.
                     10 DECX-VALUE       PIC S9(6)V9(6)
                                         SIGN IS LEADING SEPARATE
                                         CHARACTER.
                     10 DECX-DELIM       PIC X VALUE SPACE.
