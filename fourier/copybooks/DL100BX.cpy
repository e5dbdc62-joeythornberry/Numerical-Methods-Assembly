      *-----------------------------------------------------------*
      * DL100BX - EXTENDED BINARY SAMPLE RECORD (FILE SECTION)     *
      *                                                             *
      * COMP-2 COUNTERPART OF DL100BR FOR FEEDS WHOSE READINGS DO  *
      * NOT FIT S9(3)V9(3) OR NEED MORE SIGNIFICANT DIGITS THAN A  *
      * COMP-1 CAN HOLD.  DECTOBIN WRITES THIS LAYOUT FOR A FEED   *
      * WHOSE 'H' RECORD CARRIES FORMAT 'X' (SEE DL100HR); EVERY   *
      * SEGMENT HOLDS ONE FEED, SO A FILE IS NEVER A MIXTURE OF    *
      * THE TWO FORMATS.  DATA RECORDS ARE TYPED 'X' AND THE       *
      * TRAILING CONTROL RECORD 'E', SO A READER OPENING THE FILE  *
      * THROUGH DL100BR SEES BIN-EXTENDED-FORMAT ON THE VERY FIRST *
      * RECORD.  THE TRAILER CARRIES THE SAME RECORD COUNT AS THE  *
      * STANDARD ONE, BUT ITS CHECKSUM IS THE SUM OF THE ABSOLUTE  *
      * VALUES ROUNDED TO S9(6)V9(6) (SEE DL100XF) TIMES 1000000,  *
      * SO ALL SIX DECIMAL PLACES ARE PROTECTED.  UNUSED TRAILING  *
      * ENTRIES ARE ZERO-FILLED AS IN DL100BR.                     *
      *-----------------------------------------------------------*
       01 BINARY-X-RECORD.
              05 BINX-REC-TYPE    PIC X VALUE 'X'.
              05 BINX-VALUE       USAGE COMP-2
                                  OCCURS 10 TIMES.

       01 BINARY-X-TRAILER-RECORD REDEFINES BINARY-X-RECORD.
              05 BINX-TRLR-REC-TYPE      PIC X.
              05 BINX-TRLR-RECORD-COUNT  PIC 9(9) COMP.
              05 BINX-TRLR-CHECKSUM      PIC 9(18) COMP.
              05 FILLER                  PIC X(68).
