      *-----------------------------------------------------------*
      * DL100FG - FEED REGISTRY LINE AND TABLE (WORKING-STORAGE)   *
      *                                                             *
      * THE FEED REGISTRY (FEEDREG) IS A MAINTAINED TEXT FILE WITH *
      * ONE LINE PER UPSTREAM FEED-ID, SAYING WHAT EACH FEED IS    *
      * EXPECTED TO LOOK LIKE: THE FIELD COUNT ITS 'H' HEADER      *
      * SHOULD CARRY, THE MINIMUM AND MAXIMUM NUMBER OF RECORDS    *
      * IT NORMALLY DELIVERS, THE DAYS OF THE WEEK IT IS DUE (ONE  *
      * Y/N BYTE PER DAY, MONDAY FIRST) AND WHETHER IT IS ACTIVE   *
      * ('A') OR INACTIVE ('I').  WS-FEED-REG-LINE IS THE TEXT     *
      * VIEW OF ONE LINE, KEPT ALPHANUMERIC SO A GARBLED LINE CAN  *
      * BE INSPECTED BEFORE IT IS TRUSTED.  WS-REG-TABLE HOLDS THE *
      * VALIDATED ENTRIES, SEARCHED BY FEED-ID.  DECTOBIN CHECKS   *
      * ARRIVING FEEDS AGAINST IT AND FEEDMISS USES IT TO FIND     *
      * FEEDS THAT WERE DUE BUT NEVER ARRIVED.                     *
      *-----------------------------------------------------------*
       01 WS-FEED-REG-LINE.
              05 FREG-FEED-ID            PIC X(8).
              05 FILLER                  PIC X.
              05 FREG-FIELD-COUNT        PIC X(2).
              05 FILLER                  PIC X.
              05 FREG-MIN-VOLUME         PIC X(9).
              05 FILLER                  PIC X.
              05 FREG-MAX-VOLUME         PIC X(9).
              05 FILLER                  PIC X.
              05 FREG-DAYS-DUE           PIC X(7).
              05 FILLER                  PIC X.
              05 FREG-STATUS             PIC X.

       01 WS-REG-MAX-ENTRIES      PIC 9(2) COMP VALUE 50.
       01 WS-REG-COUNT            PIC 9(2) COMP VALUE ZERO.

       01 WS-REG-TABLE.
              05 WS-REG-ENTRY     OCCURS 50 TIMES.
                     10 WS-REG-FEED-ID          PIC X(8).
                     10 WS-REG-FIELD-COUNT      PIC 9(2).
                     10 WS-REG-MIN-VOLUME       PIC 9(9).
                     10 WS-REG-MAX-VOLUME       PIC 9(9).
                     10 WS-REG-DAYS-DUE         PIC X(7).
                     10 WS-REG-STATUS           PIC X.
                         88 REG-ACTIVE          VALUE 'A'.
                         88 REG-INACTIVE        VALUE 'I'.
