      *-----------------------------------------------------------*
      * DL100MT - SAMPLE MASTER MAINTENANCE TRANSACTION (WS)       *
      *                                                             *
      * TEXT VIEW OF ONE LINE OF THE MAINTENANCE TRANSACTION FILE  *
      * (MNTTRANS) READ BY SAMPMNT.  MT-ACTION SAYS WHAT TO DO TO  *
      * THE SAMPLE NAMED BY MT-RUN-ID AND MT-SEQUENCE (NINE        *
      * DIGITS, ZERO PADDED):                                      *
      *   C  CHANGE ONE VALUE - MT-DIM-OR-COUNT IS THE DIMENSION   *
      *      AND MT-VALUE(1) THE NEW VALUE                         *
      *   D  DELETE THE SAMPLE - THE REST OF THE LINE IS IGNORED   *
      *   A  ADD A SAMPLE - MT-DIM-OR-COUNT IS THE FIELD COUNT AND *
      *      MT-VALUE(1) ONWARD ARE THE VALUES                     *
      * VALUES USE THE DECIMAL-FILE CONVENTION (SEE DL100DF): A    *
      * SIGN, SIX DIGITS WITH AN IMPLIED DECIMAL POINT AFTER THE   *
      * THIRD, AND A SPACE DELIMITER.  MT-OPERATOR NAMES WHO ASKED *
      * FOR THE CHANGE; WHEN BLANK THE DL100OPER ENVIRONMENT       *
      * VARIABLE IS USED INSTEAD.  FIELDS ARE KEPT ALPHANUMERIC SO *
      * A GARBLED LINE CAN BE REJECTED BEFORE IT IS TRUSTED.       *
      *-----------------------------------------------------------*
       01 WS-MAINT-TRANS.
              05 MT-ACTION               PIC X.
                  88 MT-CHANGE           VALUE 'C'.
                  88 MT-DELETE           VALUE 'D'.
                  88 MT-ADD              VALUE 'A'.
              05 FILLER                  PIC X.
              05 MT-RUN-ID               PIC X(16).
              05 FILLER                  PIC X.
              05 MT-SEQUENCE             PIC X(9).
              05 FILLER                  PIC X.
              05 MT-OPERATOR             PIC X(8).
              05 FILLER                  PIC X.
              05 MT-DIM-OR-COUNT         PIC X(2).
              05 FILLER                  PIC X.
              05 MT-VALUE-FIELD          OCCURS 10 TIMES.
                     10 MT-VALUE         PIC X(7).
                     10 MT-VALUE-NUM     REDEFINES MT-VALUE
                                         PIC S9(3)V9(3)
                                         SIGN IS LEADING SEPARATE
                                         CHARACTER.
                     10 MT-DELIM         PIC X.
