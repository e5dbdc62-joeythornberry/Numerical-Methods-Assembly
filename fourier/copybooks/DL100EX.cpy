      *-----------------------------------------------------------*
      * DL100EX - CONSOLIDATED EXCEPTION RECORD (FILE SECTION)     *
      *                                                             *
      * ONE LINE PER EXCEPTION WRITTEN TO EXCPFILE BY EXCPCONS,    *
      * WHICH GATHERS THE NIGHT'S REJFILE REJECTS (DECTOBIN), THE  *
      * OUTLRPT OUTLIERS (BINSCAN), THE DRIFTRPT COEFFICIENTS      *
      * (SPECDRFT) AND THE VARRPT VARIANCES (RECONCIL) FOR ONE     *
      * RUN-ID INTO A SINGLE FIXED LAYOUT.  EXC-SEVERITY IS HIGH   *
      * FOR ROUND-TRIP VARIANCES (DATA ALTERED IN TRANSIT), MEDIUM *
      * FOR REJECTED RECORDS (SAMPLES NOT LOADED) AND LOW FOR      *
      * OUTLIERS AND SPECTRUM DRIFT (STATISTICAL WARNINGS).  THE   *
      * SAMPLE KEY (EXC-SAMPLE-RUN-ID PLUS EXC-SAMPLE-SEQUENCE) IS *
      * THE SAMPMAST KEY (SEE DL100SM) AND IS FILLED ONLY WHERE    *
      * THE EXCEPTION NAMES A LOADED SAMPLE.  EXC-SOURCE-REF IS    *
      * THE LINE, RECORD OR COEFFICIENT NUMBER IN THE SOURCE       *
      * REPORT.  ANY ITEM THAT DOES NOT APPLY IS LEFT BLANK; THE   *
      * TEXT REDEFINITIONS LET A PROGRAM BLANK A NUMERIC ITEM.     *
      *-----------------------------------------------------------*
       01 EXCEPTION-RECORD.
              05 EXC-RUN-ID              PIC X(16).
              05 FILLER                  PIC X.
              05 EXC-BUS-DATE            PIC X(8).
              05 FILLER                  PIC X.
              05 EXC-FEED-ID             PIC X(8).
              05 FILLER                  PIC X.
              05 EXC-SOURCE-PROGRAM      PIC X(8).
              05 FILLER                  PIC X.
              05 EXC-TYPE                PIC X(20).
              05 FILLER                  PIC X.
              05 EXC-SEVERITY            PIC X(6).
                  88 EXC-HIGH            VALUE "HIGH".
                  88 EXC-MEDIUM          VALUE "MEDIUM".
                  88 EXC-LOW             VALUE "LOW".
              05 FILLER                  PIC X.
              05 EXC-SAMPLE-RUN-ID       PIC X(16).
              05 FILLER                  PIC X.
              05 EXC-SAMPLE-SEQUENCE     PIC 9(9).
              05 EXC-SAMPLE-SEQUENCE-TEXT
                                         REDEFINES EXC-SAMPLE-SEQUENCE
                                         PIC X(9).
              05 FILLER                  PIC X.
              05 EXC-DIM                 PIC 9(2).
              05 EXC-DIM-TEXT            REDEFINES EXC-DIM
                                         PIC X(2).
              05 FILLER                  PIC X.
              05 EXC-OBSERVED-VALUE      PIC S9(10)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 EXC-OBSERVED-TEXT       REDEFINES EXC-OBSERVED-VALUE
                                         PIC X(17).
              05 FILLER                  PIC X.
              05 EXC-EXPECTED-VALUE      PIC S9(10)V9(6)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              05 EXC-EXPECTED-TEXT       REDEFINES EXC-EXPECTED-VALUE
                                         PIC X(17).
              05 FILLER                  PIC X.
              05 EXC-SOURCE-REF          PIC 9(9).
              05 EXC-SOURCE-REF-TEXT     REDEFINES EXC-SOURCE-REF
                                         PIC X(9).
