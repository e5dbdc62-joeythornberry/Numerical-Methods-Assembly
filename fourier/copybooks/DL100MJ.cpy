      *-----------------------------------------------------------*
      * DL100MJ - SAMPLE MASTER MAINTENANCE JOURNAL (FILE SECTION) *
      *                                                             *
      * SAMPMNT APPENDS TWO LINES TO THE MAINTENANCE JOURNAL       *
      * (MNTJRNL) FOR EVERY CHANGE IT APPLIES TO SAMPMAST: A       *
      * BEFORE-IMAGE ('B') FOLLOWED BY AN AFTER-IMAGE ('A') OF THE *
      * SAMPLE, BOTH STAMPED WITH THE SAME OPERATOR AND TIMESTAMP  *
      * (YYYYMMDDHHMMSSCC).  MJ-ACTION REPEATS THE TRANSACTION     *
      * ACTION (C, D OR A, SEE DL100MT) AND MJ-DIM THE DIMENSION A *
      * CHANGE TOUCHED (ZERO FOR DELETES AND ADDS).  A SAMPLE THAT *
      * DID NOT EXIST -- THE BEFORE-IMAGE OF AN ADD OR THE AFTER-  *
      * IMAGE OF A DELETE -- IS WRITTEN WITH A FIELD COUNT OF ZERO *
      * AND ZERO VALUES.  VALUES ARE SHOWN IN THE DECIMAL-FILE     *
      * CONVENTION SO THE JOURNAL CAN BE READ WITHOUT A PROGRAM.   *
      *-----------------------------------------------------------*
       01 MAINT-JOURNAL-RECORD.
              05 MJ-IMAGE-TYPE           PIC X.
              05 FILLER                  PIC X.
              05 MJ-ACTION               PIC X.
              05 FILLER                  PIC X.
              05 MJ-RUN-ID               PIC X(16).
              05 FILLER                  PIC X.
              05 MJ-SEQUENCE             PIC 9(9).
              05 FILLER                  PIC X.
              05 MJ-OPERATOR             PIC X(8).
              05 FILLER                  PIC X.
              05 MJ-TIMESTAMP            PIC X(16).
              05 FILLER                  PIC X.
              05 MJ-DIM                  PIC 9(2).
              05 FILLER                  PIC X.
              05 MJ-FIELD-COUNT          PIC 9(2).
              05 FILLER                  PIC X.
              05 MJ-VALUE-FIELD          OCCURS 10 TIMES.
                     10 MJ-VALUE         PIC S9(3)V9(3)
                                         SIGN IS LEADING SEPARATE
                                         CHARACTER.
                     10 MJ-DELIM         PIC X.
