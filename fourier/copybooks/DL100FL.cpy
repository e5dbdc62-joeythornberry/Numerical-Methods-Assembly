      *-----------------------------------------------------------*
      * DL100FL - FEED ARRIVAL LOG RECORD (FILE SECTION)           *
      *                                                             *
      * ONE LINE APPENDED TO THE SHARED FEEDLOG FILE BY DECTOBIN   *
      * FOR EVERY FEED IT SAW IN A RUN, ACCEPTED OR REFUSED, SO    *
      * THE MISSING-FEED REPORT (FEEDMISS) CAN TELL WHICH FEEDS    *
      * ARRIVED FOR A BUSINESS DATE WITHOUT PARSING THE CONTROL    *
      * REPORT.  FLOG-STATUS IS 'A' FOR AN ACCEPTED FEED AND 'R'   *
      * FOR A REFUSED ONE.  FLOG-RECORDS-READ COUNTS EVERY DATA    *
      * RECORD READ FOR THE FEED, REJECTED OR NOT; AFTER A RESTART *
      * IT COVERS ONLY THE RECORDS READ SINCE THE RESTART.         *
      * FLOG-RECORDS-REJECTED COUNTS THE FEED'S LINES ON REJFILE;  *
      * FEEDS ARE LOGGED IN THE ORDER THEY APPEARED, SO THE COUNTS *
      * TIE EACH REJFILE LINE BACK TO ITS FEED.  LINES WRITTEN     *
      * BEFORE THE COUNT WAS CARRIED END AFTER FLOG-RECORDS-READ.  *
      * FLOG-RUN-DATE IS THE DATE THE RUN STARTED (YYYYMMDD), SO   *
      * A FEED LOGGED AFTER ITS BUSINESS DATE CAN BE REPORTED LATE *
      * EVEN WHEN THE RUN-ID IS NOT A DATE.  OLDER LINES LEAVE IT  *
      * BLANK.                                                     *
      *-----------------------------------------------------------*
       01 FEED-LOG-RECORD.
              05 FLOG-FEED-ID            PIC X(8).
              05 FILLER                  PIC X.
              05 FLOG-BUS-DATE           PIC X(8).
              05 FILLER                  PIC X.
              05 FLOG-RUN-ID             PIC X(16).
              05 FILLER                  PIC X.
              05 FLOG-STATUS             PIC X.
              05 FILLER                  PIC X.
              05 FLOG-RECORDS-READ       PIC 9(9).
              05 FILLER                  PIC X.
              05 FLOG-RECORDS-REJECTED   PIC 9(9).
              05 FILLER                  PIC X.
              05 FLOG-RUN-DATE           PIC X(8).
