      *-----------------------------------------------------------*
      * DL100PF - PROCESSED-FEED REGISTER RECORD (FILE SECTION)    *
      *                                                             *
      * ONE LINE APPENDED TO THE SHARED FEEDDONE REGISTER BY       *
      * DECTOBIN FOR EVERY FEED IT ACCEPTED, SO A FEED RE-SENT FOR *
      * A BUSINESS DATE IT HAS ALREADY BEEN CONVERTED FOR CAN BE   *
      * REFUSED BEFORE ITS SAMPLES ARE COUNTED TWICE DOWNSTREAM.   *
      * PFR-RECORD-COUNT AND PFR-CHECKSUM ARE THE VALUES CARRIED   *
      * ON THE FEED'S BINARY-FILE TRAILER (SEE DL100BR), SO A      *
      * REGISTER ENTRY CAN BE MATCHED TO THE SEGMENT IT DESCRIBES. *
      * PFR-OVERRIDE IS 'Y' WHEN THE FEED WAS TAKEN AS A DELIBERATE*
      * REPLACEMENT UNDER THE DL100REPL OVERRIDE, IN WHICH CASE    *
      * PFR-REPLACED-RUN-ID NAMES THE RUN WHOSE ENTRY IT REPLACED; *
      * OTHERWISE IT IS 'N' AND THE REPLACED RUN-ID IS BLANK.      *
      * THE REGISTER IS ONLY EVER APPENDED TO; THE LATEST ENTRY    *
      * FOR A FEED AND BUSINESS DATE IS THE ONE IN FORCE.          *
      *-----------------------------------------------------------*
       01 PROCESSED-FEED-RECORD.
              05 PFR-FEED-ID             PIC X(8).
              05 FILLER                  PIC X.
              05 PFR-BUS-DATE            PIC X(8).
              05 FILLER                  PIC X.
              05 PFR-RUN-ID              PIC X(16).
              05 FILLER                  PIC X.
              05 PFR-RECORD-COUNT        PIC 9(9).
              05 FILLER                  PIC X.
              05 PFR-CHECKSUM            PIC 9(18).
              05 FILLER                  PIC X.
              05 PFR-OVERRIDE            PIC X.
                  88 PFR-WAS-OVERRIDE    VALUE 'Y'.
              05 FILLER                  PIC X.
              05 PFR-REPLACED-RUN-ID     PIC X(16).
