      * COUNTS ARE THE PROGRAM'S KEY TOTALS -- BROADLY RECORDS IN, *
      * RECORDS OUT AND RECORDS REJECTED OR FLAGGED -- SO A        *
      * SCHEDULER CAN SANITY-CHECK VOLUMES WITHOUT PARSING EACH    *
      * PROGRAM'S OWN REPORT.  STAT-NOTE IS A SHORT FREE-TEXT      *
      * REASON A PROGRAM MAY ADD WHEN THE COUNTS ALONE DO NOT SAY  *
      * WHY IT STOPPED OR REFUSED WORK; IT IS BLANK OTHERWISE.     *
      *-----------------------------------------------------------*
       01 RUN-STATUS-RECORD.
              05 STAT-PROGRAM            PIC X(8).
              05 STAT-RECORDS-OUT        PIC 9(9).
              05 FILLER                  PIC X.
              05 STAT-RECORDS-BAD        PIC 9(9).
              05 FILLER                  PIC X.
              05 STAT-NOTE               PIC X(40).
