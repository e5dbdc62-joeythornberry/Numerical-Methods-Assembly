      * COMPLETE BEFORE IT STARTS PROCESSING IT.  TRLR-CHECKSUM IS *
      * PIC 9(18) RATHER THAN 9(9) SO A RUNNING SUM OVER A LARGE   *
      * FILE (SEVERAL HUNDRED THOUSAND SAMPLES) CANNOT WRAP.       *
      * A FEED WHOSE HEADER ASKS FOR THE EXTENDED FORMAT IS WRITTEN*
      * WITH DL100BX INSTEAD, WHOSE RECORDS ARE TYPED 'X' AND 'E'; *
      * BIN-EXTENDED-FORMAT LETS A PROGRAM THAT ONLY UNDERSTANDS   *
      * THIS LAYOUT RECOGNISE SUCH A FILE FROM ITS FIRST RECORD    *
      * AND REFUSE IT RATHER THAN MISREAD IT.                      *
      *-----------------------------------------------------------*
       01 BINARY-RECORD.
              05 BIN-REC-TYPE     PIC X VALUE 'D'.
                  88 BIN-EXTENDED-FORMAT VALUE 'X' 'E'.
              05 BIN-VALUE        USAGE COMP-1
                                  OCCURS 10 TIMES.

