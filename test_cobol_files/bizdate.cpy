      * BUSINESS DATE AND PERIOD CONTROL RECORD COPYBOOK
      * ONE RECORD, SET BY OPERATIONS BEFORE THE NIGHT'S BATCH
      * STARTS.  EVERY PROGRAM TAKES ITS POSTING AND REPORT DATES
      * FROM BD-BUSINESS-DATE INSTEAD OF THE MACHINE CLOCK, SO A RUN
      * THAT CROSSES MIDNIGHT, OR A NIGHT RERUN THE NEXT MORNING,
      * STILL LANDS ON THE DAY IT BELONGS TO.  THE POSTING RUNS ALSO
      * LOOK THE DATE UP ON THE PERIOD CALENDAR (PERCAL.CPY) AND
      * REFUSE TO POST INTO A CLOSED MONTH.
      * BD-REPORT-PERIOD (CCYYMM) IS THE MONTH THE MONTH-END REPORTS
      * (SALESANL, TAXRPT, STMTPRT) RUN FOR; ZERO MEANS THE BUSINESS
      * DATE'S OWN MONTH.  IT IS SET ONLY WHEN A MONTH-END REPORT HAS
      * TO BE RUN AGAIN AFTER THE DATE HAS MOVED ON.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  BD-REPORT-PERIOD        PIC 9(06).
