      * MONTH-END STEP LOG RECORD COPYBOOK
      * ONE RECORD APPENDED BY EACH MONTH-END STEP WHEN IT FINISHES
      * CLEAN - TAXRPT AND STMTPRT FOR THE MONTH THEY REPORTED, AND
      * GLEXTR FOR THE PERIOD OF EACH NIGHT WHOSE JOURNAL IT
      * RELEASED.  THE MONTH-END CLOSE (PERCLOSE) READS THE LOG TO
      * DECIDE WHETHER A PERIOD IS READY TO LOCK.  THE BUSINESS DATE
      * IS THE NIGHT THE STEP RAN FOR.
       01  PERIOD-STEP-RECORD.
           05  PS-PERIOD               PIC 9(06).
           05  PS-STEP-PROGRAM         PIC X(08).
           05  PS-BUSINESS-DATE        PIC 9(08).
