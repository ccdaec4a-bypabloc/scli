      * ACCOUNTING PERIOD CALENDAR RECORD COPYBOOK
      * ONE RECORD PER ACCOUNTING MONTH, IN PERIOD ORDER.  A BUSINESS
      * DATE BELONGS TO THE PERIOD WHOSE START AND END DATES ENCLOSE
      * IT; PC-END-DATE IS THE PERIOD'S LAST BUSINESS DAY - THE NIGHT
      * THE MONTH-END REPORTS AND THE MONTH'S LAST GL EXTRACT RUN.
      * A PERIOD IS OPEN UNTIL THE MONTH-END CLOSE (PERCLOSE) FINDS
      * TAXRPT, STMTPRT AND THAT LAST GL EXTRACT DONE FOR IT AND
      * MARKS IT CLOSED; FROM THEN ON THE POSTING RUNS REFUSE ANY
      * BUSINESS DATE THAT FALLS IN IT.
       01  PERIOD-CALENDAR-RECORD.
           05  PC-PERIOD               PIC 9(06).
           05  PC-START-DATE           PIC 9(08).
           05  PC-END-DATE             PIC 9(08).
           05  PC-PERIOD-STATUS        PIC X(01).
               88  PC-PERIOD-OPEN          VALUE 'O'.
               88  PC-PERIOD-CLOSED        VALUE 'C'.
           05  PC-CLOSED-DATE          PIC 9(08).
