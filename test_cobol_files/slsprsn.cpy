      * SALESPERSON RECORD COPYBOOK
      * ONE RECORD PER SALESPERSON, IN ASCENDING SALESPERSON-ID ORDER,
      * MAINTAINED BY THE SALESPERSON MAINTENANCE RUN (SLSMAINT).  THE
      * COMMISSION RATE IS A PERCENT OF COLLECTED NET SALES - 05.50
      * PAYS FIVE AND A HALF CENTS ON THE DOLLAR.  AN INACTIVE
      * SALESPERSON STAYS ON THE MASTER SO HISTORY STILL NAMES THEM.
       01  SALESPERSON-RECORD.
           05  SP-SALESPERSON-ID       PIC X(04).
           05  SP-SALESPERSON-NAME     PIC X(30).
           05  SP-COMMISSION-RATE      PIC 9(02)V99.
           05  SP-SALESPERSON-STATUS   PIC X(01).
               88  SP-ACTIVE-SALESPERSON   VALUE 'A'.
               88  SP-INACTIVE-SALESPERSON VALUE 'I'.
           05  SP-LAST-UPDATE-DATE     PIC 9(08).
