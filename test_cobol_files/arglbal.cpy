      * AR GENERAL LEDGER BALANCE-FORWARD RECORD COPYBOOK
      * ONE RECORD, WRITTEN BY THE NIGHTLY AR RECONCILIATION (ARRECON)
      * FOR THE BUSINESS DATE IT RECONCILED AND READ BACK THE NEXT
      * NIGHT AS THAT NIGHT'S OPENING GL AR FIGURE - SO THE LEDGER'S
      * RECEIVABLE IS ROLLED FORWARD FROM THE HISTORY FILES GLEXTR
      * POSTS FROM, NOT RESTATED FROM THE SUBLEDGER IT IS CHECKING.
      * THE FIRST POSTED DATE IS THE EARLIEST HISTORY POSTED DATE THE
      * ROLL TOOK IN, SO A NIGHT THE RECONCILIATION DID NOT RUN IS
      * PICKED UP BY THE NEXT ONE, AND THE OPENING IS KEPT AS WELL AS
      * THE CLOSING SO THE SAME NIGHT CAN BE RERUN FROM ITS OWN
      * OUTPUT.  AN OPENING WORKED BACK FROM THE SUBLEDGER (THE FIRST
      * NIGHT) IS MARKED SO, SINCE IT TIES BY CONSTRUCTION.
       01  AR-GL-BALANCE-RECORD.
           05  AG-BUSINESS-DATE        PIC 9(08).
           05  AG-FIRST-POSTED-DATE    PIC 9(08).
           05  AG-OPENING-AMOUNT       PIC S9(11)V99.
           05  AG-CLOSING-AMOUNT       PIC S9(11)V99.
           05  AG-OPENING-SOURCE       PIC X(01).
               88  AG-OPENING-CARRIED      VALUE 'C'.
               88  AG-OPENING-WORKED-BACK  VALUE 'W'.
