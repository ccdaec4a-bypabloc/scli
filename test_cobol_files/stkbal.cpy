      * STOCK BALANCE-FORWARD RECORD COPYBOOK
      * ONE RECORD PER PRODUCT, WRITTEN BY THE MONTHLY STOCK CARD
      * (STKCARD) FOR THE PERIOD IT REPORTED AND READ BACK NEXT MONTH
      * AS THAT MONTH'S OPENING ON-HAND - SO A LEDGER THAT DRIFTS
      * FROM THE MASTER SHOWS UP INSTEAD OF BEING WORKED BACK AWAY.
      * THE OPENING IS KEPT AS WELL AS THE CLOSING SO THE SAME MONTH
      * CAN BE RERUN FROM ITS OWN OUTPUT.  THE FILE IS IN PRODUCT-ID
      * SEQUENCE, THE ORDER THE PRODUCT MASTER IS READ IN.
       01  STOCK-BALANCE-RECORD.
           05  SK-PRODUCT-ID           PIC 9(08).
           05  SK-PERIOD               PIC 9(06).
           05  SK-OPENING-QUANTITY     PIC S9(07).
           05  SK-CLOSING-QUANTITY     PIC S9(07).
