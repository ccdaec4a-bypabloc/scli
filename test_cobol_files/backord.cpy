      * APPLYING IT WOULD HAVE DRIVEN QUANTITY-ON-HAND NEGATIVE.  THE
      * UNIT PRICE THE CUSTOMER ORDERED AT IS CARRIED SO THE RELEASE
      * RUN CAN BILL THE LINE EXACTLY AS ORDER POSTING WOULD HAVE ON
      * THE DAY IT WAS REFUSED, UNDER THE SAME SALESPERSON.  THE FILE
      * IS A ROLLING BACKLOG - ORDER POSTING APPENDS TO IT AND THE
      * RELEASE RUN REWRITES IT WITH ONLY THE LINES STILL WAITING FOR
      * STOCK.
       01  BACKORDER-RECORD.
           05  BO-ORDER-NUMBER         PIC 9(08).
           05  BO-CUSTOMER-ID          PIC 9(10).
           05  BO-QUANTITY             PIC 9(05).
           05  BO-UNIT-PRICE           PIC 9(05)V99.
           05  BO-DATE-REFUSED         PIC 9(08).
           05  BO-SALESPERSON-ID       PIC X(04).
