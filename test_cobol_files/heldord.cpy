      * PAST ITS CREDIT-LIMIT.  LINES OF THE SAME ORDER SHARE AN
      * ORDER NUMBER; THE CREDIT REVIEW RUN (CREDREV) SORTS ON IT AND
      * DISPOSES OF THE ORDER AS A WHOLE.  THE ORDERED PRICE IS
      * CARRIED SO A RELEASED ORDER REBILLS EXACTLY AS SUBMITTED, AND
      * THE HEADER'S SALESPERSON OVERRIDE (SPACES IF NONE) WITH IT.
       01  HELD-ORDER-RECORD.
           05  HO-ORDER-NUMBER         PIC 9(08).
           05  HO-CUSTOMER-ID          PIC 9(10).
           05  HO-QUANTITY             PIC 9(05).
           05  HO-UNIT-PRICE           PIC 9(05)V99.
           05  HO-HELD-DATE            PIC 9(08).
           05  HO-SALESPERSON-ID       PIC X(04).
