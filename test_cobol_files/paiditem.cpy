      * PAID ITEM RECORD COPYBOOK
      * ONE RECORD PER OPEN ITEM THAT CASH POSTING (CASHPOST) RELIEVED
      * IN FULL, APPENDED TO A CUMULATIVE FILE ON THE RUN DATE THE
      * LAST DOLLAR CAME OFF.  THE INVOICE AMOUNT IS THE ITEM'S
      * ORIGINAL AMOUNT, TAX INCLUDED.  THE MONTHLY COMMISSION REPORT
      * (COMMRPT) SELECTS ON THE RELIEVED DATE - A SALE EARNS
      * COMMISSION IN THE MONTH IT IS COLLECTED, NOT THE MONTH IT IS
      * BILLED.  THE PRODUCT IS THE OPEN ITEM'S - SET ONLY WHEN A
      * BACKREL ITEM BILLED ONE RELEASED LINE, ZERO FOR AN ORDPOST
      * ITEM COVERING A WHOLE ORDER GROUP.
       01  PAID-ITEM-RECORD.
           05  PI-RELIEVED-DATE        PIC 9(08).
           05  PI-CUSTOMER-ID          PIC 9(10).
           05  PI-ORDER-NUMBER         PIC 9(08).
           05  PI-INVOICE-DATE         PIC 9(08).
           05  PI-INVOICE-AMOUNT       PIC 9(09)V99.
           05  PI-PRODUCT-ID           PIC 9(08).
