      * RECEIPT AGAINST A CUSTOMER'S OPEN ITEMS OLDEST-INVOICE-FIRST,
      * REDUCING OI-OPEN-AMOUNT, AND REWRITES THE FILE WITH ONLY THE
      * ITEMS STILL OPEN - THE FILE IS A ROLLING SUBLEDGER, THE SAME
      * SHAPE AS THE BACKORDER BACKLOG.  THE AR ADJUSTMENTS RUN
      * (ARADJ) OPENS A NEW ITEM FOR EACH FINANCE CHARGE AND RELIEVES
      * ITEMS IT WRITES OFF.  THE AR AGING (ARAGE) BUCKETS
      * BY OI-INVOICE-DATE, SO A CUSTOMER'S OLD DEBT AGES EVEN WHILE
      * NEW ORDERS POST.
      * THE PRODUCT IS SET ONLY ON A BACKREL ITEM, WHICH BILLS ONE
      * RELEASED LINE - AN ORDPOST ITEM COVERS A WHOLE ORDER GROUP AND
      * AN ARADJ ITEM NO MERCHANDISE, SO BOTH CARRY ZERO.  IT TELLS
      * WHICH LINE A PAID BACKREL ITEM COLLECTED (PAIDITEM.CPY).
       01  OPEN-ITEM-RECORD.
           05  OI-CUSTOMER-ID          PIC 9(10).
           05  OI-ORDER-NUMBER         PIC 9(08).
           05  OI-INVOICE-DATE         PIC 9(08).
           05  OI-INVOICE-AMOUNT       PIC 9(09)V99.
           05  OI-OPEN-AMOUNT          PIC 9(09)V99.
           05  OI-PRODUCT-ID           PIC 9(08).
