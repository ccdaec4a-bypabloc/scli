      * STOCK MOVEMENT RECORD COPYBOOK
      * ONE RECORD PER CHANGE TO A PRODUCT'S QUANTITY-ON-HAND,
      * APPENDED TO THE CUMULATIVE STOCK LEDGER BY EVERY PROGRAM THAT
      * MOVES STOCK - ORDPOST (SALE), BACKREL (BACKORDER RELEASE),
      * PORCPT (RECEIPT), RETPOST (RETURN), CNTPOST (COUNT VARIANCE)
      * AND MSTAPPLY (MASTER CORRECTION).  THE QUANTITY IS SIGNED -
      * POSITIVE INTO STOCK, NEGATIVE OUT - SO THE LEDGER FOR ANY
      * PRODUCT ADDS UP TO THE CHANGE IN ITS ON-HAND.  THE DOCUMENT
      * NUMBER IS THE ORDER NUMBER FOR A SALE, RELEASE OR RETURN, THE
      * PO NUMBER FOR A RECEIPT, AND THE COUNT DATE FOR A COUNT; A
      * MASTER CORRECTION HAS NO DOCUMENT AND CARRIES ZERO.  THE
      * MONTHLY STOCK CARD (STKCARD) ROLLS THE LEDGER FORWARD.
       01  STOCK-MOVEMENT-RECORD.
           05  SM-PRODUCT-ID           PIC 9(08).
           05  SM-MOVEMENT-TYPE        PIC X(02).
               88  SM-SALE                 VALUE 'SL'.
               88  SM-BACKORDER-RELEASE    VALUE 'BR'.
               88  SM-RECEIPT              VALUE 'RC'.
               88  SM-RETURN               VALUE 'RT'.
               88  SM-COUNT-VARIANCE       VALUE 'CV'.
               88  SM-MASTER-CORRECTION    VALUE 'MC'.
           05  SM-QUANTITY             PIC S9(07).
           05  SM-DOCUMENT-NUMBER      PIC 9(08).
           05  SM-BUSINESS-DATE        PIC 9(08).
           05  SM-SOURCE-PROGRAM       PIC X(08).
