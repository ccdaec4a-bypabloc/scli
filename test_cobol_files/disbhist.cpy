      * SUPPLIER DISBURSEMENT HISTORY RECORD COPYBOOK
      * ONE RECORD PER SUPPLIER INVOICE PAID BY THE PAYMENT RUN
      * (APPAY), APPENDED TO A CUMULATIVE HISTORY FILE.  THE CHECK
      * REGISTER PRINTS AND IS FILED, BUT THE NIGHTLY GL EXTRACT
      * (GLEXTR) NEEDS THE SAME DETAIL ON A FILE - ACCRUED PAYABLES
      * ARE RELIEVED BY THE INVOICE AMOUNT, CASH BY WHAT THE CHECK
      * ACTUALLY PAID, AND ANY EARLY-PAY DISCOUNT TAKEN IS THE
      * DIFFERENCE.  EVERY INVOICE ON ONE CHECK CARRIES THE SAME
      * CHECK NUMBER.  THE POSTED DATE IS THE RUN DATE THE CHECK WAS
      * ISSUED ON, THE SAME SELECTION RULE THE SALES HISTORY USES.
       01  DISBURSEMENT-HISTORY-RECORD.
           05  DH-POSTED-DATE          PIC 9(08).
           05  DH-CHECK-NUMBER         PIC 9(08).
           05  DH-SUPPLIER-ID          PIC 9(06).
           05  DH-PO-NUMBER            PIC 9(08).
           05  DH-INVOICE-NUMBER       PIC X(10).
           05  DH-INVOICE-DATE         PIC 9(08).
           05  DH-INVOICE-AMOUNT       PIC 9(09)V99.
           05  DH-DISCOUNT-AMOUNT      PIC 9(09)V99.
           05  DH-PAID-AMOUNT          PIC 9(09)V99.
