      * QUANTITY CHECK AND IS WAITING TO BE PAID.  THE MATCH RUN
      * APPENDS TO THIS FILE; THE PAYMENT-DUE REPORT (APDUE) APPLIES
      * EACH SUPPLIER'S PAYMENT-TERMS TO THE INVOICE DATE SO THE
      * OFFICE PAYS ON TIME AND CATCHES EARLY-PAY DISCOUNTS.  THE
      * SUPPLIER PAYMENT RUN (APPAY) PAYS WHAT IS DUE AND WRITES THE
      * FILE BACK OUT WITHOUT THE INVOICES IT PAID.
       01  OPEN-PAYABLE-RECORD.
           05  AP-SUPPLIER-ID          PIC 9(06).
           05  AP-PO-NUMBER            PIC 9(08).
