      * SUPPLIER PERFORMANCE EVENT RECORD COPYBOOK
      * ONE RECORD PER EVENT THAT SAYS HOW A SUPPLIER PERFORMED,
      * APPENDED TO A CUMULATIVE FILE FOR THE MONTHLY SUPPLIER
      * SCORECARD (SUPSCORE).  THE RECEIPTS POSTING RUN (PORCPT)
      * WRITES A RECEIPT EVENT FOR EVERY RECEIPT IT POSTS INTO STOCK,
      * CARRYING THE PO'S ORDER DATE AND QUANTITY, WHAT HAD ALREADY
      * ARRIVED AGAINST IT, AND THE RECEIPT'S COST BESIDE THE MASTER
      * UNIT-COST IT WAS RECEIVED AGAINST (A ZERO RECEIPT COST MEANS
      * THE DOCK DID NOT KEY ONE).  THE INVOICE MATCH RUN (APMATCH)
      * WRITES AN INVOICE EXCEPTION EVENT FOR EVERY INVOICE IT THROWS
      * OUT, UNDER THE SUPPLIER WHO BILLED IT.  THE POSTED DATE IS THE
      * BUSINESS DATE OF THE RUN THAT WROTE THE EVENT.
       01  SUPPLIER-EVENT-RECORD.
           05  SE-SUPPLIER-ID          PIC 9(06).
           05  SE-POSTED-DATE          PIC 9(08).
           05  SE-EVENT-TYPE           PIC X(01).
               88  SE-RECEIPT-EVENT        VALUE 'R'.
               88  SE-INVOICE-EXCEPTION    VALUE 'X'.
           05  SE-PO-NUMBER            PIC 9(08).
           05  SE-RECEIPT-AREA.
               10  SE-PRODUCT-ID           PIC 9(08).
               10  SE-ORDER-DATE           PIC 9(08).
               10  SE-RECEIPT-DATE         PIC 9(08).
               10  SE-QUANTITY-ORDERED     PIC 9(06).
               10  SE-PRIOR-RECEIVED       PIC 9(06).
               10  SE-QUANTITY-RECEIVED    PIC 9(06).
               10  SE-RECEIPT-UNIT-COST    PIC 9(05)V99.
               10  SE-MASTER-UNIT-COST     PIC 9(05)V99.
               10  SE-RECEIPT-STATUS       PIC X(01).
                   88  SE-PARTIAL-RECEIPT      VALUE 'P'.
                   88  SE-FINAL-RECEIPT        VALUE 'F'.
           05  SE-EXCEPTION-AREA REDEFINES SE-RECEIPT-AREA.
               10  SE-INVOICE-NUMBER       PIC X(10).
               10  SE-INVOICE-DATE         PIC 9(08).
               10  SE-QUANTITY-INVOICED    PIC 9(06).
               10  SE-PO-QUANTITY-RECEIVED PIC 9(06).
               10  SE-INVOICE-AMOUNT       PIC 9(09)V99.
               10  SE-EXCEPTION-CODE       PIC X(02).
                   88  SE-PO-NOT-ON-FILE       VALUE 'NP'.
                   88  SE-NOT-PO-SUPPLIER      VALUE 'NS'.
                   88  SE-BILLED-OVER-RECEIVED VALUE 'OR'.
               10  FILLER                  PIC X(14).
