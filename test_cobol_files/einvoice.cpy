      * ELECTRONIC INVOICE RECORD COPYBOOK
      * WRITTEN BY THE NIGHTLY INVOICE PRINT (INVPRT) FOR EVERY
      * INVOICE WHOSE CUSTOMER IS ACTIVE AND HAS AN E-MAIL ADDRESS
      * ON FILE, FOR THE MAIL GATEWAY TO SEND.  ONE INVOICE IS A
      * HEADER RECORD (BILL-TO AND DATES), ONE LINE RECORD PER
      * PRODUCT BILLED, ONE TAX RECORD PER STATE TAXED, AND A
      * SUMMARY RECORD CARRYING THE INVOICE TOTAL - ALL UNDER THE
      * ORDER NUMBER, WHICH IS THE INVOICE NUMBER.  FIELD ORDER AND
      * LENGTHS ARE THE GATEWAY'S CONTRACT AND SHOULD NOT BE CHANGED
      * WITHOUT TELLING THAT SYSTEM'S OWNER.
       01  ELECTRONIC-INVOICE-RECORD.
           05  EI-RECORD-CODE          PIC X(01).
               88  EI-HEADER-RECORD        VALUE 'H'.
               88  EI-LINE-RECORD          VALUE 'L'.
               88  EI-TAX-RECORD           VALUE 'T'.
               88  EI-SUMMARY-RECORD       VALUE 'S'.
           05  EI-ORDER-NUMBER         PIC 9(08).
           05  EI-HEADER-AREA.
               10  EI-CUSTOMER-ID          PIC 9(10).
               10  EI-CUSTOMER-EMAIL       PIC X(50).
               10  EI-CUSTOMER-NAME        PIC X(30).
               10  EI-STREET               PIC X(25).
               10  EI-CITY                 PIC X(20).
               10  EI-STATE                PIC X(02).
               10  EI-ZIP-CODE             PIC 9(05).
               10  EI-INVOICE-DATE         PIC 9(08).
               10  EI-DUE-DATE             PIC 9(08).
           05  EI-LINE-AREA REDEFINES EI-HEADER-AREA.
               10  EI-PRODUCT-ID           PIC 9(08).
               10  EI-PRODUCT-NAME         PIC X(40).
               10  EI-QUANTITY             PIC 9(05).
               10  EI-UNIT-PRICE           PIC 9(07)V99.
               10  EI-EXTENDED-AMOUNT      PIC 9(09)V99.
               10  FILLER                  PIC X(85).
           05  EI-TAX-AREA REDEFINES EI-HEADER-AREA.
               10  EI-TAX-STATE            PIC X(02).
               10  EI-TAXABLE-AMOUNT       PIC 9(09)V99.
               10  EI-TAX-AMOUNT           PIC 9(07)V99.
               10  FILLER                  PIC X(136).
           05  EI-SUMMARY-AREA REDEFINES EI-HEADER-AREA.
               10  EI-MERCHANDISE-TOTAL    PIC 9(09)V99.
               10  EI-TAX-TOTAL            PIC 9(09)V99.
               10  EI-INVOICE-TOTAL        PIC 9(09)V99.
               10  EI-LINE-COUNT           PIC 9(05).
               10  FILLER                  PIC X(120).
