      * A HEADER CARRYING THE CREDIT OVERRIDE FLAG POSTS WITHOUT A
      * CREDIT-LIMIT CHECK - ONLY THE CREDIT REVIEW RUN (CREDREV)
      * WRITES IT, WHEN CREDIT RELEASES A HELD ORDER.
      * A HEADER SALESPERSON CREDITS THE WHOLE ORDER TO THAT REP IN
      * PLACE OF THE CUSTOMER'S ASSIGNED ONE; SPACES TAKE THE
      * CUSTOMER'S.
       01  ORDER-TRANSACTION.
           05  OT-RECORD-CODE      PIC X(01).
               88  OT-HEADER-RECORD    VALUE 'H'.
               10  OT-ORDER-DATE       PIC 9(08).
               10  OT-CREDIT-OVERRIDE  PIC X(01).
                   88  OT-CREDIT-APPROVED  VALUE 'Y'.
               10  OT-SALESPERSON-ID   PIC X(04).
               10  FILLER              PIC X(02).
           05  OT-LINE-AREA REDEFINES OT-HEADER-AREA.
               10  OT-PRODUCT-ID       PIC 9(08).
               10  OT-QUANTITY-ORDERED PIC 9(05).
