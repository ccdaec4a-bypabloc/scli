      * CUSTOMER RECORD COPYBOOK
      * A CREDIT-LIMIT OF ZERO MEANS NO LIMIT HAS BEEN ASSIGNED YET
      * AND ORDER POSTING DOES NOT CREDIT-CHECK THE ACCOUNT.
      * THE SALESPERSON IS THE REP THE ACCOUNT IS ASSIGNED TO
      * (SLSPRSN.CPY); SPACES MEAN A HOUSE ACCOUNT WITH NO REP.
       01  CUSTOMER-RECORD.
           05  CUSTOMER-ID         PIC 9(10).
           05  CUSTOMER-NAME       PIC X(30).
               88  ACTIVE-CUSTOMER VALUE 'A'.
               88  INACTIVE-CUSTOMER VALUE 'I'.
           05  LAST-UPDATE-DATE    PIC 9(8).
           05  CUSTOMER-SALESPERSON-ID PIC X(4).
