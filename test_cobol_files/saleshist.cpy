      * (RETPOST) APPENDS A NEGATIVE ENTRY UNDER THE ORIGINAL ORDER
      * NUMBER TO BACK A RETURNED LINE OUT, SO EVERY READER THAT
      * TOTALS THIS FILE NETS RETURNS OUT AUTOMATICALLY.
      * THE PRICE SOURCE SAYS WHETHER THE LINE BILLED AT A CUSTOMER
      * CONTRACT PRICE (CONTRACT.CPY) OR AT LIST; A RETURN ENTRY
      * CARRIES A SPACE, SINCE THE RETURN PAPERWORK DOES NOT SAY.
      * THE SALESPERSON IS THE REP THE LINE WAS SOLD UNDER - THE
      * ORDER'S OVERRIDE IF IT HAD ONE, ELSE THE CUSTOMER'S ASSIGNED
      * REP; SPACES FOR A HOUSE ACCOUNT.
       01  SALES-HISTORY-RECORD.
           05  SH-ORDER-NUMBER         PIC 9(08).
           05  SH-ORDER-DATE           PIC 9(08).
           05  SH-PRODUCT-ID           PIC 9(08).
           05  SH-QUANTITY             PIC S9(05).
           05  SH-EXTENDED-AMOUNT      PIC S9(09)V99.
           05  SH-PRICE-SOURCE         PIC X(01).
               88  SH-CONTRACT-PRICE       VALUE 'C'.
               88  SH-LIST-PRICE           VALUE 'L'.
           05  SH-SALESPERSON-ID       PIC X(04).
