      * AR ADJUSTMENT TRANSACTION COPYBOOK
      * ONE RECORD PER ADJUSTMENT INSTRUCTION KEYED BY CREDIT AND
      * COLLECTIONS FOR THE AR ADJUSTMENTS RUN (ARADJ).  THE TYPE
      * SAYS WHICH MODE THE RECORD DRIVES:
      *   F  FINANCE CHARGE - EVERY CUSTOMER (OR THE ONE NAMED) WITH
      *      OPEN ITEMS AT LEAST AJ-DAYS-PAST-DUE OLD IS CHARGED
      *      AJ-MONTHLY-RATE OF THAT PAST-DUE BALANCE, NEVER LESS
      *      THAN AJ-MINIMUM-CHARGE.  EACH CHARGE BECOMES A NEW OPEN
      *      ITEM NUMBERED UPWARD FROM AJ-DOCUMENT-NUMBER.  ZERO
      *      DAYS MEANS THIRTY, THE FIRST PAST-DUE AGING BUCKET.
      *   W  WRITE-OFF - A NAMED ITEM (CUSTOMER AND ORDER NUMBER) IS
      *      WRITTEN OFF FOR AJ-AMOUNT, OR ITS WHOLE OPEN AMOUNT
      *      WHEN AJ-AMOUNT IS ZERO.  WITH NO ORDER NUMBER, EVERY
      *      OPEN ITEM UNDER AJ-THRESHOLD-AMOUNT FOR THE CUSTOMER
      *      NAMED (OR FOR EVERY CUSTOMER) IS WRITTEN OFF IN FULL.
      * A ZERO CUSTOMER ID ON A SWEEP MEANS EVERY CUSTOMER.
       01  ADJUSTMENT-TRANSACTION.
           05  AJ-ADJUSTMENT-TYPE      PIC X(01).
               88  AJ-FINANCE-CHARGE       VALUE 'F'.
               88  AJ-WRITE-OFF            VALUE 'W'.
           05  AJ-CUSTOMER-ID          PIC 9(10).
           05  AJ-ORDER-NUMBER         PIC 9(08).
           05  AJ-AMOUNT               PIC 9(07)V99.
           05  AJ-THRESHOLD-AMOUNT     PIC 9(07)V99.
           05  AJ-MONTHLY-RATE         PIC V9(04).
           05  AJ-MINIMUM-CHARGE       PIC 9(05)V99.
           05  AJ-DAYS-PAST-DUE        PIC 9(03).
           05  AJ-DOCUMENT-NUMBER      PIC 9(08).
