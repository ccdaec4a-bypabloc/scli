      * ABC CLASS RECORD COPYBOOK
      * ONE RECORD PER PRODUCT ON THE INDEXED ABC CLASS FILE, KEYED
      * ON PRODUCT-ID.  THE CLASSIFICATION RUN (ABCCLASS) RANKS EVERY
      * PRODUCT ON ITS LAST TWELVE MONTHS OF SALES HISTORY DOLLARS,
      * NET OF RETURNS, AND SETS THE CLASS, THE DOLLARS AND THE RANK
      * THEY EARNED, AND THE DATE IT CLASSIFIED THEM.  THE COUNT
      * POSTING RUN (CNTPOST) STAMPS THE LAST COUNT DATE EVERY TIME
      * THE PRODUCT IS COUNTED, WHETHER OR NOT THE COUNT MOVED THE
      * BOOK, AND THE COUNT SHEET EXTRACT (CNTSHT) SCHEDULES THE NEXT
      * COUNT FROM THE CLASS AND THAT DATE.  A PRODUCT COUNTED BEFORE
      * ITS FIRST CLASSIFICATION CARRIES A BLANK CLASS, WHICH IS
      * SCHEDULED AS CLASS C.  ZERO LAST COUNT DATE MEANS NEVER
      * COUNTED.
       01  ABC-CLASS-RECORD.
           05  AB-PRODUCT-ID           PIC 9(08).
           05  AB-CLASS                PIC X(01).
               88  AB-CLASS-A              VALUE 'A'.
               88  AB-CLASS-B              VALUE 'B'.
               88  AB-CLASS-C              VALUE 'C' ' '.
           05  AB-SALES-AMOUNT         PIC S9(09)V99.
           05  AB-SALES-RANK           PIC 9(06).
           05  AB-CLASSIFIED-DATE      PIC 9(08).
           05  AB-LAST-COUNT-DATE      PIC 9(08).
