      * PRICE AGREEMENT MAINTENANCE TRANSACTION COPYBOOK
      * ONE RECORD PER ADD, CHANGE, OR DELETE REQUEST AGAINST THE
      * CUSTOMER PRICE AGREEMENT FILE (CONTRACT.CPY), APPLIED BY KEY
      * BY THE AGREEMENT MAINTENANCE RUN (CTRMAINT).  THE KEY FIELDS
      * ARE LAID OUT AS ON THE AGREEMENT.  AN ADD CARRIES THE WHOLE
      * AGREEMENT (A ZERO END DATE MEANS OPEN-ENDED).  A CHANGE NEED
      * CARRY ONLY WHAT IT CHANGES - A NONZERO START OR END DATE
      * REPLACES THAT DATE (99999999 REOPENS THE END), AND A PRICE
      * BASIS REPLACES THE BASIS AND THE WHOLE TIER TABLE WITH THE
      * TIERS ON THE TRANSACTION.  A DELETE NEEDS ONLY THE KEY.
       01  AGREEMENT-TRANSACTION.
           05  CT-TRANS-CODE           PIC X(01).
               88  CT-ADD-TRANS            VALUE 'A'.
               88  CT-CHANGE-TRANS         VALUE 'C'.
               88  CT-DELETE-TRANS         VALUE 'D'.
           05  CT-AGREEMENT-KEY.
               10  CT-CUSTOMER-ID          PIC 9(10).
               10  CT-AGREEMENT-TYPE       PIC X(01).
                   88  CT-PRODUCT-AGREEMENT    VALUE 'P'.
                   88  CT-CATEGORY-AGREEMENT   VALUE 'C'.
               10  CT-ITEM-KEY             PIC X(15).
               10  CT-ITEM-PRODUCT REDEFINES CT-ITEM-KEY.
                   15  CT-PRODUCT-ID           PIC 9(08).
                   15  FILLER                  PIC X(07).
           05  CT-START-DATE           PIC 9(08).
           05  CT-END-DATE             PIC 9(08).
           05  CT-PRICE-BASIS          PIC X(01).
           05  CT-PRICE-TIERS.
               10  CT-PRICE-TIER OCCURS 5 TIMES.
                   15  CT-TIER-MIN-QUANTITY   PIC 9(05).
                   15  CT-TIER-UNIT-PRICE     PIC 9(05)V99.
                   15  CT-TIER-PERCENT-OFF    PIC 9(02)V99.
