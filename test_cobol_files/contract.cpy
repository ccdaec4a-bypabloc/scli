      * CUSTOMER PRICE AGREEMENT RECORD COPYBOOK
      * ONE RECORD PER CONTRACT PRICE AGREED WITH A CUSTOMER, ON AN
      * INDEXED FILE KEYED ON CUSTOMER, AGREEMENT TYPE AND ITEM.  A
      * PRODUCT AGREEMENT ('P') CARRIES THE PRODUCT-ID IN THE ITEM
      * KEY; A CATEGORY AGREEMENT ('C') CARRIES A PRODUCT-CATEGORY
      * AND COVERS EVERY PRODUCT IN IT.  WHEN BOTH APPLY TO A LINE
      * THE PRODUCT AGREEMENT WINS.  THE AGREEMENT HOLDS FROM ITS
      * START DATE THROUGH ITS END DATE; 99999999 IS OPEN-ENDED.
      * THE PRICE BASIS SAYS WHETHER EACH TIER NAMES A CONTRACT UNIT
      * PRICE ('P') OR A PERCENT OFF THE MASTER UNIT-PRICE ('D').
      * TIER 1 IS THE BASE PRICE; TIERS 2-5 ARE OPTIONAL QUANTITY
      * BREAKS IN ASCENDING MINIMUM QUANTITY, A ZERO MINIMUM MARKING
      * A TIER UNUSED.  A LINE TAKES THE HIGHEST TIER WHOSE MINIMUM
      * IT REACHES; A LINE BELOW TIER 1'S MINIMUM IS NOT COVERED.
      * MAINTAINED ONLY BY THE AGREEMENT MAINTENANCE RUN (CTRMAINT).
       01  PRICE-AGREEMENT-RECORD.
           05  PA-AGREEMENT-KEY.
               10  PA-CUSTOMER-ID          PIC 9(10).
               10  PA-AGREEMENT-TYPE       PIC X(01).
                   88  PA-PRODUCT-AGREEMENT    VALUE 'P'.
                   88  PA-CATEGORY-AGREEMENT   VALUE 'C'.
               10  PA-ITEM-KEY             PIC X(15).
               10  PA-ITEM-PRODUCT REDEFINES PA-ITEM-KEY.
                   15  PA-PRODUCT-ID           PIC 9(08).
                   15  FILLER                  PIC X(07).
           05  PA-START-DATE           PIC 9(08).
           05  PA-END-DATE             PIC 9(08).
           05  PA-PRICE-BASIS          PIC X(01).
               88  PA-CONTRACT-PRICE       VALUE 'P'.
               88  PA-PERCENT-OFF          VALUE 'D'.
           05  PA-PRICE-TIERS.
               10  PA-PRICE-TIER OCCURS 5 TIMES.
                   15  PA-TIER-MIN-QUANTITY   PIC 9(05).
                   15  PA-TIER-UNIT-PRICE     PIC 9(05)V99.
                   15  PA-TIER-PERCENT-OFF    PIC 9(02)V99.
           05  PA-LAST-UPDATE-DATE     PIC 9(08).
