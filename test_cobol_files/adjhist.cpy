      * AR ADJUSTMENT HISTORY RECORD COPYBOOK
      * ONE RECORD PER FINANCE CHARGE ASSESSED OR OPEN ITEM WRITTEN
      * OFF BY THE AR ADJUSTMENTS RUN (ARADJ), APPENDED TO A
      * CUMULATIVE HISTORY FILE.  THE ORDER NUMBER IS THE ITEM
      * WRITTEN OFF, OR THE NEW ITEM A FINANCE CHARGE OPENED.  THE
      * GL EXTRACT (GLEXTR) POSTS A FINANCE CHARGE AS AR AGAINST
      * FINANCE INCOME AND A WRITE-OFF AS BAD DEBT AGAINST AR, FOR
      * THE RECORDS WHOSE POSTED DATE IS ITS EXTRACT DATE.
       01  ADJUSTMENT-HISTORY-RECORD.
           05  AH-POSTED-DATE          PIC 9(08).
           05  AH-CUSTOMER-ID          PIC 9(10).
           05  AH-ORDER-NUMBER         PIC 9(08).
           05  AH-ADJUSTMENT-TYPE      PIC X(01).
               88  AH-FINANCE-CHARGE       VALUE 'F'.
               88  AH-WRITE-OFF            VALUE 'W'.
           05  AH-AMOUNT               PIC 9(09)V99.
