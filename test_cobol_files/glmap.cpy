      * EXTRACT (GLEXTR) - A CHART-OF-ACCOUNTS CHANGE IS A FILE
      * CHANGE, NOT A PROGRAM CHANGE.  SALES MAP BY PRODUCT-CATEGORY
      * AND TAX BY STATE, CARRIED IN GM-MAP-KEY; THE SINGLE-ACCOUNT
      * TYPES (AR, CASH, CREDIT MEMOS, INVENTORY, ACCRUED PAYABLES,
      * PURCHASE DISCOUNTS TAKEN, BAD DEBT, FINANCE-CHARGE INCOME)
      * LEAVE THE KEY BLANK.  A SOURCE WITH NO MAP POSTS TO THE
      * SUSPENSE ACCOUNT AND IS FLAGGED ON THE PROOF.
       01  GL-ACCOUNT-MAP-RECORD.
               88  GM-MEMO-MAP             VALUE 'CM'.
               88  GM-INVENTORY-MAP        VALUE 'IN'.
               88  GM-ACCRUAL-MAP          VALUE 'AP'.
               88  GM-DISCOUNT-MAP         VALUE 'PD'.
               88  GM-BAD-DEBT-MAP         VALUE 'BD'.
               88  GM-FINANCE-MAP          VALUE 'FI'.
           05  GM-MAP-KEY              PIC X(15).
           05  GM-ACCOUNT-NUMBER       PIC 9(08).
