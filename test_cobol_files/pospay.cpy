      * POSITIVE-PAY ISSUE RECORD COPYBOOK
      * ONE RECORD PER CHECK THE SUPPLIER PAYMENT RUN (APPAY) ISSUES,
      * WRITTEN FRESH EACH RUN AND SENT TO THE BANK BEFORE THE CHECKS
      * ARE MAILED.  THE BANK PAYS ONLY A CHECK WHOSE ACCOUNT, NUMBER,
      * AND AMOUNT MATCH A RECORD IT WAS SENT, SO A FORGED OR ALTERED
      * CHECK IS REFUSED AT THE TELLER.  THIS LAYOUT IS WHAT THE BANK
      * LOADS; CHANGING IT MEANS TELLING THE BANK.
       01  POSITIVE-PAY-RECORD.
           05  PP-ACCOUNT-NUMBER       PIC X(12).
           05  PP-CHECK-NUMBER         PIC 9(08).
           05  PP-ISSUE-DATE           PIC 9(08).
           05  PP-CHECK-AMOUNT         PIC 9(09)V99.
           05  PP-PAYEE-NAME           PIC X(30).
           05  PP-ISSUE-CODE           PIC X(01).
               88  PP-ISSUED               VALUE 'I'.
               88  PP-VOIDED               VALUE 'V'.
