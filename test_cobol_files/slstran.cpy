      * SALESPERSON MAINTENANCE TRANSACTION COPYBOOK
      * ONE RECORD PER ADD, CHANGE, OR DEACTIVATE REQUEST AGAINST THE
      * SALESPERSON MASTER.  THE TRANSACTION FILE MUST BE IN ASCENDING
      * SALESPERSON-ID SEQUENCE, THE SAME AS THE MASTER IT IS MATCHED
      * AGAINST.  A CHANGE TRANSACTION NEED ONLY CARRY THE FIELDS IT
      * IS CHANGING - A BLANK NAME OR A BLANK RATE LEAVES THAT FIELD
      * AS IT IS; A DEACTIVATE NEEDS ONLY THE KEY.
       01  SALESPERSON-TRANSACTION.
           05  SX-TRANS-CODE           PIC X(01).
               88  SX-ADD-TRANS            VALUE 'A'.
               88  SX-CHANGE-TRANS         VALUE 'C'.
               88  SX-DEACTIVATE-TRANS     VALUE 'D'.
           05  SX-SALESPERSON-ID       PIC X(04).
           05  SX-SALESPERSON-NAME     PIC X(30).
           05  SX-COMMISSION-RATE      PIC 9(02)V99.
           05  SX-COMMISSION-RATE-X REDEFINES SX-COMMISSION-RATE
                                       PIC X(04).
