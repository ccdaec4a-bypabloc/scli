      * PRICE AGREEMENT AUDIT RECORD COPYBOOK
      * ONE RECORD PER AGREEMENT ADDED, CHANGED, OR DELETED BY THE
      * AGREEMENT MAINTENANCE RUN (CTRMAINT), APPENDED TO A
      * CUMULATIVE HISTORY.  EACH CARRIES THE WHOLE AGREEMENT RECORD
      * (CONTRACT.CPY) AS IT STOOD BEFORE AND AFTER THE CHANGE - THE
      * BEFORE IMAGE IS SPACES ON AN ADD AND THE AFTER IMAGE IS
      * SPACES ON A DELETE - SO SALES CAN SHOW A CUSTOMER EXACTLY
      * WHAT PRICE WAS AGREED ON ANY DATE.
       01  AGREEMENT-AUDIT-RECORD.
           05  CA-TIMESTAMP            PIC 9(14).
           05  CA-BUSINESS-DATE        PIC 9(08).
           05  CA-ACTION               PIC X(01).
               88  CA-AGREEMENT-ADDED      VALUE 'A'.
               88  CA-AGREEMENT-CHANGED    VALUE 'C'.
               88  CA-AGREEMENT-DELETED    VALUE 'D'.
           05  CA-SOURCE-PROGRAM       PIC X(08).
           05  CA-BEFORE-IMAGE         PIC X(131).
           05  CA-AFTER-IMAGE          PIC X(131).
