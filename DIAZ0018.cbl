      * and the dormant ones are counted and totalled separately -
      * that list is what the escheatment rules eventually apply
      * to. Written to DIAZ0018.RPT alongside the screen.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. TRANS-HIST-REC grew txn-currency-code, the
      * currency of the account the movement was posted to.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD TRANS-HIST-FILE
           DATA RECORD IS TRANS-HIST-REC.
       01 TRANS-HIST-REC.
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
       FD DORMANCY-REPORT-FILE
           DATA RECORD IS DORMANCY-LINE.
       01 DORMANCY-LINE PIC X(80).
