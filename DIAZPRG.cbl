      * payment file still in its pre-OR shape goes through DIAZCNV
      * run mode 15 before it is purged here, then 16 for the
      * refund reason and approved-by fields.
      * The movement layout grew the check reference and reason
      * code; a DIAZ0006.DAT still in its shorter shape goes
      * through DIAZCNV run mode 19 before it is purged here.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. TRANS-HIST-REC grew txn-currency-code, the
      * currency of the account the movement was posted to.
      * QUOTE-LOG-REC grew log-currency-code, the currency the quote
      * was given in.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD QUOTE-LOG-FILE
           DATA RECORD IS QUOTE-LOG-REC.
       01 QUOTE-LOG-REC.
           05 log-interest-rate PIC 99.
           05 log-interest-amount PIC 9(6)V9(2).
           05 log-entry-date PIC 9(8).
           05 log-currency-code PIC X(3).
       FD NEW-QUOTE-FILE
           DATA RECORD IS NEW-QUOTE-REC.
       01 NEW-QUOTE-REC PIC X(57).
       FD QUOTE-ARCHIVE-FILE
           DATA RECORD IS QUOTE-ARCHIVE-REC.
       01 QUOTE-ARCHIVE-REC.
           05 qar-purge-date PIC 9(8).
           05 qar-payload PIC X(57).
       FD MAINT-LOG-FILE
           DATA RECORD IS MAINT-LOG-REC.
       01 MAINT-LOG-REC.
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
       FD NEW-TRANS-HIST-FILE
           DATA RECORD IS NEW-TRANS-HIST-REC.
       01 NEW-TRANS-HIST-REC PIC X(83).
       FD TRANS-ARCHIVE-FILE
           DATA RECORD IS TRANS-ARCHIVE-REC.
       01 TRANS-ARCHIVE-REC.
           05 tar-purge-date PIC 9(8).
           05 tar-payload PIC X(83).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
