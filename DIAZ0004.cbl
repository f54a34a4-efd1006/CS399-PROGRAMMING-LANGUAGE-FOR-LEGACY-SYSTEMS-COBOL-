      * OUTPUT-REC grew the out-customer-number link to the
      * DIAZCUST.DAT depositor master (DIAZ0014), keeping every
      * layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. QUOTE-LOG-REC grew log-currency-code, the
      * currency the quote was given in.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 log-interest-rate PIC 99.
           05 log-interest-amount PIC 9(6)V9(2).
           05 log-entry-date PIC 9(8).
           05 log-currency-code PIC X(3).
       FD OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-QUOTE-STATUS PIC XX VALUE "00".
