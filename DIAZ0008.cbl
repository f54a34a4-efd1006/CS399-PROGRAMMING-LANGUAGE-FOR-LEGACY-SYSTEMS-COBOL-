      * so the before and after can be compared and nothing-lost
      * proven. The unload also doubles as the nightly standing
      * backup.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD BACKUP-FILE
           DATA RECORD IS BACKUP-REC.
       01 BACKUP-REC.
           05 bkp-entry-date PIC 9(8).
           05 bkp-entry-time PIC 9(8).
           05 bkp-customer-number PIC 9(5).
           05 bkp-product-code PIC X(4).
           05 bkp-term-length PIC 999.
           05 bkp-currency-code PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
