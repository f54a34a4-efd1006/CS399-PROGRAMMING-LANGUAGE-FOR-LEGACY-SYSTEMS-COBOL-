      * already and are left alone. The rebuilt file is closed
      * after the reload and reopened I-O for the replay, since
      * REWRITE and DELETE are illegal against OUTPUT mode.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match.
      * JOURNAL-REC grew jrn-seal-sequence and jrn-seal-value, the
      * sequence number and chained check value DIAZJSL seals every
      * journal record with. They are proved by the DIAZ0037
      * verification run and play no part here.
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
       FD JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
           05 jrn-action PIC X(7).
           05 jrn-account-number PIC 9(5).
           05 jrn-operator-id PIC X(8).
           05 jrn-before-image PIC X(75).
           05 jrn-after-image PIC X(75).
           05 jrn-seal-sequence PIC 9(9).
           05 jrn-seal-value PIC 9(9).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
