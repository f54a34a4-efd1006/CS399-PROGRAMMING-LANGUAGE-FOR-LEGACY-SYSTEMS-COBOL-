      * direction - the ledger must prove the file, not assume it.
      * Type R movements booked by the DIAZ0021 maturity rollover
      * now print as RENEWAL lines with no balance effect.
      * DIAZ0029's returned-check reversal (type X) and its fee
      * (type F) print as RETURN CHK and CHECK FEE debits.
      * A type P movement - the net interest DIAZ0013 pays out each
      * period on a pay-out deposit product - prints as INT PAID.
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
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
                           TO WS-EVT-LABEL (WS-EVENT-COUNT)
                       MOVE ZERO TO WS-EVT-AMOUNT (WS-EVENT-COUNT)
                   ELSE
                       EVALUATE txn-type
                           WHEN "X"
                               MOVE "RETURN CHK"
                                   TO WS-EVT-LABEL (WS-EVENT-COUNT)
                           WHEN "F"
                               MOVE "CHECK FEE"
                                   TO WS-EVT-LABEL (WS-EVENT-COUNT)
                           WHEN "P"
                               MOVE "INT PAID"
                                   TO WS-EVT-LABEL (WS-EVENT-COUNT)
                           WHEN OTHER
                               MOVE "WITHDRAWAL"
                                   TO WS-EVT-LABEL (WS-EVENT-COUNT)
                       END-EVALUATE
                       COMPUTE WS-EVT-AMOUNT (WS-EVENT-COUNT) =
                           0 - txn-amount
                   END-IF
