      * per account, the usual no-table-to-outgrow convention. Run
      * nightly after NIGHTAUD, a discrepancy is caught the night
      * it happens instead of in a passbook dispute.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. TRANS-HIST-REC grew txn-currency-code, the
      * currency of the account the movement was posted to. An
      * account is proved in its own currency as before, but the
      * control totals no longer add dollars to pesos: each
      * discrepancy shows the account's currency, the principal
      * on file and rebuilt are totalled per currency, and the
      * dollar totals are followed by their peso equivalent at the
      * run date's DIAZFXR.DAT rate (DIAZFX).
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
       01 WS-BROKEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ON-FILE PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-REBUILT PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-CHECKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-TOTAL-ON-FILE PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-TOTAL-REBUILT PIC S9(11)V99 VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC -----------9.99.
       01 WS-FX-EDIT-PHP PIC -------------9.99.
       01 WS-EDIT-AMOUNT PIC ---------9.99.
       01 WS-EDIT-AMOUNT-2 PIC ---------9.99.
      *-----------------------
           COMPUTE WS-DIFFERENCE =
               out-principal-amount - WS-REBUILT-BALANCE.
           ADD 1 TO WS-CHECKED-COUNT.
           IF out-currency-code = "USD"
               ADD 1 TO WS-USD-CHECKED-COUNT
               ADD out-principal-amount TO WS-USD-TOTAL-ON-FILE
               ADD WS-REBUILT-BALANCE TO WS-USD-TOTAL-REBUILT
           ELSE
               ADD out-principal-amount TO WS-TOTAL-ON-FILE
               ADD WS-REBUILT-BALANCE TO WS-TOTAL-REBUILT
           END-IF.
           IF WS-DIFFERENCE = 0
               ADD 1 TO WS-CLEAN-COUNT
           ELSE
           IF WS-DIFFERENCE > 0
               STRING "ACCT " DELIMITED BY SIZE
                   out-account-number DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   out-currency-code DELIMITED BY SIZE
                   " ON FILE " DELIMITED BY SIZE
                   out-principal-amount DELIMITED BY SIZE
                   " REBUILT " DELIMITED BY SIZE
           ELSE
               STRING "ACCT " DELIMITED BY SIZE
                   out-account-number DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   out-currency-code DELIMITED BY SIZE
                   " ON FILE " DELIMITED BY SIZE
                   out-principal-amount DELIMITED BY SIZE
                   " REBUILT " DELIMITED BY SIZE
           MOVE WS-TOTAL-ON-FILE TO WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-REBUILT TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO PROOF-REPORT-LINE.
           STRING "PHP PRINCIPAL ON FILE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  REBUILT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           IF WS-USD-CHECKED-COUNT > 0
               MOVE WS-USD-TOTAL-ON-FILE TO WS-EDIT-AMOUNT
               MOVE WS-USD-TOTAL-REBUILT TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO PROOF-REPORT-LINE
               STRING "USD PRINCIPAL ON FILE " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  REBUILT " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                   INTO PROOF-REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
               PERFORM C-200-PESO-EQUIVALENT
           END-IF.
           IF WS-BROKEN-COUNT = 0
               MOVE "EVERY ACCOUNT PROVES ITS OWN STORY."
                   TO PROOF-REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
           END-IF.
       C-200-PESO-EQUIVALENT.
      **
      * The dollar principal on file valued in pesos at the run
      * date's rate, for reference only - never added to the pesos.
      **
           CALL "DIAZFX" USING WS-RUN-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO PROOF-REPORT-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-USD-TOTAL-ON-FILE * WS-FX-PESO-RATE
               MOVE WS-USD-TOTAL-ON-FILE TO WS-FX-EDIT-USD
               MOVE WS-FX-PESO-RATE TO WS-FX-EDIT-RATE
               MOVE WS-FX-PESO-AMOUNT TO WS-FX-EDIT-PHP
               STRING "USD" DELIMITED BY SIZE
                   WS-FX-EDIT-USD DELIMITED BY SIZE
                   " AT" DELIMITED BY SIZE
                   WS-FX-EDIT-RATE DELIMITED BY SIZE
                   " (RATE OF " DELIMITED BY SIZE
                   WS-FX-RATE-DATE DELIMITED BY SIZE
                   ") = PHP" DELIMITED BY SIZE
                   WS-FX-EDIT-PHP DELIMITED BY SIZE
                   INTO PROOF-REPORT-LINE
           END-IF.
           PERFORM Z-100-WRITE-REPORT-LINE.
       Z-100-WRITE-REPORT-LINE.
           DISPLAY PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
