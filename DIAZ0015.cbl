      * over/short is shown and written to DIAZ0015.RPT with every
      * movement that went into the figure listed behind it, the way
      * NIGHTAUD writes its exception report.
      * Only cash counts toward the drawer: movements carrying a
      * txn-reference - check deposits, DIAZ0029 returned checks
      * and fees, DIAZ0028 loan offsets - never passed through it
      * and are left out, as are type R renewal markers.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. TRANS-HIST-REC grew txn-currency-code, the
      * currency of the account the movement was posted to. CLOSED-REC
      * grew cls-currency-code, the currency of the account the payout
      * was made from. Pesos and dollars sit in the drawer apart, so
      * they are proved apart: the teller keys a dollar opening float
      * as well, every movement listed shows its currency, and a
      * dollar drawer with anything in it is proved on its own count
      * after the peso drawer, its expected figure also shown in
      * pesos at the proof date's DIAZFXR.DAT rate (DIAZFX).
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
       FD CLOSED-FILE
           DATA RECORD IS CLOSED-REC.
       01 CLOSED-REC.
           05 cls-close-time PIC 9(8).
           05 cls-tax-withheld PIC 9(7)V99.
           05 cls-approved-by PIC X(8).
           05 cls-currency-code PIC X(3).
       FD PROOF-REPORT-FILE
           DATA RECORD IS PROOF-LINE.
       01 PROOF-LINE PIC X(80).
       01 WS-WITHDRAW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-OPENING-FLOAT PIC 9(7)V99 VALUE ZERO.
       01 WS-USD-NEW-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-NEW-ACCOUNTS PIC 9(5) VALUE ZERO.
       01 WS-USD-DEPOSIT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-DEPOSIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-WITHDRAW-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-WITHDRAW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-PAYOUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DRAWER-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-DRAWER-FLOAT PIC 9(7)V99 VALUE ZERO.
       01 WS-DRAWER-NEW-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DRAWER-DEPOSITS PIC 9(9)V99 VALUE ZERO.
       01 WS-DRAWER-WITHDRAWALS PIC 9(9)V99 VALUE ZERO.
       01 WS-DRAWER-PAYOUTS PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC S9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ---------9.99.
       01 WS-FX-EDIT-PHP PIC -----------9.99.
       01 WS-EXPECTED-DRAWER PIC S9(9)V99 VALUE ZERO.
       01 WS-COUNTED-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-OVER-SHORT PIC S9(9)V99 VALUE ZERO.
           ACCEPT WS-PROOF-OPERATOR.
           DISPLAY "OPENING FLOAT (XXXXXXX.XX): " WITH NO ADVANCING.
           ACCEPT WS-OPENING-FLOAT.
           DISPLAY "DOLLAR OPENING FLOAT (XXXXXXX.XX, 0 IF NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-USD-OPENING-FLOAT.
       A-200-REPORT-HEADER.
           MOVE SPACES TO PROOF-LINE.
           STRING "TELLER CASH PROOF  DATE " DELIMITED BY SIZE
      **
           IF out-entry-date = WS-PROOF-DATE
               AND out-operator-id = WS-PROOF-OPERATOR
               IF out-currency-code = "USD"
                   ADD 1 TO WS-USD-NEW-ACCOUNTS
                   ADD out-principal-amount TO WS-USD-NEW-PRINCIPAL
               ELSE
                   ADD 1 TO WS-NEW-ACCOUNTS
                   ADD out-principal-amount TO WS-NEW-PRINCIPAL
               END-IF
               MOVE out-principal-amount TO WS-DETAIL-AMOUNT
               MOVE SPACES TO PROOF-LINE
               STRING "  ACCT " DELIMITED BY SIZE
                   out-account-number DELIMITED BY SIZE
                   "  PRINCIPAL " DELIMITED BY SIZE
                   out-currency-code DELIMITED BY SIZE
                   WS-DETAIL-AMOUNT DELIMITED BY SIZE
                   INTO PROOF-LINE
               PERFORM Z-100-WRITE-PROOF-LINE
       C-120-MATCH-MOVEMENT.
           IF txn-post-date = WS-PROOF-DATE
               AND txn-operator-id = WS-PROOF-OPERATOR
               AND (txn-type = "D" OR txn-type = "W")
               AND txn-reference = SPACES
               IF txn-currency-code = "USD"
                   IF txn-type = "D"
                       ADD 1 TO WS-USD-DEPOSIT-COUNT
                       ADD txn-amount TO WS-USD-DEPOSIT-TOTAL
                   ELSE
                       ADD 1 TO WS-USD-WITHDRAW-COUNT
                       ADD txn-amount TO WS-USD-WITHDRAW-TOTAL
                   END-IF
               ELSE IF txn-type = "D"
                   ADD 1 TO WS-DEPOSIT-COUNT
                   ADD txn-amount TO WS-DEPOSIT-TOTAL
               ELSE
                   "  " DELIMITED BY SIZE
                   txn-type DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   txn-currency-code DELIMITED BY SIZE
                   WS-DETAIL-AMOUNT DELIMITED BY SIZE
                   "  AT " DELIMITED BY SIZE
                   txn-post-time DELIMITED BY SIZE
       D-120-MATCH-CLOSED.
           IF cls-close-date = WS-PROOF-DATE
               AND cls-operator-id = WS-PROOF-OPERATOR
               IF cls-currency-code = "USD"
                   ADD 1 TO WS-USD-PAYOUT-COUNT
                   ADD cls-net-proceeds TO WS-USD-PAYOUT-TOTAL
               ELSE
                   ADD 1 TO WS-PAYOUT-COUNT
                   ADD cls-net-proceeds TO WS-PAYOUT-TOTAL
               END-IF
               MOVE cls-net-proceeds TO WS-DETAIL-AMOUNT
               MOVE SPACES TO PROOF-LINE
               STRING "  ACCT " DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   cls-close-reason DELIMITED BY SIZE
                   "  NET " DELIMITED BY SIZE
                   cls-currency-code DELIMITED BY SIZE
                   WS-DETAIL-AMOUNT DELIMITED BY SIZE
                   INTO PROOF-LINE
               PERFORM Z-100-WRITE-PROOF-LINE
           END-IF.
           PERFORM D-110-READ-CLOSED.
       E-100-PROVE-DRAWER.
           MOVE "PHP" TO WS-DRAWER-CURRENCY.
           MOVE WS-OPENING-FLOAT TO WS-DRAWER-FLOAT.
           MOVE WS-NEW-PRINCIPAL TO WS-DRAWER-NEW-PRINCIPAL.
           MOVE WS-DEPOSIT-TOTAL TO WS-DRAWER-DEPOSITS.
           MOVE WS-WITHDRAW-TOTAL TO WS-DRAWER-WITHDRAWALS.
           MOVE WS-PAYOUT-TOTAL TO WS-DRAWER-PAYOUTS.
           PERFORM E-110-PROVE-ONE-DRAWER.
           IF WS-USD-OPENING-FLOAT > 0 OR WS-USD-NEW-ACCOUNTS > 0
               OR WS-USD-DEPOSIT-COUNT > 0
               OR WS-USD-WITHDRAW-COUNT > 0
               OR WS-USD-PAYOUT-COUNT > 0
               MOVE "USD" TO WS-DRAWER-CURRENCY
               MOVE WS-USD-OPENING-FLOAT TO WS-DRAWER-FLOAT
               MOVE WS-USD-NEW-PRINCIPAL TO WS-DRAWER-NEW-PRINCIPAL
               MOVE WS-USD-DEPOSIT-TOTAL TO WS-DRAWER-DEPOSITS
               MOVE WS-USD-WITHDRAW-TOTAL TO WS-DRAWER-WITHDRAWALS
               MOVE WS-USD-PAYOUT-TOTAL TO WS-DRAWER-PAYOUTS
               PERFORM E-110-PROVE-ONE-DRAWER
           END-IF.
           DISPLAY "PROOF WRITTEN TO DIAZ0015.RPT".
       E-110-PROVE-ONE-DRAWER.
           COMPUTE WS-EXPECTED-DRAWER =
               WS-DRAWER-FLOAT + WS-DRAWER-NEW-PRINCIPAL
               + WS-DRAWER-DEPOSITS - WS-DRAWER-WITHDRAWALS
               - WS-DRAWER-PAYOUTS.
           MOVE ALL "-" TO PROOF-LINE.
           PERFORM Z-100-WRITE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING WS-DRAWER-CURRENCY DELIMITED BY SIZE
               " DRAWER" DELIMITED BY SIZE
               INTO PROOF-LINE.
           PERFORM Z-100-WRITE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE WS-DRAWER-FLOAT TO WS-DETAIL-AMOUNT.
           MOVE "OPENING FLOAT:      " TO PROOF-LINE (1:20).
           PERFORM E-210-PUT-AND-WRITE.
           MOVE WS-DRAWER-NEW-PRINCIPAL TO WS-DETAIL-AMOUNT.
           MOVE "NEW PRINCIPAL:      " TO PROOF-LINE (1:20).
           PERFORM E-210-PUT-AND-WRITE.
           MOVE WS-DRAWER-DEPOSITS TO WS-DETAIL-AMOUNT.
           MOVE "DEPOSITS TAKEN:     " TO PROOF-LINE (1:20).
           PERFORM E-210-PUT-AND-WRITE.
           MOVE WS-DRAWER-WITHDRAWALS TO WS-DETAIL-AMOUNT.
           MOVE "WITHDRAWALS PAID:   " TO PROOF-LINE (1:20).
           PERFORM E-210-PUT-AND-WRITE.
           MOVE WS-DRAWER-PAYOUTS TO WS-DETAIL-AMOUNT.
           MOVE "PAYOUTS PAID:       " TO PROOF-LINE (1:20).
           PERFORM E-210-PUT-AND-WRITE.
           MOVE WS-EXPECTED-DRAWER TO WS-EDIT-AMOUNT.
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO PROOF-LINE.
           WRITE PROOF-LINE.
           IF WS-DRAWER-CURRENCY = "USD"
               PERFORM E-120-PESO-EQUIVALENT
           END-IF.
           DISPLAY "COUNTED " WS-DRAWER-CURRENCY
               " AMOUNT (XXXXXXXXX.XX): " WITH NO ADVANCING.
           ACCEPT WS-COUNTED-AMOUNT.
           COMPUTE WS-OVER-SHORT =
               WS-COUNTED-AMOUNT - WS-EXPECTED-DRAWER.
                   INTO PROOF-LINE
           END-IF.
           PERFORM Z-100-WRITE-PROOF-LINE.
       E-120-PESO-EQUIVALENT.
      **
      * The dollar drawer valued in pesos at the proof date's rate,
      * shown for reference only - it is never added to the pesos.
      **
           CALL "DIAZFX" USING WS-PROOF-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO PROOF-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO PROOF-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-EXPECTED-DRAWER * WS-FX-PESO-RATE
               MOVE WS-EXPECTED-DRAWER TO WS-FX-EDIT-USD
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
                   INTO PROOF-LINE
           END-IF.
           PERFORM Z-100-WRITE-PROOF-LINE.
       E-210-PUT-AND-WRITE.
           MOVE WS-DETAIL-AMOUNT TO PROOF-LINE (21:12).
           PERFORM Z-100-WRITE-PROOF-LINE.
