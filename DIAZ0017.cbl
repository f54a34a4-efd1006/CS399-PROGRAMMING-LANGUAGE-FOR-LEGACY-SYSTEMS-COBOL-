      * at payout (DIAZ0007.DAT), each with record counts and a
      * subtotal, and closes with the combined figure to remit,
      * written to DIAZ0017.RPT the way NIGHTAUD writes its report.
      * CLOSED-REC grew cls-currency-code, the currency of the account
      * the payout was made from.
      * Dollar tax is no longer added into the peso remittance. Each
      * accrual record takes the currency of its account - off
      * DIAZ0002.DAT, or for an account since closed off its closure
      * record - and each closure its own cls-currency-code. The
      * report totals the peso tax as before and, when there is any,
      * the dollar tax in its own block with its own total, closing
      * with a line valuing the dollar total in pesos at the to-date's
      * DIAZFXR.DAT rate (DIAZFX) for reference only.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT OUTPUT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS out-account-number
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ACCRUAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZACCR.DAT"
           FILE STATUS IS WS-ACCRUAL-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC.
           05 out-account-number PIC 99999.
           05 out-account-name PIC X(21).
           05 out-principal-amount PIC 999999V99.
           05 out-years-of-deposit PIC 99.
           05 out-operator-id PIC X(8).
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
           05 cls-close-time PIC 9(8).
           05 cls-tax-withheld PIC 9(7)V99.
           05 cls-approved-by PIC X(8).
           05 cls-currency-code PIC X(3).
       FD TAX-REPORT-FILE
           DATA RECORD IS TAX-LINE.
       01 TAX-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
           88 WS-ACCRUAL-OK VALUE "00".
       01 WS-CLOSED-STATUS PIC XX VALUE "00".
           88 ACCRUAL-AT-EOF VALUE "Y".
       01 WS-CLOSED-EOF PIC X VALUE "N".
           88 CLOSED-AT-EOF VALUE "Y".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-CURRENCY-TABLE.
           05 WS-ACCOUNT-CURRENCY PIC X(3) OCCURS 99999 TIMES.
       01 WS-ITEM-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACCRUAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-ACCRUAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-ACCRUAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-PAYOUT-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-TOTAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-SHOW-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-SHOW-ACCRUAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHOW-ACCRUAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-SHOW-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHOW-PAYOUT-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-SHOW-TOTAL-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-DETAIL-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ZZZZZZZZ9.99.
       01 WS-FX-EDIT-PHP PIC ZZZZZZZZZZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            END-IF.
            OPEN OUTPUT TAX-REPORT-FILE.
            PERFORM A-100-REPORT-HEADER.
            PERFORM A-200-LOAD-ACCOUNT-CURRENCY.
            PERFORM B-100-TALLY-ACCRUAL-TAX.
            PERFORM C-100-TALLY-PAYOUT-TAX.
            PERFORM D-100-REPORT-TOTALS.
           PERFORM Z-100-WRITE-TAX-LINE.
           MOVE ALL "-" TO TAX-LINE.
           PERFORM Z-100-WRITE-TAX-LINE.
       A-200-LOAD-ACCOUNT-CURRENCY.
      **
      * An accrual record carries no currency: it is the account's,
      * from the closure record once the account is closed and the
      * live file over the top. Blank is a peso account.
      **
           MOVE ALL "PHP" TO WS-CURRENCY-TABLE.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM C-110-READ-CLOSED
               PERFORM A-210-CURRENCY-FROM-CLOSURE UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM A-230-READ-ACCOUNT
               PERFORM A-220-CURRENCY-FROM-ACCOUNT UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
       A-210-CURRENCY-FROM-CLOSURE.
           IF cls-account-number > 0 AND cls-currency-code = "USD"
               MOVE "USD" TO WS-ACCOUNT-CURRENCY (cls-account-number)
           END-IF.
           PERFORM C-110-READ-CLOSED.
       A-220-CURRENCY-FROM-ACCOUNT.
           IF out-account-number > 0
               IF out-currency-code = "USD"
                   MOVE "USD"
                       TO WS-ACCOUNT-CURRENCY (out-account-number)
               ELSE
                   MOVE "PHP"
                       TO WS-ACCOUNT-CURRENCY (out-account-number)
               END-IF
           END-IF.
           PERFORM A-230-READ-ACCOUNT.
       A-230-READ-ACCOUNT.
           READ OUTPUT-FILE NEXT RECORD
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       B-100-TALLY-ACCRUAL-TAX.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
           IF acr-post-date >= WS-FROM-DATE
               AND acr-post-date <= WS-TO-DATE
               AND acr-tax-withheld > 0
               MOVE "PHP" TO WS-ITEM-CURRENCY
               IF acr-account-number > 0
                   MOVE WS-ACCOUNT-CURRENCY (acr-account-number)
                       TO WS-ITEM-CURRENCY
               END-IF
               IF WS-ITEM-CURRENCY = "USD"
                   ADD 1 TO WS-USD-ACCRUAL-COUNT
                   ADD acr-tax-withheld TO WS-USD-ACCRUAL-TAX
               ELSE
                   ADD 1 TO WS-ACCRUAL-COUNT
                   ADD acr-tax-withheld TO WS-ACCRUAL-TAX
               END-IF
           END-IF.
           PERFORM B-110-READ-ACCRUAL.
       C-100-TALLY-PAYOUT-TAX.
           IF cls-close-date >= WS-FROM-DATE
               AND cls-close-date <= WS-TO-DATE
               AND cls-tax-withheld > 0
               IF cls-currency-code = "USD"
                   ADD 1 TO WS-USD-PAYOUT-COUNT
                   ADD cls-tax-withheld TO WS-USD-PAYOUT-TAX
               ELSE
                   ADD 1 TO WS-PAYOUT-COUNT
                   ADD cls-tax-withheld TO WS-PAYOUT-TAX
               END-IF
           END-IF.
           PERFORM C-110-READ-CLOSED.
       D-100-REPORT-TOTALS.
      **
      * Each currency is totalled and remitted on its own; dollars
      * are never added to the peso figure.
      **
           COMPUTE WS-TOTAL-TAX = WS-ACCRUAL-TAX + WS-PAYOUT-TAX.
           COMPUTE WS-USD-TOTAL-TAX = WS-USD-ACCRUAL-TAX
               + WS-USD-PAYOUT-TAX.
           MOVE "PHP" TO WS-SHOW-CURRENCY.
           MOVE WS-ACCRUAL-COUNT TO WS-SHOW-ACCRUAL-COUNT.
           MOVE WS-ACCRUAL-TAX TO WS-SHOW-ACCRUAL-TAX.
           MOVE WS-PAYOUT-COUNT TO WS-SHOW-PAYOUT-COUNT.
           MOVE WS-PAYOUT-TAX TO WS-SHOW-PAYOUT-TAX.
           MOVE WS-TOTAL-TAX TO WS-SHOW-TOTAL-TAX.
           PERFORM D-110-CURRENCY-TOTALS.
           IF WS-USD-ACCRUAL-COUNT > 0 OR WS-USD-PAYOUT-COUNT > 0
               MOVE SPACES TO TAX-LINE
               PERFORM Z-100-WRITE-TAX-LINE
               MOVE "USD" TO WS-SHOW-CURRENCY
               MOVE WS-USD-ACCRUAL-COUNT TO WS-SHOW-ACCRUAL-COUNT
               MOVE WS-USD-ACCRUAL-TAX TO WS-SHOW-ACCRUAL-TAX
               MOVE WS-USD-PAYOUT-COUNT TO WS-SHOW-PAYOUT-COUNT
               MOVE WS-USD-PAYOUT-TAX TO WS-SHOW-PAYOUT-TAX
               MOVE WS-USD-TOTAL-TAX TO WS-SHOW-TOTAL-TAX
               PERFORM D-110-CURRENCY-TOTALS
               PERFORM D-120-PESO-EQUIVALENT
           END-IF.
           DISPLAY "REPORT WRITTEN TO DIAZ0017.RPT".
       D-110-CURRENCY-TOTALS.
           MOVE WS-SHOW-ACCRUAL-TAX TO WS-DETAIL-AMOUNT.
           MOVE SPACES TO TAX-LINE.
           STRING WS-SHOW-CURRENCY DELIMITED BY SIZE
               " WITHHELD AT CAPITALIZATION (" DELIMITED BY SIZE
               WS-SHOW-ACCRUAL-COUNT DELIMITED BY SIZE
               " POSTINGS): " DELIMITED BY SIZE
               WS-DETAIL-AMOUNT DELIMITED BY SIZE
               INTO TAX-LINE.
           PERFORM Z-100-WRITE-TAX-LINE.
           MOVE WS-SHOW-PAYOUT-TAX TO WS-DETAIL-AMOUNT.
           MOVE SPACES TO TAX-LINE.
           STRING WS-SHOW-CURRENCY DELIMITED BY SIZE
               " WITHHELD AT PAYOUT         (" DELIMITED BY SIZE
               WS-SHOW-PAYOUT-COUNT DELIMITED BY SIZE
               " CLOSURES): " DELIMITED BY SIZE
               WS-DETAIL-AMOUNT DELIMITED BY SIZE
               INTO TAX-LINE.
           PERFORM Z-100-WRITE-TAX-LINE.
           MOVE ALL "-" TO TAX-LINE.
           PERFORM Z-100-WRITE-TAX-LINE.
           MOVE WS-SHOW-TOTAL-TAX TO WS-DETAIL-AMOUNT.
           MOVE SPACES TO TAX-LINE.
           STRING "TOTAL " DELIMITED BY SIZE
               WS-SHOW-CURRENCY DELIMITED BY SIZE
               " TAX TO REMIT:                   "
               DELIMITED BY SIZE
               WS-DETAIL-AMOUNT DELIMITED BY SIZE
               INTO TAX-LINE.
           PERFORM Z-100-WRITE-TAX-LINE.
       D-120-PESO-EQUIVALENT.
      **
      * The dollar tax valued in pesos at the to-date's rate, for
      * reference only - never added to the peso remittance.
      **
           CALL "DIAZFX" USING WS-TO-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO TAX-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO TAX-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-USD-TOTAL-TAX * WS-FX-PESO-RATE
               MOVE WS-USD-TOTAL-TAX TO WS-FX-EDIT-USD
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
                   INTO TAX-LINE
           END-IF.
           PERFORM Z-100-WRITE-TAX-LINE.
       Z-100-WRITE-TAX-LINE.
           DISPLAY TAX-LINE.
           WRITE TAX-LINE.
