      * B-400-SET-ACCRUAL-RATE honors a negotiated rate override
      * recorded on DIAZOVR.DAT (DIAZ0023): the newest SET for the
      * account replaces the tier rate in the accrual.
      * The accrual now follows the account's deposit product through
      * DIAZPDT: it runs from the end of the last posted period of the
      * product (a year, a month, or the whole term for a term in days)
      * to the month-end or the product's maturity date, whichever is
      * first, at the product's tier rate - the DIAZRATE tiers for the
      * standard deposit. OUTPUT-REC grew out-product-code and
      * out-term-length, keeping every layout of DIAZ0002.DAT
      * byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set.
      * Dollar accruals no longer reach the GL: DIAZ0022.GLX stays a
      * peso file, as the DIAZ0003 extract does, so DIAZ0032 never
      * posts dollars to the peso ledger as if they were pesos. The
      * dollar accounts are still accrued and listed, with their
      * own count, principal and accrual totals below the peso ones
      * and a line valuing the dollar accrual in pesos at the
      * month-end date's DIAZFXR.DAT rate (DIAZFX) for reference.
      * The GL trailer and the peso totals carry pesos only.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD GL-EXTRACT-FILE
           DATA RECORD IS GL-EXTRACT-REC.
       01 GL-EXTRACT-REC.
           05 WS-TIER-2-RATE PIC 99 VALUE 10.
           05 WS-TIER-3-RATE PIC 99 VALUE 8.
           05 WS-TIER-4-RATE PIC 99 VALUE 7.
       01 WS-PESO-TIER-RATES PIC X(8) VALUE SPACES.
       01 WS-DOLLAR-RATE-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-DOLLAR-TIER-RATES.
           05 WS-DOLLAR-TIER-1-RATE PIC 99 VALUE 4.
           05 WS-DOLLAR-TIER-2-RATE PIC 99 VALUE 3.
           05 WS-DOLLAR-TIER-3-RATE PIC 99 VALUE 2.
           05 WS-DOLLAR-TIER-4-RATE PIC 99 VALUE 1.
       01 WS-MONTH-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END-R REDEFINES WS-MONTH-END-DATE.
           05 WS-MEND-YYYY PIC 9(4).
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACCRUED PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-TOTAL-ACCRUED PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ZZZZZZZZ9.99.
       01 WS-FX-EDIT-PHP PIC ZZZZZZZZZZZ9.99.
       01 WS-FX-LINE PIC X(80) VALUE SPACES.
       01 WS-PDT-REQUEST.
           05 WS-PDQ-PRODUCT-CODE PIC X(4).
           05 WS-PDQ-ENTRY-DATE PIC 9(8).
           05 WS-PDQ-TERM-LENGTH PIC 999.
           05 WS-PDQ-YEARS PIC 99.
           05 WS-PDQ-PRINCIPAL PIC 9(9)V99.
           05 WS-PDQ-AS-OF-DATE PIC 9(8).
           05 WS-PDQ-PERIODS-POSTED PIC 999.
       01 WS-PDT-TERMS.
           05 WS-PDT-STATUS PIC X.
               88 PRODUCT-IS-STANDARD VALUE "S".
               88 PRODUCT-ON-FILE VALUE "F".
               88 PRODUCT-NOT-ON-FILE VALUE "N".
           05 WS-PDT-DESCRIPTION PIC X(20).
           05 WS-PDT-TERM-UNIT PIC X.
           05 WS-PDT-MINIMUM-TERM PIC 999.
           05 WS-PDT-MAXIMUM-TERM PIC 999.
           05 WS-PDT-MINIMUM-PLACEMENT PIC 9(6)V99.
           05 WS-PDT-INTEREST-MODE PIC X.
               88 PRODUCT-PAYS-OUT VALUE "P".
           05 WS-PDT-ELIGIBILITY PIC X.
               88 PRODUCT-FOR-SENIORS VALUE "S".
           05 WS-PDT-SALE-STATUS PIC X.
               88 PRODUCT-WITHDRAWN VALUE "W".
           05 WS-PDT-RATE PIC 99.
           05 WS-PDT-TERM-LENGTH PIC 999.
           05 WS-PDT-TERM-YEARS PIC 99.
           05 WS-PDT-UNITS-PER-YEAR PIC 999.
           05 WS-PDT-PERIOD-UNITS PIC 999.
           05 WS-PDT-TERM-PERIODS PIC 999.
           05 WS-PDT-UNITS-SERVED PIC 9(5).
           05 WS-PDT-PERIODS-SERVED PIC 999.
           05 WS-PDT-MATURED PIC X.
               88 PRODUCT-TERM-MATURED VALUE "Y".
           05 WS-PDT-PENALTY-RATE PIC 99.
           05 WS-PDT-MATURITY-DATE PIC 9(8).
           05 WS-PDT-PERIOD-START-DATE PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-READ.
       B-200-ACCRUE-ACCOUNT.
      **
      * The accrual runs from the end of the last period the
      * capitalization batch posted - entry date plus the posted
      * periods of the account's product, as DIAZPDT works it out
      * - to the month-end date, and never past the product's
      * maturity. An account posted to term, or matured before its
      * last posting, has nothing left to accrue.
      **
           PERFORM B-300-FIND-POSTED-PERIODS.
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-MONTH-END-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE WS-POSTED-PERIODS TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           MOVE WS-PDT-PERIOD-START-DATE TO WS-ANNIV-DATE.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           IF WS-MATURITY-DATE < WS-MONTH-END-DATE
               MOVE WS-MATURITY-DATE TO WS-ACCRUE-TO-DATE
           ELSE
               DISPLAY out-account-number " "
                   out-principal-amount " " WS-ACCRUAL-RATE
                   "   " WS-ACCRUED-DAYS " " WS-ACCRUED-INTEREST
                   " " out-currency-code
               PERFORM B-210-TOTAL-ACCOUNT
           END-IF.
           PERFORM B-100-READ-ACCOUNT.
       B-210-TOTAL-ACCOUNT.
      **
      * The GL extract is a peso file: a dollar accrual is totalled
      * on its own and never written to it.
      **
           IF out-currency-code = "USD"
               ADD 1 TO WS-USD-ACCOUNT-COUNT
               ADD out-principal-amount TO WS-USD-TOTAL-PRINCIPAL
               ADD WS-ACCRUED-INTEREST TO WS-USD-TOTAL-ACCRUED
           ELSE
               PERFORM B-500-WRITE-GL-DETAIL
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD out-principal-amount TO WS-TOTAL-PRINCIPAL
               ADD WS-ACCRUED-INTEREST TO WS-TOTAL-ACCRUED
           END-IF.
       B-300-FIND-POSTED-PERIODS.
      **
      * Scanned per account, the DIAZ0011 convention, so there is
           END-IF.
           PERFORM B-310-READ-ACCRUAL.
       B-400-SET-ACCRUAL-RATE.
           IF PRODUCT-ON-FILE
               MOVE WS-PDT-RATE TO WS-ACCRUAL-RATE
           ELSE
           IF out-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
               WHEN out-principal-amount >= 10000 AND
               out-years-of-deposit >= 5
                   MOVE WS-TIER-3-RATE TO WS-ACCRUAL-RATE
               WHEN OTHER
                   MOVE WS-TIER-4-RATE TO WS-ACCRUAL-RATE
           END-EVALUATE
           END-IF.
           MOVE out-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
           MOVE WS-MONTH-END-DATE TO glx-period-date.
           WRITE GL-EXTRACT-REC.
           DISPLAY " ".
           DISPLAY "PHP ACCOUNTS ACCRUED:  " WS-ACCOUNT-COUNT.
           DISPLAY "PHP PRINCIPAL BASIS:   " WS-TOTAL-PRINCIPAL.
           DISPLAY "PHP INTEREST ACCRUED:  " WS-TOTAL-ACCRUED.
           IF WS-USD-ACCOUNT-COUNT > 0
               DISPLAY "USD ACCOUNTS ACCRUED:  " WS-USD-ACCOUNT-COUNT
               DISPLAY "USD PRINCIPAL BASIS:   " WS-USD-TOTAL-PRINCIPAL
               DISPLAY "USD INTEREST ACCRUED:  " WS-USD-TOTAL-ACCRUED
               PERFORM C-110-PESO-EQUIVALENT
               DISPLAY WS-FX-LINE
               DISPLAY "DOLLAR ACCRUALS ARE NOT IN THE GL EXTRACT."
           END-IF.
           DISPLAY "EXTRACT WRITTEN TO DIAZ0022.GLX".
       C-110-PESO-EQUIVALENT.
      **
      * The dollar accrual valued in pesos at the month-end date's
      * rate, for reference only - never added to the pesos.
      **
           CALL "DIAZFX" USING WS-MONTH-END-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO WS-FX-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO WS-FX-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-USD-TOTAL-ACCRUED * WS-FX-PESO-RATE
               MOVE WS-USD-TOTAL-ACCRUED TO WS-FX-EDIT-USD
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
                   INTO WS-FX-LINE
           END-IF.
       C-200-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE GL-EXTRACT-FILE.
      * Loads the rate set in force from DIAZRATE.DAT: the record
      * with the newest effective date on or before today wins. The
      * built-in VALUEs stay in force while no table file exists.
      * Peso and dollar sets are picked each on its own dates;
      * the account's currency decides which one prices it.
      **
           ACCEPT WS-RATE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RATE-FILE.
               PERFORM PICK-RATE-SET UNTIL RATE-AT-EOF
               CLOSE RATE-FILE
           END-IF.
           MOVE WS-TIER-RATES TO WS-PESO-TIER-RATES.
       READ-RATE-SET.
           READ RATE-FILE
               AT END SET RATE-AT-EOF TO TRUE
           END-READ.
       PICK-RATE-SET.
           IF rte-currency-code = "USD"
               PERFORM PICK-DOLLAR-RATE-SET
           ELSE IF rte-effective-date <= WS-RATE-RUN-DATE
               AND rte-effective-date >= WS-RATE-EFFECTIVE
               MOVE rte-effective-date TO WS-RATE-EFFECTIVE
               MOVE rte-tier-1-rate TO WS-TIER-1-RATE
               MOVE rte-tier-4-rate TO WS-TIER-4-RATE
           END-IF.
           PERFORM READ-RATE-SET.
       PICK-DOLLAR-RATE-SET.
           IF rte-effective-date <= WS-RATE-RUN-DATE
               AND rte-effective-date >= WS-DOLLAR-RATE-EFFECTIVE
               MOVE rte-effective-date TO WS-DOLLAR-RATE-EFFECTIVE
               MOVE rte-tier-1-rate TO WS-DOLLAR-TIER-1-RATE
               MOVE rte-tier-2-rate TO WS-DOLLAR-TIER-2-RATE
               MOVE rte-tier-3-rate TO WS-DOLLAR-TIER-3-RATE
               MOVE rte-tier-4-rate TO WS-DOLLAR-TIER-4-RATE
           END-IF.
       END PROGRAM DIAZ0022.
