      * the newest SET for the account replaces the tier rate, a
      * CANCEL puts the tier back, and the full listing flags an
      * overridden account with a * beside its rate.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033). The listing
      * now sorts product by product and closes each product with a
      * subtotal line of accounts, principal and interest; the column
      * that showed the years now shows product and term. Rates come
      * from the product's own tiers through DIAZPDT, a term in days
      * earns only the term, and the projection runs the product's
      * periods, showing a pay-out product's interest uncompounded.
      * The checkpoint carries the open product subtotal.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set. Dollars are no longer added to pesos: the
      * listing sorts and subtotals by currency within product, shows
      * each account's currency beside its principal, and totals
      * pesos and dollars side by side, with a line valuing the dollar
      * principal in pesos at the day's DIAZFXR.DAT rate (DIAZFX).
      * The name search totals each currency on its own. The GL
      * extract stays a peso file and leaves the dollar accounts out.
      * The checkpoint carries the dollar totals and the open
      * subtotal's currency, so finish or abandon an interrupted
      * listing before this change goes in.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ACCOUNT-NUMBER PIC 99999.
           05 SORT-ENTRY-DATE PIC 9(8).
           05 SORT-ENTRY-TIME PIC 9(8).
           05 SORT-CUSTOMER-NUMBER PIC 9(5).
           05 SORT-PRODUCT-CODE PIC X(4).
           05 SORT-TERM-LENGTH PIC 999.
           05 SORT-CURRENCY-CODE PIC X(3).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-ENTRY-DATE PIC 9(8).
           05 SRT-ENTRY-TIME PIC 9(8).
           05 SRT-CUSTOMER-NUMBER PIC 9(5).
           05 SRT-PRODUCT-CODE PIC X(4).
           05 SRT-TERM-LENGTH PIC 999.
           05 SRT-CURRENCY-CODE PIC X(3).
       FD CHECKPOINT-FILE
           DATA RECORD IS CHECKPOINT-REC.
       01 CHECKPOINT-REC.
           05 CKP-SORT-CHOICE PIC 9.
           05 CKP-TOTAL-PRINCIPAL PIC 9(9)V99.
           05 CKP-TOTAL-INTEREST PIC 9(9)V99.
           05 CKP-PRODUCT-CODE PIC X(4).
           05 CKP-PRODUCT-COUNT PIC 9(5).
           05 CKP-PRODUCT-PRINCIPAL PIC 9(9)V99.
           05 CKP-PRODUCT-INTEREST PIC 9(9)V99.
           05 CKP-USD-TOTAL-PRINCIPAL PIC 9(9)V99.
           05 CKP-USD-TOTAL-INTEREST PIC 9(9)V99.
           05 CKP-CURRENCY-CODE PIC X(3).
       FD STATEMENT-FILE
           DATA RECORD IS STATEMENT-LINE.
       01 STATEMENT-LINE PIC X(80).
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
           05 in-account-name PIC X(21).
           05 in-principal-amount PIC 999999V99.
           05 in-years-of-deposit PIC 99.
           05 in-operator-id PIC X(8).
           05 in-entry-date PIC 9(8).
           05 in-entry-time PIC 9(8).
           05 in-customer-number PIC 9(5).
           05 in-product-code PIC X(4).
           05 in-term-length PIC 999.
           05 in-currency-code PIC X(3).
       01 WS-EOF PIC A(1).
       01 WS-INTEREST-RATE PIC 99.
       01 WS-INTEREST PIC 9(6)V99.
       01 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-TOTAL-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-VALUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ZZZZZZZZ9.99.
       01 WS-FX-EDIT-PHP PIC ZZZZZZZZZZZ9.99.
       01 WS-FX-LINE PIC X(80) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 99 VALUE 1.
       01 WS-PAGE-SIZE PIC 99 VALUE 10.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
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
       01 WS-SEARCH-NAME PIC X(21) VALUE SPACES.
       01 WS-SEARCH-LEN PIC 99 VALUE ZERO.
       01 WS-SCAN-POS PIC 99 VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COMBINED-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COMBINED-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-COMBINED-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-COMBINED-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-SEARCH-EOF PIC X VALUE "N".
           88 SEARCH-AT-EOF VALUE "Y".
       01 WS-PROJECTION-RESP PIC X VALUE "N".
       01 WS-STM-RATE-ED PIC Z9.
       01 WS-STM-INTEREST-ED PIC ZZZZZZZZZZ9.99.
       01 WS-STM-CLOSING-ED PIC ZZZZZZZZZZ9.99.
       01 WS-STM-LAST-PERIOD PIC 999 VALUE ZERO.
       01 WS-PRODUCT-STARTED PIC X VALUE "N".
           88 PRODUCT-GROUP-STARTED VALUE "Y".
       01 WS-CURRENT-PRODUCT PIC X(4) VALUE SPACES.
       01 WS-CURRENT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRODUCT-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PRODUCT-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-PRODUCT-SHOWN PIC X(4) VALUE SPACES.
       01 WS-TERM-SHOWN PIC ZZ9.
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
       SCREEN SECTION.
       01 TABLE-HEADER.
           05 TABLE-INFO.
               10 VALUE "ACCOUNT" LINE 2 COL 1.
               10 VALUE "ACCOUNT" LINE 2 COL 15.
               10 VALUE "PRINCIPAL" LINE 2 COL 32.
               10 VALUE "PRODUCT/" LINE 2 COL 44.
               10 VALUE "INTEREST" LINE 2 COL 55.
               10 VALUE "INTEREST" LINE 2 COL 66.
               10 VALUE "NUMBER" LINE 3 COL 1.
               10 VALUE "NAME" LINE 3 COL 15.
               10 VALUE "AMOUNT" LINE 3 COL 32.
               10 VALUE "TERM" LINE 3 COL 44.
               10 VALUE "RATE (%)" LINE 3 COL 55.
           05 GETCH.
               10 VALUE "PRESS ANY KEY TO CONTINUE..." LINE 16 COL 1.
                       WS-FILE-STATUS
               ELSE
                   DISPLAY "ACCT# NAME                  PRINCIPAL "
                       "CUR YRS RATE INTEREST"
                   PERFORM READ-NEXT-ACCOUNT
                   PERFORM MATCH-ONE-ACCOUNT UNTIL SEARCH-AT-EOF
                   CLOSE OUTPUT-FILE
                           WS-COMBINED-PRINCIPAL
                       DISPLAY "COMBINED INTEREST:   "
                           WS-COMBINED-INTEREST
                       IF WS-USD-COMBINED-PRINCIPAL > 0
                           DISPLAY "COMBINED USD PRINCIPAL: "
                               WS-USD-COMBINED-PRINCIPAL
                           DISPLAY "COMBINED USD INTEREST:  "
                               WS-USD-COMBINED-INTEREST
                       END-IF
                   END-IF
                   DISPLAY GETCH
                   ACCEPT GETCH
               MOVE OUTPUT-REC TO INFO-SCR-IN
               PERFORM CALCULTE-INTEREST
               DISPLAY in-account-number " " in-account-name " "
                   in-principal-amount " " in-currency-code " "
                   in-years-of-deposit "  " WS-INTEREST-RATE "  "
                   WS-INTEREST
               ADD 1 TO WS-MATCH-COUNT
               IF in-currency-code = "USD"
                   ADD in-principal-amount
                       TO WS-USD-COMBINED-PRINCIPAL
                   ADD WS-INTEREST TO WS-USD-COMBINED-INTEREST
               ELSE
                   ADD in-principal-amount TO WS-COMBINED-PRINCIPAL
                   ADD WS-INTEREST TO WS-COMBINED-INTEREST
               END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.
       SCAN-FOR-NAME.
      **
      * Year-by-year schedule over the account's full committed term,
      * compounding annually; the tier is re-checked each year since
      * a growing balance can cross a breakpoint. A product account
      * runs period by period - a month, a year, or a term in days
      * as one period - and a pay-out product's interest is shown
      * but not compounded, since it leaves the deposit each period.
      **
           OPEN EXTEND STATEMENT-FILE.
           IF WS-STM-NOT-FOUND
               in-account-name DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "PRODUCT " DELIMITED BY SIZE
               WS-PRODUCT-SHOWN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PDT-DESCRIPTION DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               WS-TERM-SHOWN DELIMITED BY SIZE
               WS-PDT-TERM-UNIT DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "PER.       OPENING RATE       INTEREST        CLOSING"
               TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "INTEREST SHOWN NET OF 20% FINAL WITHHOLDING TAX"
               TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           IF PRODUCT-PAYS-OUT
               MOVE "INTEREST PAID OUT EACH PERIOD, NOT COMPOUNDED"
                   TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           PERFORM LOAD-ACCRUAL-HISTORY.
           MOVE in-principal-amount TO WS-STM-OPENING.
           COMPUTE WS-STM-FIRST-YEAR = WS-POSTED-PERIODS + 1.
           MOVE WS-PDT-TERM-PERIODS TO WS-STM-LAST-PERIOD.
           PERFORM PROJECT-ONE-YEAR
               VARYING WS-STM-YEAR FROM WS-STM-FIRST-YEAR BY 1
               UNTIL WS-STM-YEAR > WS-STM-LAST-PERIOD.
           MOVE WS-STM-OPENING TO WS-STM-CLOSING-ED.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MATURITY VALUE: " DELIMITED BY SIZE
               in-currency-code DELIMITED BY SIZE
               WS-STM-CLOSING-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
      **
           PERFORM SET-PROJECTION-RATE.
           COMPUTE WS-STM-INTEREST ROUNDED =
               WS-STM-OPENING * WS-STM-RATE / 100
               * WS-PDT-PERIOD-UNITS / WS-PDT-UNITS-PER-YEAR.
           COMPUTE WS-STM-TAX ROUNDED =
               WS-STM-INTEREST * WS-TAX-RATE / 100.
           SUBTRACT WS-STM-TAX FROM WS-STM-INTEREST.
           IF PRODUCT-PAYS-OUT
               MOVE WS-STM-OPENING TO WS-STM-CLOSING
           ELSE
               COMPUTE WS-STM-CLOSING =
                   WS-STM-OPENING + WS-STM-INTEREST
           END-IF.
           MOVE WS-STM-YEAR TO WS-STM-YEAR-ED.
           MOVE WS-STM-OPENING TO WS-STM-OPENING-ED.
           MOVE WS-STM-RATE TO WS-STM-RATE-ED.
      * compounded balance, which can exceed the file's principal
      * field width late in a long term.
      **
           IF PRODUCT-ON-FILE
               MOVE WS-STM-OPENING TO WS-PDQ-PRINCIPAL
               CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS
               MOVE WS-PDT-RATE TO WS-STM-RATE
           ELSE
           IF in-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
               WHEN WS-STM-OPENING >= 10000 AND
               in-years-of-deposit >= 5
                   MOVE WS-TIER-3-RATE TO WS-STM-RATE
               WHEN OTHER
                   MOVE WS-TIER-4-RATE TO WS-STM-RATE
           END-EVALUATE
           END-IF.
           MOVE in-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
           EVALUATE WS-SORT-CHOICE
               WHEN 2
                   SORT SORT-WORK
                       ON ASCENDING KEY SORT-PRODUCT-CODE
                       ON ASCENDING KEY SORT-CURRENCY-CODE
                       ON DESCENDING KEY SORT-PRINCIPAL-AMOUNT
                       USING OUTPUT-FILE GIVING SORTED-FILE
               WHEN OTHER
                   SORT SORT-WORK
                       ON ASCENDING KEY SORT-PRODUCT-CODE
                       ON ASCENDING KEY SORT-CURRENCY-CODE
                       ON ASCENDING KEY SORT-ACCOUNT-NUMBER
                       USING OUTPUT-FILE GIVING SORTED-FILE
           END-EVALUATE.
                   MOVE CKP-SORT-CHOICE TO WS-SORT-CHOICE
                   MOVE CKP-TOTAL-PRINCIPAL TO WS-TOTAL-PRINCIPAL
                   MOVE CKP-TOTAL-INTEREST TO WS-TOTAL-INTEREST
                   MOVE CKP-PRODUCT-CODE TO WS-CURRENT-PRODUCT
                   MOVE CKP-PRODUCT-COUNT TO WS-PRODUCT-COUNT
                   MOVE CKP-PRODUCT-PRINCIPAL TO WS-PRODUCT-PRINCIPAL
                   MOVE CKP-PRODUCT-INTEREST TO WS-PRODUCT-INTEREST
                   MOVE CKP-USD-TOTAL-PRINCIPAL
                       TO WS-USD-TOTAL-PRINCIPAL
                   MOVE CKP-USD-TOTAL-INTEREST TO WS-USD-TOTAL-INTEREST
                   MOVE CKP-CURRENCY-CODE TO WS-CURRENT-CURRENCY
                   SET PRODUCT-GROUP-STARTED TO TRUE
               END-IF
           END-IF.
       OPEN-FILE.
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
       PROCESS-RECORD.
      **
      * The sorted file runs product by product, and by currency
      * within a product; a change of either closes the previous
      * group with its subtotal line before the first account of
      * the next.
      **
           IF PRODUCT-GROUP-STARTED
               AND (in-product-code NOT = WS-CURRENT-PRODUCT
               OR in-currency-code NOT = WS-CURRENT-CURRENCY)
               PERFORM DISPLAY-PRODUCT-SUBTOTAL
           END-IF.
           IF NOT PRODUCT-GROUP-STARTED
               SET PRODUCT-GROUP-STARTED TO TRUE
               MOVE in-product-code TO WS-CURRENT-PRODUCT
               MOVE in-currency-code TO WS-CURRENT-CURRENCY
           END-IF.
           PERFORM CALCULTE-INTEREST.
           PERFORM DISPLAY-DATA.
           IF in-currency-code = "USD"
               ADD in-principal-amount TO WS-USD-TOTAL-PRINCIPAL
               ADD WS-INTEREST TO WS-USD-TOTAL-INTEREST
           ELSE
               ADD in-principal-amount TO WS-TOTAL-PRINCIPAL
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
           END-IF.
           ADD 1 TO WS-PRODUCT-COUNT.
           ADD in-principal-amount TO WS-PRODUCT-PRINCIPAL.
           ADD WS-INTEREST TO WS-PRODUCT-INTEREST.
           IF GL-EXTRACT-ACTIVE AND in-currency-code NOT = "USD"
               PERFORM WRITE-GL-DETAIL
           END-IF.
           PERFORM WRITE-CHECKPOINT.
           MOVE WS-RUN-DATE-YMD TO glx-period-date.
           WRITE GL-EXTRACT-REC.
           CLOSE GL-EXTRACT-FILE.
           DISPLAY "GL EXTRACT WRITTEN TO DIAZ0003.GLX" LINE 21 COL 1.
       WRITE-CHECKPOINT.
           MOVE in-account-number TO CKP-LAST-ACCOUNT.
           MOVE WS-PAGE-NUMBER TO CKP-PAGE-NUMBER.
           MOVE WS-SORT-CHOICE TO CKP-SORT-CHOICE.
           MOVE WS-TOTAL-PRINCIPAL TO CKP-TOTAL-PRINCIPAL.
           MOVE WS-TOTAL-INTEREST TO CKP-TOTAL-INTEREST.
           MOVE WS-CURRENT-PRODUCT TO CKP-PRODUCT-CODE.
           MOVE WS-PRODUCT-COUNT TO CKP-PRODUCT-COUNT.
           MOVE WS-PRODUCT-PRINCIPAL TO CKP-PRODUCT-PRINCIPAL.
           MOVE WS-PRODUCT-INTEREST TO CKP-PRODUCT-INTEREST.
           MOVE WS-USD-TOTAL-PRINCIPAL TO CKP-USD-TOTAL-PRINCIPAL.
           MOVE WS-USD-TOTAL-INTEREST TO CKP-USD-TOTAL-INTEREST.
           MOVE WS-CURRENT-CURRENCY TO CKP-CURRENCY-CODE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.
       DISPLAY-PRODUCT-SUBTOTAL.
           IF WS-LINE-COUNT = 0
               DISPLAY TABLE-HEADER
               MOVE 5 TO WS-DETAIL-LINE
           END-IF.
           IF WS-CURRENT-PRODUCT = SPACES
               MOVE "STD" TO WS-PRODUCT-SHOWN
           ELSE
               MOVE WS-CURRENT-PRODUCT TO WS-PRODUCT-SHOWN
           END-IF.
           DISPLAY "PRODUCT SUBTOTAL" LINE WS-DETAIL-LINE COL 1.
           DISPLAY WS-PRODUCT-SHOWN LINE WS-DETAIL-LINE COL 18.
           DISPLAY WS-PRODUCT-COUNT LINE WS-DETAIL-LINE COL 23.
           DISPLAY WS-CURRENT-CURRENCY LINE WS-DETAIL-LINE COL 28.
           DISPLAY WS-PRODUCT-PRINCIPAL LINE WS-DETAIL-LINE COL 32.
           DISPLAY WS-PRODUCT-INTEREST LINE WS-DETAIL-LINE COL 55.
           MOVE in-product-code TO WS-CURRENT-PRODUCT.
           MOVE in-currency-code TO WS-CURRENT-CURRENCY.
           MOVE ZERO TO WS-PRODUCT-COUNT.
           MOVE ZERO TO WS-PRODUCT-PRINCIPAL.
           MOVE ZERO TO WS-PRODUCT-INTEREST.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM PAGE-BREAK
           END-IF.
       DISPLAY-TOTALS.
           IF PRODUCT-GROUP-STARTED
               PERFORM DISPLAY-PRODUCT-SUBTOTAL
           END-IF.
           DISPLAY "TOTAL PRINCIPAL ON DEPOSIT:" LINE 18 COL 1.
           DISPLAY "PHP" LINE 18 COL 30.
           DISPLAY WS-TOTAL-PRINCIPAL LINE 18 COL 34.
           DISPLAY "USD" LINE 18 COL 48.
           DISPLAY WS-USD-TOTAL-PRINCIPAL LINE 18 COL 52.
           DISPLAY "TOTAL INTEREST OWED:" LINE 19 COL 1.
           DISPLAY "PHP" LINE 19 COL 30.
           DISPLAY WS-TOTAL-INTEREST LINE 19 COL 34.
           DISPLAY "USD" LINE 19 COL 48.
           DISPLAY WS-USD-TOTAL-INTEREST LINE 19 COL 52.
           IF WS-USD-TOTAL-PRINCIPAL > 0
               PERFORM SHOW-PESO-EQUIVALENT
               DISPLAY WS-FX-LINE LINE 20 COL 1
           END-IF.
           IF GL-EXTRACT-ACTIVE
               PERFORM WRITE-GL-TRAILER
           END-IF.
           DISPLAY in-account-number LINE WS-DETAIL-LINE COL 1.
           DISPLAY in-account-name LINE WS-DETAIL-LINE COL 15.
           DISPLAY in-principal-amount LINE WS-DETAIL-LINE COL 32.
           DISPLAY in-currency-code LINE WS-DETAIL-LINE COL 41.
           DISPLAY WS-PRODUCT-SHOWN LINE WS-DETAIL-LINE COL 44.
           DISPLAY WS-TERM-SHOWN LINE WS-DETAIL-LINE COL 49.
           DISPLAY WS-PDT-TERM-UNIT LINE WS-DETAIL-LINE COL 52.
           DISPLAY WS-INTEREST-RATE LINE WS-DETAIL-LINE COL 55.
           IF WS-OVERRIDE-RATE > 0
               DISPLAY "*" LINE WS-DETAIL-LINE COL 58
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM PAGE-BREAK
           END-IF.
       SHOW-PESO-EQUIVALENT.
      **
      * The dollar principal valued in pesos at the day's rate on
      * DIAZFXR.DAT, or the latest rate keyed before today. It is
      * shown beside the totals, never added into the peso total.
      **
           ACCEPT WS-FX-VALUE-DATE FROM DATE YYYYMMDD.
           CALL "DIAZFX" USING WS-FX-VALUE-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO WS-FX-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO WS-FX-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-USD-TOTAL-PRINCIPAL * WS-FX-PESO-RATE
               MOVE WS-USD-TOTAL-PRINCIPAL TO WS-FX-EDIT-USD
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
       PAGE-BREAK.
           DISPLAY GETCH.
           ACCEPT GETCH.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
       CALCULTE-INTEREST.
      **
      * The account's product (DIAZPDT) sets the rate: its own
      * tier for the principal, or the DIAZRATE tiers for the
      * standard deposit. Interest is a year's worth, except for a
      * term in days, which earns only the term.
      **
           PERFORM PRICE-PRODUCT.
           IF PRODUCT-ON-FILE
               MOVE WS-PDT-RATE TO WS-INTEREST-RATE
           ELSE
           IF in-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
                WHEN in-principal-amount >= 10000 AND
                in-years-of-deposit >= 5
                   MOVE WS-TIER-3-RATE TO WS-INTEREST-RATE
                WHEN in-principal-amount < 5000
                   MOVE WS-TIER-4-RATE TO WS-INTEREST-RATE
                END-EVALUATE
           END-IF.
           MOVE in-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
               MOVE WS-OVERRIDE-RATE TO WS-INTEREST-RATE
           END-IF.
           IF WS-PDT-TERM-UNIT = "D"
               COMPUTE WS-INTEREST ROUNDED = (WS-INTEREST-RATE/100)
               *in-principal-amount * WS-PDT-TERM-LENGTH / 365
           ELSE
               COMPUTE WS-INTEREST ROUNDED = (WS-INTEREST-RATE/100)
               *in-principal-amount
           END-IF.
       PRICE-PRODUCT.
           MOVE in-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE in-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE in-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE in-years-of-deposit TO WS-PDQ-YEARS.
           MOVE in-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-RATE-RUN-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           IF in-product-code = SPACES
               MOVE "STD" TO WS-PRODUCT-SHOWN
           ELSE
               MOVE in-product-code TO WS-PRODUCT-SHOWN
           END-IF.
           MOVE WS-PDT-TERM-LENGTH TO WS-TERM-SHOWN.
       GET-OVERRIDE-RATE.
      **
      * Replays the DIAZOVR.DAT override log for the account in
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
       CLOSE-FILE.
           CLOSE SORTED-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
