      * recorded on DIAZOVR.DAT (DIAZ0023): the newest SET for the
      * account replaces the tier rate at posting, a CANCEL puts
      * the tier back in force.
      * Posting now follows the account's deposit product (DIAZPDT,
      * products kept by DIAZ0033). The period is a year, a month or -
      * for a term in days - the whole term paid at maturity, and each
      * period earns the product's tier rate for that fraction of a
      * year; the standard deposit posts yearly on the DIAZRATE tiers
      * as before. A pay-out product's net interest is not left in the
      * deposit: B-500-PAY-OUT-PERIOD writes a type P movement on
      * DIAZ0006.DAT taking it back out, and a payout advice on
      * DIAZ0013.PAY for the counter to credit the depositor. OUTPUT-REC
      * grew out-product-code and out-term-length, keeping every layout
      * of DIAZ0002.DAT byte-for-byte the same shape; the journal images
      * grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. TRANS-HIST-REC
      * grew txn-currency-code, the currency of the account the movement
      * was posted to. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set.
      * Every journal record is now sealed. JOURNAL-REC grew
      * jrn-seal-sequence and jrn-seal-value: before the journal is
      * opened the append fetches the sequence and check value of the
      * last record on file (DIAZJSL function L), and the new record is
      * numbered one past it and sealed with a check value chained from
      * it (function S), so the DIAZ0037 verification run can show the
      * journal has not been edited, added to or cut short.
      * The journal chain is fetched through DIAZJSL function L once
      * per run and carried forward by function S, instead of
      * rereading the whole journal before every account's append.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT TRANS-HIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT PAYOUT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0013.PAY"
           FILE STATUS IS WS-PAYOUT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
       FD OVERRIDE-FILE
           DATA RECORD IS OVERRIDE-REC.
       01 OVERRIDE-REC.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
       FD TRANS-HIST-FILE
           DATA RECORD IS TRANS-HIST-REC.
       01 TRANS-HIST-REC.
           05 txn-account-number PIC 99999.
           05 txn-type PIC X.
           05 txn-amount PIC 9(6)V99.
           05 txn-old-balance PIC 9(6)V99.
           05 txn-new-balance PIC 9(6)V99.
           05 txn-operator-id PIC X(8).
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
       FD PAYOUT-FILE
           DATA RECORD IS PAYOUT-REC.
       01 PAYOUT-REC.
           05 pay-account-number PIC 99999.
           05 pay-account-name PIC X(21).
           05 pay-customer-number PIC 9(5).
           05 pay-product-code PIC X(4).
           05 pay-period PIC 99.
           05 pay-gross-interest PIC 9(6)V99.
           05 pay-tax-withheld PIC 9(6)V99.
           05 pay-net-interest PIC 9(6)V99.
           05 pay-post-date PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
           88 WS-JOURNAL-NOT-FOUND VALUE "35".
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "L".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-SEAL-LOADED PIC X VALUE "N".
           88 SEAL-CHAIN-LOADED VALUE "Y".
       01 WS-JRN-ACTION PIC X(7) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
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
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-ACCRUAL-EOF PIC X VALUE "N".
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01 WS-TARGET-PERIOD PIC 99 VALUE ZERO.
       01 WS-LAST-POSTED PIC 99 VALUE ZERO.
       01 WS-POST-PERIOD PIC 99 VALUE ZERO.
       01 WS-PERIODS-POSTED PIC 9(5) VALUE ZERO.
       01 WS-PERIODS-POSTED-HOLD PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-POSTED PIC 9(9)V99 VALUE ZERO.
       01 WS-HIST-STATUS PIC XX VALUE "00".
           88 WS-HIST-NOT-FOUND VALUE "35".
       01 WS-PAYOUT-STATUS PIC XX VALUE "00".
           88 WS-PAYOUT-NOT-FOUND VALUE "35".
       01 WS-TOTAL-PAID-OUT PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYOUTS-WRITTEN PIC 9(5) VALUE ZERO.
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
            GOBACK.
       A-100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-SEAL-LOADED.
           PERFORM LOAD-RATE-TABLE.
           PERFORM A-200-LOAD-POSTED-TABLE.
           OPEN I-O OUTPUT-FILE.
               IF WS-ACCRUAL-NOT-FOUND
                   OPEN OUTPUT ACCRUAL-FILE
               END-IF
               OPEN EXTEND TRANS-HIST-FILE
               IF WS-HIST-NOT-FOUND
                   OPEN OUTPUT TRANS-HIST-FILE
               END-IF
               OPEN EXTEND PAYOUT-FILE
               IF WS-PAYOUT-NOT-FOUND
                   OPEN OUTPUT PAYOUT-FILE
               END-IF
               DISPLAY "INTEREST CAPITALIZATION RUN  DATE: "
                   WS-RUN-DATE
           END-IF.
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       B-200-POST-ACCOUNT.
      **
      * The account's product says how long a period is and how
      * many there are in the term; DIAZPDT counts the periods
      * served as of tonight, capped at the term. The standard
      * deposit comes back as whole years, as it always posted.
      **
           PERFORM B-420-PRICE-PRODUCT.
           MOVE WS-PDT-PERIODS-SERVED TO WS-TARGET-PERIOD.
           PERFORM B-300-FIND-LAST-POSTED.
           IF WS-TARGET-PERIOD > WS-LAST-POSTED
               MOVE "N" TO WS-BALANCE-CAPPED
                   UNTIL WS-POST-PERIOD >= WS-TARGET-PERIOD
                   OR BALANCE-AT-CAP
               IF WS-PERIODS-POSTED > WS-PERIODS-POSTED-HOLD
                   AND PRODUCT-PAYS-OUT
                   ADD 1 TO WS-ACCOUNTS-POSTED
               ELSE IF WS-PERIODS-POSTED > WS-PERIODS-POSTED-HOLD
      **
      * Only a record that actually took a posting is rewritten and
      * counted; an account capped before its first period would
                           " - STATUS: " WS-FILE-STATUS
                   END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM B-100-READ-ACCOUNT.
       B-300-FIND-LAST-POSTED.
      **
           PERFORM B-410-SET-POST-RATE.
           COMPUTE WS-POST-INTEREST ROUNDED =
               out-principal-amount * WS-POST-RATE / 100
               * WS-PDT-PERIOD-UNITS / WS-PDT-UNITS-PER-YEAR.
           COMPUTE WS-POST-TAX ROUNDED =
               WS-POST-INTEREST * WS-TAX-RATE / 100.
           COMPUTE WS-POST-NET =
               WS-POST-INTEREST - WS-POST-TAX.
           COMPUTE WS-NEW-BALANCE =
               out-principal-amount + WS-POST-NET.
           IF PRODUCT-PAYS-OUT
               MOVE out-principal-amount TO WS-NEW-BALANCE
           END-IF.
           IF WS-NEW-BALANCE > 999999.99
               SET BALANCE-AT-CAP TO TRUE
               DISPLAY "BALANCE FIELD FULL ON " out-account-number
                   " - PERIOD LEFT UNPOSTED"
           ELSE
               MOVE out-account-number TO acr-account-number
               COMPUTE acr-period-year = WS-POST-PERIOD + 1
               MOVE WS-POST-RATE TO acr-interest-rate
               MOVE WS-POST-NET TO acr-interest-posted
               COMPUTE acr-new-balance =
                   out-principal-amount + WS-POST-NET
               MOVE WS-RUN-DATE TO acr-post-date
               MOVE WS-POST-TAX TO acr-tax-withheld
               WRITE ACCRUAL-REC
               ADD 1 TO WS-PERIODS-POSTED
               ADD WS-POST-NET TO WS-TOTAL-POSTED
               ADD WS-POST-TAX TO WS-TOTAL-TAX
               MOVE WS-NEW-BALANCE TO out-principal-amount
               IF PRODUCT-PAYS-OUT
                   PERFORM B-500-PAY-OUT-PERIOD
               END-IF
           END-IF.
       B-410-SET-POST-RATE.
      **
      * A product on DIAZPROD.DAT prices from its own tiers, re-
      * checked against the balance as it grows; the standard
      * deposit (and a code no longer on file) keeps the DIAZRATE
      * tiers. A negotiated override beats either.
      **
           IF PRODUCT-ON-FILE
               MOVE out-principal-amount TO WS-PDQ-PRINCIPAL
               CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS
               MOVE WS-PDT-RATE TO WS-POST-RATE
           ELSE
           IF out-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
               WHEN out-principal-amount >= 10000 AND
               out-years-of-deposit >= 5
                   MOVE WS-TIER-3-RATE TO WS-POST-RATE
               WHEN OTHER
                   MOVE WS-TIER-4-RATE TO WS-POST-RATE
           END-EVALUATE
           END-IF.
           MOVE out-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
               MOVE WS-OVERRIDE-RATE TO WS-POST-RATE
           END-IF.
       B-420-PRICE-PRODUCT.
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-RUN-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
       B-500-PAY-OUT-PERIOD.
      **
      * A pay-out product's net interest leaves the deposit the
      * night it is posted: the accrual above carries it into the
      * balance and a type P movement takes it straight back out,
      * so the balance proof (DIAZ0024) and the passbook (DIAZ0016)
      * still add up, and the payout advice tells the counter what
      * to credit the depositor.
      **
           MOVE out-account-number TO txn-account-number.
           MOVE "P" TO txn-type.
           MOVE WS-POST-NET TO txn-amount.
           MOVE acr-new-balance TO txn-old-balance.
           MOVE out-principal-amount TO txn-new-balance.
           MOVE SPACES TO txn-operator-id.
           MOVE WS-RUN-DATE TO txn-post-date.
           MOVE 99999999 TO txn-post-time.
           MOVE SPACES TO txn-approved-by.
           MOVE SPACES TO txn-reference.
           MOVE "INTPAID" TO txn-reason-code.
           MOVE out-currency-code TO txn-currency-code.
           WRITE TRANS-HIST-REC.
           MOVE out-account-number TO pay-account-number.
           MOVE out-account-name TO pay-account-name.
           MOVE out-customer-number TO pay-customer-number.
           MOVE out-product-code TO pay-product-code.
           MOVE acr-period-year TO pay-period.
           MOVE WS-POST-INTEREST TO pay-gross-interest.
           MOVE WS-POST-TAX TO pay-tax-withheld.
           MOVE WS-POST-NET TO pay-net-interest.
           MOVE WS-RUN-DATE TO pay-post-date.
           WRITE PAYOUT-REC.
           ADD 1 TO WS-PAYOUTS-WRITTEN.
           ADD WS-POST-NET TO WS-TOTAL-PAID-OUT.
       C-100-TOTALS.
           DISPLAY "ACCOUNTS POSTED:   " WS-ACCOUNTS-POSTED.
           DISPLAY "PERIODS POSTED:    " WS-PERIODS-POSTED.
           DISPLAY "INTEREST POSTED:   " WS-TOTAL-POSTED.
           DISPLAY "TAX WITHHELD:      " WS-TOTAL-TAX.
           DISPLAY "PAYOUTS ADVISED:   " WS-PAYOUTS-WRITTEN.
           DISPLAY "INTEREST PAID OUT: " WS-TOTAL-PAID-OUT.
       C-200-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE TRANS-HIST-FILE.
           CLOSE PAYOUT-FILE.
       LOAD-RATE-TABLE.
      **
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
       GET-OVERRIDE-RATE.
      **
      * Replays the DIAZOVR.DAT override log for the account in
      * just changed to the daily journal, so DIAZ0020 can replay
      * the day forward over the DIAZ0002.BKP backup after a
      * corruption. Only actions that actually took effect on the
      * file are journalled. The last sequence and check value on
      * file are fetched once a run; DIAZJSL function S carries them
      * on to each record it seals.
      **
           IF NOT SEAL-CHAIN-LOADED
               MOVE "L" TO WS-SEAL-FUNCTION
               CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC
               SET SEAL-CHAIN-LOADED TO TRUE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       END PROGRAM DIAZ0013.
