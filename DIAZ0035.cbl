      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0035.
      *-----------------------
      * Modification History
      * ---------------------
      * New liquidity ladder, the monthly management report of the
      * cash the deposits will call for. DIAZ0011 lists maturity
      * notices account by account but never says whether a month's
      * maturities outrun the money on hand. This run takes every
      * account on DIAZ0002.DAT and places what it will pay at
      * maturity in a band: one for accounts already matured and
      * not yet paid, thirteen weekly bands from the ladder date,
      * then calendar-month bands out to twelve months. The value
      * at maturity is the DIAZ0011 projection - the product's rate
      * or the DIAZRATE tier, the newest DIAZOVR.DAT override in
      * its place, interest not yet capitalized added net of the
      * 20% final withholding tax. The DIAZDSP.DAT disposition
      * (newest instruction wins, none means payout) splits it the
      * way the DIAZ0021 rollover batch will: I renews the lot, R
      * renews the principal and pays out the interest, P pays out
      * everything, and a renewal on a term in days goes to the
      * counter as a payout. A pay-out product's interest leaves the
      * deposit each period as DIAZ0013 posts it, so each period
      * falling due in a band is a payout there, and only the
      * principal is left at maturity. Against each band the report
      * shows the cumulative payout and what is left of a keyed
      * available-funds figure, and flags the first band where the
      * payouts run past it. The ladder goes to DIAZ0035.RPT.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set. Dollar maturities are paid in dollars
      * from dollar funds, so the ladder is run for one currency at
      * a time: the run takes PHP or USD (blank is PHP), ladders
      * only that currency's accounts against available funds keyed
      * in it, counts the accounts left out, and on a dollar run
      * shows the twelve-month payout in pesos at the ladder date's
      * DIAZFXR.DAT rate (DIAZFX).
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT OUTPUT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS out-account-number
           FILE STATUS IS WS-FILE-STATUS.
       SELECT RATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZRATE.DAT"
           FILE STATUS IS WS-RATE-STATUS.
       SELECT ACCRUAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZACCR.DAT"
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT DISPOSITION-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZDSP.DAT"
           FILE STATUS IS WS-DISP-STATUS.
       SELECT LADDER-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0035.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
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
       FD RATE-FILE
           DATA RECORD IS RATE-TABLE-REC.
       01 RATE-TABLE-REC.
           05 rte-effective-date PIC 9(8).
           05 rte-tier-1-rate PIC 99.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
           05 acr-account-number PIC 99999.
           05 acr-period-year PIC 99.
           05 acr-interest-rate PIC 99.
           05 acr-interest-posted PIC 9(6)V99.
           05 acr-new-balance PIC 9(6)V99.
           05 acr-post-date PIC 9(8).
           05 acr-tax-withheld PIC 9(6)V99.
       FD OVERRIDE-FILE
           DATA RECORD IS OVERRIDE-REC.
       01 OVERRIDE-REC.
           05 ovr-account-number PIC 9(5).
           05 ovr-action PIC X(7).
           05 ovr-rate PIC 99.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
       FD DISPOSITION-FILE
           DATA RECORD IS DISPOSITION-REC.
       01 DISPOSITION-REC.
           05 dsp-account-number PIC 9(5).
           05 dsp-instruction PIC X.
           05 dsp-renew-years PIC 99.
           05 dsp-operator-id PIC X(8).
           05 dsp-stamp-date PIC 9(8).
           05 dsp-stamp-time PIC 9(8).
       FD LADDER-REPORT-FILE
           DATA RECORD IS LADDER-LINE.
       01 LADDER-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
           88 WS-RATE-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
           88 WS-ACCRUAL-OK VALUE "00".
       01 WS-OVERRIDE-STATUS PIC XX VALUE "00".
           88 WS-OVERRIDE-OK VALUE "00".
       01 WS-DISP-STATUS PIC XX VALUE "00".
           88 WS-DISP-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-AT-EOF VALUE "Y".
       01 WS-ACCRUAL-EOF PIC X VALUE "N".
           88 ACCRUAL-AT-EOF VALUE "Y".
       01 WS-OVERRIDE-EOF PIC X VALUE "N".
           88 OVERRIDE-AT-EOF VALUE "Y".
       01 WS-DISP-EOF PIC X VALUE "N".
           88 DISP-AT-EOF VALUE "Y".
       01 WS-RATE-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RATE-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-TIER-RATES.
           05 WS-TIER-1-RATE PIC 99 VALUE 12.
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
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LADDER-DATE PIC 9(8) VALUE ZERO.
       01 WS-HORIZON-DATE PIC 9(8) VALUE ZERO.
       01 WS-HORIZON-DATE-R REDEFINES WS-HORIZON-DATE.
           05 WS-HOR-YYYY PIC 9(4).
           05 WS-HOR-MMDD PIC 9(4).
       01 WS-AVAILABLE-FUNDS PIC 9(9)V99 VALUE ZERO.
       01 WS-MATURITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-INTEREST-RATE PIC 99.
       01 WS-OVERRIDE-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERRIDE-RATE PIC 99 VALUE ZERO.
       01 WS-POSTED-PERIODS PIC 99 VALUE ZERO.
       01 WS-POSTED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-UNPOSTED-PERIODS PIC S999 VALUE ZERO.
       01 WS-TAX-RATE PIC 99 VALUE 20.
       01 WS-TOPUP-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-PROJECTED-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-PROJECTED-PAYOUT PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIOD-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIOD-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIOD-NET PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIODS-PAID PIC 999 VALUE ZERO.
       01 WS-PERIODS-DUE PIC 999 VALUE ZERO.
       01 WS-ACCOUNT-PAYOUT PIC 9(7)V99 VALUE ZERO.
       01 WS-ACCOUNT-ROLLOVER PIC 9(7)V99 VALUE ZERO.
       01 WS-ACTIVE-INSTRUCTION PIC X VALUE "P".
           88 DISPOSITION-RENEWS VALUE "R" "I".
      *-----------------------
      * The ladder: band 1 holds accounts already matured, then the
      * weekly bands, then the month bands to the twelve-month
      * horizon. Each band keeps its date range and what falls due
      * in it.
      *-----------------------
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 30 TIMES.
               10 WS-BND-LABEL PIC X(3).
               10 WS-BND-FROM PIC 9(8).
               10 WS-BND-TO PIC 9(8).
               10 WS-BND-ACCOUNTS PIC 9(5).
               10 WS-BND-PAYOUT PIC 9(9)V99.
               10 WS-BND-INTEREST PIC 9(9)V99.
               10 WS-BND-ROLLOVER PIC 9(9)V99.
       01 WS-BAND-COUNT PIC 99 VALUE ZERO.
       01 WS-BAND-SUB PIC 99 VALUE ZERO.
       01 WS-BAND-HIT PIC 99 VALUE ZERO.
       01 WS-WEEK-BANDS PIC 99 VALUE 13.
       01 WS-MONTH-NUMBER PIC 99 VALUE ZERO.
       01 WS-LABEL-NUMBER PIC 99 VALUE ZERO.
       01 WS-WALK-DAY PIC 999 VALUE ZERO.
       01 WS-WEEK-QUOTIENT PIC 999 VALUE ZERO.
       01 WS-WEEK-REMAINDER PIC 9 VALUE ZERO.
       01 WS-WALK-DATE PIC 9(8) VALUE ZERO.
       01 WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
           05 WS-WALK-YYYY PIC 9(4).
           05 WS-WALK-MM PIC 99.
           05 WS-WALK-DD PIC 99.
       01 WS-MONTH-DAYS PIC 99 VALUE ZERO.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LADDER-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-ACCOUNT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-OTHER-CURRENCY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ZZZZZZZZ9.99.
       01 WS-FX-EDIT-PHP PIC ZZZZZZZZZZZ9.99.
       01 WS-LATER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LATER-PAYOUT PIC 9(9)V99 VALUE ZERO.
       01 WS-LATER-ROLLOVER PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PAYOUT PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ROLLOVER PIC 9(9)V99 VALUE ZERO.
       01 WS-CUMULATIVE-OUT PIC 9(9)V99 VALUE ZERO.
       01 WS-HEADROOM PIC S9(9)V99 VALUE ZERO.
       01 WS-SHORT-BAND PIC 99 VALUE ZERO.
       01 WS-EDIT-COUNT PIC ZZZ9.
       01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-ROLLOVER PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-CUMULATIVE PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-HEADROOM PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
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
       01 WS-PAYS-OUT PIC X VALUE "N".
           88 ACCOUNT-PAYS-OUT VALUE "Y".
       01 WS-TERM-UNIT PIC X VALUE SPACE.
       01 WS-TERM-PERIODS PIC 999 VALUE ZERO.
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
           05 in-account-name PIC X(21).
           05 in-principal-amount PIC 999999V99.
           05 in-years-of-deposit PIC 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM A-100-INITIALIZE.
            OPEN INPUT OUTPUT-FILE.
            IF NOT WS-FILE-OK
                DISPLAY "NO ACCOUNT FILE TO LADDER - STATUS: "
                    WS-FILE-STATUS
            ELSE
                PERFORM A-200-BUILD-BANDS
                PERFORM B-100-READ-ACCOUNT
                PERFORM B-200-LADDER-ACCOUNT UNTIL ACCOUNT-AT-EOF
                CLOSE OUTPUT-FILE
                OPEN OUTPUT LADDER-REPORT-FILE
                PERFORM C-100-REPORT-HEADER
                PERFORM C-200-PRINT-BAND
                    VARYING WS-BAND-SUB FROM 1 BY 1
                    UNTIL WS-BAND-SUB > WS-BAND-COUNT
                PERFORM C-300-REPORT-TOTALS
                CLOSE LADDER-REPORT-FILE
            END-IF.
            GOBACK.
       A-100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RATE-TABLE.
           DISPLAY "LIQUIDITY LADDER".
           DISPLAY "LADDER FROM (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-LADDER-DATE.
           IF WS-LADDER-DATE = 0
               MOVE WS-RUN-DATE TO WS-LADDER-DATE
           END-IF.
           DISPLAY "CURRENCY TO LADDER (PHP/USD, BLANK = PHP): "
               WITH NO ADVANCING.
           ACCEPT WS-LADDER-CURRENCY.
           IF WS-LADDER-CURRENCY = "usd"
               MOVE "USD" TO WS-LADDER-CURRENCY
           END-IF.
           IF WS-LADDER-CURRENCY NOT = "USD"
               MOVE "PHP" TO WS-LADDER-CURRENCY
           END-IF.
           DISPLAY "AVAILABLE FUNDS IN " WS-LADDER-CURRENCY
               " (XXXXXXXXX.XX): " WITH NO ADVANCING.
           ACCEPT WS-AVAILABLE-FUNDS.
       A-200-BUILD-BANDS.
      **
      * Walks the calendar a day at a time from the ladder date to
      * the same date a year on: a new weekly band every seventh
      * day for the first thirteen weeks, then a new band at the
      * end of the weeks and on the first of each month after.
      **
           INITIALIZE WS-BAND-TABLE.
           MOVE 1 TO WS-BAND-COUNT.
           MOVE "DUE" TO WS-BND-LABEL (1).
           MOVE ZERO TO WS-BND-FROM (1).
           MOVE WS-LADDER-DATE TO WS-BND-TO (1).
           MOVE WS-LADDER-DATE TO WS-HORIZON-DATE.
           ADD 1 TO WS-HOR-YYYY.
           IF WS-HOR-MMDD = 0229
               MOVE 0301 TO WS-HOR-MMDD
           END-IF.
           MOVE WS-LADDER-DATE TO WS-WALK-DATE.
           MOVE ZERO TO WS-WALK-DAY.
           MOVE ZERO TO WS-MONTH-NUMBER.
           PERFORM A-210-PLACE-DAY
               UNTIL WS-WALK-DATE >= WS-HORIZON-DATE.
       A-210-PLACE-DAY.
           IF WS-WALK-DAY < (WS-WEEK-BANDS * 7)
               DIVIDE WS-WALK-DAY BY 7 GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEK-REMAINDER
               IF WS-WEEK-REMAINDER = 0
                   COMPUTE WS-LABEL-NUMBER = WS-WEEK-QUOTIENT + 1
                   PERFORM A-220-OPEN-BAND
                   MOVE "W" TO WS-BND-LABEL (WS-BAND-COUNT) (1:1)
               END-IF
           ELSE
               IF WS-WALK-DAY = (WS-WEEK-BANDS * 7) OR WS-WALK-DD = 1
                   ADD 1 TO WS-MONTH-NUMBER
                   MOVE WS-MONTH-NUMBER TO WS-LABEL-NUMBER
                   PERFORM A-220-OPEN-BAND
                   MOVE "M" TO WS-BND-LABEL (WS-BAND-COUNT) (1:1)
               END-IF
           END-IF.
           MOVE WS-WALK-DATE TO WS-BND-TO (WS-BAND-COUNT).
           ADD 1 TO WS-WALK-DAY.
           PERFORM Z-200-NEXT-DATE.
       A-220-OPEN-BAND.
           ADD 1 TO WS-BAND-COUNT.
           MOVE WS-LABEL-NUMBER TO WS-BND-LABEL (WS-BAND-COUNT) (2:2).
           MOVE WS-WALK-DATE TO WS-BND-FROM (WS-BAND-COUNT).
       B-100-READ-ACCOUNT.
           READ OUTPUT-FILE NEXT RECORD
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       B-200-LADDER-ACCOUNT.
           MOVE "PHP" TO WS-ACCOUNT-CURRENCY.
           IF out-currency-code = "USD"
               MOVE "USD" TO WS-ACCOUNT-CURRENCY
           END-IF.
           IF WS-ACCOUNT-CURRENCY = WS-LADDER-CURRENCY
               PERFORM B-210-PLACE-ACCOUNT
           ELSE
               ADD 1 TO WS-OTHER-CURRENCY-COUNT
           END-IF.
           PERFORM B-100-READ-ACCOUNT.
       B-210-PLACE-ACCOUNT.
      **
      * The maturity date and value are the DIAZ0011 projection;
      * the disposition then splits the value between the cash the
      * counter hands over and the balance the rollover renews.
      **
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-LADDER-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           MOVE WS-PDT-TERM-UNIT TO WS-TERM-UNIT.
           MOVE WS-PDT-TERM-PERIODS TO WS-TERM-PERIODS.
           MOVE "N" TO WS-PAYS-OUT.
           IF PRODUCT-PAYS-OUT
               SET ACCOUNT-PAYS-OUT TO TRUE
           END-IF.
           MOVE OUTPUT-REC TO INFO-SCR-IN.
           PERFORM CALCULTE-INTEREST.
           PERFORM LOAD-ACCRUAL-HISTORY.
           PERFORM B-300-MATURITY-VALUE.
           PERFORM E-100-REPLAY-INSTRUCTIONS.
           PERFORM B-400-SPLIT-DISPOSITION.
           PERFORM B-500-FIND-BAND.
           IF WS-BAND-HIT = 0
               ADD 1 TO WS-LATER-COUNT
               ADD WS-ACCOUNT-PAYOUT TO WS-LATER-PAYOUT
               ADD WS-ACCOUNT-ROLLOVER TO WS-LATER-ROLLOVER
           ELSE
               ADD 1 TO WS-BND-ACCOUNTS (WS-BAND-HIT)
               ADD WS-ACCOUNT-PAYOUT TO WS-BND-PAYOUT (WS-BAND-HIT)
               ADD WS-ACCOUNT-ROLLOVER
                   TO WS-BND-ROLLOVER (WS-BAND-HIT)
           END-IF.
           IF ACCOUNT-PAYS-OUT
               PERFORM B-600-INTEREST-PAYOUTS
           END-IF.
       B-300-MATURITY-VALUE.
      **
      * Same arithmetic as the DIAZ0011 notice: the periods not yet
      * capitalized are added on top of the balance, net of the
      * withholding tax. A pay-out product's periods are paid as
      * they fall due (B-600), so only its principal is left at
      * maturity.
      **
           MOVE ZERO TO WS-TOPUP-INTEREST.
           MOVE ZERO TO WS-PROJECTED-TAX.
           IF NOT ACCOUNT-PAYS-OUT
               COMPUTE WS-UNPOSTED-PERIODS =
                   WS-TERM-PERIODS - WS-POSTED-PERIODS
               IF WS-UNPOSTED-PERIODS < 0
                   MOVE ZERO TO WS-UNPOSTED-PERIODS
               END-IF
               COMPUTE WS-TOPUP-INTEREST ROUNDED =
                   out-principal-amount * WS-INTEREST-RATE / 100
                   * WS-UNPOSTED-PERIODS * WS-PDT-PERIOD-UNITS
                   / WS-PDT-UNITS-PER-YEAR
               COMPUTE WS-PROJECTED-TAX ROUNDED =
                   WS-TOPUP-INTEREST * WS-TAX-RATE / 100
           END-IF.
           COMPUTE WS-PROJECTED-PAYOUT =
               out-principal-amount + WS-TOPUP-INTEREST
               - WS-PROJECTED-TAX.
       B-400-SPLIT-DISPOSITION.
      **
      * As DIAZ0021 will treat it at maturity: I renews the whole
      * value, R renews the balance less the interest capitalized
      * and pays that interest out, anything else is paid out. A
      * term in days is rebooked at the counter, so it is paid.
      **
           IF DISPOSITION-RENEWS AND WS-TERM-UNIT NOT = "D"
               IF WS-ACTIVE-INSTRUCTION = "I"
                   MOVE ZERO TO WS-ACCOUNT-PAYOUT
                   MOVE WS-PROJECTED-PAYOUT TO WS-ACCOUNT-ROLLOVER
               ELSE
                   IF ACCOUNT-PAYS-OUT
                       MOVE ZERO TO WS-POSTED-INTEREST
                   END-IF
                   COMPUTE WS-ACCOUNT-PAYOUT = WS-POSTED-INTEREST
                       + WS-TOPUP-INTEREST - WS-PROJECTED-TAX
                   COMPUTE WS-ACCOUNT-ROLLOVER =
                       WS-PROJECTED-PAYOUT - WS-ACCOUNT-PAYOUT
               END-IF
           ELSE
               MOVE WS-PROJECTED-PAYOUT TO WS-ACCOUNT-PAYOUT
               MOVE ZERO TO WS-ACCOUNT-ROLLOVER
           END-IF.
       B-500-FIND-BAND.
      **
      * An account past maturity and still on file is owed now and
      * sits in band 1; one maturing after the horizon is outside
      * the ladder.
      **
           MOVE ZERO TO WS-BAND-HIT.
           IF WS-MATURITY-DATE < WS-LADDER-DATE
               MOVE 1 TO WS-BAND-HIT
           ELSE
               IF WS-MATURITY-DATE < WS-HORIZON-DATE
                   PERFORM B-510-MATCH-BAND
                       VARYING WS-BAND-SUB FROM 2 BY 1
                       UNTIL WS-BAND-SUB > WS-BAND-COUNT
                       OR WS-BAND-HIT > 0
               END-IF
           END-IF.
       B-510-MATCH-BAND.
           IF WS-MATURITY-DATE >= WS-BND-FROM (WS-BAND-SUB)
               AND WS-MATURITY-DATE <= WS-BND-TO (WS-BAND-SUB)
               MOVE WS-BAND-SUB TO WS-BAND-HIT
           END-IF.
       B-600-INTEREST-PAYOUTS.
      **
      * A pay-out product pays each period's net interest when
      * DIAZ0013 posts it. The periods served by the end of each
      * band, less those already paid, are the payments that fall
      * in it.
      **
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
               out-principal-amount * WS-INTEREST-RATE / 100
               * WS-PDT-PERIOD-UNITS / WS-PDT-UNITS-PER-YEAR.
           COMPUTE WS-PERIOD-TAX ROUNDED =
               WS-PERIOD-INTEREST * WS-TAX-RATE / 100.
           COMPUTE WS-PERIOD-NET =
               WS-PERIOD-INTEREST - WS-PERIOD-TAX.
           MOVE WS-POSTED-PERIODS TO WS-PERIODS-PAID.
           PERFORM B-610-BAND-INTEREST
               VARYING WS-BAND-SUB FROM 2 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
               OR WS-PERIODS-PAID >= WS-TERM-PERIODS.
       B-610-BAND-INTEREST.
           MOVE WS-BND-TO (WS-BAND-SUB) TO WS-PDQ-AS-OF-DATE.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           IF WS-PDT-PERIODS-SERVED > WS-PERIODS-PAID
               COMPUTE WS-PERIODS-DUE =
                   WS-PDT-PERIODS-SERVED - WS-PERIODS-PAID
               MOVE WS-PDT-PERIODS-SERVED TO WS-PERIODS-PAID
               COMPUTE WS-BND-PAYOUT (WS-BAND-SUB) =
                   WS-BND-PAYOUT (WS-BAND-SUB)
                   + (WS-PERIOD-NET * WS-PERIODS-DUE)
               COMPUTE WS-BND-INTEREST (WS-BAND-SUB) =
                   WS-BND-INTEREST (WS-BAND-SUB)
                   + (WS-PERIOD-NET * WS-PERIODS-DUE)
           END-IF.
       C-100-REPORT-HEADER.
           MOVE SPACES TO LADDER-LINE.
           STRING "LIQUIDITY LADDER FROM " DELIMITED BY SIZE
               WS-LADDER-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-HORIZON-DATE DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-AVAILABLE-FUNDS TO WS-EDIT-TOTAL.
           MOVE SPACES TO LADDER-LINE.
           STRING "AVAILABLE FUNDS: " DELIMITED BY SIZE
               WS-LADDER-CURRENCY DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE ALL "-" TO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE "BND FROM     TO        ACCTS      PAYOUT    ROLLOVER"
               TO LADDER-LINE.
           MOVE "   CUM. PAYOUT      HEADROOM" TO LADDER-LINE (53:).
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE ALL "-" TO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
       C-200-PRINT-BAND.
      **
      * Only the payout draws on the available funds; the rollover
      * stays on deposit. The first band whose cumulative payout
      * passes the funds is flagged.
      **
           ADD WS-BND-PAYOUT (WS-BAND-SUB) TO WS-CUMULATIVE-OUT.
           ADD WS-BND-PAYOUT (WS-BAND-SUB) TO WS-TOTAL-PAYOUT.
           ADD WS-BND-INTEREST (WS-BAND-SUB) TO WS-TOTAL-INTEREST.
           ADD WS-BND-ROLLOVER (WS-BAND-SUB) TO WS-TOTAL-ROLLOVER.
           COMPUTE WS-HEADROOM =
               WS-AVAILABLE-FUNDS - WS-CUMULATIVE-OUT.
           MOVE SPACES TO LADDER-LINE.
           MOVE WS-BND-LABEL (WS-BAND-SUB) TO LADDER-LINE (1:3).
           IF WS-BAND-SUB = 1
               MOVE "MATURED, NOT PAID" TO LADDER-LINE (5:17)
           ELSE
               MOVE WS-BND-FROM (WS-BAND-SUB) TO LADDER-LINE (5:8)
               MOVE WS-BND-TO (WS-BAND-SUB) TO LADDER-LINE (14:8)
           END-IF.
           MOVE WS-BND-ACCOUNTS (WS-BAND-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO LADDER-LINE (23:4).
           MOVE WS-BND-PAYOUT (WS-BAND-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LADDER-LINE (28:12).
           MOVE WS-BND-ROLLOVER (WS-BAND-SUB) TO WS-EDIT-ROLLOVER.
           MOVE WS-EDIT-ROLLOVER TO LADDER-LINE (41:12).
           MOVE WS-CUMULATIVE-OUT TO WS-EDIT-CUMULATIVE.
           MOVE WS-EDIT-CUMULATIVE TO LADDER-LINE (54:13).
           MOVE WS-HEADROOM TO WS-EDIT-HEADROOM.
           MOVE WS-EDIT-HEADROOM TO LADDER-LINE (67:14).
           PERFORM Z-100-WRITE-LADDER-LINE.
           IF WS-HEADROOM < 0 AND WS-SHORT-BAND = 0
               MOVE WS-BAND-SUB TO WS-SHORT-BAND
               MOVE SPACES TO LADDER-LINE
               STRING "*** PAYOUTS PASS THE AVAILABLE FUNDS IN BAND "
                   DELIMITED BY SIZE
                   WS-BND-LABEL (WS-BAND-SUB) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO LADDER-LINE
               PERFORM Z-100-WRITE-LADDER-LINE
           END-IF.
       C-300-REPORT-TOTALS.
           MOVE ALL "-" TO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-ACCOUNT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LADDER-LINE.
           STRING "ACCOUNTS LADDERED:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-OTHER-CURRENCY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LADDER-LINE.
           STRING "OTHER CURRENCY, NOT LADDERED:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-TOTAL-PAYOUT TO WS-EDIT-TOTAL.
           MOVE SPACES TO LADDER-LINE.
           STRING "PAYOUT WITHIN TWELVE MONTHS:    " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           IF WS-LADDER-CURRENCY = "USD"
               PERFORM C-310-PESO-EQUIVALENT
           END-IF.
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-TOTAL.
           MOVE SPACES TO LADDER-LINE.
           STRING "  OF WHICH PAY-OUT INTEREST:    " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-TOTAL-ROLLOVER TO WS-EDIT-TOTAL.
           MOVE SPACES TO LADDER-LINE.
           STRING "ROLLING OVER WITHIN TWELVE MONTHS:"
               DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE WS-LATER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LATER-PAYOUT TO WS-EDIT-TOTAL.
           MOVE SPACES TO LADDER-LINE.
           STRING "MATURING LATER:" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " ACCOUNTS, PAYOUT     " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LADDER-LINE.
           PERFORM Z-100-WRITE-LADDER-LINE.
           MOVE SPACES TO LADDER-LINE.
           IF WS-SHORT-BAND = 0
               MOVE "AVAILABLE FUNDS COVER EVERY BAND OF THE LADDER."
                   TO LADDER-LINE
           ELSE
               STRING "FUNDS RUN SHORT FROM BAND " DELIMITED BY SIZE
                   WS-BND-LABEL (WS-SHORT-BAND) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-BND-FROM (WS-SHORT-BAND) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-BND-TO (WS-SHORT-BAND) DELIMITED BY SIZE
                   INTO LADDER-LINE
           END-IF.
           PERFORM Z-100-WRITE-LADDER-LINE.
           DISPLAY "LIQUIDITY LADDER WRITTEN TO DIAZ0035.RPT".
       C-310-PESO-EQUIVALENT.
      **
      * The dollar payout valued in pesos at the ladder date's rate,
      * for reference only.
      **
           CALL "DIAZFX" USING WS-LADDER-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE SPACES TO LADDER-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO LADDER-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-TOTAL-PAYOUT * WS-FX-PESO-RATE
               MOVE WS-TOTAL-PAYOUT TO WS-FX-EDIT-USD
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
                   INTO LADDER-LINE
           END-IF.
           PERFORM Z-100-WRITE-LADDER-LINE.
       E-100-REPLAY-INSTRUCTIONS.
      **
      * Replays the disposition log for the account in hand: the
      * newest record wins, and an account with no record at all
      * is held for payout, as DIAZ0021 does.
      **
           MOVE "P" TO WS-ACTIVE-INSTRUCTION.
           MOVE "N" TO WS-DISP-EOF.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-OK
               PERFORM E-110-READ-INSTRUCTION
               PERFORM E-120-REPLAY-ONE UNTIL DISP-AT-EOF
               CLOSE DISPOSITION-FILE
           END-IF.
       E-110-READ-INSTRUCTION.
           READ DISPOSITION-FILE
               AT END SET DISP-AT-EOF TO TRUE
           END-READ.
       E-120-REPLAY-ONE.
           IF dsp-account-number = out-account-number
               MOVE dsp-instruction TO WS-ACTIVE-INSTRUCTION
           END-IF.
           PERFORM E-110-READ-INSTRUCTION.
       Z-100-WRITE-LADDER-LINE.
           DISPLAY LADDER-LINE.
           WRITE LADDER-LINE.
       Z-200-NEXT-DATE.
           ADD 1 TO WS-WALK-DD.
           MOVE WS-MONTH-LENGTH (WS-WALK-MM) TO WS-MONTH-DAYS.
           IF WS-WALK-MM = 2
               DIVIDE WS-WALK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-WALK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-WALK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-WALK-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-WALK-DD
               ADD 1 TO WS-WALK-MM
               IF WS-WALK-MM > 12
                   MOVE 1 TO WS-WALK-MM
                   ADD 1 TO WS-WALK-YYYY
               END-IF
           END-IF.
       CALCULTE-INTEREST.
           IF PRODUCT-ON-FILE
               MOVE WS-PDT-RATE TO WS-INTEREST-RATE
           ELSE
           IF out-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
                WHEN in-principal-amount >= 10000 AND
                in-years-of-deposit >= 5
                   MOVE WS-TIER-1-RATE TO WS-INTEREST-RATE
                WHEN in-principal-amount >= 5000 AND in-years-of-deposit
                >= 3
                   MOVE WS-TIER-2-RATE TO WS-INTEREST-RATE
                WHEN in-principal-amount >= 5000 AND in-years-of-deposit
                < 3
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
       GET-OVERRIDE-RATE.
      **
      * Replays the DIAZOVR.DAT override log for the account in
      * hand: the newest record wins, a CANCEL clears it, and zero
      * means the tier rate stands. The same replay lives in every
      * program that applies a rate.
      **
           MOVE ZERO TO WS-OVERRIDE-RATE.
           MOVE "N" TO WS-OVERRIDE-EOF.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-OK
               PERFORM READ-OVERRIDE-RECORD
               PERFORM MATCH-OVERRIDE-RECORD UNTIL OVERRIDE-AT-EOF
               CLOSE OVERRIDE-FILE
           END-IF.
       READ-OVERRIDE-RECORD.
           READ OVERRIDE-FILE
               AT END SET OVERRIDE-AT-EOF TO TRUE
           END-READ.
       MATCH-OVERRIDE-RECORD.
           IF ovr-account-number = WS-OVERRIDE-ACCOUNT
               IF ovr-action = "SET"
                   MOVE ovr-rate TO WS-OVERRIDE-RATE
               ELSE
                   MOVE ZERO TO WS-OVERRIDE-RATE
               END-IF
           END-IF.
           PERFORM READ-OVERRIDE-RECORD.
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
           IF WS-RATE-OK
               PERFORM READ-RATE-SET
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
               MOVE rte-tier-2-rate TO WS-TIER-2-RATE
               MOVE rte-tier-3-rate TO WS-TIER-3-RATE
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
       LOAD-ACCRUAL-HISTORY.
      **
      * Totals what the capitalization batch (DIAZ0013) has already
      * posted into this account: periods covered and interest
      * compounded into the balance. Scanned per account so there is
      * no in-core table to outgrow.
      **
           MOVE ZERO TO WS-POSTED-PERIODS.
           MOVE ZERO TO WS-POSTED-INTEREST.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
               PERFORM READ-ACCRUAL-RECORD
               PERFORM MATCH-ACCRUAL-RECORD UNTIL ACCRUAL-AT-EOF
               CLOSE ACCRUAL-FILE
           END-IF.
       READ-ACCRUAL-RECORD.
           READ ACCRUAL-FILE
               AT END SET ACCRUAL-AT-EOF TO TRUE
           END-READ.
       MATCH-ACCRUAL-RECORD.
           IF acr-account-number = out-account-number
               ADD acr-interest-posted TO WS-POSTED-INTEREST
               IF acr-period-year > WS-POSTED-PERIODS
                   MOVE acr-period-year TO WS-POSTED-PERIODS
               END-IF
           END-IF.
           PERFORM READ-ACCRUAL-RECORD.
       END PROGRAM DIAZ0035.
