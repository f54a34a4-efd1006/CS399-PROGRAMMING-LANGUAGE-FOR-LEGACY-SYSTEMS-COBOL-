      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0026.
      *-----------------------
      * Modification History
      * ---------------------
      * New PDIC insured-deposit coverage report. Deposit insurance
      * is counted per depositor, not per account, and until the
      * out-customer-number link to DIAZCUST.DAT (DIAZ0014) there
      * was no reliable way to add one person's deposits together.
      * For a keyed report date (normally the quarter end) every
      * live DIAZ0002.DAT account is sorted under its depositor the
      * way DIAZ0003 sorts its listing. Each account shows the
      * principal as booked, the interest already capitalized into
      * it (DIAZACCR.DAT), and the interest accrued since the last
      * posted anniversary to the report date, worked out the way
      * the DIAZ0022 month-end accrual does it (365-day count, tier
      * or DIAZOVR.DAT override rate, nothing past maturity). Each
      * depositor's total is split into the insured portion up to
      * the keyed coverage ceiling and the uninsured excess. The
      * report closes with total deposit liabilities, total insured
      * and total uninsured for the assessment return. Accounts
      * with no customer link, or a link to a number not on the
      * master, are listed again as exceptions; they are carried in
      * the totals as a depositor each, pending the link being
      * fixed in DIAZ0005. Written to DIAZ0026.RPT.
      * CUSTOMER-REC grew the cst-sms-opt-out flag DIAZ0014 keeps for
      * a depositor who declines text messages; a master written
      * before it goes through DIAZCNV run mode 20 once.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033). Accrual
      * periods, maturity and rate now follow the account's product
      * through DIAZPDT, and a pay-out product's balance is taken as
      * all principal since its interest is paid away as posted.
      * CUSTOMER-REC grew cst-merged-into (DIAZ0014 customer merge).
      * A merge relinks the retired number's accounts to the survivor,
      * so a depositor found twice is now covered once, as one.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set.
      * Coverage is a peso ceiling, so a dollar account now counts
      * toward its depositor at its peso value: the balance is
      * valued at the report date's DIAZFXR.DAT rate (DIAZFX) before
      * it is added to the depositor total and tested against the
      * ceiling. The account line shows the balance in its own
      * currency with the peso value beside it, and the totals show
      * the dollar deposits in dollars as well. With no rate on or
      * before the report date the dollar accounts cannot be valued:
      * they are listed but left out of the depositor totals and the
      * ceiling, and reported as dollar exposure on their own. The
      * account's currency is now carried from the sorted record into
      * the rate pick, which had been reading it off the record area.
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
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0026.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cst-customer-number
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ACCRUAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZACCR.DAT"
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT RATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZRATE.DAT"
           FILE STATUS IS WS-RATE-STATUS.
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT COVERAGE-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0026.RPT"
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
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ACCOUNT-NUMBER PIC 99999.
           05 SORT-ACCOUNT-NAME PIC X(21).
           05 SORT-PRINCIPAL-AMOUNT PIC 999999V99.
           05 SORT-YEARS-OF-DEPOSIT PIC 99.
           05 SORT-OPERATOR-ID PIC X(8).
           05 SORT-ENTRY-DATE PIC 9(8).
           05 SORT-ENTRY-TIME PIC 9(8).
           05 SORT-CUSTOMER-NUMBER PIC 9(5).
           05 SORT-PRODUCT-CODE PIC X(4).
           05 SORT-TERM-LENGTH PIC 999.
           05 SORT-CURRENCY-CODE PIC X(3).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-ACCOUNT-NUMBER PIC 99999.
           05 SRT-ACCOUNT-NAME PIC X(21).
           05 SRT-PRINCIPAL-AMOUNT PIC 999999V99.
           05 SRT-YEARS-OF-DEPOSIT PIC 99.
           05 SRT-OPERATOR-ID PIC X(8).
           05 SRT-ENTRY-DATE PIC 9(8).
           05 SRT-ENTRY-TIME PIC 9(8).
           05 SRT-CUSTOMER-NUMBER PIC 9(5).
           05 SRT-PRODUCT-CODE PIC X(4).
           05 SRT-TERM-LENGTH PIC 999.
           05 SRT-CURRENCY-CODE PIC X(3).
       FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-REC.
       01 CUSTOMER-REC.
           05 cst-customer-number PIC 9(5).
           05 cst-customer-name PIC X(21).
           05 cst-address PIC X(30).
           05 cst-contact-number PIC X(11).
           05 cst-id-presented PIC X(20).
           05 cst-operator-id PIC X(8).
           05 cst-entry-date PIC 9(8).
           05 cst-entry-time PIC 9(8).
           05 cst-sms-opt-out PIC X.
           05 cst-merged-into PIC 9(5).
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
       FD RATE-FILE
           DATA RECORD IS RATE-TABLE-REC.
       01 RATE-TABLE-REC.
           05 rte-effective-date PIC 9(8).
           05 rte-tier-1-rate PIC 99.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD OVERRIDE-FILE
           DATA RECORD IS OVERRIDE-REC.
       01 OVERRIDE-REC.
           05 ovr-account-number PIC 9(5).
           05 ovr-action PIC X(7).
           05 ovr-rate PIC 99.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
       FD COVERAGE-REPORT-FILE
           DATA RECORD IS COVERAGE-LINE.
       01 COVERAGE-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
           88 WS-SORTED-OK VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
           88 WS-ACCRUAL-OK VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
           88 WS-RATE-OK VALUE "00".
       01 WS-OVERRIDE-STATUS PIC XX VALUE "00".
           88 WS-OVERRIDE-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-FILE-UP PIC X VALUE "N".
           88 CUSTOMER-FILE-ON-HAND VALUE "Y".
       01 WS-CUSTOMER-GOOD PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE VALUE "Y".
       01 WS-SORTED-EOF PIC X VALUE "N".
           88 SORTED-AT-EOF VALUE "Y".
       01 WS-ACCRUAL-EOF PIC X VALUE "N".
           88 ACCRUAL-AT-EOF VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-AT-EOF VALUE "Y".
       01 WS-OVERRIDE-EOF PIC X VALUE "N".
           88 OVERRIDE-AT-EOF VALUE "Y".
       01 WS-OVERRIDE-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERRIDE-RATE PIC 99 VALUE ZERO.
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
       01 WS-REPORT-DATE PIC 9(8) VALUE ZERO.
       01 WS-COVERAGE-CEILING PIC 9(7)V99 VALUE ZERO.
       01 WS-DEFAULT-CEILING PIC 9(7)V99 VALUE 1000000.
       01 WS-ANNIV-DATE PIC 9(8) VALUE ZERO.
       01 WS-ANNIV-DATE-R REDEFINES WS-ANNIV-DATE.
           05 WS-ANN-YYYY PIC 9(4).
           05 WS-ANN-MM PIC 99.
           05 WS-ANN-DD PIC 99.
       01 WS-MATURITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-MATURITY-R REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YYYY PIC 9(4).
           05 WS-MAT-MM PIC 99.
           05 WS-MAT-DD PIC 99.
       01 WS-ACCRUE-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACCRUE-TO-R REDEFINES WS-ACCRUE-TO-DATE.
           05 WS-ACC-YYYY PIC 9(4).
           05 WS-ACC-MM PIC 99.
           05 WS-ACC-DD PIC 99.
       01 WS-ANNIV-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-ACCRUE-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-ACCRUED-DAYS PIC S9(5) VALUE ZERO.
       01 WS-POSTED-PERIODS PIC 99 VALUE ZERO.
       01 WS-POSTED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-BOOKED-PRINCIPAL PIC S9(7)V99 VALUE ZERO.
       01 WS-ACCRUAL-RATE PIC 99 VALUE ZERO.
       01 WS-ACCRUED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-ACCOUNT-BALANCE PIC 9(9)V99 VALUE ZERO.
       01 WS-CURRENT-CUSTOMER PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-NAME PIC X(21) VALUE SPACES.
       01 WS-FIRST-DEPOSITOR PIC X VALUE "Y".
           88 NO-DEPOSITOR-YET VALUE "Y".
       01 WS-DEPOSITOR-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOSITOR-INSURED PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOSITOR-EXCESS PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOSITOR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LIABILITIES PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-INSURED PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-UNINSURED PIC 9(11)V99 VALUE ZERO.
       01 WS-EXCEPTION-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT-BOOKED PIC ZZZZZZZ9.99.
       01 WS-EDIT-POSTED PIC ZZZZZZZ9.99.
       01 WS-EDIT-ACCRUED PIC ZZZZZZZ9.99.
       01 WS-EDIT-BALANCE PIC ZZZZZZZZ9.99.
       01 WS-EDIT-INSURED PIC ZZZZZZZZ9.99.
       01 WS-EDIT-EXCESS PIC ZZZZZZZZ9.99.
       01 WS-EDIT-DEPOSITOR PIC ZZZZZZZZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZZZZZZZZZ9.99.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-COVERED-BALANCE PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT-COVERED PIC ZZZZZZZZZ9.99.
       01 WS-USD-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-TOTAL-BALANCE PIC 9(11)V99 VALUE ZERO.
       01 WS-USD-UNVALUED-TOTAL PIC 9(11)V99 VALUE ZERO.
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
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM A-100-INITIALIZE.
            IF WS-FILE-OK
                CLOSE OUTPUT-FILE
                SORT SORT-WORK
                    ON ASCENDING KEY SORT-CUSTOMER-NUMBER
                    ON ASCENDING KEY SORT-ACCOUNT-NUMBER
                    USING OUTPUT-FILE GIVING SORTED-FILE
                OPEN OUTPUT COVERAGE-REPORT-FILE
                PERFORM A-200-REPORT-HEADER
                PERFORM B-100-DEPOSITOR-PASS
                PERFORM C-100-EXCEPTION-PASS
                PERFORM D-100-REPORT-TOTALS
                CLOSE COVERAGE-REPORT-FILE
                IF CUSTOMER-FILE-ON-HAND
                    CLOSE CUSTOMER-FILE
                END-IF
                DISPLAY "REPORT WRITTEN TO DIAZ0026.RPT"
            END-IF.
            GOBACK.
       A-100-INITIALIZE.
           DISPLAY "PDIC INSURED-DEPOSIT COVERAGE REPORT".
           DISPLAY "REPORT DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = 0
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "COVERAGE CEILING PER DEPOSITOR (0 = 1000000): "
               WITH NO ADVANCING.
           ACCEPT WS-COVERAGE-CEILING.
           IF WS-COVERAGE-CEILING = 0
               MOVE WS-DEFAULT-CEILING TO WS-COVERAGE-CEILING
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           CALL "DIAZFX" USING WS-REPORT-DATE WS-FX-PESO-RATE
               WS-FX-RATE-DATE.
           MOVE "N" TO WS-CUSTOMER-FILE-UP.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-OK
               SET CUSTOMER-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT OUTPUT-FILE.
           IF NOT WS-FILE-OK
               DISPLAY "NO ACCOUNT FILE TO REPORT - STATUS: "
                   WS-FILE-STATUS
           END-IF.
       A-200-REPORT-HEADER.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "PDIC INSURED-DEPOSIT COVERAGE AS OF "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE WS-COVERAGE-CEILING TO WS-EDIT-BALANCE.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "MAXIMUM DEPOSIT INSURANCE COVERAGE PER DEPOSITOR: "
               DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE SPACES TO COVERAGE-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "NO EXCHANGE RATE ON FILE - DOLLAR DEPOSITS "
                   DELIMITED BY SIZE
                   "NOT VALUED OR COVERED" DELIMITED BY SIZE
                   INTO COVERAGE-LINE
           ELSE
               MOVE WS-FX-PESO-RATE TO WS-FX-EDIT-RATE
               STRING "DOLLAR DEPOSITS VALUED AT " DELIMITED BY SIZE
                   WS-FX-EDIT-RATE DELIMITED BY SIZE
                   " PESOS PER USD (RATE OF " DELIMITED BY SIZE
                   WS-FX-RATE-DATE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO COVERAGE-LINE
           END-IF.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE ALL "-" TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE "ACCT#   PRINCIPAL CAPITALIZED     ACCRUED      BALANCE"
               TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
       B-100-DEPOSITOR-PASS.
           MOVE "N" TO WS-SORTED-EOF.
           MOVE "Y" TO WS-FIRST-DEPOSITOR.
           OPEN INPUT SORTED-FILE.
           PERFORM B-110-READ-SORTED.
           PERFORM B-120-DEPOSITOR-ACCOUNT UNTIL SORTED-AT-EOF.
           IF NOT NO-DEPOSITOR-YET
               PERFORM B-300-DEPOSITOR-FOOTING
           END-IF.
           CLOSE SORTED-FILE.
       B-110-READ-SORTED.
           READ SORTED-FILE
               AT END SET SORTED-AT-EOF TO TRUE
           END-READ.
       B-120-DEPOSITOR-ACCOUNT.
      **
      * Sorted by customer number, so a change of number is a change
      * of depositor. Unlinked accounts are left for the exception
      * pass.
      **
           PERFORM B-130-CHECK-LINK.
           IF CUSTOMER-IS-ON-FILE
               IF NO-DEPOSITOR-YET
                   OR SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   IF NOT NO-DEPOSITOR-YET
                       PERFORM B-300-DEPOSITOR-FOOTING
                   END-IF
                   PERFORM B-200-DEPOSITOR-HEADING
               END-IF
               PERFORM E-100-VALUE-ACCOUNT
               PERFORM E-200-ACCOUNT-LINE
               ADD WS-COVERED-BALANCE TO WS-DEPOSITOR-TOTAL
           END-IF.
           PERFORM B-110-READ-SORTED.
       B-130-CHECK-LINK.
      **
      * A depositor must be a customer number on the DIAZCUST.DAT
      * master. While no master exists yet any non-zero number is
      * taken as keyed, the DIAZ0002 first-records allowance.
      **
           MOVE "N" TO WS-CUSTOMER-GOOD.
           MOVE SPACES TO cst-customer-name.
           IF SRT-CUSTOMER-NUMBER > 0
               IF CUSTOMER-FILE-ON-HAND
                   MOVE SRT-CUSTOMER-NUMBER TO cst-customer-number
                   READ CUSTOMER-FILE
                       INVALID KEY MOVE "N" TO WS-CUSTOMER-GOOD
                       NOT INVALID KEY SET CUSTOMER-IS-ON-FILE TO TRUE
                   END-READ
               ELSE
                   MOVE SRT-ACCOUNT-NAME TO cst-customer-name
                   SET CUSTOMER-IS-ON-FILE TO TRUE
               END-IF
           END-IF.
       B-200-DEPOSITOR-HEADING.
           MOVE "N" TO WS-FIRST-DEPOSITOR.
           MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE cst-customer-name TO WS-CURRENT-NAME.
           MOVE ZERO TO WS-DEPOSITOR-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "DEPOSITOR " DELIMITED BY SIZE
               WS-CURRENT-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CURRENT-NAME DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
       B-300-DEPOSITOR-FOOTING.
           PERFORM E-300-SPLIT-COVERAGE.
           ADD 1 TO WS-DEPOSITOR-COUNT.
           MOVE WS-DEPOSITOR-TOTAL TO WS-EDIT-DEPOSITOR.
           MOVE WS-DEPOSITOR-INSURED TO WS-EDIT-INSURED.
           MOVE WS-DEPOSITOR-EXCESS TO WS-EDIT-EXCESS.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "  TOTAL " DELIMITED BY SIZE
               WS-EDIT-DEPOSITOR DELIMITED BY SIZE
               "  INSURED " DELIMITED BY SIZE
               WS-EDIT-INSURED DELIMITED BY SIZE
               "  UNINSURED " DELIMITED BY SIZE
               WS-EDIT-EXCESS DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
       C-100-EXCEPTION-PASS.
           MOVE SPACES TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE "EXCEPTIONS - ACCOUNTS WITH NO VALID CUSTOMER LINK"
               TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE "ACCT#   PRINCIPAL CAPITALIZED     ACCRUED      BALANCE"
               TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE "N" TO WS-SORTED-EOF.
           OPEN INPUT SORTED-FILE.
           PERFORM B-110-READ-SORTED.
           PERFORM C-110-EXCEPTION-ACCOUNT UNTIL SORTED-AT-EOF.
           CLOSE SORTED-FILE.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE" TO COVERAGE-LINE
               PERFORM Z-100-WRITE-COVERAGE-LINE
           END-IF.
       C-110-EXCEPTION-ACCOUNT.
      **
      * Until the link is fixed each unlinked account stands as a
      * depositor of its own in the totals; the regulator gets the
      * list to ask about.
      **
           PERFORM B-130-CHECK-LINK.
           IF NOT CUSTOMER-IS-ON-FILE
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM E-100-VALUE-ACCOUNT
               PERFORM E-200-ACCOUNT-LINE
               MOVE SPACES TO COVERAGE-LINE
               STRING "      NAME ON ACCOUNT: " DELIMITED BY SIZE
                   SRT-ACCOUNT-NAME DELIMITED BY SIZE
                   "  CUSTOMER # KEYED: " DELIMITED BY SIZE
                   SRT-CUSTOMER-NUMBER DELIMITED BY SIZE
                   INTO COVERAGE-LINE
               PERFORM Z-100-WRITE-COVERAGE-LINE
               ADD WS-COVERED-BALANCE TO WS-EXCEPTION-TOTAL
               MOVE WS-COVERED-BALANCE TO WS-DEPOSITOR-TOTAL
               PERFORM E-300-SPLIT-COVERAGE
           END-IF.
           PERFORM B-110-READ-SORTED.
       D-100-REPORT-TOTALS.
           MOVE SPACES TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE ALL "-" TO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "DEPOSITORS: " DELIMITED BY SIZE
               WS-DEPOSITOR-COUNT DELIMITED BY SIZE
               "   ACCOUNTS: " DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               "   EXCEPTIONS: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE WS-EXCEPTION-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "BALANCES ON EXCEPTION ACCOUNTS:  " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE WS-TOTAL-LIABILITIES TO WS-EDIT-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "TOTAL DEPOSIT LIABILITIES:       " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE WS-TOTAL-INSURED TO WS-EDIT-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "TOTAL INSURED DEPOSITS:          " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           MOVE WS-TOTAL-UNINSURED TO WS-EDIT-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "TOTAL UNINSURED DEPOSITS:        " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           IF WS-USD-ACCOUNT-COUNT > 0
               PERFORM D-110-DOLLAR-TOTALS
           END-IF.
       D-110-DOLLAR-TOTALS.
      **
      * The dollar deposits in dollars. Valued, they are already
      * inside the peso totals above; unvalued, they are outside
      * them and shown here as the exposure still to be covered.
      **
           MOVE WS-USD-TOTAL-BALANCE TO WS-EDIT-TOTAL.
           MOVE SPACES TO COVERAGE-LINE.
           STRING "DOLLAR DEPOSITS (USD, " DELIMITED BY SIZE
               WS-USD-ACCOUNT-COUNT DELIMITED BY SIZE
               " ACCTS):   " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
           IF WS-USD-UNVALUED-TOTAL > 0
               MOVE WS-USD-UNVALUED-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO COVERAGE-LINE
               STRING "USD NOT VALUED - NOT IN TOTALS: "
                   DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO COVERAGE-LINE
               PERFORM Z-100-WRITE-COVERAGE-LINE
           END-IF.
       E-100-VALUE-ACCOUNT.
      **
      * The balance on file already carries what DIAZ0013 has
      * capitalized; the booked principal is the balance less the
      * posted interest. Interest since the last posted anniversary
      * is accrued to the report date exactly as DIAZ0022 does it,
      * and never past maturity. Periods and maturity follow the
      * account's product (DIAZPDT); a pay-out product's posted
      * interest has already left the deposit, so its balance is
      * all principal.
      **
           MOVE SRT-ACCOUNT-NUMBER TO out-account-number.
           MOVE SRT-PRINCIPAL-AMOUNT TO out-principal-amount.
           MOVE SRT-YEARS-OF-DEPOSIT TO out-years-of-deposit.
           MOVE SRT-ENTRY-DATE TO out-entry-date.
           MOVE SRT-CURRENCY-CODE TO out-currency-code.
           PERFORM E-110-FIND-POSTED-INTEREST.
           MOVE SRT-PRODUCT-CODE TO WS-PDQ-PRODUCT-CODE.
           MOVE SRT-ENTRY-DATE TO WS-PDQ-ENTRY-DATE.
           MOVE SRT-TERM-LENGTH TO WS-PDQ-TERM-LENGTH.
           MOVE SRT-YEARS-OF-DEPOSIT TO WS-PDQ-YEARS.
           MOVE SRT-PRINCIPAL-AMOUNT TO WS-PDQ-PRINCIPAL.
           MOVE WS-REPORT-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE WS-POSTED-PERIODS TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           IF PRODUCT-PAYS-OUT
               MOVE ZERO TO WS-POSTED-INTEREST
           END-IF.
           COMPUTE WS-BOOKED-PRINCIPAL =
               out-principal-amount - WS-POSTED-INTEREST.
           IF WS-BOOKED-PRINCIPAL < 0
               MOVE ZERO TO WS-BOOKED-PRINCIPAL
           END-IF.
           MOVE WS-PDT-PERIOD-START-DATE TO WS-ANNIV-DATE.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           IF WS-MATURITY-DATE < WS-REPORT-DATE
               MOVE WS-MATURITY-DATE TO WS-ACCRUE-TO-DATE
           ELSE
               MOVE WS-REPORT-DATE TO WS-ACCRUE-TO-DATE
           END-IF.
           COMPUTE WS-ANNIV-DAY-NUMBER = (WS-ANN-YYYY * 365)
               + (WS-ANN-MM * 30) + WS-ANN-DD.
           COMPUTE WS-ACCRUE-DAY-NUMBER = (WS-ACC-YYYY * 365)
               + (WS-ACC-MM * 30) + WS-ACC-DD.
           COMPUTE WS-ACCRUED-DAYS =
               WS-ACCRUE-DAY-NUMBER - WS-ANNIV-DAY-NUMBER.
           MOVE ZERO TO WS-ACCRUED-INTEREST.
           IF WS-ACCRUED-DAYS > 0
               PERFORM E-120-SET-ACCRUAL-RATE
               COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   out-principal-amount * WS-ACCRUAL-RATE / 100
                   * WS-ACCRUED-DAYS / 365
           END-IF.
           COMPUTE WS-ACCOUNT-BALANCE =
               out-principal-amount + WS-ACCRUED-INTEREST.
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM E-130-PESO-VALUE.
       E-110-FIND-POSTED-INTEREST.
           MOVE ZERO TO WS-POSTED-PERIODS.
           MOVE ZERO TO WS-POSTED-INTEREST.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
               PERFORM E-112-READ-ACCRUAL
               PERFORM E-114-MATCH-ACCRUAL UNTIL ACCRUAL-AT-EOF
               CLOSE ACCRUAL-FILE
           END-IF.
       E-112-READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END SET ACCRUAL-AT-EOF TO TRUE
           END-READ.
       E-114-MATCH-ACCRUAL.
           IF acr-account-number = out-account-number
               ADD acr-interest-posted TO WS-POSTED-INTEREST
               IF acr-period-year > WS-POSTED-PERIODS
                   MOVE acr-period-year TO WS-POSTED-PERIODS
               END-IF
           END-IF.
           PERFORM E-112-READ-ACCRUAL.
       E-120-SET-ACCRUAL-RATE.
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
                   MOVE WS-TIER-1-RATE TO WS-ACCRUAL-RATE
               WHEN out-principal-amount >= 5000 AND
               out-years-of-deposit >= 3
                   MOVE WS-TIER-2-RATE TO WS-ACCRUAL-RATE
               WHEN out-principal-amount >= 5000 AND
               out-years-of-deposit < 3
                   MOVE WS-TIER-3-RATE TO WS-ACCRUAL-RATE
               WHEN OTHER
                   MOVE WS-TIER-4-RATE TO WS-ACCRUAL-RATE
           END-EVALUATE
           END-IF.
           MOVE out-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
               MOVE WS-OVERRIDE-RATE TO WS-ACCRUAL-RATE
           END-IF.
       E-130-PESO-VALUE.
      **
      * What the account counts toward the peso ceiling: a peso
      * balance as it stands, a dollar balance at the report date's
      * rate, or nothing while no rate is on file.
      **
           IF out-currency-code = "USD"
               ADD 1 TO WS-USD-ACCOUNT-COUNT
               ADD WS-ACCOUNT-BALANCE TO WS-USD-TOTAL-BALANCE
               IF WS-FX-RATE-DATE = 0
                   MOVE ZERO TO WS-COVERED-BALANCE
                   ADD WS-ACCOUNT-BALANCE TO WS-USD-UNVALUED-TOTAL
               ELSE
                   COMPUTE WS-COVERED-BALANCE ROUNDED =
                       WS-ACCOUNT-BALANCE * WS-FX-PESO-RATE
               END-IF
           ELSE
               MOVE WS-ACCOUNT-BALANCE TO WS-COVERED-BALANCE
           END-IF.
       E-200-ACCOUNT-LINE.
           MOVE WS-BOOKED-PRINCIPAL TO WS-EDIT-BOOKED.
           MOVE WS-POSTED-INTEREST TO WS-EDIT-POSTED.
           MOVE WS-ACCRUED-INTEREST TO WS-EDIT-ACCRUED.
           MOVE WS-ACCOUNT-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO COVERAGE-LINE.
           STRING out-account-number DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BOOKED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-POSTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-ACCRUED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO COVERAGE-LINE.
           IF out-currency-code = "USD"
               MOVE WS-COVERED-BALANCE TO WS-EDIT-COVERED
               IF WS-FX-RATE-DATE = 0
                   MOVE " USD NOT VALUED" TO COVERAGE-LINE (55:)
               ELSE
                   STRING " USD = PHP" DELIMITED BY SIZE
                       WS-EDIT-COVERED DELIMITED BY SIZE
                       INTO COVERAGE-LINE (55:)
               END-IF
           END-IF.
           PERFORM Z-100-WRITE-COVERAGE-LINE.
       E-300-SPLIT-COVERAGE.
           IF WS-DEPOSITOR-TOTAL > WS-COVERAGE-CEILING
               MOVE WS-COVERAGE-CEILING TO WS-DEPOSITOR-INSURED
               COMPUTE WS-DEPOSITOR-EXCESS =
                   WS-DEPOSITOR-TOTAL - WS-COVERAGE-CEILING
           ELSE
               MOVE WS-DEPOSITOR-TOTAL TO WS-DEPOSITOR-INSURED
               MOVE ZERO TO WS-DEPOSITOR-EXCESS
           END-IF.
           ADD WS-DEPOSITOR-TOTAL TO WS-TOTAL-LIABILITIES.
           ADD WS-DEPOSITOR-INSURED TO WS-TOTAL-INSURED.
           ADD WS-DEPOSITOR-EXCESS TO WS-TOTAL-UNINSURED.
       Z-100-WRITE-COVERAGE-LINE.
           DISPLAY COVERAGE-LINE.
           WRITE COVERAGE-LINE.
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
       END PROGRAM DIAZ0026.
