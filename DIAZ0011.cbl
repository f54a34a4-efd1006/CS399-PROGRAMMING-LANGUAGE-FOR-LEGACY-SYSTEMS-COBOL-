      * CALCULTE-INTEREST now honors a negotiated rate override
      * recorded on DIAZOVR.DAT (DIAZ0023): the newest SET for the
      * account replaces the tier rate in the notice projection.
      * Every notice now also queues a MATURITY text message on the
      * DIAZSMS.DAT notification file - maturity date and projected
      * payout - to the contact number on the depositor's
      * DIAZCUST.DAT record, once per account and maturity date so
      * the daily pass does not text the same depositor every
      * morning. An opted-out depositor is skipped; an unlinked
      * account is queued without a number so the DIAZSMS batch
      * reports it for the branch to phone.
      * Maturity and the projected payout now follow the account's
      * deposit product through DIAZPDT: the maturity date is the term
      * in days, months or years from entry, the rate is the product's
      * tier rate (the DIAZRATE tiers for the standard deposit), and the
      * top-up covers the product periods DIAZ0013 has not yet posted.
      * OUTPUT-REC grew out-product-code and out-term-length, keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * CUSTOMER-REC grew cst-merged-into (DIAZ0014 customer merge);
      * notices still follow each account's own customer number.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set.
      * The MATURITY text now carries the account's currency in
      * ntf-merge-1 after the maturity date, so DIAZSMS quotes a dollar
      * payout in dollars and not as pesos.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cst-customer-number
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT NOTIFY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.DAT"
           FILE STATUS IS WS-NOTIFY-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD NOTICE-FILE
           DATA RECORD IS NOTICE-REC.
       01 NOTICE-REC.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
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
       FD NOTIFY-FILE
           DATA RECORD IS NOTIFY-REC.
       01 NOTIFY-REC.
           05 ntf-status PIC X.
           05 ntf-business PIC X(4).
           05 ntf-template PIC X(8).
           05 ntf-contact-number PIC X(11).
           05 ntf-customer-name PIC X(21).
           05 ntf-reference PIC 9(5).
           05 ntf-merge-1 PIC X(20).
           05 ntf-merge-2 PIC X(20).
           05 ntf-queued-date PIC 9(8).
           05 ntf-queued-by PIC X(8).
           05 ntf-sent-date PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
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
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
       01 WS-OVERRIDE-RATE PIC 99 VALUE ZERO.
       01 WS-POSTED-PERIODS PIC 99 VALUE ZERO.
       01 WS-POSTED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-UNPOSTED-PERIODS PIC S999 VALUE ZERO.
       01 WS-TAX-RATE PIC 99 VALUE 20.
       01 WS-TOPUP-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-PROJECTED-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-DUE-60-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUE-90-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-CUSTOMER-FILE-UP PIC X VALUE "N".
           88 CUSTOMER-FILE-ON-HAND VALUE "Y".
       01 WS-NOTIFY-STATUS PIC XX VALUE "00".
           88 WS-NOTIFY-OK VALUE "00".
           88 WS-NOTIFY-NOT-FOUND VALUE "35".
       01 WS-NOTIFY-EOF PIC X VALUE "N".
           88 NOTIFY-AT-EOF VALUE "Y".
       01 WS-ALREADY-QUEUED PIC X VALUE "N".
           88 TEXT-ALREADY-QUEUED VALUE "Y".
       01 WS-TEXT-CONTACT PIC X(11) VALUE SPACES.
       01 WS-TEXT-OPT-OUT PIC X VALUE "N".
       01 WS-TEXT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-EDIT PIC Z,ZZZ,ZZ9.99.
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
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
           05 in-account-name PIC X(21).
                   WS-FILE-STATUS
           ELSE
               OPEN OUTPUT NOTICE-FILE
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-OK
                   SET CUSTOMER-FILE-ON-HAND TO TRUE
               END-IF
               DISPLAY "MATURITY REPORT  RUN DATE: " WS-RUN-DATE
               DISPLAY "ACCT# NAME                  PRINCIPAL "
                   "MATURES  DAYS  PAYOUT"
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       B-200-CHECK-MATURITY.
      **
      * The maturity date is the account product's: the term in
      * days, months or years from the entry date, as DIAZPDT
      * works it out.
      **
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-RUN-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           COMPUTE WS-MAT-DAY-NUMBER = (WS-MAT-YYYY * 365)
               + (WS-MAT-MM * 30) + WS-MAT-DD.
           COMPUTE WS-DAYS-TO-MATURITY =
      * The balance may already contain interest the capitalization
      * batch posted, so the projection only adds the periods not
      * yet capitalized - otherwise served years would be counted
      * twice. Each unposted period earns its product's period
      * length at the rate.
      **
           MOVE OUTPUT-REC TO INFO-SCR-IN.
           PERFORM CALCULTE-INTEREST.
           PERFORM LOAD-ACCRUAL-HISTORY.
           COMPUTE WS-UNPOSTED-PERIODS =
               WS-PDT-TERM-PERIODS - WS-POSTED-PERIODS.
           IF WS-UNPOSTED-PERIODS < 0
               MOVE ZERO TO WS-UNPOSTED-PERIODS
           END-IF.
           COMPUTE WS-TOPUP-INTEREST ROUNDED =
               out-principal-amount * WS-INTEREST-RATE / 100
               * WS-UNPOSTED-PERIODS * WS-PDT-PERIOD-UNITS
               / WS-PDT-UNITS-PER-YEAR.
           COMPUTE WS-PROJECTED-TAX ROUNDED =
               WS-TOPUP-INTEREST * WS-TAX-RATE / 100.
           COMPUTE WS-PROJECTED-PAYOUT =
           MOVE WS-RUN-DATE TO ntc-notice-date.
           WRITE NOTICE-REC.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM B-400-QUEUE-MATURITY-TEXT.
       B-400-QUEUE-MATURITY-TEXT.
      **
      * One text per account and maturity date: the notification
      * file is scanned for one already queued, so an account that
      * stays inside the 90-day window is not texted every run.
      **
           MOVE SPACES TO WS-TEXT-CONTACT.
           MOVE "N" TO WS-TEXT-OPT-OUT.
           IF out-customer-number NOT = 0 AND CUSTOMER-FILE-ON-HAND
               MOVE out-customer-number TO cst-customer-number
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cst-contact-number TO WS-TEXT-CONTACT
                       MOVE cst-sms-opt-out TO WS-TEXT-OPT-OUT
               END-READ
           END-IF.
           IF WS-TEXT-OPT-OUT NOT = "Y"
               PERFORM B-410-CHECK-QUEUED
               IF NOT TEXT-ALREADY-QUEUED
                   PERFORM B-420-WRITE-TEXT
               END-IF
           END-IF.
       B-410-CHECK-QUEUED.
           MOVE "N" TO WS-ALREADY-QUEUED.
           MOVE "N" TO WS-NOTIFY-EOF.
           OPEN INPUT NOTIFY-FILE.
           IF WS-NOTIFY-OK
               PERFORM B-411-READ-NOTIFY
               PERFORM B-412-MATCH-NOTIFY UNTIL NOTIFY-AT-EOF
               CLOSE NOTIFY-FILE
           END-IF.
       B-411-READ-NOTIFY.
           READ NOTIFY-FILE
               AT END SET NOTIFY-AT-EOF TO TRUE
           END-READ.
       B-412-MATCH-NOTIFY.
           IF ntf-template = "MATURITY"
               AND ntf-reference = out-account-number
               AND ntf-merge-1 (1:8) = WS-MATURITY-DATE
               SET TEXT-ALREADY-QUEUED TO TRUE
           END-IF.
           PERFORM B-411-READ-NOTIFY.
       B-420-WRITE-TEXT.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NOTIFY-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           MOVE "P" TO ntf-status.
           MOVE "DIAZ" TO ntf-business.
           MOVE "MATURITY" TO ntf-template.
           MOVE WS-TEXT-CONTACT TO ntf-contact-number.
           MOVE out-account-name TO ntf-customer-name.
           MOVE out-account-number TO ntf-reference.
           MOVE WS-MATURITY-DATE TO ntf-merge-1.
           IF out-currency-code = "USD"
               MOVE "USD" TO ntf-merge-1 (9:3)
           ELSE
               MOVE "PHP" TO ntf-merge-1 (9:3)
           END-IF.
           MOVE WS-PROJECTED-PAYOUT TO WS-PAYOUT-EDIT.
           MOVE WS-PAYOUT-EDIT TO ntf-merge-2.
           MOVE WS-RUN-DATE TO ntf-queued-date.
           MOVE "DIAZ0011" TO ntf-queued-by.
           MOVE ZERO TO ntf-sent-date.
           WRITE NOTIFY-REC.
           CLOSE NOTIFY-FILE.
           ADD 1 TO WS-TEXT-COUNT.
       C-100-TOTALS.
           DISPLAY " ".
           DISPLAY "PAST MATURITY:     " WS-PAST-DUE-COUNT.
           DISPLAY "DUE WITHIN 60:     " WS-DUE-60-COUNT.
           DISPLAY "DUE WITHIN 90:     " WS-DUE-90-COUNT.
           DISPLAY "NOTICES WRITTEN:   " WS-NOTICE-COUNT.
           DISPLAY "TEXTS QUEUED:      " WS-TEXT-COUNT.
       C-200-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE NOTICE-FILE.
           IF CUSTOMER-FILE-ON-HAND
               CLOSE CUSTOMER-FILE
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
                   MOVE WS-TIER-3-RATE TO WS-INTEREST-RATE
                WHEN in-principal-amount < 5000
                   MOVE WS-TIER-4-RATE TO WS-INTEREST-RATE
                END-EVALUATE
           END-IF.
           MOVE in-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
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
       LOAD-ACCRUAL-HISTORY.
      **
      * Totals what the capitalization batch (DIAZ0013) has already
