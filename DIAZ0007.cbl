      * recorded on DIAZOVR.DAT (DIAZ0023): the newest SET for the
      * account replaces the tier rate in the payout arithmetic;
      * the pre-termination penalty schedule is untouched.
      * A payout now also settles the account's Certificate of Time
      * Deposit (B-237-CLEAR-CERTIFICATE): when the DIAZCTD.DAT
      * register shows a certificate still outstanding the teller
      * must mark it surrendered, or report it lost under a
      * supervisor's second sign-on, before the close goes ahead.
      * The register record (SURRENDERED, or CANCELLED with the
      * approver's ID) is written only once the close commits.
      * Accounts booked before certificates were issued have no
      * register record and pass as before.
      * A closure now passes today's date to DIAZPER
      * (B-245-CHECK-PERIOD) once the certificate and payout have
      * cleared; a month closed in DIAZ0031 leaves the account open
      * unless a supervisor signs on as the second signature, and
      * then the payout is logged on DIAZADJ.DAT through DIAZADJ as
      * a prior-period adjustment.
      * The payout is now priced by the account's deposit product
      * through DIAZPDT: units served are years, months or days of the
      * product's term, a matured top-up covers the periods DIAZ0013
      * has not yet posted at the product's period length, and an early
      * exit earns the product's own penalty rate for the fraction of a
      * year served (the standard deposit keeps the DIAZRATE tiers and
      * the 1/3/5% schedule). A pay-out product's balance is already the
      * original principal; what the exit earns is set against the
      * interest already paid out gross (B-227-SETTLE-PAID-INTEREST),
      * and an excess comes back off the principal and prints on the
      * voucher as INTEREST RECOVERED. The screen shows the term and
      * time served in the product's unit. OUTPUT-REC grew
      * out-product-code and out-term-length, keeping every layout of
      * DIAZ0002.DAT byte-for-byte the same shape; the journal images
      * grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. CLOSED-REC
      * grew cls-currency-code, the currency of the account the payout
      * was made from. RATE-TABLE-REC grew rte-currency-code:
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
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT CERTIFICATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.DAT"
           FILE STATUS IS WS-CERTIFICATE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD CLOSED-FILE
           DATA RECORD IS CLOSED-REC.
       01 CLOSED-REC.
           05 cls-close-time PIC 9(8).
           05 cls-tax-withheld PIC 9(7)V99.
           05 cls-approved-by PIC X(8).
           05 cls-currency-code PIC X(3).
       FD VOUCHER-FILE
           DATA RECORD IS VOUCHER-LINE.
       01 VOUCHER-LINE PIC X(80).
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD ACCRUAL-FILE
           DATA RECORD IS ACCRUAL-REC.
       01 ACCRUAL-REC.
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
       FD CERTIFICATE-FILE
           DATA RECORD IS CERTIFICATE-REC.
       01 CERTIFICATE-REC.
           05 ctd-serial-number PIC 9(5).
           05 ctd-account-number PIC 9(5).
           05 ctd-status PIC X(11).
           05 ctd-related-serial PIC 9(5).
           05 ctd-principal-amount PIC 9(6)V99.
           05 ctd-operator-id PIC X(8).
           05 ctd-approved-by PIC X(8).
           05 ctd-stamp-date PIC 9(8).
           05 ctd-stamp-time PIC 9(8).
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
       01 WS-JRN-ACTION PIC X(7) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 RESPONSES.
           05 SCR-RESP-WS PIC X VALUE SPACES.
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
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01 WS-YEARS-SERVED PIC 99 VALUE ZERO.
       01 WS-TERM-WORD PIC X(6) VALUE SPACES.
       01 WS-TIER-RATE PIC 99 VALUE ZERO.
       01 WS-PAYOUT-RATE PIC 99 VALUE ZERO.
       01 WS-MATURED-FLAG PIC X VALUE "N".
       01 WS-POSTED-PERIODS PIC 99 VALUE ZERO.
       01 WS-POSTED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-ORIGINAL-PRINCIPAL PIC S9(7)V99 VALUE ZERO.
       01 WS-UNPOSTED-PERIODS PIC S999 VALUE ZERO.
       01 WS-POSTED-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-PAID-OUT-GROSS PIC 9(7)V99 VALUE ZERO.
       01 WS-INTEREST-RECOVERED PIC 9(7)V99 VALUE ZERO.
       01 WS-TIER-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-EARNED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-RATE PIC 99 VALUE 20.
       01 WS-HOLD-BLOCKS PIC X VALUE "N".
           88 ACCOUNT-IS-HELD VALUE "Y".
       01 WS-APPROVAL-LIMIT PIC 9(6)V99 VALUE 10000.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0007".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE "ACCOUNT CLOSED".
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-STATUS PIC X VALUE "N".
           88 APPROVER-SIGNED-ON VALUE "Y".
       01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-PAYOUT-CLEARED PIC X VALUE "N".
           88 PAYOUT-IS-CLEARED VALUE "Y".
       01 WS-CERTIFICATE-STATUS PIC XX VALUE "00".
           88 WS-CERTIFICATE-OK VALUE "00".
           88 WS-CERTIFICATE-NOT-FOUND VALUE "35".
       01 WS-CERTIFICATE-EOF PIC X VALUE "N".
           88 CERTIFICATE-AT-EOF VALUE "Y".
       01 WS-OUTSTANDING-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-CERT-DECISION PIC X VALUE SPACES.
           88 CERT-SURRENDERED VALUE "S".
           88 CERT-REPORTED-LOST VALUE "L".
       01 WS-CERT-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-CERT-CLEARED PIC X VALUE "N".
           88 CERTIFICATE-IS-CLEARED VALUE "Y".
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
       SCREEN SECTION.
               10 VALUE "PRINCIPAL: " LINE 6 COL 12.
               10 PIC ZZZZZ9.99 FROM out-principal-amount
                   LINE 6 COL 23.
               10 VALUE "TERM: " LINE 7 COL 12.
               10 PIC ZZ9 FROM WS-PDT-TERM-LENGTH LINE 7 COL 26.
               10 PIC X(6) FROM WS-TERM-WORD LINE 7 COL 30.
               10 PIC X(4) FROM out-product-code LINE 7 COL 38.
               10 PIC X(20) FROM WS-PDT-DESCRIPTION LINE 7 COL 43.
               10 VALUE "SERVED: " LINE 8 COL 12.
               10 PIC ZZZZ9 FROM WS-PDT-UNITS-SERVED LINE 8 COL 26.
               10 PIC X(6) FROM WS-TERM-WORD LINE 8 COL 32.
               10 VALUE "PAYOUT RATE (%): " LINE 9 COL 12.
               10 PIC Z9 FROM WS-PAYOUT-RATE LINE 9 COL 29.
               10 VALUE "EARNED INTEREST: " LINE 10 COL 12.
               END-IF
               ACCEPT PRETERM-DETAIL
               IF WS-CONFIRM-RESP = "P" OR WS-CONFIRM-RESP = "p"
                   PERFORM B-237-CLEAR-CERTIFICATE
                   IF CERTIFICATE-IS-CLEARED
                       PERFORM B-235-CLEAR-PAYOUT
                   END-IF
                   IF CERTIFICATE-IS-CLEARED AND PAYOUT-IS-CLEARED
                       PERFORM B-245-CHECK-PERIOD
                   END-IF
                   IF CERTIFICATE-IS-CLEARED AND PAYOUT-IS-CLEARED
                       AND (PERIOD-OPEN OR PERIOD-ADJUSTMENT)
                       PERFORM B-240-CLOSE-ACCOUNT
                   END-IF
               ELSE
           PERFORM H-110-READ-HOLD.
       B-220-WORK-OUT-PAYOUT.
      **
      * Units served - whole years, months or days of the
      * account's product, as DIAZPDT counts them - price the
      * exit. The balance on file may already contain interest the
      * capitalization batch posted; the payout is priced from the
      * original principal (balance less posted interest) so served
      * periods are never paid twice. An early exit reprices the
      * whole stay at the product's penalty rate on the original
      * principal and forfeits the capitalized interest; a matured
      * exit keeps the compounded balance and tops up only the
      * periods not yet capitalized, at the tier rate. A pay-out
      * product's balance is still the original principal, its
      * interest having gone to the depositor as it was posted.
      **
           PERFORM LOAD-ACCRUAL-HISTORY.
           PERFORM B-225-PRICE-PRODUCT.
           IF PRODUCT-PAYS-OUT
               MOVE out-principal-amount TO WS-ORIGINAL-PRINCIPAL
           ELSE
               COMPUTE WS-ORIGINAL-PRINCIPAL =
                   out-principal-amount - WS-POSTED-INTEREST
           END-IF.
           IF WS-ORIGINAL-PRINCIPAL < 0
               MOVE ZERO TO WS-ORIGINAL-PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-INTEREST-RECOVERED.
           PERFORM B-230-SET-PAYOUT-RATE.
           IF ACCOUNT-MATURED
               COMPUTE WS-UNPOSTED-PERIODS =
                   WS-PDT-TERM-PERIODS - WS-POSTED-PERIODS
               IF WS-UNPOSTED-PERIODS < 0
                   MOVE ZERO TO WS-UNPOSTED-PERIODS
               END-IF
      **
      * The capitalized part of the interest was already taxed when
      **
               COMPUTE WS-TOPUP-INTEREST ROUNDED =
                   out-principal-amount * WS-TIER-RATE / 100
                   * WS-UNPOSTED-PERIODS * WS-PDT-PERIOD-UNITS
                   / WS-PDT-UNITS-PER-YEAR
               COMPUTE WS-TAX-WITHHELD ROUNDED =
                   WS-TOPUP-INTEREST * WS-TAX-RATE / 100
               COMPUTE WS-EARNED-INTEREST =
                   WS-POSTED-INTEREST + WS-TOPUP-INTEREST
               MOVE ZERO TO WS-PENALTY-AMOUNT
               COMPUTE WS-NET-PROCEEDS =
                   out-principal-amount + WS-TOPUP-INTEREST
                   - WS-TAX-WITHHELD
           ELSE
               COMPUTE WS-TIER-INTEREST ROUNDED =
                   WS-ORIGINAL-PRINCIPAL
                   * WS-TIER-RATE / 100 * WS-PDT-UNITS-SERVED
                   / WS-PDT-UNITS-PER-YEAR
               COMPUTE WS-EARNED-INTEREST ROUNDED =
                   WS-ORIGINAL-PRINCIPAL
                   * WS-PAYOUT-RATE / 100 * WS-PDT-UNITS-SERVED
                   / WS-PDT-UNITS-PER-YEAR
               COMPUTE WS-PENALTY-AMOUNT =
                   WS-TIER-INTEREST - WS-EARNED-INTEREST
               IF PRODUCT-PAYS-OUT
                   PERFORM B-227-SETTLE-PAID-INTEREST
               ELSE
                   COMPUTE WS-TAX-WITHHELD ROUNDED =
                       WS-EARNED-INTEREST * WS-TAX-RATE / 100
                   COMPUTE WS-NET-PROCEEDS =
                       WS-ORIGINAL-PRINCIPAL + WS-EARNED-INTEREST
                       - WS-TAX-WITHHELD
               END-IF
           END-IF.
       B-225-PRICE-PRODUCT.
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-RUN-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE WS-POSTED-PERIODS TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           EVALUATE WS-PDT-TERM-UNIT
               WHEN "D"
                   MOVE "DAYS" TO WS-TERM-WORD
               WHEN "M"
                   MOVE "MONTHS" TO WS-TERM-WORD
               WHEN OTHER
                   MOVE "YEARS" TO WS-TERM-WORD
           END-EVALUATE.
           DIVIDE WS-PDT-UNITS-SERVED BY WS-PDT-UNITS-PER-YEAR
               GIVING WS-YEARS-SERVED.
       B-227-SETTLE-PAID-INTEREST.
      **
      * The pay-out product has already handed the depositor the
      * periods posted so far. What the exit earns is set against
      * what was paid, gross: a shortfall is paid now and taxed, an
      * excess comes back out of the principal. Tax already
      * withheld on the excess stays remitted in the depositor's
      * name.
      **
           COMPUTE WS-PAID-OUT-GROSS =
               WS-POSTED-INTEREST + WS-POSTED-TAX.
           IF WS-EARNED-INTEREST >= WS-PAID-OUT-GROSS
               COMPUTE WS-TOPUP-INTEREST =
                   WS-EARNED-INTEREST - WS-PAID-OUT-GROSS
               COMPUTE WS-TAX-WITHHELD ROUNDED =
                   WS-TOPUP-INTEREST * WS-TAX-RATE / 100
               COMPUTE WS-NET-PROCEEDS =
                   WS-ORIGINAL-PRINCIPAL + WS-TOPUP-INTEREST
                   - WS-TAX-WITHHELD
           ELSE
               COMPUTE WS-INTEREST-RECOVERED =
                   WS-PAID-OUT-GROSS - WS-EARNED-INTEREST
               MOVE ZERO TO WS-TAX-WITHHELD
               COMPUTE WS-NET-PROCEEDS =
                   WS-ORIGINAL-PRINCIPAL - WS-INTEREST-RECOVERED
           END-IF.
       B-230-SET-PAYOUT-RATE.
      **
      * A product on DIAZPROD.DAT carries its own tier rate and
      * penalty schedule from DIAZPDT; the standard deposit (and a
      * code no longer on file) keeps the DIAZRATE tiers and the
      * 1/3/5% schedule DIAZPDT hands back for it.
      **
           IF PRODUCT-ON-FILE
               MOVE WS-PDT-RATE TO WS-TIER-RATE
           ELSE
           IF out-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF
           EVALUATE TRUE
                WHEN out-principal-amount >= 10000 AND
                out-years-of-deposit >= 5
                   MOVE WS-TIER-3-RATE TO WS-TIER-RATE
                WHEN out-principal-amount < 5000
                   MOVE WS-TIER-4-RATE TO WS-TIER-RATE
           END-EVALUATE
           END-IF.
           MOVE out-account-number TO WS-OVERRIDE-ACCOUNT.
           PERFORM GET-OVERRIDE-RATE.
           IF WS-OVERRIDE-RATE > 0
               MOVE WS-OVERRIDE-RATE TO WS-TIER-RATE
           END-IF.
           MOVE "N" TO WS-MATURED-FLAG.
           IF PRODUCT-TERM-MATURED
               SET ACCOUNT-MATURED TO TRUE
               MOVE WS-TIER-RATE TO WS-PAYOUT-RATE
           ELSE
               MOVE WS-PDT-PENALTY-RATE TO WS-PAYOUT-RATE
           END-IF.
       B-235-CLEAR-PAYOUT.
      **
      * A payout above the approval limit does not commit on one
           ELSE
               SET PAYOUT-IS-CLEARED TO TRUE
           END-IF.
       B-237-CLEAR-CERTIFICATE.
      **
      * The depositor's certificate must come back across the
      * counter before the money goes out. A certificate reported
      * lost is cancelled instead, on a supervisor's signature.
      **
           MOVE "N" TO WS-CERT-CLEARED.
           MOVE SPACES TO WS-CERT-DECISION.
           MOVE SPACES TO WS-CERT-APPROVED-BY.
           PERFORM K-100-FIND-CERTIFICATE.
           IF WS-OUTSTANDING-SERIAL = 0
               SET CERTIFICATE-IS-CLEARED TO TRUE
           ELSE
               DISPLAY "CERTIFICATE #" LINE 18 COL 12
               DISPLAY WS-OUTSTANDING-SERIAL LINE 18 COL 26
               DISPLAY "S - SURRENDERED  L - LOST: " LINE 18 COL 32
               ACCEPT WS-CERT-DECISION LINE 18 COL 59
               EVALUATE WS-CERT-DECISION
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO WS-CERT-DECISION
                       SET CERTIFICATE-IS-CLEARED TO TRUE
                   WHEN "L"
                   WHEN "l"
                       MOVE "L" TO WS-CERT-DECISION
                       DISPLAY "LOST CERTIFICATE - SUPERVISOR APPROVAL"
                           LINE 17 COL 12
                       MOVE "N" TO WS-APPROVER-STATUS
                       CALL "DIAZSGN" USING WS-APPROVER-ID
                           WS-APPROVER-STATUS WS-APPROVER-ROLE
                       IF APPROVER-SIGNED-ON AND APPROVER-IS-SUPERVISOR
                           MOVE WS-APPROVER-ID TO WS-CERT-APPROVED-BY
                           SET CERTIFICATE-IS-CLEARED TO TRUE
                       ELSE
                           DISPLAY "NO SUPERVISOR APPROVAL - ACCOUNT "
                               "LEFT OPEN" LINE 17 COL 12
                       END-IF
                   WHEN OTHER
                       DISPLAY "CERTIFICATE NOT PRESENTED - ACCOUNT "
                           "LEFT OPEN" LINE 17 COL 12
               END-EVALUATE
           END-IF.
       K-100-FIND-CERTIFICATE.
      **
      * Replays the DIAZCTD.DAT register (DIAZ0002, DIAZ0025) for
      * the account: an ISSUED or REPLACED record makes its serial
      * the outstanding one, and a later SURRENDERED or CANCELLED
      * record for that serial takes it off again.
      **
           MOVE ZERO TO WS-OUTSTANDING-SERIAL.
           MOVE "N" TO WS-CERTIFICATE-EOF.
           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-OK
               PERFORM K-110-READ-CERTIFICATE
               PERFORM K-120-REPLAY-ONE UNTIL CERTIFICATE-AT-EOF
               CLOSE CERTIFICATE-FILE
           END-IF.
       K-110-READ-CERTIFICATE.
           READ CERTIFICATE-FILE
               AT END SET CERTIFICATE-AT-EOF TO TRUE
           END-READ.
       K-120-REPLAY-ONE.
           IF ctd-account-number = out-account-number
               IF ctd-status = "ISSUED" OR ctd-status = "REPLACED"
                   MOVE ctd-serial-number TO WS-OUTSTANDING-SERIAL
               ELSE
                   IF ctd-serial-number = WS-OUTSTANDING-SERIAL
                       MOVE ZERO TO WS-OUTSTANDING-SERIAL
                   END-IF
               END-IF
           END-IF.
           PERFORM K-110-READ-CERTIFICATE.
       B-240-CLOSE-ACCOUNT.
           PERFORM B-250-WRITE-CLOSED-RECORD.
           IF WS-CLOSED-OK
               DELETE OUTPUT-FILE
               IF WS-FILE-OK
                   PERFORM B-260-PRINT-VOUCHER
                   PERFORM B-270-SETTLE-CERTIFICATE
                   IF PERIOD-ADJUSTMENT
                       PERFORM B-247-LOG-ADJUSTMENT
                   END-IF
                   MOVE "DELETE" TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-AFTER
                   PERFORM Z-900-WRITE-JOURNAL
               DISPLAY "CLOSED-FILE WRITE FAILED - STATUS: "
                   WS-CLOSED-STATUS LINE 17 COL 12
           END-IF.
       B-245-CHECK-PERIOD.
      **
      * A closure dated inside a month DIAZ0031 has closed goes on
      * only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               DISPLAY "PERIOD CLOSED - ACCOUNT LEFT OPEN"
                   LINE 17 COL 12
           END-IF.
       B-247-LOG-ADJUSTMENT.
           MOVE out-account-number TO WS-ADJ-REFERENCE.
           COMPUTE WS-ADJ-AMOUNT = 0 - WS-NET-PROCEEDS.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       B-250-WRITE-CLOSED-RECORD.
           MOVE out-account-number TO cls-account-number.
           MOVE out-account-name TO cls-account-name.
           MOVE WS-ORIGINAL-PRINCIPAL TO cls-principal-amount.
           MOVE WS-PDT-TERM-YEARS TO cls-years-of-deposit.
           MOVE WS-YEARS-SERVED TO cls-years-served.
           MOVE WS-PAYOUT-RATE TO cls-payout-rate.
           MOVE WS-EARNED-INTEREST TO cls-earned-interest.
           ACCEPT cls-close-time FROM TIME.
           MOVE WS-TAX-WITHHELD TO cls-tax-withheld.
           MOVE WS-APPROVED-BY TO cls-approved-by.
           IF PERIOD-ADJUSTMENT AND cls-approved-by = SPACES
               MOVE WS-PERIOD-APPROVER TO cls-approved-by
           END-IF.
           MOVE out-currency-code TO cls-currency-code.
           WRITE CLOSED-REC.
       B-260-PRINT-VOUCHER.
           MOVE SPACES TO VOUCHER-LINE.
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           IF WS-INTEREST-RECOVERED > 0
               MOVE WS-INTEREST-RECOVERED TO WS-EDIT-AMOUNT
               MOVE SPACES TO VOUCHER-LINE
               STRING "INTEREST RECOVERED:" DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO VOUCHER-LINE
               WRITE VOUCHER-LINE
           END-IF.
           MOVE cls-tax-withheld TO WS-EDIT-AMOUNT.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "TAX WITHHELD 20%:  " DELIMITED BY SIZE
           WRITE VOUCHER-LINE.
           MOVE ALL "-" TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
       B-270-SETTLE-CERTIFICATE.
           IF CERT-SURRENDERED OR CERT-REPORTED-LOST
               OPEN EXTEND CERTIFICATE-FILE
               IF WS-CERTIFICATE-NOT-FOUND
                   OPEN OUTPUT CERTIFICATE-FILE
               END-IF
               MOVE WS-OUTSTANDING-SERIAL TO ctd-serial-number
               MOVE out-account-number TO ctd-account-number
               IF CERT-SURRENDERED
                   MOVE "SURRENDERED" TO ctd-status
               ELSE
                   MOVE "CANCELLED" TO ctd-status
               END-IF
               MOVE ZERO TO ctd-related-serial
               MOVE out-principal-amount TO ctd-principal-amount
               MOVE WS-OPERATOR-ID TO ctd-operator-id
               MOVE WS-CERT-APPROVED-BY TO ctd-approved-by
               ACCEPT ctd-stamp-date FROM DATE YYYYMMDD
               ACCEPT ctd-stamp-time FROM TIME
               WRITE CERTIFICATE-REC
               CLOSE CERTIFICATE-FILE
           END-IF.
       C-100-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE CLOSED-FILE.
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
      **
           MOVE ZERO TO WS-POSTED-PERIODS.
           MOVE ZERO TO WS-POSTED-INTEREST.
           MOVE ZERO TO WS-POSTED-TAX.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
       MATCH-ACCRUAL-RECORD.
           IF acr-account-number = out-account-number
               ADD acr-interest-posted TO WS-POSTED-INTEREST
               ADD acr-tax-withheld TO WS-POSTED-TAX
               IF acr-period-year > WS-POSTED-PERIODS
                   MOVE acr-period-year TO WS-POSTED-PERIODS
               END-IF
      * corruption. Only actions that actually took effect on the
      * file are journalled.
      **
           MOVE "L" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           MOVE WS-OPERATOR-ID TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       END PROGRAM DIAZ0007.
