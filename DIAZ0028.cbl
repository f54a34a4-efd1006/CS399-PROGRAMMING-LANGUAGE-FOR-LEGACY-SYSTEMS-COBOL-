      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0028.
      *-----------------------
      * Modification History
      * ---------------------
      * New deposit-backed loan subsystem. A depositor short of cash
      * had only DIAZ0007 pre-termination, and the penalty that goes
      * with it. Loans live on their own indexed file, DIAZLOAN.DAT,
      * keyed by a loan number drawn from DIAZLOAN.CTL the way
      * DIAZ0025 draws certificate serials. Run mode 1 books a loan:
      * the amount may not pass a keyed loan-to-value percentage of
      * the account's available balance (balance less active holds,
      * replayed from DIAZHLD.DAT exactly as DIAZ0006 does), and the
      * collateral - the loan grossed up by that percentage - is
      * placed on DIAZHLD.DAT as a partial hold under reason code
      * LOAN, so DIAZ0006 withdrawals and DIAZ0007 closures refuse
      * the pledged money with no change of their own. The level
      * monthly installment is worked out and the amortization
      * schedule printed to DIAZ0028.RPT. Mode 2 posts a repayment:
      * the late penalty on installments past due comes off first,
      * then the month's interest on the outstanding principal, and
      * the rest reduces principal; each one is logged on
      * DIAZLPAY.DAT. When the principal reaches zero the loan goes
      * PAIDOFF and the LOAN hold is released on its own. Mode 3
      * reprints a loan's schedule, mode 4 lists every active loan
      * with an installment past due. Mode 5 offsets an unpaid loan
      * against its matured deposit: a supervisor countersigns, the
      * hold is released, the payoff is taken from the balance with
      * a REWRITE, a W movement on DIAZ0006.DAT and a DIAZJRN.DAT
      * image, and the loan is closed as OFFSET.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. TRANS-HIST-REC
      * grew txn-currency-code, the currency of the account the movement
      * was posted to.
      * Every journal record is now sealed. JOURNAL-REC grew
      * jrn-seal-sequence and jrn-seal-value: before the journal is
      * opened the append fetches the sequence and check value of the
      * last record on file (DIAZJSL function L), and the new record is
      * numbered one past it and sealed with a check value chained from
      * it (function S), so the DIAZ0037 verification run can show the
      * journal has not been edited, added to or cut short.
      * Loans are made and repaid in pesos, so a dollar deposit can no
      * longer be pledged: booking refuses a USD account, and an offset
      * refuses one pledged before the check came in. The offset's
      * maturity test now goes to DIAZPDT like DIAZ0011 and DIAZ0013,
      * so a deposit on a day or month product matures on its own
      * maturity date and not on whole years served. Before the offset
      * debits the deposit, F-115-CHECK-PERIOD hands today's date to
      * DIAZPER as DIAZ0006 does; a month closed in DIAZ0031 leaves
      * the loan and the deposit alone unless a supervisor signs on as
      * the second signature, and then the debit is logged on
      * DIAZADJ.DAT through DIAZADJ as a prior-period adjustment. A
      * repayment touches only the loan and DIAZLPAY.DAT and is not
      * gated.
      * A late installment is now penalised once only. LOAN-REC grew
      * lon-penalty-paid-through, the last installment whose late
      * penalty has been collected; only installments past due beyond
      * it draw the penalty, and it moves up when a repayment takes
      * the penalty. A repayment now advances lon-installments-paid by
      * every whole installment the payment covers after the penalty,
      * not by one at most. Interest is no longer a flat month per
      * repayment but accrues on the principal outstanding for the
      * days since the last repayment (since booking on the first),
      * a 30-day month accruing the schedule's monthly rate; the
      * offset's payoff takes the same figure. DIAZCNV mode 37
      * converts DIAZLOAN.DAT to the new layout.
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
       SELECT LOAN-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZLOAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lon-loan-number
           FILE STATUS IS WS-LOAN-STATUS.
       SELECT LOAN-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZLOAN.CTL"
           FILE STATUS IS WS-LOAN-CONTROL-STATUS.
       SELECT LOAN-PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZLPAY.DAT"
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT HOLD-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZHLD.DAT"
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT TRANS-HIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT LOAN-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0028.RPT"
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
       FD LOAN-FILE
           DATA RECORD IS LOAN-REC.
       01 LOAN-REC.
           05 lon-loan-number PIC 9(5).
           05 lon-account-number PIC 9(5).
           05 lon-customer-number PIC 9(5).
           05 lon-status PIC X(8).
           05 lon-principal-amount PIC 9(6)V99.
           05 lon-annual-rate PIC 99.
           05 lon-term-months PIC 999.
           05 lon-installment-amount PIC 9(6)V99.
           05 lon-outstanding-amount PIC 9(6)V99.
           05 lon-hold-amount PIC 9(6)V99.
           05 lon-book-date PIC 9(8).
           05 lon-installments-paid PIC 999.
           05 lon-last-paid-date PIC 9(8).
           05 lon-operator-id PIC X(8).
           05 lon-approved-by PIC X(8).
           05 lon-penalty-paid-through PIC 999.
       FD LOAN-CONTROL-FILE
           DATA RECORD IS LOAN-CONTROL-REC.
       01 LOAN-CONTROL-REC.
           05 ctl-next-loan-number PIC 9(5).
       FD LOAN-PAYMENT-FILE
           DATA RECORD IS LOAN-PAYMENT-REC.
       01 LOAN-PAYMENT-REC.
           05 lpy-loan-number PIC 9(5).
           05 lpy-account-number PIC 9(5).
           05 lpy-type PIC X.
           05 lpy-amount PIC 9(7)V99.
           05 lpy-penalty-portion PIC 9(6)V99.
           05 lpy-interest-portion PIC 9(6)V99.
           05 lpy-principal-portion PIC 9(6)V99.
           05 lpy-balance-after PIC 9(6)V99.
           05 lpy-operator-id PIC X(8).
           05 lpy-approved-by PIC X(8).
           05 lpy-stamp-date PIC 9(8).
           05 lpy-stamp-time PIC 9(8).
       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 hld-account-number PIC 9(5).
           05 hld-action PIC X(7).
           05 hld-full-flag PIC X.
           05 hld-amount PIC 9(6)V99.
           05 hld-reason-code PIC X(8).
           05 hld-operator-id PIC X(8).
           05 hld-stamp-date PIC 9(8).
           05 hld-stamp-time PIC 9(8).
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
       FD JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
           05 jrn-stamp-date PIC 9(8).
           05 jrn-stamp-time PIC 9(8).
           05 jrn-program PIC X(8).
           05 jrn-action PIC X(7).
           05 jrn-account-number PIC 9(5).
           05 jrn-operator-id PIC X(8).
           05 jrn-before-image PIC X(75).
           05 jrn-after-image PIC X(75).
           05 jrn-seal-sequence PIC 9(9).
           05 jrn-seal-value PIC 9(9).
       FD LOAN-REPORT-FILE
           DATA RECORD IS LOAN-LINE.
       01 LOAN-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-LOAN-STATUS PIC XX VALUE "00".
           88 WS-LOAN-OK VALUE "00".
           88 WS-LOAN-NOT-FOUND VALUE "35".
       01 WS-LOAN-CONTROL-STATUS PIC XX VALUE "00".
           88 WS-LOAN-CONTROL-OK VALUE "00".
       01 WS-PAYMENT-STATUS PIC XX VALUE "00".
           88 WS-PAYMENT-NOT-FOUND VALUE "35".
       01 WS-HOLD-STATUS PIC XX VALUE "00".
           88 WS-HOLD-OK VALUE "00".
           88 WS-HOLD-NOT-FOUND VALUE "35".
       01 WS-HIST-STATUS PIC XX VALUE "00".
           88 WS-HIST-NOT-FOUND VALUE "35".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-NOT-FOUND VALUE "35".
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "L".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-HOLD-EOF PIC X VALUE "N".
           88 HOLD-AT-EOF VALUE "Y".
       01 WS-LOAN-EOF PIC X VALUE "N".
           88 LOAN-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-STATUS PIC X VALUE "N".
           88 APPROVER-SIGNED-ON VALUE "Y".
       01 WS-APPROVER-ROLE PIC X VALUE "T".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-ON-FILE VALUE "Y".
       01 WS-LOAN-FOUND PIC X VALUE "N".
           88 LOAN-ON-FILE VALUE "Y".
       01 WS-WORK-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-WORK-LOAN PIC 9(5) VALUE ZERO.
       01 WS-NEXT-LOAN-NUMBER PIC 9(5) VALUE 1.
       01 WS-HELD-AMOUNT PIC S9(8)V99 VALUE ZERO.
       01 WS-FULL-HOLD-COUNT PIC S9(3) VALUE ZERO.
       01 WS-AVAILABLE-BALANCE PIC S9(8)V99 VALUE ZERO.
       01 WS-LOAN-TO-VALUE PIC 999 VALUE ZERO.
       01 WS-DEFAULT-LOAN-TO-VALUE PIC 999 VALUE 80.
       01 WS-DEFAULT-LOAN-RATE PIC 99 VALUE 12.
       01 WS-LATE-PENALTY-RATE PIC 99 VALUE 2.
       01 WS-MAXIMUM-LOAN PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-AMOUNT PIC 9(6)V99 VALUE ZERO.
       01 WS-LOAN-RATE PIC 99 VALUE ZERO.
       01 WS-LOAN-TERM PIC 999 VALUE ZERO.
       01 WS-COLLATERAL-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTHLY-RATE PIC 9V9(8) VALUE ZERO.
       01 WS-GROWTH-FACTOR PIC 9(5)V9(8) VALUE ZERO.
       01 WS-INSTALLMENT PIC 9(7)V99 VALUE ZERO.
       01 WS-INSTALLMENT-NO PIC 999 VALUE ZERO.
       01 WS-SCHEDULE-BALANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHEDULE-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHEDULE-PRINCIPAL PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHEDULE-PAYMENT PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-BOOK-DATE PIC 9(8) VALUE ZERO.
       01 WS-BOOK-DATE-R REDEFINES WS-BOOK-DATE.
           05 WS-BOOK-YYYY PIC 9(4).
           05 WS-BOOK-MM PIC 99.
           05 WS-BOOK-DD PIC 99.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MM PIC 99.
           05 WS-DUE-DD PIC 99.
       01 WS-MONTH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MONTH-REMAINDER PIC 99 VALUE ZERO.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05 WS-DAY-YYYY PIC 9(4).
           05 WS-DAY-MM PIC 99.
           05 WS-DAY-DD PIC 99.
       01 WS-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-LATE-COUNT PIC 999 VALUE ZERO.
       01 WS-PENALTY-COUNT PIC 999 VALUE ZERO.
       01 WS-LATE-THROUGH PIC 999 VALUE ZERO.
       01 WS-INSTALLMENTS-COVERED PIC 9(5) VALUE ZERO.
       01 WS-INTEREST-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-INTEREST-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DAYS-LATE PIC 9(5) VALUE ZERO.
       01 WS-NEXT-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-PENALTY-DUE PIC 9(6)V99 VALUE ZERO.
       01 WS-INTEREST-DUE PIC 9(6)V99 VALUE ZERO.
       01 WS-AMOUNT-DUE PIC 9(7)V99 VALUE ZERO.
       01 WS-PAYOFF-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-PAYMENT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-PRINCIPAL-PORTION PIC S9(7)V99 VALUE ZERO.
       01 WS-OLD-BALANCE PIC 9(6)V99 VALUE ZERO.
       01 WS-JRN-ACTION PIC X(7) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 WS-HOLD-ACTION PIC X(7) VALUE SPACES.
       01 WS-PAST-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAST-DUE-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-EDIT-AMOUNT-2 PIC ZZZZZZZZ9.99.
       01 WS-EDIT-AMOUNT-3 PIC ZZZZZZZZ9.99.
       01 WS-CONFIRM-RESP PIC X VALUE SPACES.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0028".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE "LOAN OFFSET".
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
            DISPLAY "1-BOOK LOAN  2-REPAYMENT  3-SCHEDULE  "
                "4-PAST DUE  5-OFFSET: " WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            MOVE WS-TODAY TO WS-DAY-DATE.
            PERFORM Z-300-DAY-NUMBER.
            MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
            IF WS-RUN-MODE = 3
                PERFORM D-100-REPRINT-SCHEDULE
            ELSE IF WS-RUN-MODE = 4
                PERFORM E-100-PAST-DUE-LIST
            ELSE
                PERFORM GET-OPERATOR-ID
                IF NOT OPERATOR-SIGNED-ON
                    CONTINUE
                ELSE IF WS-RUN-MODE = 2
                    PERFORM C-100-POST-REPAYMENT
                ELSE IF WS-RUN-MODE = 5
                    PERFORM F-100-OFFSET-AT-MATURITY
                ELSE
                    PERFORM B-100-BOOK-LOAN
                END-IF
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-FETCH-ACCOUNT.
           MOVE "N" TO WS-RECORD-FOUND.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               MOVE WS-WORK-ACCOUNT TO out-account-number
               READ OUTPUT-FILE
                   INVALID KEY MOVE "N" TO WS-RECORD-FOUND
                   NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
               END-READ
               CLOSE OUTPUT-FILE
           ELSE
               DISPLAY "NO ACCOUNT FILE ON HAND - STATUS: "
                   WS-FILE-STATUS
           END-IF.
       A-200-FETCH-LOAN.
           MOVE "N" TO WS-LOAN-FOUND.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-OK
               MOVE WS-WORK-LOAN TO lon-loan-number
               READ LOAN-FILE
                   INVALID KEY MOVE "N" TO WS-LOAN-FOUND
                   NOT INVALID KEY SET LOAN-ON-FILE TO TRUE
               END-READ
               CLOSE LOAN-FILE
           ELSE
               DISPLAY "NO LOAN FILE ON HAND YET."
           END-IF.
       A-210-REWRITE-LOAN.
           OPEN I-O LOAN-FILE.
           REWRITE LOAN-REC.
           IF NOT WS-LOAN-OK
               DISPLAY "LOAN REWRITE FAILED - STATUS: "
                   WS-LOAN-STATUS
           END-IF.
           CLOSE LOAN-FILE.
       A-300-LOAD-CONTROL.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER.
           OPEN INPUT LOAN-CONTROL-FILE.
           IF WS-LOAN-CONTROL-OK
               READ LOAN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ctl-next-loan-number
                           TO WS-NEXT-LOAN-NUMBER
               END-READ
               CLOSE LOAN-CONTROL-FILE
           END-IF.
       A-310-SAVE-CONTROL.
           OPEN OUTPUT LOAN-CONTROL-FILE.
           MOVE WS-NEXT-LOAN-NUMBER TO ctl-next-loan-number.
           WRITE LOAN-CONTROL-REC.
           CLOSE LOAN-CONTROL-FILE.
       B-100-BOOK-LOAN.
           DISPLAY "DEPOSIT ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ACCOUNT.
           PERFORM A-100-FETCH-ACCOUNT.
           IF NOT RECORD-ON-FILE
               DISPLAY "ACCOUNT NUMBER NOT ON FILE."
           ELSE IF out-currency-code = "USD"
               DISPLAY "DOLLAR DEPOSIT CANNOT SECURE A PESO LOAN - "
                   "NOT BOOKED."
           ELSE
               PERFORM H-100-REPLAY-HOLDS
               IF WS-FULL-HOLD-COUNT > 0
                   MOVE ZERO TO WS-AVAILABLE-BALANCE
               ELSE
                   COMPUTE WS-AVAILABLE-BALANCE =
                       out-principal-amount - WS-HELD-AMOUNT
               END-IF
               IF WS-AVAILABLE-BALANCE < 0
                   MOVE ZERO TO WS-AVAILABLE-BALANCE
               END-IF
               MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT
               DISPLAY "ACCOUNT: " out-account-name
                   "  AVAILABLE: " WS-EDIT-AMOUNT
               PERFORM B-110-KEY-LOAN-TERMS
           END-IF.
       B-110-KEY-LOAN-TERMS.
           DISPLAY "LOAN-TO-VALUE PERCENT (0 = 80): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-TO-VALUE.
           IF WS-LOAN-TO-VALUE = 0
               MOVE WS-DEFAULT-LOAN-TO-VALUE TO WS-LOAN-TO-VALUE
           END-IF.
           COMPUTE WS-MAXIMUM-LOAN =
               WS-AVAILABLE-BALANCE * WS-LOAN-TO-VALUE / 100.
           MOVE WS-MAXIMUM-LOAN TO WS-EDIT-AMOUNT.
           DISPLAY "MAXIMUM LOAN: " WS-EDIT-AMOUNT.
           DISPLAY "LOAN AMOUNT (XXXXXX.XX): " WITH NO ADVANCING.
           ACCEPT WS-LOAN-AMOUNT.
           DISPLAY "ANNUAL RATE, WHOLE PERCENT (0 = 12): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-RATE.
           IF WS-LOAN-RATE = 0
               MOVE WS-DEFAULT-LOAN-RATE TO WS-LOAN-RATE
           END-IF.
           DISPLAY "TERM IN MONTHS (1-120): " WITH NO ADVANCING.
           ACCEPT WS-LOAN-TERM.
           IF WS-LOAN-TO-VALUE > 100
               DISPLAY "LOAN-TO-VALUE CANNOT PASS 100 - NOT BOOKED."
           ELSE IF WS-LOAN-AMOUNT = 0
               DISPLAY "A LOAN NEEDS AN AMOUNT - NOT BOOKED."
           ELSE IF WS-LOAN-AMOUNT > WS-MAXIMUM-LOAN
               DISPLAY "AMOUNT PASSES THE LOAN-TO-VALUE LIMIT - "
                   "NOT BOOKED."
           ELSE IF WS-LOAN-TERM = 0 OR WS-LOAN-TERM > 120
               DISPLAY "TERM MUST BE 1 TO 120 MONTHS - NOT BOOKED."
           ELSE
               PERFORM B-120-WORK-OUT-INSTALLMENT
               MOVE WS-INSTALLMENT TO WS-EDIT-AMOUNT
               DISPLAY "MONTHLY INSTALLMENT: " WS-EDIT-AMOUNT
               DISPLAY "C - CONFIRM BOOKING: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-RESP
               IF WS-CONFIRM-RESP = "C" OR WS-CONFIRM-RESP = "c"
                   PERFORM B-130-WRITE-LOAN
               ELSE
                   DISPLAY "LOAN NOT BOOKED."
               END-IF
           END-IF.
       B-120-WORK-OUT-INSTALLMENT.
      **
      * Level installment on a declining balance:
      *     P * r * (1 + r) ** n / ((1 + r) ** n - 1)
      * with r the monthly rate; a zero rate splits the principal
      * evenly. The collateral held is the loan grossed back up by
      * the loan-to-value percentage.
      **
           COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 1200.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-LOAN-AMOUNT / WS-LOAN-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-LOAN-TERM
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-LOAN-AMOUNT * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
           END-IF.
           COMPUTE WS-COLLATERAL-AMOUNT ROUNDED =
               WS-LOAN-AMOUNT * 100 / WS-LOAN-TO-VALUE.
           IF WS-COLLATERAL-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE WS-AVAILABLE-BALANCE TO WS-COLLATERAL-AMOUNT
           END-IF.
       B-130-WRITE-LOAN.
           PERFORM A-300-LOAD-CONTROL.
           MOVE WS-NEXT-LOAN-NUMBER TO lon-loan-number.
           ADD 1 TO WS-NEXT-LOAN-NUMBER.
           PERFORM A-310-SAVE-CONTROL.
           MOVE WS-WORK-ACCOUNT TO lon-account-number.
           MOVE out-customer-number TO lon-customer-number.
           MOVE "ACTIVE" TO lon-status.
           MOVE WS-LOAN-AMOUNT TO lon-principal-amount.
           MOVE WS-LOAN-RATE TO lon-annual-rate.
           MOVE WS-LOAN-TERM TO lon-term-months.
           MOVE WS-INSTALLMENT TO lon-installment-amount.
           MOVE WS-LOAN-AMOUNT TO lon-outstanding-amount.
           MOVE WS-COLLATERAL-AMOUNT TO lon-hold-amount.
           MOVE WS-TODAY TO lon-book-date.
           MOVE ZERO TO lon-installments-paid.
           MOVE ZERO TO lon-last-paid-date.
           MOVE WS-OPERATOR-ID TO lon-operator-id.
           MOVE SPACES TO lon-approved-by.
           MOVE ZERO TO lon-penalty-paid-through.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-NOT-FOUND
               OPEN OUTPUT LOAN-FILE
           END-IF.
           WRITE LOAN-REC.
           IF WS-LOAN-OK
               CLOSE LOAN-FILE
               MOVE "PLACE" TO WS-HOLD-ACTION
               PERFORM Z-200-WRITE-LOAN-HOLD
               MOVE lon-hold-amount TO WS-EDIT-AMOUNT
               DISPLAY "LOAN " lon-loan-number " BOOKED - "
                   "COLLATERAL HELD: " WS-EDIT-AMOUNT
               OPEN OUTPUT LOAN-REPORT-FILE
               PERFORM G-100-PRINT-SCHEDULE
               CLOSE LOAN-REPORT-FILE
           ELSE
               DISPLAY "LOAN WRITE FAILED - STATUS: " WS-LOAN-STATUS
               CLOSE LOAN-FILE
           END-IF.
       C-100-POST-REPAYMENT.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-LOAN.
           PERFORM A-200-FETCH-LOAN.
           IF NOT LOAN-ON-FILE
               DISPLAY "LOAN NUMBER NOT ON FILE."
           ELSE IF lon-status NOT = "ACTIVE"
               DISPLAY "LOAN IS " lon-status " - NOTHING POSTED."
           ELSE
               PERFORM H-200-WORK-OUT-AMOUNT-DUE
               MOVE WS-PENALTY-DUE TO WS-EDIT-AMOUNT
               MOVE WS-INTEREST-DUE TO WS-EDIT-AMOUNT-2
               MOVE WS-AMOUNT-DUE TO WS-EDIT-AMOUNT-3
               DISPLAY "NEXT DUE: " WS-NEXT-DUE-DATE
                   "  PAST DUE INSTALLMENTS: " WS-LATE-COUNT
               DISPLAY "PENALTY: " WS-EDIT-AMOUNT
                   "  INTEREST: " WS-EDIT-AMOUNT-2
                   "  DUE: " WS-EDIT-AMOUNT-3
               MOVE WS-PAYOFF-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "PAYOFF TODAY: " WS-EDIT-AMOUNT
               DISPLAY "AMOUNT PAID (0 = AMOUNT DUE): "
                   WITH NO ADVANCING
               ACCEPT WS-PAYMENT-AMOUNT
               IF WS-PAYMENT-AMOUNT = 0
                   MOVE WS-AMOUNT-DUE TO WS-PAYMENT-AMOUNT
               END-IF
               IF WS-PAYMENT-AMOUNT > WS-PAYOFF-AMOUNT
                   MOVE WS-PAYOFF-AMOUNT TO WS-PAYMENT-AMOUNT
                   DISPLAY "PAYMENT CUT TO THE PAYOFF AMOUNT."
               END-IF
               IF WS-PAYMENT-AMOUNT < WS-PENALTY-DUE + WS-INTEREST-DUE
                   DISPLAY "PAYMENT DOES NOT COVER PENALTY AND "
                       "INTEREST - NOTHING POSTED."
               ELSE
                   PERFORM C-110-APPLY-REPAYMENT
               END-IF
           END-IF.
       C-110-APPLY-REPAYMENT.
      **
      * Penalty first, then the interest accrued, the rest to
      * principal. Once the penalty is taken the late installments
      * it was charged on are marked penalised. What is left after
      * the penalty settles as many whole installments as it covers;
      * a payment short of one installment only reduces principal.
      **
           COMPUTE WS-PRINCIPAL-PORTION = WS-PAYMENT-AMOUNT
               - WS-PENALTY-DUE - WS-INTEREST-DUE.
           SUBTRACT WS-PRINCIPAL-PORTION FROM lon-outstanding-amount.
           IF WS-PENALTY-COUNT > 0
               MOVE WS-LATE-THROUGH TO lon-penalty-paid-through
           END-IF.
           COMPUTE WS-INSTALLMENTS-COVERED =
               (WS-PAYMENT-AMOUNT - WS-PENALTY-DUE)
               / lon-installment-amount.
           IF lon-installments-paid + WS-INSTALLMENTS-COVERED
               > lon-term-months
               MOVE lon-term-months TO lon-installments-paid
           ELSE
               ADD WS-INSTALLMENTS-COVERED TO lon-installments-paid
           END-IF.
           MOVE WS-TODAY TO lon-last-paid-date.
           IF lon-outstanding-amount = 0
               MOVE "PAIDOFF" TO lon-status
           END-IF.
           PERFORM A-210-REWRITE-LOAN.
           MOVE "P" TO lpy-type.
           MOVE SPACES TO lpy-approved-by.
           PERFORM Z-110-WRITE-PAYMENT.
           MOVE lon-outstanding-amount TO WS-EDIT-AMOUNT.
           DISPLAY "REPAYMENT POSTED - PRINCIPAL OUTSTANDING: "
               WS-EDIT-AMOUNT.
           IF lon-outstanding-amount = 0
               MOVE "RELEASE" TO WS-HOLD-ACTION
               PERFORM Z-200-WRITE-LOAN-HOLD
               DISPLAY "LOAN PAID OFF - COLLATERAL HOLD RELEASED."
           END-IF.
       D-100-REPRINT-SCHEDULE.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-LOAN.
           PERFORM A-200-FETCH-LOAN.
           IF NOT LOAN-ON-FILE
               DISPLAY "LOAN NUMBER NOT ON FILE."
           ELSE
               OPEN OUTPUT LOAN-REPORT-FILE
               PERFORM G-100-PRINT-SCHEDULE
               CLOSE LOAN-REPORT-FILE
           END-IF.
       E-100-PAST-DUE-LIST.
           MOVE "N" TO WS-LOAN-EOF.
           OPEN INPUT LOAN-FILE.
           IF NOT WS-LOAN-OK
               DISPLAY "NO LOAN FILE ON HAND YET."
           ELSE
               OPEN OUTPUT LOAN-REPORT-FILE
               MOVE SPACES TO LOAN-LINE
               STRING "PAST-DUE LOANS AS OF " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO LOAN-LINE
               PERFORM Z-100-WRITE-LOAN-LINE
               MOVE "LOAN# ACCT# DUE DATE DAYS  NO.      PENALTY"
                   TO LOAN-LINE
               MOVE "AMOUNT DUE" TO LOAN-LINE (51:10)
               PERFORM Z-100-WRITE-LOAN-LINE
               PERFORM E-110-READ-LOAN
               PERFORM E-120-CHECK-LOAN UNTIL LOAN-AT-EOF
               MOVE WS-PAST-DUE-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO LOAN-LINE
               STRING "LOANS PAST DUE: " DELIMITED BY SIZE
                   WS-PAST-DUE-COUNT DELIMITED BY SIZE
                   "   TOTAL DUE: " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO LOAN-LINE
               PERFORM Z-100-WRITE-LOAN-LINE
               CLOSE LOAN-REPORT-FILE
               CLOSE LOAN-FILE
           END-IF.
       E-110-READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
           END-READ.
       E-120-CHECK-LOAN.
           IF lon-status = "ACTIVE"
               PERFORM H-200-WORK-OUT-AMOUNT-DUE
               IF WS-LATE-COUNT > 0
                   ADD 1 TO WS-PAST-DUE-COUNT
                   ADD WS-AMOUNT-DUE TO WS-PAST-DUE-TOTAL
                   MOVE WS-NEXT-DUE-DATE TO WS-DAY-DATE
                   PERFORM Z-300-DAY-NUMBER
                   COMPUTE WS-DAYS-LATE =
                       WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
                   MOVE WS-PENALTY-DUE TO WS-EDIT-AMOUNT
                   MOVE WS-AMOUNT-DUE TO WS-EDIT-AMOUNT-2
                   MOVE SPACES TO LOAN-LINE
                   STRING lon-loan-number DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       lon-account-number DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEXT-DUE-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DAYS-LATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LATE-COUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                       INTO LOAN-LINE
                   PERFORM Z-100-WRITE-LOAN-LINE
               END-IF
           END-IF.
           PERFORM E-110-READ-LOAN.
       F-100-OFFSET-AT-MATURITY.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-LOAN.
           PERFORM A-200-FETCH-LOAN.
           IF NOT LOAN-ON-FILE
               DISPLAY "LOAN NUMBER NOT ON FILE."
           ELSE IF lon-status NOT = "ACTIVE"
               DISPLAY "LOAN IS " lon-status " - NOTHING OFFSET."
           ELSE
               MOVE lon-account-number TO WS-WORK-ACCOUNT
               PERFORM A-100-FETCH-ACCOUNT
               IF NOT RECORD-ON-FILE
                   DISPLAY "DEPOSIT ACCOUNT NOT ON FILE - "
                       "NOTHING OFFSET."
               ELSE IF out-currency-code = "USD"
                   DISPLAY "DEPOSIT IS IN DOLLARS - NOTHING OFFSET."
               ELSE
                   PERFORM F-110-CHECK-MATURITY
               END-IF
           END-IF.
       F-110-CHECK-MATURITY.
      **
      * The offset is only open once the deposit has run its full
      * term, in the days, months or years of its product, as
      * DIAZPDT works it out.
      **
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-TODAY TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           PERFORM H-200-WORK-OUT-AMOUNT-DUE.
           IF NOT PRODUCT-TERM-MATURED
               DISPLAY "DEPOSIT MATURES " WS-PDT-MATURITY-DATE
                   " - NOTHING OFFSET."
           ELSE IF WS-PAYOFF-AMOUNT > out-principal-amount
               DISPLAY "DEPOSIT DOES NOT COVER THE PAYOFF - "
                   "NOTHING OFFSET."
           ELSE
               MOVE WS-PAYOFF-AMOUNT TO WS-EDIT-AMOUNT
               MOVE out-principal-amount TO WS-EDIT-AMOUNT-2
               DISPLAY "DEPOSIT BALANCE: " WS-EDIT-AMOUNT-2
                   "  PAYOFF: " WS-EDIT-AMOUNT
               DISPLAY "OFFSET NEEDS SUPERVISOR APPROVAL"
               MOVE "N" TO WS-APPROVER-STATUS
               CALL "DIAZSGN" USING WS-APPROVER-ID
                   WS-APPROVER-STATUS WS-APPROVER-ROLE
               IF APPROVER-SIGNED-ON AND APPROVER-IS-SUPERVISOR
                   PERFORM F-115-CHECK-PERIOD
               ELSE
                   DISPLAY "NO SUPERVISOR APPROVAL - NOTHING "
                       "OFFSET."
               END-IF
           END-IF.
       F-115-CHECK-PERIOD.
      **
      * An offset dated inside a month DIAZ0031 has closed goes on
      * only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           SET PERIOD-OPEN TO TRUE.
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF PERIOD-OPEN OR PERIOD-ADJUSTMENT
               PERFORM F-120-APPLY-OFFSET
           ELSE
               DISPLAY "PERIOD CLOSED - NOTHING OFFSET."
           END-IF.
       F-120-APPLY-OFFSET.
      **
      * The LOAN hold comes off first so the deposit is free to be
      * debited; the debit is an ordinary approved withdrawal on
      * the movement file and the journal.
      **
           MOVE "RELEASE" TO WS-HOLD-ACTION.
           PERFORM Z-200-WRITE-LOAN-HOLD.
           OPEN I-O OUTPUT-FILE.
           MOVE lon-account-number TO out-account-number.
           READ OUTPUT-FILE
               INVALID KEY MOVE "N" TO WS-RECORD-FOUND
               NOT INVALID KEY MOVE OUTPUT-REC TO WS-JRN-BEFORE
           END-READ.
           MOVE out-principal-amount TO WS-OLD-BALANCE.
           SUBTRACT WS-PAYOFF-AMOUNT FROM out-principal-amount.
           REWRITE OUTPUT-REC.
           IF NOT WS-FILE-OK
               DISPLAY "REWRITE FAILED - STATUS: " WS-FILE-STATUS
               CLOSE OUTPUT-FILE
               MOVE "PLACE" TO WS-HOLD-ACTION
               PERFORM Z-200-WRITE-LOAN-HOLD
           ELSE
               MOVE "REWRITE" TO WS-JRN-ACTION
               MOVE OUTPUT-REC TO WS-JRN-AFTER
               PERFORM Z-900-WRITE-JOURNAL
               PERFORM Z-400-WRITE-HISTORY
               IF PERIOD-ADJUSTMENT
                   PERFORM F-130-LOG-ADJUSTMENT
               END-IF
               CLOSE OUTPUT-FILE
               MOVE WS-PAYOFF-AMOUNT TO WS-PAYMENT-AMOUNT
               COMPUTE WS-PRINCIPAL-PORTION =
                   lon-outstanding-amount
               MOVE ZERO TO lon-outstanding-amount
               MOVE "OFFSET" TO lon-status
               MOVE WS-TODAY TO lon-last-paid-date
               MOVE WS-APPROVER-ID TO lon-approved-by
               PERFORM A-210-REWRITE-LOAN
               MOVE "O" TO lpy-type
               MOVE WS-APPROVER-ID TO lpy-approved-by
               PERFORM Z-110-WRITE-PAYMENT
               MOVE out-principal-amount TO WS-EDIT-AMOUNT
               DISPLAY "LOAN OFFSET - DEPOSIT BALANCE NOW: "
                   WS-EDIT-AMOUNT
           END-IF.
       F-130-LOG-ADJUSTMENT.
           MOVE out-account-number TO WS-ADJ-REFERENCE.
           COMPUTE WS-ADJ-AMOUNT = 0 - WS-PAYOFF-AMOUNT.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       G-100-PRINT-SCHEDULE.
           MOVE lon-principal-amount TO WS-EDIT-AMOUNT.
           MOVE lon-installment-amount TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO LOAN-LINE.
           STRING "LOAN " DELIMITED BY SIZE
               lon-loan-number DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               lon-account-number DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               lon-status DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LOAN-LINE.
           PERFORM Z-100-WRITE-LOAN-LINE.
           MOVE SPACES TO LOAN-LINE.
           STRING "RATE " DELIMITED BY SIZE
               lon-annual-rate DELIMITED BY SIZE
               "%  TERM " DELIMITED BY SIZE
               lon-term-months DELIMITED BY SIZE
               " MONTHS  INSTALLMENT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
               INTO LOAN-LINE.
           PERFORM Z-100-WRITE-LOAN-LINE.
           MOVE " NO. DUE DATE        PAYMENT     INTEREST"
               TO LOAN-LINE.
           MOVE "PRINCIPAL      BALANCE" TO LOAN-LINE (47:22).
           PERFORM Z-100-WRITE-LOAN-LINE.
           MOVE lon-principal-amount TO WS-SCHEDULE-BALANCE.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           COMPUTE WS-MONTHLY-RATE = lon-annual-rate / 1200.
           PERFORM G-110-SCHEDULE-LINE
               VARYING WS-INSTALLMENT-NO FROM 1 BY 1
               UNTIL WS-INSTALLMENT-NO > lon-term-months.
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT.
           MOVE SPACES TO LOAN-LINE.
           STRING "TOTAL INTEREST OVER THE TERM: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LOAN-LINE.
           PERFORM Z-100-WRITE-LOAN-LINE.
       G-110-SCHEDULE-LINE.
      **
      * The last installment clears whatever the rounding of the
      * earlier ones left behind.
      **
           PERFORM H-300-DUE-DATE.
           COMPUTE WS-SCHEDULE-INTEREST ROUNDED =
               WS-SCHEDULE-BALANCE * WS-MONTHLY-RATE.
           IF WS-INSTALLMENT-NO = lon-term-months
               OR lon-installment-amount - WS-SCHEDULE-INTEREST
               > WS-SCHEDULE-BALANCE
               MOVE WS-SCHEDULE-BALANCE TO WS-SCHEDULE-PRINCIPAL
           ELSE
               COMPUTE WS-SCHEDULE-PRINCIPAL =
                   lon-installment-amount - WS-SCHEDULE-INTEREST
           END-IF.
           COMPUTE WS-SCHEDULE-PAYMENT =
               WS-SCHEDULE-PRINCIPAL + WS-SCHEDULE-INTEREST.
           SUBTRACT WS-SCHEDULE-PRINCIPAL FROM WS-SCHEDULE-BALANCE.
           ADD WS-SCHEDULE-INTEREST TO WS-TOTAL-INTEREST.
           MOVE WS-SCHEDULE-PAYMENT TO WS-EDIT-AMOUNT.
           MOVE WS-SCHEDULE-INTEREST TO WS-EDIT-AMOUNT-2.
           MOVE WS-SCHEDULE-PRINCIPAL TO WS-EDIT-AMOUNT-3.
           MOVE SPACES TO LOAN-LINE.
           STRING " " DELIMITED BY SIZE
               WS-INSTALLMENT-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
               INTO LOAN-LINE.
           MOVE WS-SCHEDULE-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LOAN-LINE (57:12).
           PERFORM Z-100-WRITE-LOAN-LINE.
       H-100-REPLAY-HOLDS.
      **
      * Replays the DIAZHLD.DAT log (DIAZ0019) into the account's
      * active hold position, the same replay DIAZ0006 makes.
      **
           MOVE ZERO TO WS-HELD-AMOUNT.
           MOVE ZERO TO WS-FULL-HOLD-COUNT.
           MOVE "N" TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-OK
               PERFORM H-110-READ-HOLD
               PERFORM H-120-REPLAY-ONE UNTIL HOLD-AT-EOF
               CLOSE HOLD-FILE
           END-IF.
       H-110-READ-HOLD.
           READ HOLD-FILE
               AT END SET HOLD-AT-EOF TO TRUE
           END-READ.
       H-120-REPLAY-ONE.
           IF hld-account-number = out-account-number
               IF hld-action = "PLACE"
                   IF hld-full-flag = "F"
                       ADD 1 TO WS-FULL-HOLD-COUNT
                   ELSE
                       ADD hld-amount TO WS-HELD-AMOUNT
                   END-IF
               ELSE
                   IF hld-full-flag = "F"
                       SUBTRACT 1 FROM WS-FULL-HOLD-COUNT
                   ELSE
                       SUBTRACT hld-amount FROM WS-HELD-AMOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM H-110-READ-HOLD.
       H-200-WORK-OUT-AMOUNT-DUE.
      **
      * For the loan in hand: the next unpaid installment's due
      * date, how many installments are past due as of today, the
      * late penalty on those not penalised before (a flat
      * percentage of the installment each), the interest accrued
      * on the principal outstanding since the last repayment, the
      * amount due and the payoff figure.
      **
           COMPUTE WS-INSTALLMENT-NO = lon-installments-paid + 1.
           PERFORM H-300-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-NEXT-DUE-DATE.
           MOVE ZERO TO WS-LATE-COUNT.
           MOVE ZERO TO WS-PENALTY-COUNT.
           MOVE ZERO TO WS-LATE-THROUGH.
           PERFORM H-210-COUNT-LATE
               UNTIL WS-INSTALLMENT-NO > lon-term-months.
           COMPUTE WS-PENALTY-DUE ROUNDED = lon-installment-amount
               * WS-LATE-PENALTY-RATE / 100 * WS-PENALTY-COUNT.
           PERFORM H-220-ACCRUE-INTEREST.
           COMPUTE WS-PAYOFF-AMOUNT = lon-outstanding-amount
               + WS-INTEREST-DUE + WS-PENALTY-DUE.
           COMPUTE WS-AMOUNT-DUE =
               lon-installment-amount + WS-PENALTY-DUE.
           IF WS-AMOUNT-DUE < WS-PENALTY-DUE + WS-INTEREST-DUE
               COMPUTE WS-AMOUNT-DUE =
                   WS-PENALTY-DUE + WS-INTEREST-DUE
           END-IF.
           IF WS-AMOUNT-DUE > WS-PAYOFF-AMOUNT
               MOVE WS-PAYOFF-AMOUNT TO WS-AMOUNT-DUE
           END-IF.
       H-210-COUNT-LATE.
           PERFORM H-300-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           IF WS-DAY-NUMBER < WS-TODAY-DAY-NUMBER
               ADD 1 TO WS-LATE-COUNT
               IF WS-INSTALLMENT-NO > lon-penalty-paid-through
                   ADD 1 TO WS-PENALTY-COUNT
               END-IF
               MOVE WS-INSTALLMENT-NO TO WS-LATE-THROUGH
               ADD 1 TO WS-INSTALLMENT-NO
           ELSE
               COMPUTE WS-INSTALLMENT-NO = lon-term-months + 1
           END-IF.
       H-220-ACCRUE-INTEREST.
      **
      * Simple interest on the principal outstanding for the days
      * since the last repayment, or since booking before the first,
      * on a 360-day year so a 30-day month accrues exactly the
      * monthly rate the schedule is built on.
      **
           IF lon-last-paid-date = 0
               MOVE lon-book-date TO WS-INTEREST-FROM-DATE
           ELSE
               MOVE lon-last-paid-date TO WS-INTEREST-FROM-DATE
           END-IF.
           MOVE WS-INTEREST-FROM-DATE TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           COMPUTE WS-INTEREST-DAYS =
               WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
           IF WS-INTEREST-DAYS < 0
               MOVE ZERO TO WS-INTEREST-DAYS
           END-IF.
           COMPUTE WS-INTEREST-DUE ROUNDED = lon-outstanding-amount
               * lon-annual-rate / 100 * WS-INTEREST-DAYS / 360.
       H-300-DUE-DATE.
      **
      * Installment n falls due n calendar months after booking,
      * on the booking day of the month (held to the 28th so every
      * month has it).
      **
           MOVE lon-book-date TO WS-BOOK-DATE.
           COMPUTE WS-MONTH-COUNT = (WS-BOOK-YYYY * 12)
               + WS-BOOK-MM - 1 + WS-INSTALLMENT-NO.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-DUE-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-BOOK-DD TO WS-DUE-DD.
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.
       Z-100-WRITE-LOAN-LINE.
           DISPLAY LOAN-LINE.
           WRITE LOAN-LINE.
       Z-110-WRITE-PAYMENT.
           OPEN EXTEND LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-NOT-FOUND
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF.
           MOVE lon-loan-number TO lpy-loan-number.
           MOVE lon-account-number TO lpy-account-number.
           MOVE WS-PAYMENT-AMOUNT TO lpy-amount.
           MOVE WS-PENALTY-DUE TO lpy-penalty-portion.
           MOVE WS-INTEREST-DUE TO lpy-interest-portion.
           MOVE WS-PRINCIPAL-PORTION TO lpy-principal-portion.
           MOVE lon-outstanding-amount TO lpy-balance-after.
           MOVE WS-OPERATOR-ID TO lpy-operator-id.
           ACCEPT lpy-stamp-date FROM DATE YYYYMMDD.
           ACCEPT lpy-stamp-time FROM TIME.
           WRITE LOAN-PAYMENT-REC.
           CLOSE LOAN-PAYMENT-FILE.
       Z-200-WRITE-LOAN-HOLD.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE lon-account-number TO hld-account-number.
           MOVE WS-HOLD-ACTION TO hld-action.
           MOVE "P" TO hld-full-flag.
           MOVE lon-hold-amount TO hld-amount.
           MOVE "LOAN" TO hld-reason-code.
           MOVE WS-OPERATOR-ID TO hld-operator-id.
           ACCEPT hld-stamp-date FROM DATE YYYYMMDD.
           ACCEPT hld-stamp-time FROM TIME.
           WRITE HOLD-REC.
           CLOSE HOLD-FILE.
       Z-300-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER = (WS-DAY-YYYY * 365)
               + (WS-DAY-MM * 30) + WS-DAY-DD.
       Z-400-WRITE-HISTORY.
           OPEN EXTEND TRANS-HIST-FILE.
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT TRANS-HIST-FILE
           END-IF.
           MOVE out-account-number TO txn-account-number.
           MOVE "W" TO txn-type.
           MOVE WS-PAYOFF-AMOUNT TO txn-amount.
           MOVE WS-OLD-BALANCE TO txn-old-balance.
           MOVE out-principal-amount TO txn-new-balance.
           MOVE WS-OPERATOR-ID TO txn-operator-id.
           ACCEPT txn-post-date FROM DATE YYYYMMDD.
           ACCEPT txn-post-time FROM TIME.
           MOVE WS-APPROVER-ID TO txn-approved-by.
           MOVE lon-loan-number TO txn-reference.
           MOVE "LOANOFST" TO txn-reason-code.
           MOVE out-currency-code TO txn-currency-code.
           WRITE TRANS-HIST-REC.
           CLOSE TRANS-HIST-FILE.
       Z-900-WRITE-JOURNAL.
           MOVE "L" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           ACCEPT jrn-stamp-date FROM DATE YYYYMMDD.
           ACCEPT jrn-stamp-time FROM TIME.
           MOVE "DIAZ0028" TO jrn-program.
           MOVE WS-JRN-ACTION TO jrn-action.
           MOVE out-account-number TO jrn-account-number.
           MOVE WS-OPERATOR-ID TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       END PROGRAM DIAZ0028.
