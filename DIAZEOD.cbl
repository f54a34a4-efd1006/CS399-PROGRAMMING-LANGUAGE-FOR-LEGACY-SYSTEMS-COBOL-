      * MIDTPAY.DAT, and the day's void reversals - every figure
      * headed by the file it came from, so a number the owner
      * doubts has one place to be checked.
      * The movement record grew the reference and reason-code
      * fields the check-deposit and loan-offset postings carry;
      * the tallies here are unchanged by them.
      * Frame-shop orders charged to a business customer's account
      * (method ACCT on MIDTPAY.DAT) took no money at the drawer:
      * they are shown on their own line, net of account credits
      * from voided charged orders, and kept out of the cash,
      * GCash and card takings and the refunds paid out.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * Gift certificates and store credit (MIDTGFT.DAT): money
      * paid for a certificate is in the takings like any other
      * and is also stated on its own line; orders paid by
      * certificate or store credit (methods GIFT and CRED) and
      * refunds given as store credit took and paid out no money,
      * so they are shown on their own lines and kept out of the
      * drawer takings and the refunds paid out.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. The 200-entry
      * order-header table is gone: each order's header is read by
      * key when its first line comes up, so the frame figures no
      * longer fall short on a busy file.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. TRANS-HIST-REC grew txn-currency-code, the
      * currency of the account the movement was posted to. CLOSED-REC
      * grew cls-currency-code, the currency of the account the payout
      * was made from. The deposit side no longer adds dollars to
      * pesos: new accounts, deposits, withdrawals and payouts are
      * each tallied per currency, and every dollar line is followed
      * by its peso equivalent at the business date's DIAZFXR.DAT
      * rate (DIAZFX), or a line saying no rate is on file.
      * The end of day now seals the account journal. The sequence
      * number and check value of the last record on DIAZJRN.DAT
      * (DIAZJSL) are appended, with the business date and the time
      * of the seal, to DIAZJRN.SEL and printed at the foot of the
      * report. The DIAZ0037 verification run holds the journal to
      * every seal, so records cut from the end of the journal after
      * a day was sealed are caught as well as records edited in the
      * middle.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FILE STATUS IS WS-CLOSED-STATUS.
       SELECT ORDER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-ORDER-KEY
           FILE STATUS IS WS-ORDER-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
       SELECT REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZEOD.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT JOURNAL-SEAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.SEL"
           FILE STATUS IS WS-SEAL-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
       FD ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01 ORDER-REC.
           05 OUT-CROWN-AMOUNT      PIC S9(6).
           05 OUT-TAX-AMOUNT        PIC S9(7).
           05 OUT-TOTAL-AMOUNT      PIC S9(7).
           05 OUT-ORDER-KEY.
               10 OUT-TRANSACTION-NUMBER PIC 9(5).
               10 OUT-LINE-ITEM-NUMBER   PIC 9.
               10 OUT-REVERSAL-FLAG      PIC X.
           05 OUT-OPERATOR-ID        PIC X(8).
           05 OUT-VOID-REASON        PIC X(20).
           05 OUT-DISCOUNT-AMOUNT    PIC S9(7).
       FD HEADER-FILE
           05 HDR-ORDER-STATUS       PIC X(13).
           05 HDR-DISCOUNT-TYPE      PIC X(3).
           05 HDR-DISCOUNT-ID        PIC X(12).
           05 HDR-SMS-OPT-OUT        PIC X.
       FD PAYMENT-FILE
           DATA RECORD IS PAYMENT-REC.
       01 PAYMENT-REC.
       FD REPORT-FILE
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE PIC X(70).
       FD JOURNAL-SEAL-FILE
           DATA RECORD IS JOURNAL-SEAL-REC.
       01 JOURNAL-SEAL-REC.
           05 sel-business-date PIC 9(8).
           05 sel-stamp-date PIC 9(8).
           05 sel-stamp-time PIC 9(8).
           05 sel-record-count PIC 9(9).
           05 sel-chain-value PIC 9(9).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
           88 WS-REPORT-NOT-FOUND VALUE "35".
       01 WS-SEAL-STATUS PIC XX VALUE "00".
           88 WS-SEAL-NOT-FOUND VALUE "35".
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "L".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-SEAL-JOURNAL-REC PIC X(212) VALUE SPACES.
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 CLOSED-AT-EOF VALUE "Y".
       01 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       01 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       01 WS-PAYMENTS-EOF PIC X VALUE "N".
           88 PAYMENTS-AT-EOF VALUE "Y".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-WITHDRAW-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-NEW-ACCT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-NEW-ACCT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-DEPOSIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-DEPOSIT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-WITHDRAW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-WITHDRAW-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-USD-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USD-PAYOUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-USD-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PESO-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-FX-EDIT-USD PIC ZZZZZZZZ9.99.
       01 WS-FX-EDIT-PHP PIC ZZZZZZZZZZZ9.99.
       01 WS-LAST-TRANSACTION PIC 9(5) VALUE ZERO.
       01 WS-ORDER-IN-RANGE PIC X VALUE "N".
           88 ORDER-IN-RANGE VALUE "Y".
       01 WS-SALES-TOTAL PIC S9(9) VALUE ZERO.
       01 WS-VAT-TOTAL PIC S9(9) VALUE ZERO.
       01 WS-VOID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARD-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-REFUND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUND-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNT-TOTAL PIC S9(9) VALUE ZERO.
       01 WS-GIFT-SOLD-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-GIFT-REDEEMED-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-CREDIT-ISSUED-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ---------9.99.
       01 WS-EDIT-WHOLE PIC ---------9.
      *-----------------------
            PERFORM B-100-TALLY-NEW-ACCOUNTS.
            PERFORM C-100-TALLY-MOVEMENTS.
            PERFORM D-100-TALLY-PAYOUTS.
            PERFORM E-200-TALLY-FRAME-SALES.
            PERFORM F-100-TALLY-SHOP-PAYMENTS.
            CALL "DIAZFX" USING WS-BUSINESS-DATE WS-FX-PESO-RATE
                WS-FX-RATE-DATE.
            PERFORM H-100-SEAL-JOURNAL.
            PERFORM G-100-PRINT-REPORT.
            GOBACK.
       B-100-TALLY-NEW-ACCOUNTS.
           END-READ.
       B-120-MATCH-ACCOUNT.
           IF out-entry-date = WS-BUSINESS-DATE
               IF out-currency-code = "USD"
                   ADD 1 TO WS-USD-NEW-ACCT-COUNT
                   ADD out-principal-amount TO WS-USD-NEW-ACCT-TOTAL
               ELSE
                   ADD 1 TO WS-NEW-ACCT-COUNT
                   ADD out-principal-amount TO WS-NEW-ACCT-TOTAL
               END-IF
           END-IF.
           PERFORM B-110-READ-ACCOUNT.
       C-100-TALLY-MOVEMENTS.
      * day's figures.
      **
           IF txn-post-date = WS-BUSINESS-DATE
               AND txn-currency-code = "USD"
               EVALUATE txn-type
                   WHEN "D"
                       ADD 1 TO WS-USD-DEPOSIT-COUNT
                       ADD txn-amount TO WS-USD-DEPOSIT-TOTAL
                   WHEN "W"
                       ADD 1 TO WS-USD-WITHDRAW-COUNT
                       ADD txn-amount TO WS-USD-WITHDRAW-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE IF txn-post-date = WS-BUSINESS-DATE
               EVALUATE txn-type
                   WHEN "D"
                       ADD 1 TO WS-DEPOSIT-COUNT
           END-READ.
       D-120-MATCH-CLOSED.
           IF cls-close-date = WS-BUSINESS-DATE
               IF cls-currency-code = "USD"
                   ADD 1 TO WS-USD-PAYOUT-COUNT
                   ADD cls-net-proceeds TO WS-USD-PAYOUT-TOTAL
               ELSE
                   ADD 1 TO WS-PAYOUT-COUNT
                   ADD cls-net-proceeds TO WS-PAYOUT-TOTAL
               END-IF
           END-IF.
           PERFORM D-110-READ-CLOSED.
       E-200-TALLY-FRAME-SALES.
      **
      * Line items are dated through their order headers, the
      * MIDTRPT convention; reversal lines written by MIDTVOID net
      * the sales and are counted as the day's voids. Lines come
      * in order-number sequence, so each header is read by key
      * once, when its order's first line comes up.
      **
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               SET HEADERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-OK
               PERFORM E-210-READ-ORDER-LINE
               PERFORM E-220-MATCH-ORDER-LINE UNTIL LINES-AT-EOF
               CLOSE ORDER-FILE
           END-IF.
           IF HEADERS-ON-FILE
               CLOSE HEADER-FILE
           END-IF.
       E-210-READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
           END-READ.
       E-220-MATCH-ORDER-LINE.
           IF OUT-TRANSACTION-NUMBER NOT = WS-LAST-TRANSACTION
               PERFORM E-230-FIND-HEADER
           END-IF.
           IF ORDER-IN-RANGE
               ADD OUT-TOTAL-AMOUNT TO WS-SALES-TOTAL
               ADD OUT-TAX-AMOUNT TO WS-VAT-TOTAL
               IF OUT-REVERSAL-FLAG = "R"
                   ADD 1 TO WS-VOID-COUNT
                   ADD OUT-TOTAL-AMOUNT TO WS-VOID-TOTAL
               END-IF
           END-IF.
           PERFORM E-210-READ-ORDER-LINE.
       E-230-FIND-HEADER.
           MOVE OUT-TRANSACTION-NUMBER TO WS-LAST-TRANSACTION.
           MOVE "N" TO WS-ORDER-IN-RANGE.
           IF HEADERS-ON-FILE
               MOVE OUT-TRANSACTION-NUMBER TO HDR-TRANSACTION-NUMBER
               READ HEADER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HDR-ORDER-DATE = WS-BUSINESS-DATE
                           MOVE "Y" TO WS-ORDER-IN-RANGE
                       END-IF
               END-READ
           END-IF.
       F-100-TALLY-SHOP-PAYMENTS.
           OPEN INPUT PAYMENT-FILE.
           END-READ.
       F-120-MATCH-PAYMENT.
           IF PAY-DATE = WS-BUSINESS-DATE
               IF PAY-METHOD = "ACCT"
                   IF PAY-TYPE = "REFUND"
                       SUBTRACT PAY-AMOUNT FROM WS-ACCOUNT-TOTAL
                   ELSE
                       ADD PAY-AMOUNT TO WS-ACCOUNT-TOTAL
                   END-IF
               ELSE IF PAY-METHOD = "GIFT" OR PAY-METHOD = "CRED"
                   IF PAY-TYPE = "REFUND"
                       ADD PAY-AMOUNT TO WS-CREDIT-ISSUED-TOTAL
                   ELSE
                       ADD PAY-AMOUNT TO WS-GIFT-REDEEMED-TOTAL
                   END-IF
               ELSE IF PAY-TYPE = "REFUND"
                   ADD 1 TO WS-REFUND-COUNT
                   ADD PAY-AMOUNT TO WS-REFUND-TOTAL
               ELSE
                   IF PAY-TYPE = "GIFTSAL"
                       ADD PAY-AMOUNT TO WS-GIFT-SOLD-TOTAL
                   END-IF
                   EVALUATE PAY-METHOD
                       WHEN "GCASH"
                           ADD PAY-AMOUNT TO WS-GCASH-TOTAL
           MOVE SPACES TO REPORT-LINE.
           STRING "  NEW ACCOUNTS " DELIMITED BY SIZE
               WS-NEW-ACCT-COUNT DELIMITED BY SIZE
               "  PRINCIPAL BOOKED PHP" DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           IF WS-USD-NEW-ACCT-COUNT > 0
               MOVE WS-USD-NEW-ACCT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  NEW ACCOUNTS " DELIMITED BY SIZE
                   WS-USD-NEW-ACCT-COUNT DELIMITED BY SIZE
                   "  PRINCIPAL BOOKED USD" DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
               MOVE WS-USD-NEW-ACCT-TOTAL TO WS-FX-USD-AMOUNT
               PERFORM Z-200-WRITE-PESO-EQUIVALENT
           END-IF.
           MOVE "MOVEMENTS (DIAZ0006.DAT):" TO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DEPOSITS " DELIMITED BY SIZE
               WS-DEPOSIT-COUNT DELIMITED BY SIZE
               "  AMOUNT PHP" DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           IF WS-USD-DEPOSIT-COUNT > 0
               MOVE WS-USD-DEPOSIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  DEPOSITS " DELIMITED BY SIZE
                   WS-USD-DEPOSIT-COUNT DELIMITED BY SIZE
                   "  AMOUNT USD" DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
               MOVE WS-USD-DEPOSIT-TOTAL TO WS-FX-USD-AMOUNT
               PERFORM Z-200-WRITE-PESO-EQUIVALENT
           END-IF.
           MOVE WS-WITHDRAW-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WITHDRAWALS " DELIMITED BY SIZE
               WS-WITHDRAW-COUNT DELIMITED BY SIZE
               "  AMOUNT PHP" DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           IF WS-USD-WITHDRAW-COUNT > 0
               MOVE WS-USD-WITHDRAW-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  WITHDRAWALS " DELIMITED BY SIZE
                   WS-USD-WITHDRAW-COUNT DELIMITED BY SIZE
                   "  AMOUNT USD" DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
               MOVE WS-USD-WITHDRAW-TOTAL TO WS-FX-USD-AMOUNT
               PERFORM Z-200-WRITE-PESO-EQUIVALENT
           END-IF.
           MOVE "PRE-TERMINATION PAYOUTS (DIAZ0007.DAT):"
               TO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PAYOUTS " DELIMITED BY SIZE
               WS-PAYOUT-COUNT DELIMITED BY SIZE
               "  NET PROCEEDS PHP" DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           IF WS-USD-PAYOUT-COUNT > 0
               MOVE WS-USD-PAYOUT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  PAYOUTS " DELIMITED BY SIZE
                   WS-USD-PAYOUT-COUNT DELIMITED BY SIZE
                   "  NET PROCEEDS USD" DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM Z-100-WRITE-REPORT-LINE
               MOVE WS-USD-PAYOUT-TOTAL TO WS-FX-USD-AMOUNT
               PERFORM Z-200-WRITE-PESO-EQUIVALENT
           END-IF.
           MOVE "FRAME SHOP SALES (MIDTERM.DAT):" TO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-SALES-TOTAL TO WS-EDIT-WHOLE.
               WS-EDIT-WHOLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-ACCOUNT-TOTAL TO WS-EDIT-WHOLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CHARGED TO ACCOUNTS (NOT TAKEN) "
               DELIMITED BY SIZE
               WS-EDIT-WHOLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-GIFT-SOLD-TOTAL TO WS-EDIT-WHOLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  GIFT CERTIFICATES SOLD (IN TAKINGS ABOVE) "
               DELIMITED BY SIZE
               WS-EDIT-WHOLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-GIFT-REDEEMED-TOTAL TO WS-EDIT-WHOLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PAID BY GIFT CERT/STORE CREDIT (NOT TAKEN) "
               DELIMITED BY SIZE
               WS-EDIT-WHOLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE WS-CREDIT-ISSUED-TOTAL TO WS-EDIT-WHOLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REFUNDED AS STORE CREDIT (NOT PAID OUT) "
               DELIMITED BY SIZE
               WS-EDIT-WHOLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL SEALED AT RECORD " DELIMITED BY SIZE
               WS-SEAL-LAST-SEQUENCE DELIMITED BY SIZE
               "  CHECK VALUE " DELIMITED BY SIZE
               WS-SEAL-LAST-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           PERFORM Z-100-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "REPORT WRITTEN TO DIAZEOD.RPT".
       H-100-SEAL-JOURNAL.
      **
      * The day's seal: how far the journal ran and the check value
      * it ended on, for DIAZ0037 to hold the journal to.
      **
           MOVE "L" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST WS-SEAL-JOURNAL-REC.
           OPEN EXTEND JOURNAL-SEAL-FILE.
           IF WS-SEAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-SEAL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO sel-business-date.
           ACCEPT sel-stamp-date FROM DATE YYYYMMDD.
           ACCEPT sel-stamp-time FROM TIME.
           MOVE WS-SEAL-LAST-SEQUENCE TO sel-record-count.
           MOVE WS-SEAL-LAST-VALUE TO sel-chain-value.
           WRITE JOURNAL-SEAL-REC.
           CLOSE JOURNAL-SEAL-FILE.
       Z-100-WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.
       Z-200-WRITE-PESO-EQUIVALENT.
      **
      * A dollar figure is shown in pesos beside itself, never added
      * into a peso total.
      **
           MOVE SPACES TO REPORT-LINE.
           IF WS-FX-RATE-DATE = 0
               STRING "    NO EXCHANGE RATE ON FILE - PESO EQUIVALENT "
                   DELIMITED BY SIZE
                   "NOT SHOWN" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               COMPUTE WS-FX-PESO-AMOUNT ROUNDED =
                   WS-FX-USD-AMOUNT * WS-FX-PESO-RATE
               MOVE WS-FX-USD-AMOUNT TO WS-FX-EDIT-USD
               MOVE WS-FX-PESO-RATE TO WS-FX-EDIT-RATE
               MOVE WS-FX-PESO-AMOUNT TO WS-FX-EDIT-PHP
               STRING "    USD" DELIMITED BY SIZE
                   WS-FX-EDIT-USD DELIMITED BY SIZE
                   " AT" DELIMITED BY SIZE
                   WS-FX-EDIT-RATE DELIMITED BY SIZE
                   " (RATE OF " DELIMITED BY SIZE
                   WS-FX-RATE-DATE DELIMITED BY SIZE
                   ") = PHP" DELIMITED BY SIZE
                   WS-FX-EDIT-PHP DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           PERFORM Z-100-WRITE-REPORT-LINE.
       END PROGRAM DIAZEOD.
