      * Accounts held for payout are listed as the counter's
      * worklist. Term extensions REWRITE DIAZ0002.DAT, so they
      * are journalled to DIAZJRN.DAT like every other writer.
      * The movement record grew the check reference and reason
      * code DIAZ0029 stamps on returned checks; a renewal leaves
      * both blank.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033); the journal
      * images grew to match. Maturity now comes from the product's
      * term through DIAZPDT; a product in months renews by twelve
      * months a year, a term in days is rebooked at the counter, and
      * a pay-out product has no capitalized interest to hand over on
      * a principal-only renewal.
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
      * The journal chain is fetched through DIAZJSL function L once
      * per run and carried forward by function S, instead of
      * rereading the whole journal before every account's append.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD DISPOSITION-FILE
           DATA RECORD IS DISPOSITION-REC.
       01 DISPOSITION-REC.
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
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
       01 WS-DISP-EOF PIC X VALUE "N".
           88 DISP-AT-EOF VALUE "Y".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01 WS-NEW-TERM PIC 9(3) VALUE ZERO.
       01 WS-NEW-YEARS PIC 9(3) VALUE ZERO.
       01 WS-POSTED-INTEREST PIC 9(8)V99 VALUE ZERO.
       01 WS-RENEWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RENEWED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYOUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COUNTER-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
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
            DISPLAY "1-RECORD INSTRUCTION  2-LIST INSTRUCTIONS  "
                "3-ROLLOVER BATCH: " WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            MOVE "N" TO WS-SEAL-LOADED.
            EVALUATE WS-RUN-MODE
                WHEN 2
                    PERFORM C-100-LIST-INSTRUCTIONS
           END-READ.
       D-200-ROLL-ACCOUNT.
      **
      * Same term arithmetic as DIAZ0013, through the account's
      * product (DIAZPDT): an account is matured once its maturity
      * date is reached. Only matured accounts take a disposition.
      * A term in days is paid as one period, so it cannot be
      * stretched in place and is rebooked at the counter.
      **
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-RUN-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           IF PRODUCT-TERM-MATURED
               MOVE out-account-number TO WS-WORK-ACCOUNT
               PERFORM E-100-REPLAY-INSTRUCTIONS
               IF DISPOSITION-RENEWS AND WS-PDT-TERM-UNIT = "D"
                   ADD 1 TO WS-PAYOUT-COUNT
                   ADD out-principal-amount TO WS-PAYOUT-TOTAL
                   DISPLAY out-account-number " "
                       out-account-name " "
                       out-principal-amount
                       " TERM IN DAYS - REBOOK AT THE COUNTER"
               ELSE
               IF DISPOSITION-RENEWS
                   PERFORM D-300-RENEW-ACCOUNT
               ELSE
                       out-principal-amount
                       " HELD FOR PAYOUT AT THE COUNTER"
               END-IF
               END-IF
           END-IF.
           PERFORM D-110-READ-ACCOUNT.
       D-300-RENEW-ACCOUNT.
      * keeps its count and simply finds new periods to post at the
      * rate set then in force. The term field tops out at 99; a
      * renewal that would overflow it is left for the counter.
      * A product in months renews by twelve months a year and
      * keeps the term in months beside the whole years.
      **
           COMPUTE WS-NEW-YEARS =
               out-years-of-deposit + WS-ACTIVE-YEARS.
           IF WS-PDT-TERM-UNIT = "M"
               COMPUTE WS-NEW-TERM =
                   WS-PDT-TERM-LENGTH + (WS-ACTIVE-YEARS * 12)
           ELSE
               MOVE WS-NEW-YEARS TO WS-NEW-TERM
           END-IF.
           IF WS-NEW-TERM > 99 OR WS-NEW-YEARS > 99
               DISPLAY out-account-number
                   " TERM FIELD FULL - LEFT FOR THE COUNTER"
               ADD 1 TO WS-PAYOUT-COUNT
               ADD out-principal-amount TO WS-PAYOUT-TOTAL
           ELSE
               MOVE OUTPUT-REC TO WS-JRN-BEFORE
               MOVE WS-NEW-YEARS TO out-years-of-deposit
               MOVE WS-NEW-TERM TO out-term-length
               REWRITE OUTPUT-REC
               IF WS-FILE-OK
                   MOVE "REWRITE" TO WS-JRN-ACTION
           ACCEPT txn-post-date FROM DATE YYYYMMDD.
           ACCEPT txn-post-time FROM TIME.
           MOVE SPACES TO txn-approved-by.
           MOVE SPACES TO txn-reference.
           MOVE SPACES TO txn-reason-code.
           MOVE out-currency-code TO txn-currency-code.
           WRITE TRANS-HIST-REC.
           CLOSE TRANS-HIST-FILE.
       D-500-TOTALS.
      * Totals the interest DIAZ0013 has capitalized into the
      * balance, scanned per account so there is no in-core table
      * to outgrow. On a principal-only renewal this is the share
      * the counter pays out. A pay-out product's interest left
      * the deposit as it was posted, so nothing is owed here.
      **
           MOVE ZERO TO WS-POSTED-INTEREST.
           MOVE "N" TO WS-ACCRUAL-EOF.
           IF NOT PRODUCT-PAYS-OUT
               OPEN INPUT ACCRUAL-FILE
               IF WS-ACCRUAL-OK
                   PERFORM F-110-READ-ACCRUAL
                   PERFORM F-120-MATCH-ACCRUAL UNTIL ACCRUAL-AT-EOF
                   CLOSE ACCRUAL-FILE
               END-IF
           END-IF.
       F-110-READ-ACCRUAL.
           READ ACCRUAL-FILE
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
       END PROGRAM DIAZ0021.
