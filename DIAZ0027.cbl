      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0027.
      *-----------------------
      * Modification History
      * ---------------------
      * New AMLC covered-transaction and structuring batch. Nothing
      * watched for large or split cash movements on the deposit
      * side. For a keyed business date run mode 1 gathers every
      * movement of the last three days - new-account principal
      * booked by DIAZ0002 (read off DIAZ0002.DAT by entry date, the
      * DIAZ0015 convention), deposits and withdrawals on
      * DIAZ0006.DAT, and DIAZ0007 payouts off DIAZ0007.DAT - into
      * DIAZ0027.WRK, and sorts it by depositor the way DIAZ0003
      * sorts its listing. The depositor is the out-customer-number
      * of the account: live accounts from DIAZ0002.DAT, closed ones
      * from their last image on the DIAZJRN.DAT journal; an account
      * with no customer link stands alone. Three kinds of hit are
      * flagged against a keyed covered-transaction threshold: any
      * single movement of the business date at or above it, a
      * depositor whose smaller movements of the day add up to it,
      * and (failing that) a depositor whose smaller movements over
      * the rolling three days ending on the business date add up to
      * it. The review list on DIAZ0027.RPT shows every hit with the
      * movements behind it, their operator and approver IDs, and
      * the key to dispose of it under. Hits not yet disposed of go
      * to the fixed-format DIAZ0027.AML extract for the AMLC filing,
      * D detail records closed by a T trailer in the DIAZ0003.GLX
      * manner. Run mode 2 lets a supervisor record a REVIEWED or
      * REPORTED disposition against a hit key on the append-only
      * DIAZAMD.DAT log; a disposed hit is shown with its
      * disposition on later runs and not extracted again.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. TRANS-HIST-REC
      * grew txn-currency-code, the currency of the account the movement
      * was posted to. CLOSED-REC grew cls-currency-code, the currency
      * of the account the payout was made from.
      * JOURNAL-REC grew jrn-seal-sequence and jrn-seal-value, the
      * sequence number and chained check value DIAZJSL seals every
      * journal record with. They are proved by the DIAZ0037
      * verification run and play no part here.
      * The covered-transaction threshold is a peso figure, so a
      * dollar movement is now valued in pesos at the DIAZFXR.DAT
      * rate in force on its own date (DIAZFX) before any test,
      * and the review list, the aggregates and the AMLC extract all
      * carry that peso value; the list shows the dollar amount and
      * rate under the movement. A dollar movement dated before any
      * rate was keyed cannot be valued: it is left out of the tests
      * and counted on the totals for review by hand. The work and
      * sort records grew the currency, the dollar amount and the
      * rate, and the amount widened for the peso value.
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
       SELECT TRANS-HIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT CLOSED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0007.DAT"
           FILE STATUS IS WS-CLOSED-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT WORK-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0027.WRK"
           FILE STATUS IS WS-WORK-STATUS.
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0027.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT DISPOSITION-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZAMD.DAT"
           FILE STATUS IS WS-DISPOSITION-STATUS.
       SELECT AML-EXTRACT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0027.AML"
           FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT REVIEW-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0027.RPT"
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
       FD CLOSED-FILE
           DATA RECORD IS CLOSED-REC.
       01 CLOSED-REC.
           05 cls-account-number PIC 99999.
           05 cls-account-name PIC X(21).
           05 cls-principal-amount PIC 999999V99.
           05 cls-years-of-deposit PIC 99.
           05 cls-years-served PIC 99.
           05 cls-payout-rate PIC 99.
           05 cls-earned-interest PIC 9(6)V99.
           05 cls-penalty-amount PIC 9(6)V99.
           05 cls-net-proceeds PIC 9(7)V99.
           05 cls-close-reason PIC X(8).
           05 cls-operator-id PIC X(8).
           05 cls-close-date PIC 9(8).
           05 cls-close-time PIC 9(8).
           05 cls-tax-withheld PIC 9(7)V99.
           05 cls-approved-by PIC X(8).
           05 cls-currency-code PIC X(3).
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
       FD WORK-FILE
           DATA RECORD IS WORK-REC.
       01 WORK-REC.
           05 wrk-group-type PIC X.
           05 wrk-group-number PIC 9(5).
           05 wrk-txn-date PIC 9(8).
           05 wrk-txn-time PIC 9(8).
           05 wrk-account-number PIC 9(5).
           05 wrk-source PIC X(8).
           05 wrk-amount PIC 9(9)V99.
           05 wrk-operator-id PIC X(8).
           05 wrk-approved-by PIC X(8).
           05 wrk-currency-code PIC X(3).
           05 wrk-original-amount PIC 9(7)V99.
           05 wrk-fx-rate PIC 9(3)V9(4).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-GROUP-TYPE PIC X.
           05 SORT-GROUP-NUMBER PIC 9(5).
           05 SORT-TXN-DATE PIC 9(8).
           05 SORT-TXN-TIME PIC 9(8).
           05 SORT-ACCOUNT-NUMBER PIC 9(5).
           05 SORT-SOURCE PIC X(8).
           05 SORT-AMOUNT PIC 9(9)V99.
           05 SORT-OPERATOR-ID PIC X(8).
           05 SORT-APPROVED-BY PIC X(8).
           05 SORT-CURRENCY-CODE PIC X(3).
           05 SORT-ORIGINAL-AMOUNT PIC 9(7)V99.
           05 SORT-FX-RATE PIC 9(3)V9(4).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-GROUP-TYPE PIC X.
           05 SRT-GROUP-NUMBER PIC 9(5).
           05 SRT-TXN-DATE PIC 9(8).
           05 SRT-TXN-TIME PIC 9(8).
           05 SRT-ACCOUNT-NUMBER PIC 9(5).
           05 SRT-SOURCE PIC X(8).
           05 SRT-AMOUNT PIC 9(9)V99.
           05 SRT-OPERATOR-ID PIC X(8).
           05 SRT-APPROVED-BY PIC X(8).
           05 SRT-CURRENCY-CODE PIC X(3).
           05 SRT-ORIGINAL-AMOUNT PIC 9(7)V99.
           05 SRT-FX-RATE PIC 9(3)V9(4).
       FD DISPOSITION-FILE
           DATA RECORD IS AML-DISPOSITION-REC.
       01 AML-DISPOSITION-REC.
           05 amd-hit-date PIC 9(8).
           05 amd-hit-type PIC X.
           05 amd-group-type PIC X.
           05 amd-group-number PIC 9(5).
           05 amd-account-number PIC 9(5).
           05 amd-txn-time PIC 9(8).
           05 amd-disposition PIC X(8).
           05 amd-operator-id PIC X(8).
           05 amd-stamp-date PIC 9(8).
           05 amd-stamp-time PIC 9(8).
       FD AML-EXTRACT-FILE
           DATA RECORD IS AML-EXTRACT-REC.
       01 AML-EXTRACT-REC.
           05 aml-record-type PIC X.
           05 aml-hit-type PIC X.
           05 aml-group-type PIC X.
           05 aml-group-number PIC 9(5).
           05 aml-account-number PIC 9(5).
           05 aml-source PIC X(8).
           05 aml-amount PIC 9(9)V99.
           05 aml-txn-date PIC 9(8).
           05 aml-txn-time PIC 9(8).
           05 aml-operator-id PIC X(8).
           05 aml-approved-by PIC X(8).
           05 aml-hit-date PIC 9(8).
       FD REVIEW-REPORT-FILE
           DATA RECORD IS REVIEW-LINE.
       01 REVIEW-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
           88 WS-HIST-OK VALUE "00".
       01 WS-CLOSED-STATUS PIC XX VALUE "00".
           88 WS-CLOSED-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
       01 WS-WORK-STATUS PIC XX VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
       01 WS-DISPOSITION-STATUS PIC XX VALUE "00".
           88 WS-DISPOSITION-OK VALUE "00".
           88 WS-DISPOSITION-NOT-FOUND VALUE "35".
       01 WS-EXTRACT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-AT-EOF VALUE "Y".
       01 WS-CLOSED-EOF PIC X VALUE "N".
           88 CLOSED-AT-EOF VALUE "Y".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".
       01 WS-SORTED-EOF PIC X VALUE "N".
           88 SORTED-AT-EOF VALUE "Y".
       01 WS-DISPOSITION-EOF PIC X VALUE "N".
           88 DISPOSITION-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-DEFAULT-THRESHOLD PIC 9(7)V99 VALUE 500000.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05 WS-DAY-YYYY PIC 9(4).
           05 WS-DAY-MM PIC 99.
           05 WS-DAY-DD PIC 99.
       01 WS-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-JRN-IMAGE PIC X(75) VALUE SPACES.
       01 WS-JRN-IMAGE-R REDEFINES WS-JRN-IMAGE.
           05 FILLER PIC X(60).
           05 WS-IMG-CUSTOMER PIC 9(5).
           05 FILLER PIC X(10).
       01 WS-LINK-TABLE.
           05 WS-LINKED-CUSTOMER PIC 9(5) OCCURS 99999 TIMES.
       01 WS-WORK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GROUP-TYPE PIC X VALUE SPACES.
       01 WS-GROUP-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-GROUP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GROUP-SUB PIC 9(3) VALUE ZERO.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-DATE PIC 9(8).
               10 WS-GRP-TIME PIC 9(8).
               10 WS-GRP-ACCOUNT PIC 9(5).
               10 WS-GRP-SOURCE PIC X(8).
               10 WS-GRP-AMOUNT PIC 9(9)V99.
               10 WS-GRP-OPERATOR PIC X(8).
               10 WS-GRP-APPROVER PIC X(8).
               10 WS-GRP-DAY-NUMBER PIC 9(8).
               10 WS-GRP-CURRENCY PIC X(3).
               10 WS-GRP-ORIGINAL PIC 9(7)V99.
               10 WS-GRP-FX-RATE PIC 9(3)V9(4).
       01 WS-DAY-SMALL-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-SMALL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-SMALL-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-WINDOW-SMALL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HIT-TYPE PIC X VALUE SPACES.
           88 HIT-IS-SINGLE VALUE "S".
           88 HIT-IS-SAME-DAY VALUE "D".
           88 HIT-IS-ROLLING VALUE "R".
       01 WS-HIT-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-HIT-TIME PIC 9(8) VALUE ZERO.
       01 WS-HIT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-HIT-DISPOSITION PIC X(8) VALUE SPACES.
       01 WS-HIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-HIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FX-PESO-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-FX-RATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-FX-EDIT-RATE PIC ZZ9.9999.
       01 WS-EDIT-ORIGINAL PIC ZZZZZZ9.99.
       01 WS-UNVALUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MOVEMENT-VALUED PIC X VALUE "Y".
           88 MOVEMENT-IS-VALUED VALUE "Y".
       01 WS-HIT-TEXT PIC X(16) VALUE SPACES.
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-KEY-DATE PIC 9(8) VALUE ZERO.
       01 WS-KEY-TYPE PIC X VALUE SPACES.
       01 WS-KEY-GROUP-TYPE PIC X VALUE SPACES.
       01 WS-KEY-GROUP-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-KEY-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-KEY-TIME PIC 9(8) VALUE ZERO.
       01 WS-DISPOSITION-RESP PIC X VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            DISPLAY "1-COVERED TRANSACTION RUN  2-RECORD DISPOSITION: "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = 2
                PERFORM GET-OPERATOR-ID
                IF OPERATOR-SIGNED-ON AND OPERATOR-IS-SUPERVISOR
                    PERFORM D-100-RECORD-DISPOSITION
                ELSE
                    DISPLAY "DISPOSITIONS ARE RECORDED BY A "
                        "SUPERVISOR - NOTHING RECORDED."
                END-IF
            ELSE
                PERFORM A-100-INITIALIZE
                PERFORM A-200-LOAD-CUSTOMER-LINKS
                PERFORM B-100-BUILD-WORK-FILE
                SORT SORT-WORK
                    ON ASCENDING KEY SORT-GROUP-TYPE
                    ON ASCENDING KEY SORT-GROUP-NUMBER
                    ON ASCENDING KEY SORT-TXN-DATE
                    ON ASCENDING KEY SORT-TXN-TIME
                    USING WORK-FILE GIVING SORTED-FILE
                OPEN OUTPUT REVIEW-REPORT-FILE
                OPEN OUTPUT AML-EXTRACT-FILE
                PERFORM A-300-REPORT-HEADER
                PERFORM C-100-SCAN-GROUPS
                PERFORM C-900-REPORT-TOTALS
                CLOSE AML-EXTRACT-FILE
                CLOSE REVIEW-REPORT-FILE
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-INITIALIZE.
           DISPLAY "AMLC COVERED-TRANSACTION RUN".
           DISPLAY "BUSINESS DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "COVERED-TRANSACTION THRESHOLD (0 = 500000): "
               WITH NO ADVANCING.
           ACCEPT WS-THRESHOLD.
           IF WS-THRESHOLD = 0
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-BUSINESS-DAY-NUMBER.
           COMPUTE WS-WINDOW-DAY-NUMBER = WS-BUSINESS-DAY-NUMBER - 2.
       A-200-LOAD-CUSTOMER-LINKS.
      **
      * Account to depositor: the journal images first, so a closed
      * account still resolves to the customer it was booked under,
      * then the live file over the top for the current link.
      **
           MOVE ZEROS TO WS-LINK-TABLE.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM A-210-READ-JOURNAL
               PERFORM A-220-LINK-FROM-JOURNAL UNTIL JOURNAL-AT-EOF
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM B-110-READ-ACCOUNT
               PERFORM A-230-LINK-FROM-ACCOUNT UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           END-IF.
       A-210-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JOURNAL-AT-EOF TO TRUE
           END-READ.
       A-220-LINK-FROM-JOURNAL.
           IF jrn-after-image NOT = SPACES
               MOVE jrn-after-image TO WS-JRN-IMAGE
           ELSE
               MOVE jrn-before-image TO WS-JRN-IMAGE
           END-IF.
           IF jrn-account-number > 0 AND WS-JRN-IMAGE NOT = SPACES
               AND WS-IMG-CUSTOMER IS NUMERIC
               MOVE WS-IMG-CUSTOMER
                   TO WS-LINKED-CUSTOMER (jrn-account-number)
           END-IF.
           PERFORM A-210-READ-JOURNAL.
       A-230-LINK-FROM-ACCOUNT.
           IF out-account-number > 0
               MOVE out-customer-number
                   TO WS-LINKED-CUSTOMER (out-account-number)
           END-IF.
           PERFORM B-110-READ-ACCOUNT.
       A-300-REPORT-HEADER.
           MOVE SPACES TO REVIEW-LINE.
           MOVE WS-THRESHOLD TO WS-EDIT-AMOUNT.
           STRING "AMLC REVIEW LIST FOR " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   THRESHOLD " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE ALL "-" TO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
       B-100-BUILD-WORK-FILE.
           MOVE ZERO TO WS-WORK-COUNT.
           OPEN OUTPUT WORK-FILE.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM B-110-READ-ACCOUNT
               PERFORM B-120-TAKE-NEW-ACCOUNT UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           END-IF.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-OK
               PERFORM B-210-READ-MOVEMENT
               PERFORM B-220-TAKE-MOVEMENT UNTIL HIST-AT-EOF
               CLOSE TRANS-HIST-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM B-310-READ-CLOSED
               PERFORM B-320-TAKE-PAYOUT UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           CLOSE WORK-FILE.
       B-110-READ-ACCOUNT.
           READ OUTPUT-FILE NEXT RECORD
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       B-120-TAKE-NEW-ACCOUNT.
           MOVE out-entry-date TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           IF WS-DAY-NUMBER >= WS-WINDOW-DAY-NUMBER
               AND WS-DAY-NUMBER <= WS-BUSINESS-DAY-NUMBER
               MOVE out-account-number TO wrk-account-number
               MOVE out-entry-date TO wrk-txn-date
               MOVE out-entry-time TO wrk-txn-time
               MOVE "NEWACCT" TO wrk-source
               MOVE out-principal-amount TO wrk-amount
               MOVE out-operator-id TO wrk-operator-id
               MOVE SPACES TO wrk-approved-by
               MOVE out-currency-code TO wrk-currency-code
               PERFORM B-400-WRITE-WORK
           END-IF.
           PERFORM B-110-READ-ACCOUNT.
       B-210-READ-MOVEMENT.
           READ TRANS-HIST-FILE
               AT END SET HIST-AT-EOF TO TRUE
           END-READ.
       B-220-TAKE-MOVEMENT.
      **
      * Only money over the counter counts: rollover entries (type
      * R) move no money, returned-check reversals and fees (X, F)
      * undo a deposit already seen, and a loan offset is a book
      * entry against the deposit - all are left out.
      **
           MOVE txn-post-date TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           IF WS-DAY-NUMBER >= WS-WINDOW-DAY-NUMBER
               AND WS-DAY-NUMBER <= WS-BUSINESS-DAY-NUMBER
               AND (txn-type = "D" OR txn-type = "W")
               AND txn-reason-code NOT = "LOANOFST"
               MOVE txn-account-number TO wrk-account-number
               MOVE txn-post-date TO wrk-txn-date
               MOVE txn-post-time TO wrk-txn-time
               IF txn-type = "D"
                   MOVE "DEPOSIT" TO wrk-source
               ELSE
                   MOVE "WITHDRAW" TO wrk-source
               END-IF
               MOVE txn-amount TO wrk-amount
               MOVE txn-operator-id TO wrk-operator-id
               MOVE txn-approved-by TO wrk-approved-by
               MOVE txn-currency-code TO wrk-currency-code
               PERFORM B-400-WRITE-WORK
           END-IF.
           PERFORM B-210-READ-MOVEMENT.
       B-310-READ-CLOSED.
           READ CLOSED-FILE
               AT END SET CLOSED-AT-EOF TO TRUE
           END-READ.
       B-320-TAKE-PAYOUT.
           MOVE cls-close-date TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           IF WS-DAY-NUMBER >= WS-WINDOW-DAY-NUMBER
               AND WS-DAY-NUMBER <= WS-BUSINESS-DAY-NUMBER
               MOVE cls-account-number TO wrk-account-number
               MOVE cls-close-date TO wrk-txn-date
               MOVE cls-close-time TO wrk-txn-time
               MOVE "PAYOUT" TO wrk-source
               MOVE cls-net-proceeds TO wrk-amount
               MOVE cls-operator-id TO wrk-operator-id
               MOVE cls-approved-by TO wrk-approved-by
               MOVE cls-currency-code TO wrk-currency-code
               PERFORM B-400-WRITE-WORK
           END-IF.
           PERFORM B-310-READ-CLOSED.
       B-400-WRITE-WORK.
      **
      * Grouped under the depositor (C) where the account has a
      * customer link, otherwise under the account alone (A).
      **
           IF wrk-account-number > 0
               AND WS-LINKED-CUSTOMER (wrk-account-number) > 0
               MOVE "C" TO wrk-group-type
               MOVE WS-LINKED-CUSTOMER (wrk-account-number)
                   TO wrk-group-number
           ELSE
               MOVE "A" TO wrk-group-type
               MOVE wrk-account-number TO wrk-group-number
           END-IF.
           PERFORM B-410-PESO-VALUE.
           IF MOVEMENT-IS-VALUED
               WRITE WORK-REC
               ADD 1 TO WS-WORK-COUNT
           ELSE
               ADD 1 TO WS-UNVALUED-COUNT
           END-IF.
       B-410-PESO-VALUE.
      **
      * The threshold is in pesos: a dollar movement is tested at
      * its peso value on the rate in force on its own date. With
      * no rate keyed on or before that date it cannot be valued.
      **
           MOVE "Y" TO WS-MOVEMENT-VALUED.
           MOVE wrk-amount TO wrk-original-amount.
           MOVE ZERO TO wrk-fx-rate.
           IF wrk-currency-code = "USD"
               CALL "DIAZFX" USING wrk-txn-date WS-FX-PESO-RATE
                   WS-FX-RATE-DATE
               IF WS-FX-RATE-DATE = 0
                   MOVE "N" TO WS-MOVEMENT-VALUED
               ELSE
                   MOVE WS-FX-PESO-RATE TO wrk-fx-rate
                   COMPUTE wrk-amount ROUNDED =
                       wrk-original-amount * WS-FX-PESO-RATE
               END-IF
           ELSE
               MOVE "PHP" TO wrk-currency-code
           END-IF.
       C-100-SCAN-GROUPS.
           MOVE "N" TO WS-SORTED-EOF.
           MOVE ZERO TO WS-GROUP-COUNT.
           OPEN INPUT SORTED-FILE.
           PERFORM C-110-READ-SORTED.
           PERFORM C-120-GATHER-MOVEMENT UNTIL SORTED-AT-EOF.
           IF WS-GROUP-COUNT > 0
               PERFORM C-200-EVALUATE-GROUP
           END-IF.
           CLOSE SORTED-FILE.
       C-110-READ-SORTED.
           READ SORTED-FILE
               AT END SET SORTED-AT-EOF TO TRUE
           END-READ.
       C-120-GATHER-MOVEMENT.
           IF WS-GROUP-COUNT > 0
               AND (SRT-GROUP-TYPE NOT = WS-GROUP-TYPE
               OR SRT-GROUP-NUMBER NOT = WS-GROUP-NUMBER)
               PERFORM C-200-EVALUATE-GROUP
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF.
           MOVE SRT-GROUP-TYPE TO WS-GROUP-TYPE.
           MOVE SRT-GROUP-NUMBER TO WS-GROUP-NUMBER.
           IF WS-GROUP-COUNT < 200
               ADD 1 TO WS-GROUP-COUNT
               MOVE SRT-TXN-DATE TO WS-GRP-DATE (WS-GROUP-COUNT)
               MOVE SRT-TXN-TIME TO WS-GRP-TIME (WS-GROUP-COUNT)
               MOVE SRT-ACCOUNT-NUMBER
                   TO WS-GRP-ACCOUNT (WS-GROUP-COUNT)
               MOVE SRT-SOURCE TO WS-GRP-SOURCE (WS-GROUP-COUNT)
               MOVE SRT-AMOUNT TO WS-GRP-AMOUNT (WS-GROUP-COUNT)
               MOVE SRT-OPERATOR-ID
                   TO WS-GRP-OPERATOR (WS-GROUP-COUNT)
               MOVE SRT-APPROVED-BY
                   TO WS-GRP-APPROVER (WS-GROUP-COUNT)
               MOVE SRT-CURRENCY-CODE
                   TO WS-GRP-CURRENCY (WS-GROUP-COUNT)
               MOVE SRT-ORIGINAL-AMOUNT
                   TO WS-GRP-ORIGINAL (WS-GROUP-COUNT)
               MOVE SRT-FX-RATE TO WS-GRP-FX-RATE (WS-GROUP-COUNT)
               MOVE SRT-TXN-DATE TO WS-DAY-DATE
               PERFORM Z-300-DAY-NUMBER
               MOVE WS-DAY-NUMBER
                   TO WS-GRP-DAY-NUMBER (WS-GROUP-COUNT)
           ELSE
               DISPLAY "OVER 200 MOVEMENTS FOR " SRT-GROUP-TYPE
                   SRT-GROUP-NUMBER " - REST NOT EXAMINED"
           END-IF.
           PERFORM C-110-READ-SORTED.
       C-200-EVALUATE-GROUP.
      **
      * Single hits are any one movement of the business date at
      * or over the threshold. Structuring is judged only on the
      * movements below it: the day's total first, and the rolling
      * three days only where the day alone did not cross. A
      * rolling hit needs a movement on the business date itself,
      * or it was already flagged on an earlier run.
      **
           PERFORM C-210-CHECK-SINGLE
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
           MOVE ZERO TO WS-DAY-SMALL-TOTAL.
           MOVE ZERO TO WS-DAY-SMALL-COUNT.
           MOVE ZERO TO WS-WINDOW-SMALL-TOTAL.
           MOVE ZERO TO WS-WINDOW-SMALL-COUNT.
           PERFORM C-220-ADD-SMALL
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
           IF WS-DAY-SMALL-COUNT > 1
               AND WS-DAY-SMALL-TOTAL >= WS-THRESHOLD
               MOVE "D" TO WS-HIT-TYPE
               MOVE WS-DAY-SMALL-TOTAL TO WS-HIT-TOTAL
               PERFORM C-300-AGGREGATE-HIT
           ELSE
               IF WS-DAY-SMALL-COUNT > 0
                   AND WS-WINDOW-SMALL-COUNT > 1
                   AND WS-WINDOW-SMALL-TOTAL >= WS-THRESHOLD
                   MOVE "R" TO WS-HIT-TYPE
                   MOVE WS-WINDOW-SMALL-TOTAL TO WS-HIT-TOTAL
                   PERFORM C-300-AGGREGATE-HIT
               END-IF
           END-IF.
       C-210-CHECK-SINGLE.
           IF WS-GRP-DAY-NUMBER (WS-GROUP-SUB) =
               WS-BUSINESS-DAY-NUMBER
               AND WS-GRP-AMOUNT (WS-GROUP-SUB) >= WS-THRESHOLD
               MOVE "S" TO WS-HIT-TYPE
               MOVE WS-GRP-ACCOUNT (WS-GROUP-SUB) TO WS-HIT-ACCOUNT
               MOVE WS-GRP-TIME (WS-GROUP-SUB) TO WS-HIT-TIME
               MOVE WS-GRP-AMOUNT (WS-GROUP-SUB) TO WS-HIT-TOTAL
               PERFORM C-400-HIT-HEADING
               PERFORM C-500-HIT-MOVEMENT
           END-IF.
       C-220-ADD-SMALL.
           IF WS-GRP-AMOUNT (WS-GROUP-SUB) < WS-THRESHOLD
               ADD 1 TO WS-WINDOW-SMALL-COUNT
               ADD WS-GRP-AMOUNT (WS-GROUP-SUB)
                   TO WS-WINDOW-SMALL-TOTAL
               IF WS-GRP-DAY-NUMBER (WS-GROUP-SUB) =
                   WS-BUSINESS-DAY-NUMBER
                   ADD 1 TO WS-DAY-SMALL-COUNT
                   ADD WS-GRP-AMOUNT (WS-GROUP-SUB)
                       TO WS-DAY-SMALL-TOTAL
               END-IF
           END-IF.
       C-300-AGGREGATE-HIT.
           MOVE ZERO TO WS-HIT-ACCOUNT.
           MOVE ZERO TO WS-HIT-TIME.
           PERFORM C-400-HIT-HEADING.
           PERFORM C-310-LIST-CONTRIBUTOR
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
       C-310-LIST-CONTRIBUTOR.
           IF WS-GRP-AMOUNT (WS-GROUP-SUB) < WS-THRESHOLD
               IF HIT-IS-ROLLING OR WS-GRP-DAY-NUMBER (WS-GROUP-SUB)
                   = WS-BUSINESS-DAY-NUMBER
                   PERFORM C-500-HIT-MOVEMENT
               END-IF
           END-IF.
       C-400-HIT-HEADING.
           ADD 1 TO WS-HIT-COUNT.
           PERFORM C-600-FIND-DISPOSITION.
           IF WS-HIT-DISPOSITION = SPACES
               ADD 1 TO WS-OPEN-HIT-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN HIT-IS-SINGLE
                   MOVE "SINGLE MOVEMENT" TO WS-HIT-TEXT
               WHEN HIT-IS-SAME-DAY
                   MOVE "SAME-DAY TOTAL" TO WS-HIT-TEXT
               WHEN OTHER
                   MOVE "3-DAY TOTAL" TO WS-HIT-TEXT
           END-EVALUATE.
           MOVE WS-HIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING WS-HIT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GROUP-TYPE DELIMITED BY SIZE
               WS-GROUP-NUMBER DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               WS-HIT-DISPOSITION DELIMITED BY SIZE
               INTO REVIEW-LINE.
           IF WS-HIT-DISPOSITION = SPACES
               MOVE "OPEN" TO REVIEW-LINE (59:4)
           END-IF.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "  KEY: " DELIMITED BY SIZE
               WS-HIT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GROUP-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GROUP-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-TIME DELIMITED BY SIZE
               INTO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
       C-500-HIT-MOVEMENT.
           MOVE WS-GRP-AMOUNT (WS-GROUP-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REVIEW-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-GRP-ACCOUNT (WS-GROUP-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRP-SOURCE (WS-GROUP-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRP-DATE (WS-GROUP-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRP-TIME (WS-GROUP-SUB) DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               WS-GRP-OPERATOR (WS-GROUP-SUB) DELIMITED BY SIZE
               " AP " DELIMITED BY SIZE
               WS-GRP-APPROVER (WS-GROUP-SUB) DELIMITED BY SIZE
               INTO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           IF WS-GRP-CURRENCY (WS-GROUP-SUB) = "USD"
               MOVE WS-GRP-ORIGINAL (WS-GROUP-SUB) TO WS-EDIT-ORIGINAL
               MOVE WS-GRP-FX-RATE (WS-GROUP-SUB) TO WS-FX-EDIT-RATE
               MOVE SPACES TO REVIEW-LINE
               STRING "          VALUED FROM USD " DELIMITED BY SIZE
                   WS-EDIT-ORIGINAL DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WS-FX-EDIT-RATE DELIMITED BY SIZE
                   " PESOS PER USD" DELIMITED BY SIZE
                   INTO REVIEW-LINE
               PERFORM Z-100-WRITE-REVIEW-LINE
           END-IF.
           IF WS-HIT-DISPOSITION = SPACES
               PERFORM Z-200-WRITE-EXTRACT
           END-IF.
       C-600-FIND-DISPOSITION.
      **
      * The newest disposition on DIAZAMD.DAT for the hit key wins.
      **
           MOVE SPACES TO WS-HIT-DISPOSITION.
           MOVE "N" TO WS-DISPOSITION-EOF.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISPOSITION-OK
               PERFORM C-610-READ-DISPOSITION
               PERFORM C-620-MATCH-DISPOSITION
                   UNTIL DISPOSITION-AT-EOF
               CLOSE DISPOSITION-FILE
           END-IF.
       C-610-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END SET DISPOSITION-AT-EOF TO TRUE
           END-READ.
       C-620-MATCH-DISPOSITION.
           IF amd-hit-date = WS-BUSINESS-DATE
               AND amd-hit-type = WS-HIT-TYPE
               AND amd-group-type = WS-GROUP-TYPE
               AND amd-group-number = WS-GROUP-NUMBER
               AND amd-account-number = WS-HIT-ACCOUNT
               AND amd-txn-time = WS-HIT-TIME
               MOVE amd-disposition TO WS-HIT-DISPOSITION
           END-IF.
           PERFORM C-610-READ-DISPOSITION.
       C-900-REPORT-TOTALS.
           MOVE "T" TO aml-record-type.
           MOVE SPACES TO aml-hit-type.
           MOVE SPACES TO aml-group-type.
           MOVE WS-EXTRACT-COUNT TO aml-group-number.
           MOVE ZERO TO aml-account-number.
           MOVE SPACES TO aml-source.
           MOVE WS-EXTRACT-TOTAL TO aml-amount.
           MOVE ZERO TO aml-txn-date.
           MOVE ZERO TO aml-txn-time.
           MOVE SPACES TO aml-operator-id.
           MOVE SPACES TO aml-approved-by.
           MOVE WS-BUSINESS-DATE TO aml-hit-date.
           WRITE AML-EXTRACT-REC.
           MOVE SPACES TO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE ALL "-" TO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "MOVEMENTS EXAMINED: " DELIMITED BY SIZE
               WS-WORK-COUNT DELIMITED BY SIZE
               "   HITS: " DELIMITED BY SIZE
               WS-HIT-COUNT DELIMITED BY SIZE
               "   OPEN: " DELIMITED BY SIZE
               WS-OPEN-HIT-COUNT DELIMITED BY SIZE
               INTO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           MOVE WS-EXTRACT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REVIEW-LINE.
           STRING "EXTRACTED TO DIAZ0027.AML: " DELIMITED BY SIZE
               WS-EXTRACT-COUNT DELIMITED BY SIZE
               " MOVEMENTS  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REVIEW-LINE.
           PERFORM Z-100-WRITE-REVIEW-LINE.
           IF WS-UNVALUED-COUNT > 0
               MOVE SPACES TO REVIEW-LINE
               STRING "*** DOLLAR MOVEMENTS NOT TESTED - NO RATE ON "
                   DELIMITED BY SIZE
                   "FILE FOR THEIR DATE: " DELIMITED BY SIZE
                   WS-UNVALUED-COUNT DELIMITED BY SIZE
                   INTO REVIEW-LINE
               PERFORM Z-100-WRITE-REVIEW-LINE
               MOVE "    KEY THE RATES IN DIAZ0036 AND RERUN."
                   TO REVIEW-LINE
               PERFORM Z-100-WRITE-REVIEW-LINE
           END-IF.
           DISPLAY "REVIEW LIST WRITTEN TO DIAZ0027.RPT".
       D-100-RECORD-DISPOSITION.
      **
      * The supervisor keys the hit exactly as the review list
      * printed it: business date, then the KEY line.
      **
           DISPLAY "BUSINESS DATE OF THE RUN (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-KEY-DATE.
           DISPLAY "HIT TYPE (S/D/R): " WITH NO ADVANCING.
           ACCEPT WS-KEY-TYPE.
           DISPLAY "GROUP TYPE (C/A): " WITH NO ADVANCING.
           ACCEPT WS-KEY-GROUP-TYPE.
           DISPLAY "GROUP NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-GROUP-NUMBER.
           DISPLAY "ACCOUNT (0 FOR A TOTAL): " WITH NO ADVANCING.
           ACCEPT WS-KEY-ACCOUNT.
           DISPLAY "TIME (0 FOR A TOTAL): " WITH NO ADVANCING.
           ACCEPT WS-KEY-TIME.
           DISPLAY "V - REVIEWED, NOT REPORTABLE  R - REPORTED: "
               WITH NO ADVANCING.
           ACCEPT WS-DISPOSITION-RESP.
           IF WS-DISPOSITION-RESP = "V" OR WS-DISPOSITION-RESP = "v"
               MOVE "REVIEWED" TO amd-disposition
               PERFORM D-110-WRITE-DISPOSITION
           ELSE IF WS-DISPOSITION-RESP = "R"
               OR WS-DISPOSITION-RESP = "r"
               MOVE "REPORTED" TO amd-disposition
               PERFORM D-110-WRITE-DISPOSITION
           ELSE
               DISPLAY "NO DISPOSITION RECORDED."
           END-IF.
       D-110-WRITE-DISPOSITION.
           OPEN EXTEND DISPOSITION-FILE.
           IF WS-DISPOSITION-NOT-FOUND
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.
           MOVE WS-KEY-DATE TO amd-hit-date.
           MOVE WS-KEY-TYPE TO amd-hit-type.
           MOVE WS-KEY-GROUP-TYPE TO amd-group-type.
           MOVE WS-KEY-GROUP-NUMBER TO amd-group-number.
           MOVE WS-KEY-ACCOUNT TO amd-account-number.
           MOVE WS-KEY-TIME TO amd-txn-time.
           MOVE WS-OPERATOR-ID TO amd-operator-id.
           ACCEPT amd-stamp-date FROM DATE YYYYMMDD.
           ACCEPT amd-stamp-time FROM TIME.
           WRITE AML-DISPOSITION-REC.
           CLOSE DISPOSITION-FILE.
           DISPLAY "DISPOSITION " amd-disposition " RECORDED.".
       Z-100-WRITE-REVIEW-LINE.
           DISPLAY REVIEW-LINE.
           WRITE REVIEW-LINE.
       Z-200-WRITE-EXTRACT.
           MOVE "D" TO aml-record-type.
           MOVE WS-HIT-TYPE TO aml-hit-type.
           MOVE WS-GROUP-TYPE TO aml-group-type.
           MOVE WS-GROUP-NUMBER TO aml-group-number.
           MOVE WS-GRP-ACCOUNT (WS-GROUP-SUB) TO aml-account-number.
           MOVE WS-GRP-SOURCE (WS-GROUP-SUB) TO aml-source.
           MOVE WS-GRP-AMOUNT (WS-GROUP-SUB) TO aml-amount.
           MOVE WS-GRP-DATE (WS-GROUP-SUB) TO aml-txn-date.
           MOVE WS-GRP-TIME (WS-GROUP-SUB) TO aml-txn-time.
           MOVE WS-GRP-OPERATOR (WS-GROUP-SUB) TO aml-operator-id.
           MOVE WS-GRP-APPROVER (WS-GROUP-SUB) TO aml-approved-by.
           MOVE WS-BUSINESS-DATE TO aml-hit-date.
           WRITE AML-EXTRACT-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-GRP-AMOUNT (WS-GROUP-SUB) TO WS-EXTRACT-TOTAL.
       Z-300-DAY-NUMBER.
      **
      * Same 365/30 day count the maturity and accrual programs use.
      **
           COMPUTE WS-DAY-NUMBER = (WS-DAY-YYYY * 365)
               + (WS-DAY-MM * 30) + WS-DAY-DD.
       END PROGRAM DIAZ0027.
