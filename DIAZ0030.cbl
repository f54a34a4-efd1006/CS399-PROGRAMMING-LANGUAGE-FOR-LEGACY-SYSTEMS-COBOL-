      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0030.
      *-----------------------
      * Modification History
      * ---------------------
      * New year-end certificate of final tax withheld. DIAZ0017
      * gives the BIR one remittance figure for a period, but each
      * depositor is owed a certificate of the 20% final tax held
      * back on their interest, and the annual filing needs the same
      * figures payee by payee. For a keyed tax year every accrual
      * record (DIAZACCR.DAT) and every closure (DIAZ0007.DAT) of the
      * year goes to DIAZ0030.WRK under the depositor of its account
      * - the out-customer-number off DIAZ0002.DAT, or the last
      * DIAZJRN.DAT image for a closed account, the DIAZ0027 way -
      * and is sorted by depositor, account and calendar quarter.
      * Gross interest on an accrual is the net posted plus the tax;
      * on a PRETERM closure it is the whole earned interest; on a
      * MATURED closure it is only the top-up paid at maturity, the
      * earned figure less the net interest DIAZ0013 already
      * capitalized, since that part was taxed when it was posted.
      * Each depositor gets a certificate on DIAZ0030.PRT with the
      * name, address and ID presented off DIAZCUST.DAT and every
      * account by quarter with gross interest, tax withheld and net
      * interest. The same figures go to the fixed-format alphalist
      * extract DIAZ0030.ALP, D detail records closed by a T trailer
      * in the DIAZ0027.AML manner. Accounts with no depositor link,
      * or a link to a number not on the master, are carried on the
      * extract under the account and listed on the report as
      * exceptions instead of getting a certificate. The run closes
      * by totalling the year's tax the way DIAZ0017 does and
      * proving the extract total against it.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * CUSTOMER-REC grew cst-merged-into (DIAZ0014 customer merge).
      * Accounts relinked by a merge certify under the survivor.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. CLOSED-REC
      * grew cls-currency-code, the currency of the account the payout
      * was made from.
      * JOURNAL-REC grew jrn-seal-sequence and jrn-seal-value, the
      * sequence number and chained check value DIAZJSL seals every
      * journal record with. They are proved by the DIAZ0037
      * verification run and play no part here.
      * Dollar tax is no longer certified, extracted or proved as if
      * it were pesos. Each item carries the currency of its account
      * - the live file or the last journal image for an accrual, the
      * closure record's own for a payout - and every account line on
      * a certificate shows it. A depositor's quarter and year totals
      * are kept per currency, a dollar block following the peso one
      * when there is any. ALPHALIST-REC grew alp-currency-code and
      * the extract closes with a T trailer per currency. The
      * remittance proof counts each currency the way DIAZ0017 now
      * does and proves each against its own extract total.
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
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cst-customer-number
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ACCRUAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZACCR.DAT"
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT CLOSED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0007.DAT"
           FILE STATUS IS WS-CLOSED-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT WORK-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0030.WRK"
           FILE STATUS IS WS-WORK-STATUS.
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0030.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT ALPHALIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0030.ALP"
           FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT CERTIFICATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0030.PRT"
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
           05 wrk-account-number PIC 9(5).
           05 wrk-quarter PIC 9.
           05 wrk-source PIC X(8).
           05 wrk-gross-interest PIC 9(7)V99.
           05 wrk-tax-withheld PIC 9(7)V99.
           05 wrk-account-name PIC X(21).
           05 wrk-currency-code PIC X(3).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-GROUP-TYPE PIC X.
           05 SORT-GROUP-NUMBER PIC 9(5).
           05 SORT-ACCOUNT-NUMBER PIC 9(5).
           05 SORT-QUARTER PIC 9.
           05 SORT-SOURCE PIC X(8).
           05 SORT-GROSS-INTEREST PIC 9(7)V99.
           05 SORT-TAX-WITHHELD PIC 9(7)V99.
           05 SORT-ACCOUNT-NAME PIC X(21).
           05 SORT-CURRENCY-CODE PIC X(3).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-GROUP-TYPE PIC X.
           05 SRT-GROUP-NUMBER PIC 9(5).
           05 SRT-ACCOUNT-NUMBER PIC 9(5).
           05 SRT-QUARTER PIC 9.
           05 SRT-SOURCE PIC X(8).
           05 SRT-GROSS-INTEREST PIC 9(7)V99.
           05 SRT-TAX-WITHHELD PIC 9(7)V99.
           05 SRT-ACCOUNT-NAME PIC X(21).
           05 SRT-CURRENCY-CODE PIC X(3).
       FD ALPHALIST-FILE
           DATA RECORD IS ALPHALIST-REC.
       01 ALPHALIST-REC.
           05 alp-record-type PIC X.
           05 alp-tax-year PIC 9(4).
           05 alp-group-type PIC X.
           05 alp-customer-number PIC 9(5).
           05 alp-payee-name PIC X(21).
           05 alp-payee-address PIC X(30).
           05 alp-id-presented PIC X(20).
           05 alp-account-number PIC 9(5).
           05 alp-quarter PIC 9.
           05 alp-gross-interest PIC 9(9)V99.
           05 alp-tax-withheld PIC 9(9)V99.
           05 alp-net-interest PIC 9(9)V99.
           05 alp-currency-code PIC X(3).
       FD CERTIFICATE-FILE
           DATA RECORD IS CERTIFICATE-LINE.
       01 CERTIFICATE-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
           88 WS-ACCRUAL-OK VALUE "00".
       01 WS-CLOSED-STATUS PIC XX VALUE "00".
           88 WS-CLOSED-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
       01 WS-WORK-STATUS PIC XX VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-FILE-UP PIC X VALUE "N".
           88 ACCOUNT-FILE-ON-HAND VALUE "Y".
       01 WS-CUSTOMER-FILE-UP PIC X VALUE "N".
           88 CUSTOMER-FILE-ON-HAND VALUE "Y".
       01 WS-CUSTOMER-GOOD PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE VALUE "Y".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-ACCRUAL-EOF PIC X VALUE "N".
           88 ACCRUAL-AT-EOF VALUE "Y".
       01 WS-CLOSED-EOF PIC X VALUE "N".
           88 CLOSED-AT-EOF VALUE "Y".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".
       01 WS-SORTED-EOF PIC X VALUE "N".
           88 SORTED-AT-EOF VALUE "Y".
       01 WS-TAX-YEAR PIC 9(4) VALUE ZERO.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MMDD PIC 9(4).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ITEM-DATE PIC 9(8) VALUE ZERO.
       01 WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-YYYY PIC 9(4).
           05 WS-ITEM-MM PIC 99.
           05 WS-ITEM-DD PIC 99.
       01 WS-JRN-IMAGE PIC X(75) VALUE SPACES.
       01 WS-JRN-IMAGE-R REDEFINES WS-JRN-IMAGE.
           05 FILLER PIC X(60).
           05 WS-IMG-CUSTOMER PIC 9(5).
           05 FILLER PIC X(7).
           05 WS-IMG-CURRENCY PIC X(3).
       01 WS-LINK-TABLE.
           05 WS-LINKED-CUSTOMER PIC 9(5) OCCURS 99999 TIMES.
       01 WS-CURRENCY-TABLE.
           05 WS-ACCOUNT-CURRENCY PIC X(3) OCCURS 99999 TIMES.
       01 WS-CURRENT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CUR PIC 9 VALUE 1.
       01 WS-CURRENCY-NAMES.
           05 FILLER PIC X(3) VALUE "PHP".
           05 FILLER PIC X(3) VALUE "USD".
       01 WS-CURRENCY-NAMES-R REDEFINES WS-CURRENCY-NAMES.
           05 WS-CURRENCY-NAME PIC X(3) OCCURS 2 TIMES.
       01 WS-POSTED-TABLE.
           05 WS-POSTED-NET PIC 9(7)V99 OCCURS 99999 TIMES.
       01 WS-TOP-UP PIC S9(7)V99 VALUE ZERO.
       01 WS-WORK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FIRST-GROUP PIC X VALUE "Y".
           88 NO-GROUP-YET VALUE "Y".
       01 WS-GROUP-TYPE PIC X VALUE SPACES.
       01 WS-GROUP-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYEE-NAME PIC X(21) VALUE SPACES.
       01 WS-PAYEE-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-PAYEE-ID PIC X(20) VALUE SPACES.
       01 WS-CERTIFIED PIC X VALUE "N".
           88 GROUP-IS-CERTIFIED VALUE "Y".
       01 WS-QTR PIC 9 VALUE ZERO.
       01 WS-ACCOUNT-QUARTERS.
           05 WS-ACCOUNT-QUARTER OCCURS 4 TIMES.
               10 WS-ACT-GROSS PIC 9(9)V99.
               10 WS-ACT-TAX PIC 9(9)V99.
       01 WS-PAYEE-QUARTERS.
           05 WS-PAYEE-CURRENCY OCCURS 2 TIMES.
               10 WS-PAYEE-QUARTER OCCURS 4 TIMES.
                   15 WS-PAY-GROSS PIC 9(9)V99.
                   15 WS-PAY-TAX PIC 9(9)V99.
       01 WS-LINE-GROSS PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-NET PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYEE-GROSS PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYEE-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-CERTIFICATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.
      *-----------------------
      * Year figures by currency: entry 1 pesos, entry 2 dollars.
      *-----------------------
       01 WS-CURRENCY-TOTALS.
           05 WS-CURRENCY-TOTAL OCCURS 2 TIMES.
               10 WS-EXCEPTION-TAX PIC 9(11)V99.
               10 WS-CUR-EXTRACT-COUNT PIC 9(5).
               10 WS-EXTRACT-GROSS PIC 9(11)V99.
               10 WS-EXTRACT-TAX PIC 9(11)V99.
               10 WS-EXTRACT-NET PIC 9(11)V99.
               10 WS-REMIT-ACCRUAL-TAX PIC 9(11)V99.
               10 WS-REMIT-PAYOUT-TAX PIC 9(11)V99.
               10 WS-REMIT-TOTAL-TAX PIC 9(11)V99.
               10 WS-PROOF-DIFFERENCE PIC S9(11)V99.
       01 WS-CUR-HAS-FIGURES PIC X VALUE "N".
           88 CURRENCY-HAS-FIGURES VALUE "Y".
       01 WS-EDIT-GROSS PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-NET PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM A-100-INITIALIZE.
            PERFORM A-200-LOAD-CUSTOMER-LINKS.
            PERFORM A-300-LOAD-POSTED-INTEREST.
            PERFORM B-100-BUILD-WORK-FILE.
            SORT SORT-WORK
                ON ASCENDING KEY SORT-GROUP-TYPE
                ON ASCENDING KEY SORT-GROUP-NUMBER
                ON ASCENDING KEY SORT-ACCOUNT-NUMBER
                ON ASCENDING KEY SORT-QUARTER
                USING WORK-FILE GIVING SORTED-FILE.
            MOVE "N" TO WS-CUSTOMER-FILE-UP.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-OK
                SET CUSTOMER-FILE-ON-HAND TO TRUE
            END-IF.
            MOVE "N" TO WS-ACCOUNT-FILE-UP.
            OPEN INPUT OUTPUT-FILE.
            IF WS-FILE-OK
                SET ACCOUNT-FILE-ON-HAND TO TRUE
            END-IF.
            OPEN OUTPUT CERTIFICATE-FILE.
            OPEN OUTPUT ALPHALIST-FILE.
            PERFORM C-100-CERTIFICATE-PASS.
            PERFORM D-100-PROVE-REMITTANCE.
            PERFORM D-300-REPORT-TOTALS.
            CLOSE ALPHALIST-FILE.
            CLOSE CERTIFICATE-FILE.
            IF ACCOUNT-FILE-ON-HAND
                CLOSE OUTPUT-FILE
            END-IF.
            IF CUSTOMER-FILE-ON-HAND
                CLOSE CUSTOMER-FILE
            END-IF.
            DISPLAY "CERTIFICATES WRITTEN TO DIAZ0030.PRT".
            GOBACK.
       A-100-INITIALIZE.
           DISPLAY "CERTIFICATE OF FINAL TAX WITHHELD".
           DISPLAY "TAX YEAR (YYYY, 0 = LAST YEAR): "
               WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = 0
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1
           END-IF.
           COMPUTE WS-FROM-DATE = (WS-TAX-YEAR * 10000) + 101.
           COMPUTE WS-TO-DATE = (WS-TAX-YEAR * 10000) + 1231.
           MOVE ZEROS TO WS-CURRENCY-TOTALS.
       A-200-LOAD-CUSTOMER-LINKS.
      **
      * Account to depositor: the journal images first, so a closed
      * account still resolves to the customer it was booked under,
      * then the live file over the top for the current link.
      **
           MOVE ZEROS TO WS-LINK-TABLE.
           MOVE ALL "PHP" TO WS-CURRENCY-TABLE.
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
               PERFORM A-240-READ-ACCOUNT
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
               PERFORM A-225-CURRENCY-FROM-JOURNAL
           END-IF.
           PERFORM A-210-READ-JOURNAL.
       A-225-CURRENCY-FROM-JOURNAL.
      **
      * The account's currency rides in the image; a blank one is
      * pesos.
      **
           IF WS-IMG-CURRENCY = "USD"
               MOVE "USD" TO WS-ACCOUNT-CURRENCY (jrn-account-number)
           ELSE
               MOVE "PHP" TO WS-ACCOUNT-CURRENCY (jrn-account-number)
           END-IF.
       A-230-LINK-FROM-ACCOUNT.
           IF out-account-number > 0
               MOVE out-customer-number
                   TO WS-LINKED-CUSTOMER (out-account-number)
               IF out-currency-code = "USD"
                   MOVE "USD"
                       TO WS-ACCOUNT-CURRENCY (out-account-number)
               ELSE
                   MOVE "PHP"
                       TO WS-ACCOUNT-CURRENCY (out-account-number)
               END-IF
           END-IF.
           PERFORM A-240-READ-ACCOUNT.
       A-240-READ-ACCOUNT.
           READ OUTPUT-FILE NEXT RECORD
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       A-300-LOAD-POSTED-INTEREST.
      **
      * Net interest DIAZ0013 has capitalized into each account over
      * its whole life, whatever the year; a MATURED payout repeats
      * it inside its earned figure.
      **
           MOVE ZEROS TO WS-POSTED-TABLE.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
               PERFORM B-110-READ-ACCRUAL
               PERFORM A-310-ADD-POSTED UNTIL ACCRUAL-AT-EOF
               CLOSE ACCRUAL-FILE
           END-IF.
       A-310-ADD-POSTED.
           IF acr-account-number > 0
               ADD acr-interest-posted
                   TO WS-POSTED-NET (acr-account-number)
           END-IF.
           PERFORM B-110-READ-ACCRUAL.
       B-100-BUILD-WORK-FILE.
           MOVE ZERO TO WS-WORK-COUNT.
           OPEN OUTPUT WORK-FILE.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
               PERFORM B-110-READ-ACCRUAL
               PERFORM B-120-TAKE-ACCRUAL UNTIL ACCRUAL-AT-EOF
               CLOSE ACCRUAL-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM B-210-READ-CLOSED
               PERFORM B-220-TAKE-PAYOUT UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           CLOSE WORK-FILE.
       B-110-READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END SET ACCRUAL-AT-EOF TO TRUE
           END-READ.
       B-120-TAKE-ACCRUAL.
           IF acr-post-date >= WS-FROM-DATE
               AND acr-post-date <= WS-TO-DATE
               AND acr-account-number > 0
               MOVE acr-account-number TO wrk-account-number
               MOVE acr-post-date TO WS-ITEM-DATE
               MOVE "ACCRUAL" TO wrk-source
               COMPUTE wrk-gross-interest = acr-interest-posted
                   + acr-tax-withheld
               MOVE acr-tax-withheld TO wrk-tax-withheld
               MOVE SPACES TO wrk-account-name
               MOVE WS-ACCOUNT-CURRENCY (acr-account-number)
                   TO wrk-currency-code
               PERFORM B-400-WRITE-WORK
           END-IF.
           PERFORM B-110-READ-ACCRUAL.
       B-210-READ-CLOSED.
           READ CLOSED-FILE
               AT END SET CLOSED-AT-EOF TO TRUE
           END-READ.
       B-220-TAKE-PAYOUT.
      **
      * DIAZ0007 taxes only the top-up on a MATURED closure and the
      * whole earned interest on a PRETERM one; gross follows suit.
      **
           IF cls-close-date >= WS-FROM-DATE
               AND cls-close-date <= WS-TO-DATE
               AND cls-account-number > 0
               MOVE cls-account-number TO wrk-account-number
               MOVE cls-close-date TO WS-ITEM-DATE
               MOVE "PAYOUT" TO wrk-source
               IF cls-close-reason = "MATURED"
                   COMPUTE WS-TOP-UP = cls-earned-interest
                       - WS-POSTED-NET (cls-account-number)
                   IF WS-TOP-UP < 0
                       MOVE ZERO TO WS-TOP-UP
                   END-IF
                   MOVE WS-TOP-UP TO wrk-gross-interest
               ELSE
                   MOVE cls-earned-interest TO wrk-gross-interest
               END-IF
               MOVE cls-tax-withheld TO wrk-tax-withheld
               MOVE cls-account-name TO wrk-account-name
               IF cls-currency-code = "USD"
                   MOVE "USD" TO wrk-currency-code
               ELSE
                   MOVE "PHP" TO wrk-currency-code
               END-IF
               IF wrk-gross-interest > 0 OR wrk-tax-withheld > 0
                   PERFORM B-400-WRITE-WORK
               END-IF
           END-IF.
           PERFORM B-210-READ-CLOSED.
       B-400-WRITE-WORK.
      **
      * Grouped under the depositor (C) where the account has a
      * customer link, otherwise under the account alone (A).
      **
           COMPUTE wrk-quarter = (WS-ITEM-MM + 2) / 3.
           IF WS-LINKED-CUSTOMER (wrk-account-number) > 0
               MOVE "C" TO wrk-group-type
               MOVE WS-LINKED-CUSTOMER (wrk-account-number)
                   TO wrk-group-number
           ELSE
               MOVE "A" TO wrk-group-type
               MOVE wrk-account-number TO wrk-group-number
           END-IF.
           WRITE WORK-REC.
           ADD 1 TO WS-WORK-COUNT.
       C-100-CERTIFICATE-PASS.
           MOVE "N" TO WS-SORTED-EOF.
           MOVE "Y" TO WS-FIRST-GROUP.
           OPEN INPUT SORTED-FILE.
           PERFORM C-110-READ-SORTED.
           PERFORM C-120-TAKE-ITEM UNTIL SORTED-AT-EOF.
           IF NOT NO-GROUP-YET
               PERFORM C-300-ACCOUNT-FOOTING
               PERFORM C-400-PAYEE-FOOTING
           END-IF.
           CLOSE SORTED-FILE.
       C-110-READ-SORTED.
           READ SORTED-FILE
               AT END SET SORTED-AT-EOF TO TRUE
           END-READ.
       C-120-TAKE-ITEM.
      **
      * Sorted by payee, account and quarter: a change of payee
      * closes the certificate, a change of account its lines.
      **
           IF NO-GROUP-YET
               OR SRT-GROUP-TYPE NOT = WS-GROUP-TYPE
               OR SRT-GROUP-NUMBER NOT = WS-GROUP-NUMBER
               IF NOT NO-GROUP-YET
                   PERFORM C-300-ACCOUNT-FOOTING
                   PERFORM C-400-PAYEE-FOOTING
               END-IF
               PERFORM C-200-PAYEE-HEADING
               MOVE SRT-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE SRT-CURRENCY-CODE TO WS-CURRENT-CURRENCY
               MOVE ZEROS TO WS-ACCOUNT-QUARTERS
           END-IF.
           IF SRT-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               PERFORM C-300-ACCOUNT-FOOTING
               MOVE SRT-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE SRT-CURRENCY-CODE TO WS-CURRENT-CURRENCY
               MOVE ZEROS TO WS-ACCOUNT-QUARTERS
           END-IF.
           ADD SRT-GROSS-INTEREST TO WS-ACT-GROSS (SRT-QUARTER).
           ADD SRT-TAX-WITHHELD TO WS-ACT-TAX (SRT-QUARTER).
           PERFORM C-110-READ-SORTED.
       C-200-PAYEE-HEADING.
           MOVE "N" TO WS-FIRST-GROUP.
           MOVE SRT-GROUP-TYPE TO WS-GROUP-TYPE.
           MOVE SRT-GROUP-NUMBER TO WS-GROUP-NUMBER.
           MOVE ZEROS TO WS-PAYEE-QUARTERS.
           PERFORM C-210-CHECK-PAYEE.
           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE ALL "=" TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           IF GROUP-IS-CERTIFIED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "CERTIFICATE OF FINAL TAX WITHHELD AT SOURCE"
                   DELIMITED BY SIZE
                   "   TAX YEAR " DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "INCOME PAYMENT: INTEREST ON TIME DEPOSITS"
                   DELIMITED BY SIZE
                   ", 20% FINAL TAX" DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "PAYEE:   " DELIMITED BY SIZE
                   WS-PAYEE-NAME DELIMITED BY SIZE
                   "   CUSTOMER # " DELIMITED BY SIZE
                   WS-GROUP-NUMBER DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "ADDRESS: " DELIMITED BY SIZE
                   WS-PAYEE-ADDRESS DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "ID:      " DELIMITED BY SIZE
                   WS-PAYEE-ID DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
           ELSE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "EXCEPTION - NO CERTIFICATE, NO VALID DEPOSITOR "
                   DELIMITED BY SIZE
                   "LINK   TAX YEAR " DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               IF WS-GROUP-TYPE = "A"
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       WS-GROUP-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-PAYEE-NAME DELIMITED BY SIZE
                       "  NOT LINKED TO A CUSTOMER" DELIMITED BY SIZE
                       INTO CERTIFICATE-LINE
               ELSE
                   STRING "CUSTOMER # " DELIMITED BY SIZE
                       WS-GROUP-NUMBER DELIMITED BY SIZE
                       "  NOT ON DIAZCUST.DAT" DELIMITED BY SIZE
                       INTO CERTIFICATE-LINE
               END-IF
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
           END-IF.
           MOVE ALL "-" TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ACCT#  QTR     GROSS INTEREST   TAX WITHHELD"
               DELIMITED BY SIZE
               "   NET INTEREST  CUR" DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
       C-210-CHECK-PAYEE.
      **
      * A certificate goes to a customer number on the DIAZCUST.DAT
      * master. An unlinked account carries its own name, off the
      * live account or, once closed, the closure record.
      **
           MOVE "N" TO WS-CERTIFIED.
           MOVE SPACES TO WS-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-ADDRESS.
           MOVE SPACES TO WS-PAYEE-ID.
           IF SRT-GROUP-TYPE = "C"
               IF CUSTOMER-FILE-ON-HAND
                   MOVE SRT-GROUP-NUMBER TO cst-customer-number
                   READ CUSTOMER-FILE
                       INVALID KEY MOVE "N" TO WS-CERTIFIED
                       NOT INVALID KEY SET GROUP-IS-CERTIFIED TO TRUE
                   END-READ
               END-IF
           END-IF.
           IF GROUP-IS-CERTIFIED
               MOVE cst-customer-name TO WS-PAYEE-NAME
               MOVE cst-address TO WS-PAYEE-ADDRESS
               MOVE cst-id-presented TO WS-PAYEE-ID
           ELSE
               MOVE SRT-ACCOUNT-NAME TO WS-PAYEE-NAME
               IF ACCOUNT-FILE-ON-HAND
                   MOVE SRT-ACCOUNT-NUMBER TO out-account-number
                   READ OUTPUT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE out-account-name TO WS-PAYEE-NAME
                   END-READ
               END-IF
           END-IF.
       C-300-ACCOUNT-FOOTING.
           IF WS-CURRENT-CURRENCY = "USD"
               MOVE 2 TO WS-CUR
           ELSE
               MOVE 1 TO WS-CUR
           END-IF.
           PERFORM C-310-QUARTER-LINE
               VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 4.
       C-310-QUARTER-LINE.
           IF WS-ACT-GROSS (WS-QTR) > 0 OR WS-ACT-TAX (WS-QTR) > 0
               MOVE WS-ACT-GROSS (WS-QTR) TO WS-LINE-GROSS
               MOVE WS-ACT-TAX (WS-QTR) TO WS-LINE-TAX
               COMPUTE WS-LINE-NET = WS-LINE-GROSS - WS-LINE-TAX
               ADD WS-LINE-GROSS TO WS-PAY-GROSS (WS-CUR WS-QTR)
               ADD WS-LINE-TAX TO WS-PAY-TAX (WS-CUR WS-QTR)
               MOVE WS-LINE-GROSS TO WS-EDIT-GROSS
               MOVE WS-LINE-TAX TO WS-EDIT-TAX
               MOVE WS-LINE-NET TO WS-EDIT-NET
               MOVE SPACES TO CERTIFICATE-LINE
               STRING WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                   "  Q" DELIMITED BY SIZE
                   WS-QTR DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-GROSS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TAX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               PERFORM Z-200-WRITE-EXTRACT
           END-IF.
       C-400-PAYEE-FOOTING.
      **
      * A year total per currency the payee holds: pesos, then any
      * dollars, never added together.
      **
           MOVE ALL "-" TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           PERFORM C-405-CURRENCY-FOOTING
               VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > 2.
           IF GROUP-IS-CERTIFIED
               ADD 1 TO WS-CERTIFICATE-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "WE CERTIFY THE TAX ABOVE WAS WITHHELD AND "
                   DELIMITED BY SIZE
                   "REMITTED TO THE BIR." DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
               MOVE "________________________  AUTHORIZED SIGNATORY"
                   TO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       C-405-CURRENCY-FOOTING.
           MOVE ZERO TO WS-PAYEE-GROSS.
           MOVE ZERO TO WS-PAYEE-TAX.
           MOVE "N" TO WS-CUR-HAS-FIGURES.
           PERFORM C-410-PAYEE-QUARTER
               VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 4.
           IF WS-CUR = 1 OR CURRENCY-HAS-FIGURES
               COMPUTE WS-LINE-NET = WS-PAYEE-GROSS - WS-PAYEE-TAX
               MOVE WS-PAYEE-GROSS TO WS-EDIT-GROSS
               MOVE WS-PAYEE-TAX TO WS-EDIT-TAX
               MOVE WS-LINE-NET TO WS-EDIT-NET
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "YEAR TOTAL  " DELIMITED BY SIZE
                   WS-EDIT-GROSS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TAX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
           END-IF.
           IF NOT GROUP-IS-CERTIFIED
               ADD WS-PAYEE-TAX TO WS-EXCEPTION-TAX (WS-CUR)
           END-IF.
       C-410-PAYEE-QUARTER.
           IF WS-PAY-GROSS (WS-CUR WS-QTR) > 0
               OR WS-PAY-TAX (WS-CUR WS-QTR) > 0
               SET CURRENCY-HAS-FIGURES TO TRUE
               ADD WS-PAY-GROSS (WS-CUR WS-QTR) TO WS-PAYEE-GROSS
               ADD WS-PAY-TAX (WS-CUR WS-QTR) TO WS-PAYEE-TAX
               COMPUTE WS-LINE-NET = WS-PAY-GROSS (WS-CUR WS-QTR)
                   - WS-PAY-TAX (WS-CUR WS-QTR)
               MOVE WS-PAY-GROSS (WS-CUR WS-QTR) TO WS-EDIT-GROSS
               MOVE WS-PAY-TAX (WS-CUR WS-QTR) TO WS-EDIT-TAX
               MOVE WS-LINE-NET TO WS-EDIT-NET
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "TOTAL  Q" DELIMITED BY SIZE
                   WS-QTR DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-GROSS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TAX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               PERFORM Z-100-WRITE-CERTIFICATE-LINE
           END-IF.
       D-100-PROVE-REMITTANCE.
      **
      * The year's tax counted exactly as DIAZ0017 counts it for a
      * January 1 to December 31 range, independent of the links,
      * each currency on its own and proved against its own extract
      * total.
      **
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-OK
               PERFORM B-110-READ-ACCRUAL
               PERFORM D-110-REMIT-ACCRUAL UNTIL ACCRUAL-AT-EOF
               CLOSE ACCRUAL-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM B-210-READ-CLOSED
               PERFORM D-210-REMIT-PAYOUT UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           PERFORM D-220-PROVE-CURRENCY
               VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > 2.
       D-110-REMIT-ACCRUAL.
           IF acr-post-date >= WS-FROM-DATE
               AND acr-post-date <= WS-TO-DATE
               AND acr-tax-withheld > 0
               MOVE 1 TO WS-CUR
               IF acr-account-number > 0
                   IF WS-ACCOUNT-CURRENCY (acr-account-number) = "USD"
                       MOVE 2 TO WS-CUR
                   END-IF
               END-IF
               ADD acr-tax-withheld TO WS-REMIT-ACCRUAL-TAX (WS-CUR)
           END-IF.
           PERFORM B-110-READ-ACCRUAL.
       D-210-REMIT-PAYOUT.
           IF cls-close-date >= WS-FROM-DATE
               AND cls-close-date <= WS-TO-DATE
               AND cls-tax-withheld > 0
               IF cls-currency-code = "USD"
                   MOVE 2 TO WS-CUR
               ELSE
                   MOVE 1 TO WS-CUR
               END-IF
               ADD cls-tax-withheld TO WS-REMIT-PAYOUT-TAX (WS-CUR)
           END-IF.
           PERFORM B-210-READ-CLOSED.
       D-220-PROVE-CURRENCY.
           COMPUTE WS-REMIT-TOTAL-TAX (WS-CUR) =
               WS-REMIT-ACCRUAL-TAX (WS-CUR)
               + WS-REMIT-PAYOUT-TAX (WS-CUR).
           COMPUTE WS-PROOF-DIFFERENCE (WS-CUR) =
               WS-EXTRACT-TAX (WS-CUR) - WS-REMIT-TOTAL-TAX (WS-CUR).
       D-300-REPORT-TOTALS.
           PERFORM D-310-WRITE-TRAILER
               VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > 2.
           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE ALL "=" TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "TAX YEAR " DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               "   CERTIFICATES: " DELIMITED BY SIZE
               WS-CERTIFICATE-COUNT DELIMITED BY SIZE
               "   EXCEPTIONS: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           PERFORM D-320-CURRENCY-TOTALS
               VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > 2.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "EXTRACTED TO DIAZ0030.ALP: " DELIMITED BY SIZE
               WS-EXTRACT-COUNT DELIMITED BY SIZE
               " RECORDS" DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
       D-310-WRITE-TRAILER.
      **
      * One trailer per currency; the dollar one only when dollar
      * lines were extracted.
      **
           IF WS-CUR = 1 OR WS-CUR-EXTRACT-COUNT (WS-CUR) > 0
               MOVE "T" TO alp-record-type
               MOVE WS-TAX-YEAR TO alp-tax-year
               MOVE SPACES TO alp-group-type
               MOVE WS-CUR-EXTRACT-COUNT (WS-CUR)
                   TO alp-customer-number
               MOVE SPACES TO alp-payee-name
               MOVE SPACES TO alp-payee-address
               MOVE SPACES TO alp-id-presented
               MOVE ZERO TO alp-account-number
               MOVE ZERO TO alp-quarter
               MOVE WS-EXTRACT-GROSS (WS-CUR) TO alp-gross-interest
               MOVE WS-EXTRACT-TAX (WS-CUR) TO alp-tax-withheld
               MOVE WS-EXTRACT-NET (WS-CUR) TO alp-net-interest
               MOVE WS-CURRENCY-NAME (WS-CUR) TO alp-currency-code
               WRITE ALPHALIST-REC
           END-IF.
       D-320-CURRENCY-TOTALS.
           IF WS-CUR = 1 OR WS-CUR-EXTRACT-COUNT (WS-CUR) > 0
               OR WS-REMIT-TOTAL-TAX (WS-CUR) > 0
               PERFORM D-330-SHOW-CURRENCY
           END-IF.
       D-330-SHOW-CURRENCY.
           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE WS-EXCEPTION-TAX (WS-CUR) TO WS-EDIT-TOTAL.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
               " TAX ON EXCEPTIONS (NO CERTIFICATE): "
               DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE WS-EXTRACT-GROSS (WS-CUR) TO WS-EDIT-TOTAL.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
               " ALPHALIST GROSS INTEREST:           "
               DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE WS-EXTRACT-TAX (WS-CUR) TO WS-EDIT-TOTAL.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
               " ALPHALIST TAX WITHHELD:             "
               DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE WS-REMIT-TOTAL-TAX (WS-CUR) TO WS-EDIT-TOTAL.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
               " DIAZ0017 REMITTANCE FOR THE YEAR:   "
               DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-PROOF-DIFFERENCE (WS-CUR) = 0
               STRING WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
                   " ALPHALIST PROVEN TO REMITTANCE - IN BALANCE"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
           ELSE
               MOVE WS-PROOF-DIFFERENCE (WS-CUR) TO WS-EDIT-DIFFERENCE
               STRING "*** " DELIMITED BY SIZE
                   WS-CURRENCY-NAME (WS-CUR) DELIMITED BY SIZE
                   " ALPHALIST OUT OF BALANCE BY "
                   DELIMITED BY SIZE
                   WS-EDIT-DIFFERENCE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
           END-IF.
           PERFORM Z-100-WRITE-CERTIFICATE-LINE.
       Z-100-WRITE-CERTIFICATE-LINE.
           DISPLAY CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
       Z-200-WRITE-EXTRACT.
           MOVE "D" TO alp-record-type.
           MOVE WS-TAX-YEAR TO alp-tax-year.
           MOVE WS-GROUP-TYPE TO alp-group-type.
           IF WS-GROUP-TYPE = "C"
               MOVE WS-GROUP-NUMBER TO alp-customer-number
           ELSE
               MOVE ZERO TO alp-customer-number
           END-IF.
           MOVE WS-PAYEE-NAME TO alp-payee-name.
           MOVE WS-PAYEE-ADDRESS TO alp-payee-address.
           MOVE WS-PAYEE-ID TO alp-id-presented.
           MOVE WS-CURRENT-ACCOUNT TO alp-account-number.
           MOVE WS-QTR TO alp-quarter.
           MOVE WS-LINE-GROSS TO alp-gross-interest.
           MOVE WS-LINE-TAX TO alp-tax-withheld.
           MOVE WS-LINE-NET TO alp-net-interest.
           MOVE WS-CURRENCY-NAME (WS-CUR) TO alp-currency-code.
           WRITE ALPHALIST-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD 1 TO WS-CUR-EXTRACT-COUNT (WS-CUR).
           ADD WS-LINE-GROSS TO WS-EXTRACT-GROSS (WS-CUR).
           ADD WS-LINE-TAX TO WS-EXTRACT-TAX (WS-CUR).
           ADD WS-LINE-NET TO WS-EXTRACT-NET (WS-CUR).
       END PROGRAM DIAZ0030.
