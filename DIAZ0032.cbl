      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0032.
      *-----------------------
      * Modification History
      * ---------------------
      * New general ledger for the frame shop and the deposit side
      * together. Accounting had the DIAZ0003.GLX and DIAZ0022.GLX
      * extracts, but frame-shop sales, output VAT, SC/PWD
      * discounts, customer deposits held on unfinished orders,
      * refunds and stock receipts reached the books only as totals
      * copied off MIDTRPT and MIDTINV. Run mode 1 keeps the chart
      * of accounts on DIAZCOA.DAT (number, name and type - asset,
      * liability, equity, revenue or expense); a supervisor adds
      * accounts and renames them, and the chart the posting run
      * needs is seeded the first time the file is missing.
      * Run mode 2 is the daily posting run. It turns what has
      * reached each source file since the last run into balanced
      * debit and credit entries on the append-only DIAZGLJ.DAT
      * journal, every entry carrying its source, transaction (or
      * PO or deposit account) number, OR number and date:
      *   MIDTERM.DAT order lines - Dr orders receivable and SC/PWD
      *     discount, Cr framing sales and output VAT, dated with
      *     the order; a MIDTVOID reversal line posts the same
      *     entry negated, so it lands on the opposite sides.
      *   MIDTPAY.DAT - a DEPOSIT is held as a customer deposit
      *     until the BALANCE at pickup releases it against the
      *     order; FULL and BALANCE money settles the receivable;
      *     a CHARGE moves it to charge accounts receivable, which
      *     an ACCTPAY settles; a REFUND comes out of the deposit
      *     still held first. Cash, GCash and card money each post
      *     to their own account.
      *   MIDTPO.DAT receipts - quantity times the unit cost
      *     captured at receipt, Dr stock inventory, Cr accounts
      *     payable.
      *   DIAZ0022.GLX - the prior month-end accrual is reversed and
      *     the new one posted per account, Dr interest expense,
      *     Cr accrued interest payable.
      *   DIAZ0003.GLX - the change in each account's principal
      *     since the last extract posted (kept on DIAZGLP.DAT), Dr
      *     cash in bank, Cr time deposits; an account gone from the
      *     extract posts its last principal back out.
      * Each source is a batch. The batch is built on DIAZGLJ.WRK
      * and copied to the journal only when its debits equal its
      * credits, no item in it is out of balance, and an extract's
      * details agree with its trailer; otherwise it is held back,
      * listed on the run report DIAZ0032.PST with the items at
      * fault, and tried again next run. How far each source has
      * been journaled - records taken from the sequential files,
      * the date and total of the extracts posted - is kept on the
      * DIAZGL.CTL control record with the next batch number.
      * Run mode 3 sorts the journal by account into DIAZ0032.SRT
      * and writes the general ledger by account, each entry with
      * its running balance, followed by the trial balance, to
      * DIAZ0032.RPT, as of a keyed date or for everything posted.
      * The trial balance must foot to zero and says so, or says by
      * how much it is out.
      * Gift certificates and store credit are a liability until
      * spent: account 2250 joins the chart (added to a chart
      * already on file the first time it is loaded). A GIFTSAL
      * certificate sale posts Dr the money's own account, Cr 2250;
      * an order paid by method GIFT or CRED posts against 2250 in
      * place of cash, and a MIDTVOID refund taken as store credit
      * (REFUND by CRED) credits 2250 instead of paying money out.
      * Supplier payments join the posting run as a sixth source:
      * each MIDTAP payment voucher on MIDTVCH.DAT posts Dr
      * accounts payable at the receipt cost of the quantity billed,
      * Cr cash in bank for the amount paid, and any difference to
      * purchase price variance, account 5200 (added to a chart
      * already on file the first time it is loaded). DIAZGL.CTL
      * grew ctl-voucher-count for it; DIAZCNV run mode 25
      * converts a control record written before.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. A count of
      * order records no longer says which lines are new, since a
      * keyed file gives them back in order-number sequence rather
      * than as they were written, so the order batch now marks off
      * every line and reversal already on the journal and posts
      * the rest; ctl-order-count just records how many lines were
      * on file at the last posting. The order date is read by key
      * off the header in place of the 99999-order date table.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT CHART-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCOA.DAT"
           FILE STATUS IS WS-CHART-STATUS.
       SELECT CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGL.CTL"
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGLJ.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT WORK-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGLJ.WRK"
           FILE STATUS IS WS-WORK-STATUS.
       SELECT POSITION-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGLP.DAT"
           FILE STATUS IS WS-POSITION-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT ORDER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-ORDER-KEY
           FILE STATUS IS WS-ORDER-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT PO-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPO.DAT"
           FILE STATUS IS WS-PO-STATUS.
       SELECT VOUCHER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTVCH.DAT"
           FILE STATUS IS WS-VOUCHER-STATUS.
       SELECT ACCRUAL-EXTRACT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0022.GLX"
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT POSITION-EXTRACT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0003.GLX"
           FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0032.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT RUN-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0032.PST"
           FILE STATUS IS WS-RUN-REPORT-STATUS.
       SELECT LEDGER-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0032.RPT"
           FILE STATUS IS WS-LEDGER-REPORT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CHART-FILE
           DATA RECORD IS CHART-REC.
       01 CHART-REC.
           05 coa-account PIC 9(4).
           05 coa-name PIC X(30).
           05 coa-type PIC X.
       FD CONTROL-FILE
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           05 ctl-order-count PIC 9(7).
           05 ctl-payment-count PIC 9(7).
           05 ctl-po-count PIC 9(7).
           05 ctl-accrual-date PIC 9(8).
           05 ctl-accrual-total PIC 9(9)V99.
           05 ctl-position-date PIC 9(8).
           05 ctl-next-batch PIC 9(5).
           05 ctl-voucher-count PIC 9(7).
       FD JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
           05 jnl-batch-number PIC 9(5).
           05 jnl-source PIC X(8).
           05 jnl-transaction-number PIC 9(5).
           05 jnl-or-number PIC 9(5).
           05 jnl-entry-date PIC 9(8).
           05 jnl-account PIC 9(4).
           05 jnl-debit PIC 9(11)V99.
           05 jnl-credit PIC 9(11)V99.
           05 jnl-description PIC X(20).
           05 jnl-posted-date PIC 9(8).
       FD WORK-FILE
           DATA RECORD IS WORK-REC.
       01 WORK-REC.
           05 wrk-batch-number PIC 9(5).
           05 wrk-source PIC X(8).
           05 wrk-transaction-number PIC 9(5).
           05 wrk-or-number PIC 9(5).
           05 wrk-entry-date PIC 9(8).
           05 wrk-account PIC 9(4).
           05 wrk-debit PIC 9(11)V99.
           05 wrk-credit PIC 9(11)V99.
           05 wrk-description PIC X(20).
           05 wrk-posted-date PIC 9(8).
       FD POSITION-FILE
           DATA RECORD IS POSITION-REC.
       01 POSITION-REC.
           05 pos-account-number PIC 9(5).
           05 pos-principal PIC 9(9)V99.
       FD HEADER-FILE
           DATA RECORD IS HEADER-REC.
       01 HEADER-REC.
           05 HDR-TRANSACTION-NUMBER PIC 9(5).
           05 HDR-CUSTOMER-NAME      PIC X(20).
           05 HDR-CONTACT-NUMBER     PIC X(11).
           05 HDR-ORDER-DATE         PIC 9(8).
           05 HDR-PICKUP-DATE        PIC 9(8).
           05 HDR-ORDER-STATUS       PIC X(13).
           05 HDR-DISCOUNT-TYPE      PIC X(3).
           05 HDR-DISCOUNT-ID        PIC X(12).
           05 HDR-SMS-OPT-OUT        PIC X.
       FD ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01 ORDER-REC.
           05 OUT-LENGTH            PIC 99.
           05 OUT-WIDTH             PIC 99.
           05 OUT-AREA              PIC 999999.
           05 OUT-PERIMETER         PIC 999999.
           05 OUT-FRAME-TYPE-TAG    PIC X(7).
           05 OUT-FRAME-AMOUNT      PIC S9(6).
           05 OUT-CARDBOARD-AMOUNT  PIC S9(6).
           05 OUT-GLASS-AMOUNT      PIC S9(6).
           05 OUT-COLOR-TAG         PIC X(10).
           05 OUT-COLOR-AMOUNT      PIC S9(6).
           05 OUT-CROWN-COUNT       PIC 9.
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
       FD PAYMENT-FILE
           DATA RECORD IS PAYMENT-REC.
       01 PAYMENT-REC.
           05 PAY-TRANSACTION-NUMBER PIC 9(5).
           05 PAY-TYPE               PIC X(7).
           05 PAY-METHOD             PIC X(5).
           05 PAY-AMOUNT             PIC 9(7).
           05 PAY-TENDERED           PIC 9(7).
           05 PAY-CHANGE             PIC 9(7).
           05 PAY-DATE               PIC 9(8).
           05 PAY-TIME               PIC 9(8).
           05 PAY-OPERATOR-ID        PIC X(8).
           05 PAY-OR-NUMBER          PIC 9(5).
           05 PAY-REASON             PIC X(20).
           05 PAY-APPROVED-BY        PIC X(8).
       FD PO-FILE
           DATA RECORD IS PO-REC.
       01 PO-REC.
           05 PO-NUMBER              PIC 9(5).
           05 PO-ACTION              PIC X(7).
           05 PO-SUPPLIER            PIC X(20).
           05 PO-ITEM-CODE           PIC X(12).
           05 PO-QUANTITY            PIC 9(7).
           05 PO-STAMP-DATE          PIC 9(8).
           05 PO-UNIT-COST           PIC 9(3)V99.
       FD VOUCHER-FILE
           DATA RECORD IS VOUCHER-REC.
       01 VOUCHER-REC.
           05 VCH-NUMBER             PIC 9(5).
           05 VCH-DATE               PIC 9(8).
           05 VCH-SUPPLIER           PIC X(20).
           05 VCH-ENTRY-NUMBER       PIC 9(5).
           05 VCH-INVOICE-NUMBER     PIC X(12).
           05 VCH-PO-NUMBER          PIC 9(5).
           05 VCH-AMOUNT             PIC 9(9)V99.
           05 VCH-MATCHED-VALUE      PIC 9(9)V99.
           05 VCH-CHECK-NUMBER       PIC X(10).
           05 VCH-OPERATOR-ID        PIC X(8).
           05 VCH-APPROVED-BY        PIC X(8).
       FD ACCRUAL-EXTRACT-FILE
           DATA RECORD IS ACCRUAL-EXTRACT-REC.
       01 ACCRUAL-EXTRACT-REC.
           05 agx-record-type PIC X.
           05 agx-account-number PIC 9(5).
           05 agx-principal PIC 9(9)V99.
           05 agx-rate PIC 99.
           05 agx-interest PIC 9(9)V99.
           05 agx-period-date PIC 9(8).
       FD POSITION-EXTRACT-FILE
           DATA RECORD IS POSITION-EXTRACT-REC.
       01 POSITION-EXTRACT-REC.
           05 pgx-record-type PIC X.
           05 pgx-account-number PIC 9(5).
           05 pgx-principal PIC 9(9)V99.
           05 pgx-rate PIC 99.
           05 pgx-interest PIC 9(9)V99.
           05 pgx-period-date PIC 9(8).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-BATCH-NUMBER PIC 9(5).
           05 SORT-SOURCE PIC X(8).
           05 SORT-TRANSACTION-NUMBER PIC 9(5).
           05 SORT-OR-NUMBER PIC 9(5).
           05 SORT-ENTRY-DATE PIC 9(8).
           05 SORT-ACCOUNT PIC 9(4).
           05 SORT-DEBIT PIC 9(11)V99.
           05 SORT-CREDIT PIC 9(11)V99.
           05 SORT-DESCRIPTION PIC X(20).
           05 SORT-POSTED-DATE PIC 9(8).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-BATCH-NUMBER PIC 9(5).
           05 SRT-SOURCE PIC X(8).
           05 SRT-TRANSACTION-NUMBER PIC 9(5).
           05 SRT-OR-NUMBER PIC 9(5).
           05 SRT-ENTRY-DATE PIC 9(8).
           05 SRT-ACCOUNT PIC 9(4).
           05 SRT-DEBIT PIC 9(11)V99.
           05 SRT-CREDIT PIC 9(11)V99.
           05 SRT-DESCRIPTION PIC X(20).
           05 SRT-POSTED-DATE PIC 9(8).
       FD RUN-REPORT-FILE
           DATA RECORD IS RUN-REPORT-LINE.
       01 RUN-REPORT-LINE PIC X(80).
       FD LEDGER-REPORT-FILE
           DATA RECORD IS LEDGER-LINE.
       01 LEDGER-LINE PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CHART-STATUS PIC XX VALUE "00".
           88 WS-CHART-OK VALUE "00".
       01 WS-CONTROL-STATUS PIC XX VALUE "00".
           88 WS-CONTROL-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
           88 WS-JOURNAL-NOT-FOUND VALUE "35".
       01 WS-WORK-STATUS PIC XX VALUE "00".
       01 WS-POSITION-STATUS PIC XX VALUE "00".
           88 WS-POSITION-OK VALUE "00".
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       01 WS-ORDER-STATUS PIC XX VALUE "00".
           88 WS-ORDER-OK VALUE "00".
       01 WS-PAYMENT-STATUS PIC XX VALUE "00".
           88 WS-PAYMENT-OK VALUE "00".
       01 WS-PO-STATUS PIC XX VALUE "00".
           88 WS-PO-OK VALUE "00".
       01 WS-VOUCHER-STATUS PIC XX VALUE "00".
           88 WS-VOUCHER-OK VALUE "00".
       01 WS-ACCRUAL-STATUS PIC XX VALUE "00".
           88 WS-ACCRUAL-OK VALUE "00".
       01 WS-EXTRACT-STATUS PIC XX VALUE "00".
           88 WS-EXTRACT-OK VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
       01 WS-RUN-REPORT-STATUS PIC XX VALUE "00".
       01 WS-LEDGER-REPORT-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
           88 FILE-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 3.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
      *-----------------------
      * Chart of accounts
      *-----------------------
       01 WS-CHART-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHART-SUB PIC 9(3) VALUE ZERO.
       01 WS-CHART-HIT PIC 9(3) VALUE ZERO.
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 200 TIMES.
               10 WS-COA-ACCOUNT PIC 9(4).
               10 WS-COA-NAME PIC X(30).
               10 WS-COA-TYPE PIC X.
       01 WS-KEYED-ACCOUNT PIC 9(4) VALUE ZERO.
       01 WS-KEYED-NAME PIC X(30) VALUE SPACES.
       01 WS-KEYED-TYPE PIC X VALUE SPACE.
           88 VALID-ACCOUNT-TYPE VALUE "A" "L" "Q" "R" "X".
       01 ACCT-BANK PIC 9(4) VALUE 1000.
       01 ACCT-CASH-ON-HAND PIC 9(4) VALUE 1010.
       01 ACCT-GCASH PIC 9(4) VALUE 1020.
       01 ACCT-CARD PIC 9(4) VALUE 1030.
       01 ACCT-ORDERS-RECEIVABLE PIC 9(4) VALUE 1200.
       01 ACCT-CHARGE-RECEIVABLE PIC 9(4) VALUE 1300.
       01 ACCT-INVENTORY PIC 9(4) VALUE 1400.
       01 ACCT-TIME-DEPOSITS PIC 9(4) VALUE 2100.
       01 ACCT-ACCRUED-INTEREST PIC 9(4) VALUE 2110.
       01 ACCT-CUSTOMER-DEPOSITS PIC 9(4) VALUE 2200.
       01 ACCT-GIFT-LIABILITY PIC 9(4) VALUE 2250.
       01 ACCT-OUTPUT-VAT PIC 9(4) VALUE 2300.
       01 ACCT-PAYABLE PIC 9(4) VALUE 2400.
       01 ACCT-SALES PIC 9(4) VALUE 4100.
       01 ACCT-DISCOUNTS PIC 9(4) VALUE 4150.
       01 ACCT-INTEREST-EXPENSE PIC 9(4) VALUE 5100.
       01 ACCT-PRICE-VARIANCE PIC 9(4) VALUE 5200.
      *-----------------------
      * Batch being built
      *-----------------------
       01 WS-BATCH-SOURCE PIC X(8) VALUE SPACES.
       01 WS-BATCH-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-BATCH-ENTRIES PIC 9(7) VALUE ZERO.
       01 WS-BATCH-DEBITS PIC 9(11)V99 VALUE ZERO.
       01 WS-BATCH-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-BATCH-FAULTS PIC 9(5) VALUE ZERO.
       01 WS-BATCH-RESULT PIC X VALUE "N".
           88 BATCH-POSTED VALUE "Y".
       01 WS-ITEM-DEBITS PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEM-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEM-OUT-BY PIC S9(11)V99 VALUE ZERO.
       01 WS-ENT-SOURCE PIC X(8) VALUE SPACES.
       01 WS-ENT-TRANSACTION PIC 9(5) VALUE ZERO.
       01 WS-ENT-OR-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-ENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENT-ACCOUNT PIC 9(4) VALUE ZERO.
       01 WS-ENT-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-ENT-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-ENT-SIDE PIC X VALUE "D".
           88 ENTRY-IS-DEBIT VALUE "D".
           88 ENTRY-IS-CREDIT VALUE "C".
       01 WS-ENT-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-RECORD-SEQ PIC 9(7) VALUE ZERO.
      *-----------------------
      * Frame-shop sources
      *-----------------------
       01 WS-JOURNALED-TABLE.
           05 WS-JOURNALED-ORDER OCCURS 99999 TIMES.
               10 WS-JOURNALED-LINE OCCURS 10 TIMES PIC X.
               10 WS-JOURNALED-VOID OCCURS 10 TIMES PIC X.
       01 WS-JOURNALED-DIGIT PIC 9 VALUE ZERO.
       01 WS-LINE-DIGIT PIC 9 VALUE ZERO.
       01 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       01 WS-HELD-TABLE.
           05 WS-DEPOSIT-HELD OCCURS 99999 TIMES PIC 9(7).
       01 WS-LINE-GROSS PIC S9(9) VALUE ZERO.
       01 WS-LINE-DATE PIC 9(8) VALUE ZERO.
       01 WS-CASH-ACCOUNT PIC 9(4) VALUE ZERO.
       01 WS-PAY-HELD PIC 9(7) VALUE ZERO.
       01 WS-FROM-DEPOSIT PIC 9(7) VALUE ZERO.
       01 WS-FROM-ORDER PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-UNVALUED-COUNT PIC 9(5) VALUE ZERO.
      *-----------------------
      * Deposit-side extracts
      *-----------------------
       01 WS-EXTRACT-DATE PIC 9(8) VALUE ZERO.
       01 WS-TRAILER-SEEN PIC X VALUE "N".
           88 TRAILER-READ VALUE "Y".
       01 WS-DETAIL-PRINCIPAL PIC 9(11)V99 VALUE ZERO.
       01 WS-DETAIL-INTEREST PIC 9(11)V99 VALUE ZERO.
       01 WS-TRAILER-PRINCIPAL PIC 9(11)V99 VALUE ZERO.
       01 WS-TRAILER-INTEREST PIC 9(11)V99 VALUE ZERO.
       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 99999 TIMES.
               10 WS-POS-PRINCIPAL PIC 9(9)V99.
               10 WS-POS-SEEN PIC X.
       01 WS-POS-SUB PIC 9(6) VALUE ZERO.
      *-----------------------
      * Ledger and trial balance
      *-----------------------
       01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 WS-FIRST-ACCOUNT PIC X VALUE "Y".
           88 NO-ACCOUNT-YET VALUE "Y".
       01 WS-CURRENT-ACCOUNT PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-NAME PIC X(30) VALUE SPACES.
       01 WS-ACCOUNT-DEBITS PIC 9(11)V99 VALUE ZERO.
       01 WS-ACCOUNT-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-RUNNING-BALANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TB-SUB PIC 9(3) VALUE ZERO.
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 300 TIMES.
               10 WS-TB-ACCOUNT PIC 9(4).
               10 WS-TB-NAME PIC X(30).
               10 WS-TB-BALANCE PIC S9(11)V99.
       01 WS-TB-DEBITS PIC 9(11)V99 VALUE ZERO.
       01 WS-TB-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-TB-OUT-BY PIC S9(11)V99 VALUE ZERO.
       01 WS-TB-FULL PIC X VALUE "N".
           88 TB-TABLE-FULL VALUE "Y".
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-BALANCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-SIGNED-ON
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                DISPLAY "1-CHART OF ACCOUNTS  2-POSTING RUN  "
                    "3-GENERAL LEDGER AND TRIAL BALANCE: "
                    WITH NO ADVANCING
                ACCEPT WS-RUN-MODE
                PERFORM A-100-LOAD-CHART
                EVALUATE WS-RUN-MODE
                    WHEN 1
                        IF OPERATOR-IS-SUPERVISOR
                            PERFORM B-100-MAINTAIN-CHART
                        ELSE
                            DISPLAY "THE CHART IS MAINTAINED BY A "
                                "SUPERVISOR - NOTHING CHANGED."
                        END-IF
                    WHEN 2
                        PERFORM C-100-POSTING-RUN
                    WHEN OTHER
                        PERFORM H-100-LEDGER-REPORT
                END-EVALUATE
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-LOAD-CHART.
      **
      * The chart is small enough to hold whole; when there is no
      * chart yet, the accounts the posting run uses are seeded and
      * written out.
      **
           MOVE ZERO TO WS-CHART-COUNT.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-OK
               PERFORM A-110-READ-CHART
               PERFORM A-120-TABLE-CHART UNTIL FILE-AT-EOF
               CLOSE CHART-FILE
               PERFORM A-130-ADD-GIFT-ACCOUNT
               PERFORM A-140-ADD-VARIANCE-ACCOUNT
           ELSE
               PERFORM A-200-SEED-CHART
               PERFORM A-300-SAVE-CHART
           END-IF.
       A-110-READ-CHART.
           READ CHART-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       A-120-TABLE-CHART.
           IF WS-CHART-COUNT < 200
               ADD 1 TO WS-CHART-COUNT
               MOVE coa-account TO WS-COA-ACCOUNT (WS-CHART-COUNT)
               MOVE coa-name TO WS-COA-NAME (WS-CHART-COUNT)
               MOVE coa-type TO WS-COA-TYPE (WS-CHART-COUNT)
           END-IF.
           PERFORM A-110-READ-CHART.
       A-130-ADD-GIFT-ACCOUNT.
      **
      * A chart seeded before gift certificates and store credit
      * were taken gets their liability account added once.
      **
           MOVE ACCT-GIFT-LIABILITY TO WS-KEYED-ACCOUNT.
           PERFORM A-400-FIND-ACCOUNT.
           IF WS-CHART-HIT = 0 AND WS-CHART-COUNT < 200
               MOVE "GIFT CERTS AND STORE CREDIT" TO WS-KEYED-NAME
               MOVE "L" TO WS-KEYED-TYPE
               PERFORM A-210-SEED-ONE
               PERFORM A-300-SAVE-CHART
               DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " GIFT CERTS AND "
                   "STORE CREDIT ADDED TO DIAZCOA.DAT."
           END-IF.
       A-140-ADD-VARIANCE-ACCOUNT.
      **
      * Likewise the price variance account for supplier invoices
      * paid at other than the cost the stock was received at.
      **
           MOVE ACCT-PRICE-VARIANCE TO WS-KEYED-ACCOUNT.
           PERFORM A-400-FIND-ACCOUNT.
           IF WS-CHART-HIT = 0 AND WS-CHART-COUNT < 200
               MOVE "PURCHASE PRICE VARIANCE" TO WS-KEYED-NAME
               MOVE "X" TO WS-KEYED-TYPE
               PERFORM A-210-SEED-ONE
               PERFORM A-300-SAVE-CHART
               DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " PURCHASE PRICE "
                   "VARIANCE ADDED TO DIAZCOA.DAT."
           END-IF.
       A-200-SEED-CHART.
           MOVE ACCT-BANK TO WS-KEYED-ACCOUNT.
           MOVE "CASH IN BANK - DEPOSIT SIDE" TO WS-KEYED-NAME.
           MOVE "A" TO WS-KEYED-TYPE.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-CASH-ON-HAND TO WS-KEYED-ACCOUNT.
           MOVE "CASH ON HAND - FRAME SHOP" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-GCASH TO WS-KEYED-ACCOUNT.
           MOVE "GCASH CLEARING" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-CARD TO WS-KEYED-ACCOUNT.
           MOVE "CARD CLEARING" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-ORDERS-RECEIVABLE TO WS-KEYED-ACCOUNT.
           MOVE "ORDERS RECEIVABLE" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-CHARGE-RECEIVABLE TO WS-KEYED-ACCOUNT.
           MOVE "CHARGE ACCOUNTS RECEIVABLE" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-INVENTORY TO WS-KEYED-ACCOUNT.
           MOVE "FRAMING STOCK INVENTORY" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-TIME-DEPOSITS TO WS-KEYED-ACCOUNT.
           MOVE "TIME DEPOSITS" TO WS-KEYED-NAME.
           MOVE "L" TO WS-KEYED-TYPE.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-ACCRUED-INTEREST TO WS-KEYED-ACCOUNT.
           MOVE "ACCRUED INTEREST PAYABLE" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-CUSTOMER-DEPOSITS TO WS-KEYED-ACCOUNT.
           MOVE "CUSTOMER DEPOSITS HELD" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-GIFT-LIABILITY TO WS-KEYED-ACCOUNT.
           MOVE "GIFT CERTS AND STORE CREDIT" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-OUTPUT-VAT TO WS-KEYED-ACCOUNT.
           MOVE "OUTPUT VAT PAYABLE" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-PAYABLE TO WS-KEYED-ACCOUNT.
           MOVE "ACCOUNTS PAYABLE - SUPPLIERS" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE 3000 TO WS-KEYED-ACCOUNT.
           MOVE "OWNERS EQUITY" TO WS-KEYED-NAME.
           MOVE "Q" TO WS-KEYED-TYPE.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-SALES TO WS-KEYED-ACCOUNT.
           MOVE "FRAMING SALES" TO WS-KEYED-NAME.
           MOVE "R" TO WS-KEYED-TYPE.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-DISCOUNTS TO WS-KEYED-ACCOUNT.
           MOVE "SC/PWD SALES DISCOUNTS" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-INTEREST-EXPENSE TO WS-KEYED-ACCOUNT.
           MOVE "INTEREST EXPENSE - DEPOSITS" TO WS-KEYED-NAME.
           MOVE "X" TO WS-KEYED-TYPE.
           PERFORM A-210-SEED-ONE.
           MOVE ACCT-PRICE-VARIANCE TO WS-KEYED-ACCOUNT.
           MOVE "PURCHASE PRICE VARIANCE" TO WS-KEYED-NAME.
           PERFORM A-210-SEED-ONE.
           DISPLAY "NO CHART OF ACCOUNTS ON FILE - STANDARD CHART "
               "SEEDED TO DIAZCOA.DAT.".
       A-210-SEED-ONE.
           ADD 1 TO WS-CHART-COUNT.
           MOVE WS-KEYED-ACCOUNT TO WS-COA-ACCOUNT (WS-CHART-COUNT).
           MOVE WS-KEYED-NAME TO WS-COA-NAME (WS-CHART-COUNT).
           MOVE WS-KEYED-TYPE TO WS-COA-TYPE (WS-CHART-COUNT).
       A-300-SAVE-CHART.
           OPEN OUTPUT CHART-FILE.
           PERFORM A-310-SAVE-ONE
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT.
           CLOSE CHART-FILE.
       A-310-SAVE-ONE.
           MOVE WS-COA-ACCOUNT (WS-CHART-SUB) TO coa-account.
           MOVE WS-COA-NAME (WS-CHART-SUB) TO coa-name.
           MOVE WS-COA-TYPE (WS-CHART-SUB) TO coa-type.
           WRITE CHART-REC.
       A-400-FIND-ACCOUNT.
           MOVE ZERO TO WS-CHART-HIT.
           PERFORM A-410-MATCH-ACCOUNT
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
               OR WS-CHART-HIT > 0.
       A-410-MATCH-ACCOUNT.
           IF WS-COA-ACCOUNT (WS-CHART-SUB) = WS-KEYED-ACCOUNT
               MOVE WS-CHART-SUB TO WS-CHART-HIT
           END-IF.
       B-100-MAINTAIN-CHART.
      **
      * An account already on the chart may be renamed; a new
      * number is added with its name and type. Accounts are never
      * removed, since the journal may already carry them.
      **
           DISPLAY "ACCT NAME                           TYPE".
           PERFORM B-110-LIST-ONE
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT.
           DISPLAY "ACCOUNT NUMBER TO ADD OR RENAME (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-KEYED-ACCOUNT.
           IF WS-KEYED-ACCOUNT = 0
               DISPLAY "NOTHING CHANGED."
           ELSE
               PERFORM A-400-FIND-ACCOUNT
               IF WS-CHART-HIT > 0
                   PERFORM B-200-RENAME-ACCOUNT
               ELSE
                   PERFORM B-300-ADD-ACCOUNT
               END-IF
           END-IF.
       B-110-LIST-ONE.
           DISPLAY WS-COA-ACCOUNT (WS-CHART-SUB) " "
               WS-COA-NAME (WS-CHART-SUB) "  "
               WS-COA-TYPE (WS-CHART-SUB).
       B-200-RENAME-ACCOUNT.
           DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " IS "
               WS-COA-NAME (WS-CHART-HIT).
           DISPLAY "NEW NAME (BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-NAME.
           IF WS-KEYED-NAME = SPACES
               DISPLAY "NOTHING CHANGED."
           ELSE
               MOVE WS-KEYED-NAME TO WS-COA-NAME (WS-CHART-HIT)
               PERFORM A-300-SAVE-CHART
               DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " RENAMED."
           END-IF.
       B-300-ADD-ACCOUNT.
           IF WS-CHART-COUNT >= 200
               DISPLAY "CHART IS FULL (200 ACCOUNTS) - NOTHING ADDED."
           ELSE
               DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
               ACCEPT WS-KEYED-NAME
               DISPLAY "TYPE (A-ASSET L-LIABILITY Q-EQUITY "
                   "R-REVENUE X-EXPENSE): " WITH NO ADVANCING
               ACCEPT WS-KEYED-TYPE
               EVALUATE TRUE
                   WHEN WS-KEYED-NAME = SPACES
                       DISPLAY "AN ACCOUNT NEEDS A NAME - NOTHING "
                           "ADDED."
                   WHEN NOT VALID-ACCOUNT-TYPE
                       DISPLAY "NOT AN ACCOUNT TYPE - NOTHING "
                           "ADDED."
                   WHEN OTHER
                       PERFORM A-210-SEED-ONE
                       PERFORM A-300-SAVE-CHART
                       DISPLAY "ACCOUNT " WS-KEYED-ACCOUNT " ADDED."
               END-EVALUATE
           END-IF.
       C-100-POSTING-RUN.
      **
      * One batch per source. A batch that does not balance is held
      * back whole and its high-water mark left where it was, so the
      * next run tries the same records again.
      **
           PERFORM C-110-LOAD-CONTROL.
           OPEN OUTPUT RUN-REPORT-FILE.
           MOVE SPACES TO RUN-REPORT-LINE.
           STRING "GL POSTING RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO RUN-REPORT-LINE.
           PERFORM Z-200-WRITE-RUN-LINE.
           MOVE ALL "-" TO RUN-REPORT-LINE.
           PERFORM Z-200-WRITE-RUN-LINE.
           PERFORM D-100-ORDER-BATCH.
           PERFORM E-100-PAYMENT-BATCH.
           PERFORM F-100-RECEIPT-BATCH.
           PERFORM F-300-VOUCHER-BATCH.
           PERFORM G-100-ACCRUAL-BATCH.
           PERFORM G-400-POSITION-BATCH.
           PERFORM C-120-SAVE-CONTROL.
           CLOSE RUN-REPORT-FILE.
           DISPLAY "RUN REPORT WRITTEN TO DIAZ0032.PST".
       C-110-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-OK
               READ CONTROL-FILE
                   AT END PERFORM C-115-CLEAR-CONTROL
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               PERFORM C-115-CLEAR-CONTROL
           END-IF.
       C-115-CLEAR-CONTROL.
           MOVE ZERO TO ctl-order-count.
           MOVE ZERO TO ctl-payment-count.
           MOVE ZERO TO ctl-po-count.
           MOVE ZERO TO ctl-accrual-date.
           MOVE ZERO TO ctl-accrual-total.
           MOVE ZERO TO ctl-position-date.
           MOVE 1 TO ctl-next-batch.
           MOVE ZERO TO ctl-voucher-count.
       C-120-SAVE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.
       C-200-OPEN-BATCH.
           MOVE ctl-next-batch TO WS-BATCH-NUMBER.
           MOVE ZERO TO WS-BATCH-ENTRIES.
           MOVE ZERO TO WS-BATCH-DEBITS.
           MOVE ZERO TO WS-BATCH-CREDITS.
           MOVE ZERO TO WS-BATCH-FAULTS.
           MOVE "N" TO WS-BATCH-RESULT.
           OPEN OUTPUT WORK-FILE.
       C-300-CLOSE-BATCH.
      **
      * The work file goes onto the journal only when the batch
      * balances with no item at fault.
      **
           CLOSE WORK-FILE.
           MOVE WS-BATCH-ENTRIES TO WS-EDIT-COUNT.
           MOVE WS-BATCH-DEBITS TO WS-EDIT-DEBIT.
           MOVE WS-BATCH-CREDITS TO WS-EDIT-CREDIT.
           MOVE SPACES TO RUN-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-BATCH-ENTRIES = 0 AND WS-BATCH-FAULTS = 0
                   SET BATCH-POSTED TO TRUE
                   STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                       "  NOTHING NEW TO POST" DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
               WHEN WS-BATCH-DEBITS = WS-BATCH-CREDITS
                   AND WS-BATCH-FAULTS = 0
                   PERFORM C-310-COPY-TO-JOURNAL
                   SET BATCH-POSTED TO TRUE
                   ADD 1 TO ctl-next-batch
                   STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                       "  BATCH " DELIMITED BY SIZE
                       WS-BATCH-NUMBER DELIMITED BY SIZE
                       " POSTED  ENTRIES " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
               WHEN OTHER
                   STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                       "  HELD BACK - OUT OF BALANCE, ITEMS AT "
                       DELIMITED BY SIZE
                       "FAULT: " DELIMITED BY SIZE
                       WS-BATCH-FAULTS DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
           END-EVALUATE.
           PERFORM Z-200-WRITE-RUN-LINE.
           MOVE SPACES TO RUN-REPORT-LINE.
           STRING "          DEBITS " DELIMITED BY SIZE
               WS-EDIT-DEBIT DELIMITED BY SIZE
               "   CREDITS " DELIMITED BY SIZE
               WS-EDIT-CREDIT DELIMITED BY SIZE
               INTO RUN-REPORT-LINE.
           PERFORM Z-200-WRITE-RUN-LINE.
       C-310-COPY-TO-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT WORK-FILE.
           PERFORM C-320-READ-WORK.
           PERFORM C-330-COPY-ONE UNTIL FILE-AT-EOF.
           CLOSE WORK-FILE.
           CLOSE JOURNAL-FILE.
       C-320-READ-WORK.
           READ WORK-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       C-330-COPY-ONE.
           MOVE WORK-REC TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           PERFORM C-320-READ-WORK.
       C-400-START-ITEM.
           MOVE ZERO TO WS-ITEM-DEBITS.
           MOVE ZERO TO WS-ITEM-CREDITS.
       C-410-END-ITEM.
      **
      * An item whose own entries do not balance is listed; the
      * batch it belongs to is held.
      **
           IF WS-ITEM-DEBITS NOT = WS-ITEM-CREDITS
               ADD 1 TO WS-BATCH-FAULTS
               COMPUTE WS-ITEM-OUT-BY =
                   WS-ITEM-DEBITS - WS-ITEM-CREDITS
               MOVE WS-ITEM-OUT-BY TO WS-EDIT-BALANCE
               MOVE SPACES TO RUN-REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   WS-ENT-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENT-TRANSACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENT-DESCRIPTION DELIMITED BY SIZE
                   " OUT BY " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO RUN-REPORT-LINE
               PERFORM Z-200-WRITE-RUN-LINE
           END-IF.
       D-100-ORDER-BATCH.
      **
      * Order lines and their MIDTVOID reversals. A sale is dated
      * with its order; a reversal carries no date of its own, so
      * it is dated the day it is journaled. A line or reversal is
      * journaled once: those already on the journal are marked
      * off first, and a batch held back leaves its lines unmarked
      * for the next run.
      **
           MOVE "MIDTERM" TO WS-BATCH-SOURCE.
           PERFORM D-110-LOAD-JOURNALED-LINES.
           PERFORM C-200-OPEN-BATCH.
           MOVE ZERO TO WS-RECORD-SEQ.
           MOVE "N" TO WS-FILE-EOF.
           MOVE "N" TO WS-HEADERS-ON-FILE.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               SET HEADERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-OK
               PERFORM D-140-READ-ORDER
               PERFORM D-150-TAKE-ORDER-LINE UNTIL FILE-AT-EOF
               CLOSE ORDER-FILE
           END-IF.
           IF HEADERS-ON-FILE
               CLOSE HEADER-FILE
           END-IF.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED
               MOVE WS-RECORD-SEQ TO ctl-order-count
           END-IF.
       D-110-LOAD-JOURNALED-LINES.
           MOVE SPACES TO WS-JOURNALED-TABLE.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM D-120-READ-JOURNAL
               PERFORM D-130-MARK-JOURNALED UNTIL FILE-AT-EOF
               CLOSE JOURNAL-FILE
           END-IF.
       D-120-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       D-130-MARK-JOURNALED.
      **
      * D-200 describes a sale as ORDER LINE n and a reversal as
      * VOID OF LINE n; the line digit is read back off the text.
      **
           IF jnl-transaction-number > 0
               IF jnl-source = "MIDTERM"
                   AND jnl-description (1:11) = "ORDER LINE "
                   AND jnl-description (12:1) IS NUMERIC
                   MOVE jnl-description (12:1) TO WS-JOURNALED-DIGIT
                   MOVE "Y" TO WS-JOURNALED-LINE
                       (jnl-transaction-number, WS-JOURNALED-DIGIT + 1)
               ELSE IF jnl-source = "MIDTVOID"
                   AND jnl-description (1:13) = "VOID OF LINE "
                   AND jnl-description (14:1) IS NUMERIC
                   MOVE jnl-description (14:1) TO WS-JOURNALED-DIGIT
                   MOVE "Y" TO WS-JOURNALED-VOID
                       (jnl-transaction-number, WS-JOURNALED-DIGIT + 1)
               END-IF
           END-IF.
           PERFORM D-120-READ-JOURNAL.
       D-140-READ-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       D-150-TAKE-ORDER-LINE.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE OUT-LINE-ITEM-NUMBER TO WS-LINE-DIGIT.
           IF OUT-TRANSACTION-NUMBER > 0
               IF OUT-REVERSAL-FLAG = "R"
                   IF WS-JOURNALED-VOID
                       (OUT-TRANSACTION-NUMBER, WS-LINE-DIGIT + 1)
                       NOT = "Y"
                       PERFORM D-200-POST-ORDER-LINE
                   END-IF
               ELSE
                   IF WS-JOURNALED-LINE
                       (OUT-TRANSACTION-NUMBER, WS-LINE-DIGIT + 1)
                       NOT = "Y"
                       PERFORM D-200-POST-ORDER-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM D-140-READ-ORDER.
       D-200-POST-ORDER-LINE.
      **
      * Dr orders receivable (total) and discount, Cr sales (gross)
      * and output VAT. A reversal line carries every amount
      * negated, which turns each entry onto the opposite side.
      **
           COMPUTE WS-LINE-GROSS = OUT-FRAME-AMOUNT
               + OUT-CARDBOARD-AMOUNT + OUT-GLASS-AMOUNT
               + OUT-COLOR-AMOUNT + OUT-CROWN-AMOUNT.
           MOVE OUT-TRANSACTION-NUMBER TO WS-ENT-TRANSACTION.
           MOVE ZERO TO WS-ENT-OR-NUMBER.
           MOVE SPACES TO WS-ENT-DESCRIPTION.
           IF OUT-REVERSAL-FLAG = "R"
               MOVE "MIDTVOID" TO WS-ENT-SOURCE
               MOVE WS-TODAY TO WS-ENT-DATE
               STRING "VOID OF LINE " DELIMITED BY SIZE
                   OUT-LINE-ITEM-NUMBER DELIMITED BY SIZE
                   INTO WS-ENT-DESCRIPTION
           ELSE
               MOVE "MIDTERM" TO WS-ENT-SOURCE
               MOVE WS-TODAY TO WS-ENT-DATE
               IF HEADERS-ON-FILE
                   MOVE OUT-TRANSACTION-NUMBER
                       TO HDR-TRANSACTION-NUMBER
                   READ HEADER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF HDR-ORDER-DATE > 0
                               MOVE HDR-ORDER-DATE TO WS-ENT-DATE
                           END-IF
                   END-READ
               END-IF
               STRING "ORDER LINE " DELIMITED BY SIZE
                   OUT-LINE-ITEM-NUMBER DELIMITED BY SIZE
                   INTO WS-ENT-DESCRIPTION
           END-IF.
           PERFORM C-400-START-ITEM.
           MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT.
           MOVE OUT-TOTAL-AMOUNT TO WS-ENT-AMOUNT.
           PERFORM Z-300-DEBIT.
           MOVE ACCT-DISCOUNTS TO WS-ENT-ACCOUNT.
           MOVE OUT-DISCOUNT-AMOUNT TO WS-ENT-AMOUNT.
           PERFORM Z-300-DEBIT.
           MOVE ACCT-SALES TO WS-ENT-ACCOUNT.
           MOVE WS-LINE-GROSS TO WS-ENT-AMOUNT.
           PERFORM Z-310-CREDIT.
           MOVE ACCT-OUTPUT-VAT TO WS-ENT-ACCOUNT.
           MOVE OUT-TAX-AMOUNT TO WS-ENT-AMOUNT.
           PERFORM Z-310-CREDIT.
           PERFORM C-410-END-ITEM.
       E-100-PAYMENT-BATCH.
      **
      * The deposit each order still holds is rebuilt from the
      * whole payment file every run; only the records past the
      * high-water mark are journaled.
      **
           MOVE "MIDTPAY" TO WS-BATCH-SOURCE.
           MOVE ZEROS TO WS-HELD-TABLE.
           PERFORM C-200-OPEN-BATCH.
           MOVE ZERO TO WS-RECORD-SEQ.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-OK
               PERFORM E-110-READ-PAYMENT
               PERFORM E-120-TAKE-PAYMENT UNTIL FILE-AT-EOF
               CLOSE PAYMENT-FILE
           END-IF.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED AND WS-RECORD-SEQ > ctl-payment-count
               MOVE WS-RECORD-SEQ TO ctl-payment-count
           END-IF.
       E-110-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       E-120-TAKE-PAYMENT.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE ZERO TO WS-PAY-HELD.
           IF PAY-TRANSACTION-NUMBER > 0
               MOVE WS-DEPOSIT-HELD (PAY-TRANSACTION-NUMBER)
                   TO WS-PAY-HELD
           END-IF.
           IF WS-RECORD-SEQ > ctl-payment-count
               PERFORM E-200-POST-PAYMENT
           END-IF.
           PERFORM E-300-UPDATE-HELD.
           PERFORM E-110-READ-PAYMENT.
       E-200-POST-PAYMENT.
           MOVE "MIDTPAY" TO WS-ENT-SOURCE.
           MOVE PAY-TRANSACTION-NUMBER TO WS-ENT-TRANSACTION.
           MOVE PAY-OR-NUMBER TO WS-ENT-OR-NUMBER.
           MOVE PAY-DATE TO WS-ENT-DATE.
           MOVE SPACES TO WS-ENT-DESCRIPTION.
           STRING PAY-TYPE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PAY-METHOD DELIMITED BY SPACE
               INTO WS-ENT-DESCRIPTION.
           PERFORM E-210-SET-CASH-ACCOUNT.
           IF WS-CASH-ACCOUNT = 0
               PERFORM E-240-REPORT-UNKNOWN
           ELSE
               PERFORM E-205-POST-BY-TYPE
           END-IF.
       E-205-POST-BY-TYPE.
           PERFORM C-400-START-ITEM.
           MOVE PAY-AMOUNT TO WS-ENT-AMOUNT.
           EVALUATE PAY-TYPE
               WHEN "DEPOSIT"
                   MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-CUSTOMER-DEPOSITS TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
               WHEN "FULL"
                   MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
               WHEN "BALANCE"
                   MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
                   PERFORM E-220-RELEASE-DEPOSIT
               WHEN "CHARGE"
                   MOVE ACCT-CHARGE-RECEIVABLE TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
                   PERFORM E-220-RELEASE-DEPOSIT
               WHEN "ACCTPAY"
                   MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-CHARGE-RECEIVABLE TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
               WHEN "GIFTSAL"
                   MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT
                   PERFORM Z-300-DEBIT
                   MOVE ACCT-GIFT-LIABILITY TO WS-ENT-ACCOUNT
                   PERFORM Z-310-CREDIT
               WHEN "REFUND"
                   PERFORM E-230-POST-REFUND
               WHEN OTHER
                   PERFORM E-240-REPORT-UNKNOWN
           END-EVALUATE.
           PERFORM C-410-END-ITEM.
       E-210-SET-CASH-ACCOUNT.
           EVALUATE PAY-METHOD
               WHEN "CASH"
                   MOVE ACCT-CASH-ON-HAND TO WS-CASH-ACCOUNT
               WHEN "GCASH"
                   MOVE ACCT-GCASH TO WS-CASH-ACCOUNT
               WHEN "CARD"
                   MOVE ACCT-CARD TO WS-CASH-ACCOUNT
               WHEN "ACCT"
                   MOVE ACCT-CHARGE-RECEIVABLE TO WS-CASH-ACCOUNT
               WHEN "GIFT"
               WHEN "CRED"
                   MOVE ACCT-GIFT-LIABILITY TO WS-CASH-ACCOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-CASH-ACCOUNT
           END-EVALUATE.
       E-220-RELEASE-DEPOSIT.
      **
      * Once the order is settled, the deposit held against it
      * comes off customer deposits and settles the rest of the
      * receivable.
      **
           IF WS-PAY-HELD > 0
               MOVE WS-PAY-HELD TO WS-ENT-AMOUNT
               MOVE ACCT-CUSTOMER-DEPOSITS TO WS-ENT-ACCOUNT
               PERFORM Z-300-DEBIT
               MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT
               PERFORM Z-310-CREDIT
           END-IF.
       E-230-POST-REFUND.
      **
      * A refund on a voided order comes out of the deposit still
      * held first; whatever is left went through the receivable.
      * Money goes back through its own method, or back onto the
      * charge account.
      **
           IF PAY-AMOUNT > WS-PAY-HELD
               MOVE WS-PAY-HELD TO WS-FROM-DEPOSIT
           ELSE
               MOVE PAY-AMOUNT TO WS-FROM-DEPOSIT
           END-IF.
           COMPUTE WS-FROM-ORDER = PAY-AMOUNT - WS-FROM-DEPOSIT.
           MOVE ACCT-CUSTOMER-DEPOSITS TO WS-ENT-ACCOUNT.
           MOVE WS-FROM-DEPOSIT TO WS-ENT-AMOUNT.
           PERFORM Z-300-DEBIT.
           MOVE ACCT-ORDERS-RECEIVABLE TO WS-ENT-ACCOUNT.
           MOVE WS-FROM-ORDER TO WS-ENT-AMOUNT.
           PERFORM Z-300-DEBIT.
           MOVE WS-CASH-ACCOUNT TO WS-ENT-ACCOUNT.
           MOVE PAY-AMOUNT TO WS-ENT-AMOUNT.
           PERFORM Z-310-CREDIT.
       E-240-REPORT-UNKNOWN.
           ADD 1 TO WS-BATCH-FAULTS.
           MOVE SPACES TO RUN-REPORT-LINE.
           STRING "    MIDTPAY  ORDER " DELIMITED BY SIZE
               PAY-TRANSACTION-NUMBER DELIMITED BY SIZE
               " OR " DELIMITED BY SIZE
               PAY-OR-NUMBER DELIMITED BY SIZE
               " UNKNOWN TYPE/METHOD " DELIMITED BY SIZE
               PAY-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-METHOD DELIMITED BY SIZE
               INTO RUN-REPORT-LINE.
           PERFORM Z-200-WRITE-RUN-LINE.
       E-300-UPDATE-HELD.
           IF PAY-TRANSACTION-NUMBER > 0
               EVALUATE PAY-TYPE
                   WHEN "DEPOSIT"
                       ADD PAY-AMOUNT
                           TO WS-DEPOSIT-HELD (PAY-TRANSACTION-NUMBER)
                   WHEN "BALANCE"
                   WHEN "CHARGE"
                       MOVE ZERO
                           TO WS-DEPOSIT-HELD (PAY-TRANSACTION-NUMBER)
                   WHEN "REFUND"
                       IF PAY-AMOUNT > WS-PAY-HELD
                           MOVE ZERO TO WS-DEPOSIT-HELD
                               (PAY-TRANSACTION-NUMBER)
                       ELSE
                           SUBTRACT PAY-AMOUNT FROM WS-DEPOSIT-HELD
                               (PAY-TRANSACTION-NUMBER)
                       END-IF
               END-EVALUATE
           END-IF.
       F-100-RECEIPT-BATCH.
      **
      * Stock received against a PO or posted as a direct delivery,
      * valued at the unit cost captured at receipt. A receipt
      * logged before costs were captured cannot be valued; it is
      * listed and passed over.
      **
           MOVE "MIDTINV" TO WS-BATCH-SOURCE.
           MOVE ZERO TO WS-UNVALUED-COUNT.
           PERFORM C-200-OPEN-BATCH.
           MOVE ZERO TO WS-RECORD-SEQ.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT PO-FILE.
           IF WS-PO-OK
               PERFORM F-110-READ-PO
               PERFORM F-120-TAKE-PO UNTIL FILE-AT-EOF
               CLOSE PO-FILE
           END-IF.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED AND WS-RECORD-SEQ > ctl-po-count
               MOVE WS-RECORD-SEQ TO ctl-po-count
           END-IF.
       F-110-READ-PO.
           READ PO-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       F-120-TAKE-PO.
           ADD 1 TO WS-RECORD-SEQ.
           IF WS-RECORD-SEQ > ctl-po-count
               AND (PO-ACTION = "RECEIVE" OR PO-ACTION = "DELIVER")
               PERFORM F-200-POST-RECEIPT
           END-IF.
           PERFORM F-110-READ-PO.
       F-200-POST-RECEIPT.
           COMPUTE WS-RECEIPT-VALUE ROUNDED =
               PO-QUANTITY * PO-UNIT-COST.
           IF WS-RECEIPT-VALUE = 0
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE SPACES TO RUN-REPORT-LINE
               STRING "    MIDTINV  PO " DELIMITED BY SIZE
                   PO-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PO-ITEM-CODE DELIMITED BY SIZE
                   " RECEIVED " DELIMITED BY SIZE
                   PO-STAMP-DATE DELIMITED BY SIZE
                   " HAS NO UNIT COST - NOT VALUED"
                   DELIMITED BY SIZE
                   INTO RUN-REPORT-LINE
               PERFORM Z-200-WRITE-RUN-LINE
           ELSE
               MOVE "MIDTINV" TO WS-ENT-SOURCE
               MOVE PO-NUMBER TO WS-ENT-TRANSACTION
               MOVE ZERO TO WS-ENT-OR-NUMBER
               MOVE PO-STAMP-DATE TO WS-ENT-DATE
               MOVE SPACES TO WS-ENT-DESCRIPTION
               STRING "RCPT " DELIMITED BY SIZE
                   PO-ITEM-CODE DELIMITED BY SIZE
                   INTO WS-ENT-DESCRIPTION
               PERFORM C-400-START-ITEM
               MOVE WS-RECEIPT-VALUE TO WS-ENT-AMOUNT
               MOVE ACCT-INVENTORY TO WS-ENT-ACCOUNT
               PERFORM Z-300-DEBIT
               MOVE ACCT-PAYABLE TO WS-ENT-ACCOUNT
               PERFORM Z-310-CREDIT
               PERFORM C-410-END-ITEM
           END-IF.
       F-300-VOUCHER-BATCH.
      **
      * Supplier invoices paid on MIDTAP vouchers settle the
      * payable the receipt raised, by cheque out of the bank. The
      * payable comes off at the receipt cost of the quantity
      * billed; a supervisor-released invoice billed at another
      * price carries the difference to price variance.
      **
           MOVE "MIDTAP" TO WS-BATCH-SOURCE.
           PERFORM C-200-OPEN-BATCH.
           MOVE ZERO TO WS-RECORD-SEQ.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VOUCHER-OK
               PERFORM F-310-READ-VOUCHER
               PERFORM F-320-TAKE-VOUCHER UNTIL FILE-AT-EOF
               CLOSE VOUCHER-FILE
           END-IF.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED AND WS-RECORD-SEQ > ctl-voucher-count
               MOVE WS-RECORD-SEQ TO ctl-voucher-count
           END-IF.
       F-310-READ-VOUCHER.
           READ VOUCHER-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       F-320-TAKE-VOUCHER.
           ADD 1 TO WS-RECORD-SEQ.
           IF WS-RECORD-SEQ > ctl-voucher-count
               PERFORM F-400-POST-VOUCHER
           END-IF.
           PERFORM F-310-READ-VOUCHER.
       F-400-POST-VOUCHER.
           MOVE "MIDTAP" TO WS-ENT-SOURCE.
           MOVE VCH-PO-NUMBER TO WS-ENT-TRANSACTION.
           MOVE VCH-NUMBER TO WS-ENT-OR-NUMBER.
           MOVE VCH-DATE TO WS-ENT-DATE.
           MOVE SPACES TO WS-ENT-DESCRIPTION.
           STRING "VCH " DELIMITED BY SIZE
               VCH-SUPPLIER DELIMITED BY SIZE
               INTO WS-ENT-DESCRIPTION.
           PERFORM C-400-START-ITEM.
           MOVE VCH-MATCHED-VALUE TO WS-ENT-AMOUNT.
           MOVE ACCT-PAYABLE TO WS-ENT-ACCOUNT.
           PERFORM Z-300-DEBIT.
           COMPUTE WS-ENT-AMOUNT = VCH-AMOUNT - VCH-MATCHED-VALUE.
           MOVE ACCT-PRICE-VARIANCE TO WS-ENT-ACCOUNT.
           PERFORM Z-300-DEBIT.
           MOVE VCH-AMOUNT TO WS-ENT-AMOUNT.
           MOVE ACCT-BANK TO WS-ENT-ACCOUNT.
           PERFORM Z-310-CREDIT.
           PERFORM C-410-END-ITEM.
       G-100-ACCRUAL-BATCH.
      **
      * DIAZ0022 rewrites its extract each month end with the
      * interest accrued to date, so the accrual last posted is
      * reversed before the new one goes on. An extract already
      * posted is left alone.
      **
           MOVE "DIAZ0022" TO WS-BATCH-SOURCE.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT ACCRUAL-EXTRACT-FILE.
           IF NOT WS-ACCRUAL-OK
               MOVE SPACES TO RUN-REPORT-LINE
               STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                   "  NO EXTRACT ON HAND" DELIMITED BY SIZE
                   INTO RUN-REPORT-LINE
               PERFORM Z-200-WRITE-RUN-LINE
           ELSE
               PERFORM G-110-READ-ACCRUAL
               IF FILE-AT-EOF
                   OR agx-period-date NOT > ctl-accrual-date
                   MOVE SPACES TO RUN-REPORT-LINE
                   STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                       "  EXTRACT FOR " DELIMITED BY SIZE
                       ctl-accrual-date DELIMITED BY SIZE
                       " ALREADY POSTED" DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
                   PERFORM Z-200-WRITE-RUN-LINE
               ELSE
                   PERFORM G-200-POST-ACCRUAL
               END-IF
               CLOSE ACCRUAL-EXTRACT-FILE
           END-IF.
       G-110-READ-ACCRUAL.
           READ ACCRUAL-EXTRACT-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       G-200-POST-ACCRUAL.
           MOVE agx-period-date TO WS-EXTRACT-DATE.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE ZERO TO WS-DETAIL-PRINCIPAL.
           MOVE ZERO TO WS-DETAIL-INTEREST.
           PERFORM C-200-OPEN-BATCH.
           MOVE "DIAZ0022" TO WS-ENT-SOURCE.
           MOVE ZERO TO WS-ENT-TRANSACTION.
           MOVE ZERO TO WS-ENT-OR-NUMBER.
           MOVE WS-EXTRACT-DATE TO WS-ENT-DATE.
           IF ctl-accrual-total > 0
               MOVE "REVERSE PRIOR ACCRUAL" TO WS-ENT-DESCRIPTION
               PERFORM C-400-START-ITEM
               MOVE ctl-accrual-total TO WS-ENT-AMOUNT
               MOVE ACCT-ACCRUED-INTEREST TO WS-ENT-ACCOUNT
               PERFORM Z-300-DEBIT
               MOVE ACCT-INTEREST-EXPENSE TO WS-ENT-ACCOUNT
               PERFORM Z-310-CREDIT
               PERFORM C-410-END-ITEM
           END-IF.
           PERFORM G-210-TAKE-ACCRUAL UNTIL FILE-AT-EOF.
           MOVE "DIAZ0022.GLX" TO WS-ENT-DESCRIPTION.
           PERFORM G-300-CHECK-TRAILER.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED
               MOVE WS-EXTRACT-DATE TO ctl-accrual-date
               MOVE WS-TRAILER-INTEREST TO ctl-accrual-total
           END-IF.
       G-210-TAKE-ACCRUAL.
           IF agx-record-type = "T"
               SET TRAILER-READ TO TRUE
               MOVE agx-principal TO WS-TRAILER-PRINCIPAL
               MOVE agx-interest TO WS-TRAILER-INTEREST
           ELSE
               ADD agx-principal TO WS-DETAIL-PRINCIPAL
               ADD agx-interest TO WS-DETAIL-INTEREST
               MOVE agx-account-number TO WS-ENT-TRANSACTION
               MOVE "MONTH-END ACCRUAL" TO WS-ENT-DESCRIPTION
               PERFORM C-400-START-ITEM
               MOVE agx-interest TO WS-ENT-AMOUNT
               MOVE ACCT-INTEREST-EXPENSE TO WS-ENT-ACCOUNT
               PERFORM Z-300-DEBIT
               MOVE ACCT-ACCRUED-INTEREST TO WS-ENT-ACCOUNT
               PERFORM Z-310-CREDIT
               PERFORM C-410-END-ITEM
           END-IF.
           PERFORM G-110-READ-ACCRUAL.
       G-300-CHECK-TRAILER.
      **
      * An extract cut short or altered is held: the details must
      * add up to the trailer's control totals.
      **
           IF NOT TRAILER-READ
               ADD 1 TO WS-BATCH-FAULTS
               MOVE SPACES TO RUN-REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   WS-ENT-DESCRIPTION DELIMITED BY SIZE
                   " HAS NO TRAILER RECORD" DELIMITED BY SIZE
                   INTO RUN-REPORT-LINE
               PERFORM Z-200-WRITE-RUN-LINE
           ELSE
               IF WS-DETAIL-PRINCIPAL NOT = WS-TRAILER-PRINCIPAL
                   OR WS-DETAIL-INTEREST NOT = WS-TRAILER-INTEREST
                   ADD 1 TO WS-BATCH-FAULTS
                   MOVE SPACES TO RUN-REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                       WS-ENT-DESCRIPTION DELIMITED BY SIZE
                       " DETAILS DO NOT AGREE WITH THE TRAILER"
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
                   PERFORM Z-200-WRITE-RUN-LINE
               END-IF
           END-IF.
       G-400-POSITION-BATCH.
      **
      * DIAZ0003 extracts every live account's principal; what is
      * journaled is the change since the last extract posted.
      **
           MOVE "DIAZ0003" TO WS-BATCH-SOURCE.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT POSITION-EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               MOVE SPACES TO RUN-REPORT-LINE
               STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                   "  NO EXTRACT ON HAND" DELIMITED BY SIZE
                   INTO RUN-REPORT-LINE
               PERFORM Z-200-WRITE-RUN-LINE
           ELSE
               PERFORM G-410-READ-POSITION-EXTRACT
               IF FILE-AT-EOF
                   OR pgx-period-date NOT > ctl-position-date
                   MOVE SPACES TO RUN-REPORT-LINE
                   STRING WS-BATCH-SOURCE DELIMITED BY SIZE
                       "  EXTRACT FOR " DELIMITED BY SIZE
                       ctl-position-date DELIMITED BY SIZE
                       " ALREADY POSTED" DELIMITED BY SIZE
                       INTO RUN-REPORT-LINE
                   PERFORM Z-200-WRITE-RUN-LINE
               ELSE
                   PERFORM G-500-POST-POSITIONS
               END-IF
               CLOSE POSITION-EXTRACT-FILE
           END-IF.
       G-410-READ-POSITION-EXTRACT.
           READ POSITION-EXTRACT-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       G-420-LOAD-POSITIONS.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-OK
               PERFORM G-430-READ-POSITION
               PERFORM G-440-TABLE-POSITION UNTIL FILE-AT-EOF
               CLOSE POSITION-FILE
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
       G-430-READ-POSITION.
           READ POSITION-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       G-440-TABLE-POSITION.
           IF pos-account-number > 0
               MOVE pos-principal
                   TO WS-POS-PRINCIPAL (pos-account-number)
           END-IF.
           PERFORM G-430-READ-POSITION.
       G-500-POST-POSITIONS.
           MOVE pgx-period-date TO WS-EXTRACT-DATE.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE ZERO TO WS-DETAIL-PRINCIPAL.
           MOVE ZERO TO WS-DETAIL-INTEREST.
           MOVE ZERO TO WS-TRAILER-INTEREST.
           INITIALIZE WS-POSITION-TABLE.
           PERFORM G-420-LOAD-POSITIONS.
           PERFORM C-200-OPEN-BATCH.
           MOVE "DIAZ0003" TO WS-ENT-SOURCE.
           MOVE ZERO TO WS-ENT-OR-NUMBER.
           MOVE WS-EXTRACT-DATE TO WS-ENT-DATE.
           PERFORM G-510-TAKE-POSITION UNTIL FILE-AT-EOF.
           PERFORM G-530-CLOSE-GONE-ACCOUNT
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > 99999.
           MOVE "DIAZ0003.GLX" TO WS-ENT-DESCRIPTION.
           PERFORM G-300-CHECK-TRAILER.
           PERFORM C-300-CLOSE-BATCH.
           IF BATCH-POSTED
               MOVE WS-EXTRACT-DATE TO ctl-position-date
               PERFORM G-600-SAVE-POSITIONS
           END-IF.
       G-510-TAKE-POSITION.
           IF pgx-record-type = "T"
               SET TRAILER-READ TO TRUE
               MOVE pgx-principal TO WS-TRAILER-PRINCIPAL
           ELSE
               ADD pgx-principal TO WS-DETAIL-PRINCIPAL
               IF pgx-account-number > 0
                   MOVE pgx-account-number TO WS-ENT-TRANSACTION
                   COMPUTE WS-ENT-AMOUNT = pgx-principal
                       - WS-POS-PRINCIPAL (pgx-account-number)
                   MOVE pgx-principal
                       TO WS-POS-PRINCIPAL (pgx-account-number)
                   MOVE "Y" TO WS-POS-SEEN (pgx-account-number)
                   MOVE "PRINCIPAL MOVEMENT" TO WS-ENT-DESCRIPTION
                   PERFORM G-520-POST-MOVEMENT
               END-IF
           END-IF.
           PERFORM G-410-READ-POSITION-EXTRACT.
       G-520-POST-MOVEMENT.
           IF WS-ENT-AMOUNT NOT = 0
               PERFORM C-400-START-ITEM
               MOVE ACCT-BANK TO WS-ENT-ACCOUNT
               PERFORM Z-300-DEBIT
               MOVE ACCT-TIME-DEPOSITS TO WS-ENT-ACCOUNT
               PERFORM Z-310-CREDIT
               PERFORM C-410-END-ITEM
           END-IF.
       G-530-CLOSE-GONE-ACCOUNT.
      **
      * An account on the last position but not on this extract has
      * been closed out; its principal posts back out.
      **
           IF WS-POS-SEEN (WS-POS-SUB) NOT = "Y"
               AND WS-POS-PRINCIPAL (WS-POS-SUB) > 0
               MOVE WS-POS-SUB TO WS-ENT-TRANSACTION
               COMPUTE WS-ENT-AMOUNT =
                   0 - WS-POS-PRINCIPAL (WS-POS-SUB)
               MOVE ZERO TO WS-POS-PRINCIPAL (WS-POS-SUB)
               MOVE "ACCOUNT OFF EXTRACT" TO WS-ENT-DESCRIPTION
               PERFORM G-520-POST-MOVEMENT
           END-IF.
       G-600-SAVE-POSITIONS.
           OPEN OUTPUT POSITION-FILE.
           PERFORM G-610-SAVE-ONE
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > 99999.
           CLOSE POSITION-FILE.
       G-610-SAVE-ONE.
           IF WS-POS-PRINCIPAL (WS-POS-SUB) > 0
               MOVE WS-POS-SUB TO pos-account-number
               MOVE WS-POS-PRINCIPAL (WS-POS-SUB) TO pos-principal
               WRITE POSITION-REC
           END-IF.
       H-100-LEDGER-REPORT.
           DISPLAY "ENTRIES DATED UP TO (YYYYMMDD, 0 = ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               DISPLAY "NOTHING HAS BEEN POSTED TO THE JOURNAL YET."
           ELSE
               CLOSE JOURNAL-FILE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-ACCOUNT
                   ON ASCENDING KEY SORT-ENTRY-DATE
                   ON ASCENDING KEY SORT-BATCH-NUMBER
                   USING JOURNAL-FILE GIVING SORTED-FILE
               OPEN OUTPUT LEDGER-REPORT-FILE
               PERFORM H-110-LEDGER-HEADER
               MOVE ZERO TO WS-TB-COUNT
               MOVE "N" TO WS-TB-FULL
               MOVE "Y" TO WS-FIRST-ACCOUNT
               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT SORTED-FILE
               PERFORM H-120-READ-SORTED
               PERFORM H-130-TAKE-ENTRY UNTIL FILE-AT-EOF
               CLOSE SORTED-FILE
               IF NOT NO-ACCOUNT-YET
                   PERFORM H-300-ACCOUNT-FOOTING
               END-IF
               PERFORM J-100-TRIAL-BALANCE
               CLOSE LEDGER-REPORT-FILE
               DISPLAY "REPORT WRITTEN TO DIAZ0032.RPT"
           END-IF.
       H-110-LEDGER-HEADER.
           MOVE SPACES TO LEDGER-LINE.
           IF WS-AS-OF-DATE = 0
               STRING "GENERAL LEDGER - ALL ENTRIES POSTED  RUN "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO LEDGER-LINE
           ELSE
               STRING "GENERAL LEDGER - ENTRIES DATED UP TO "
                   DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO LEDGER-LINE
           END-IF.
           PERFORM Z-210-WRITE-LEDGER-LINE.
           MOVE ALL "-" TO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
           MOVE SPACES TO LEDGER-LINE.
           STRING "DATED    SOURCE   TXN   OR    BATCH "
               DELIMITED BY SIZE
               "DESCRIPTION         " DELIMITED BY SIZE
               "            DEBIT            CREDIT"
               DELIMITED BY SIZE
               "            BALANCE" DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
       H-120-READ-SORTED.
           READ SORTED-FILE
               AT END SET FILE-AT-EOF TO TRUE
           END-READ.
       H-130-TAKE-ENTRY.
           IF WS-AS-OF-DATE = 0 OR SRT-ENTRY-DATE NOT > WS-AS-OF-DATE
               IF NO-ACCOUNT-YET OR SRT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                   IF NOT NO-ACCOUNT-YET
                       PERFORM H-300-ACCOUNT-FOOTING
                   END-IF
                   PERFORM H-200-ACCOUNT-HEADING
               END-IF
               PERFORM H-140-ENTRY-LINE
           END-IF.
           PERFORM H-120-READ-SORTED.
       H-140-ENTRY-LINE.
           ADD SRT-DEBIT TO WS-ACCOUNT-DEBITS.
           ADD SRT-CREDIT TO WS-ACCOUNT-CREDITS.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + SRT-DEBIT - SRT-CREDIT.
           MOVE SRT-DEBIT TO WS-EDIT-DEBIT.
           MOVE SRT-CREDIT TO WS-EDIT-CREDIT.
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO LEDGER-LINE.
           STRING SRT-ENTRY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-TRANSACTION-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-OR-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-BATCH-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-DESCRIPTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DEBIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CREDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
       H-200-ACCOUNT-HEADING.
           MOVE "N" TO WS-FIRST-ACCOUNT.
           MOVE SRT-ACCOUNT TO WS-CURRENT-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-DEBITS.
           MOVE ZERO TO WS-ACCOUNT-CREDITS.
           MOVE ZERO TO WS-RUNNING-BALANCE.
           MOVE SRT-ACCOUNT TO WS-KEYED-ACCOUNT.
           PERFORM A-400-FIND-ACCOUNT.
           IF WS-CHART-HIT > 0
               MOVE WS-COA-NAME (WS-CHART-HIT) TO WS-ACCOUNT-NAME
           ELSE
               MOVE "** NOT ON THE CHART **" TO WS-ACCOUNT-NAME
           END-IF.
           MOVE SPACES TO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
           MOVE SPACES TO LEDGER-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-CURRENT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCOUNT-NAME DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
       H-300-ACCOUNT-FOOTING.
           MOVE WS-ACCOUNT-DEBITS TO WS-EDIT-DEBIT.
           MOVE WS-ACCOUNT-CREDITS TO WS-EDIT-CREDIT.
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO LEDGER-LINE.
           STRING "  TOTAL ACCOUNT " DELIMITED BY SIZE
               WS-CURRENT-ACCOUNT DELIMITED BY SIZE
               "                                  "
               DELIMITED BY SIZE
               WS-EDIT-DEBIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CREDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-210-WRITE-LEDGER-LINE.
           IF WS-TB-COUNT < 300
               ADD 1 TO WS-TB-COUNT
               MOVE WS-CURRENT-ACCOUNT TO WS-TB-ACCOUNT (WS-TB-COUNT)
               MOVE WS-ACCOUNT-NAME TO WS-TB-NAME (WS-TB-COUNT)
               MOVE WS-RUNNING-BALANCE
                   TO WS-TB-BALANCE (WS-TB-COUNT)
           ELSE
               SET TB-TABLE-FULL TO TRUE
           END-IF.
       J-100-TRIAL-BALANCE.
      **
      * Debit balances in one column, credit balances in the other;
      * the two totals must agree.
      **
           MOVE ZERO TO WS-TB-DEBITS.
           MOVE ZERO TO WS-TB-CREDITS.
           MOVE SPACES TO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
           MOVE SPACES TO LEDGER-LINE.
           STRING "TRIAL BALANCE" DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
           MOVE ALL "-" TO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
           MOVE SPACES TO LEDGER-LINE.
           STRING "ACCT NAME                          "
               DELIMITED BY SIZE
               "           DEBIT            CREDIT"
               DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
           PERFORM J-110-TB-LINE
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-COUNT.
           MOVE WS-TB-DEBITS TO WS-EDIT-DEBIT.
           MOVE WS-TB-CREDITS TO WS-EDIT-CREDIT.
           MOVE SPACES TO LEDGER-LINE.
           STRING "TOTALS                             "
               DELIMITED BY SIZE
               WS-EDIT-DEBIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CREDIT DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
           COMPUTE WS-TB-OUT-BY = WS-TB-DEBITS - WS-TB-CREDITS.
           MOVE SPACES TO LEDGER-LINE.
           IF WS-TB-OUT-BY = 0
               MOVE "TRIAL BALANCE FOOTS TO ZERO - IN BALANCE."
                   TO LEDGER-LINE
           ELSE
               MOVE WS-TB-OUT-BY TO WS-EDIT-BALANCE
               STRING "TRIAL BALANCE OUT OF BALANCE BY "
                   DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO LEDGER-LINE
           END-IF.
           PERFORM Z-220-WRITE-TB-LINE.
           IF TB-TABLE-FULL
               MOVE "MORE THAN 300 ACCOUNTS POSTED - TRIAL BALANCE "
                   TO LEDGER-LINE
               PERFORM Z-220-WRITE-TB-LINE
               MOVE "INCOMPLETE." TO LEDGER-LINE
               PERFORM Z-220-WRITE-TB-LINE
           END-IF.
       J-110-TB-LINE.
           MOVE ZERO TO WS-EDIT-DEBIT.
           MOVE ZERO TO WS-EDIT-CREDIT.
           IF WS-TB-BALANCE (WS-TB-SUB) < 0
               COMPUTE WS-ITEM-CREDITS =
                   0 - WS-TB-BALANCE (WS-TB-SUB)
               ADD WS-ITEM-CREDITS TO WS-TB-CREDITS
               MOVE WS-ITEM-CREDITS TO WS-EDIT-CREDIT
           ELSE
               MOVE WS-TB-BALANCE (WS-TB-SUB) TO WS-ITEM-DEBITS
               ADD WS-ITEM-DEBITS TO WS-TB-DEBITS
               MOVE WS-ITEM-DEBITS TO WS-EDIT-DEBIT
           END-IF.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-TB-ACCOUNT (WS-TB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TB-NAME (WS-TB-SUB) DELIMITED BY SIZE
               WS-EDIT-DEBIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CREDIT DELIMITED BY SIZE
               INTO LEDGER-LINE.
           PERFORM Z-220-WRITE-TB-LINE.
       Z-200-WRITE-RUN-LINE.
           DISPLAY RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.
       Z-210-WRITE-LEDGER-LINE.
           WRITE LEDGER-LINE.
       Z-220-WRITE-TB-LINE.
           DISPLAY LEDGER-LINE.
           WRITE LEDGER-LINE.
       Z-300-DEBIT.
           SET ENTRY-IS-DEBIT TO TRUE.
           PERFORM Z-320-WRITE-ENTRY.
       Z-310-CREDIT.
           SET ENTRY-IS-CREDIT TO TRUE.
           PERFORM Z-320-WRITE-ENTRY.
       Z-320-WRITE-ENTRY.
      **
      * A negative amount is written as a positive one on the
      * other side; a zero amount writes nothing.
      **
           MOVE WS-ENT-AMOUNT TO WS-ENT-VALUE.
           IF WS-ENT-AMOUNT < 0
               COMPUTE WS-ENT-VALUE = 0 - WS-ENT-AMOUNT
               IF ENTRY-IS-DEBIT
                   SET ENTRY-IS-CREDIT TO TRUE
               ELSE
                   SET ENTRY-IS-DEBIT TO TRUE
               END-IF
           END-IF.
           IF WS-ENT-VALUE > 0
               MOVE WS-BATCH-NUMBER TO wrk-batch-number
               MOVE WS-ENT-SOURCE TO wrk-source
               MOVE WS-ENT-TRANSACTION TO wrk-transaction-number
               MOVE WS-ENT-OR-NUMBER TO wrk-or-number
               MOVE WS-ENT-DATE TO wrk-entry-date
               MOVE WS-ENT-ACCOUNT TO wrk-account
               MOVE ZERO TO wrk-debit
               MOVE ZERO TO wrk-credit
               IF ENTRY-IS-DEBIT
                   MOVE WS-ENT-VALUE TO wrk-debit
                   ADD WS-ENT-VALUE TO WS-ITEM-DEBITS
                   ADD WS-ENT-VALUE TO WS-BATCH-DEBITS
               ELSE
                   MOVE WS-ENT-VALUE TO wrk-credit
                   ADD WS-ENT-VALUE TO WS-ITEM-CREDITS
                   ADD WS-ENT-VALUE TO WS-BATCH-CREDITS
               END-IF
               MOVE WS-ENT-DESCRIPTION TO wrk-description
               MOVE WS-TODAY TO wrk-posted-date
               WRITE WORK-REC
               ADD 1 TO WS-BATCH-ENTRIES
           END-IF.
       END PROGRAM DIAZ0032.
