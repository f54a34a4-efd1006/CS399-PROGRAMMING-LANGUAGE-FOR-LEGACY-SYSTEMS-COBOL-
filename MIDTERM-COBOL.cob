      * the truth after a voided order is paid back. A payment
      * file in the OR-number shape goes through DIAZCNV run mode
      * 16 once.
      * Galleries, schools and offices that frame with us every
      * month now buy on account: COLLECT-ORDER-PAYMENT offers
      * CHARGE TO ACCOUNT beside full payment and the 50% deposit.
      * The clerk keys the business customer's account number from
      * MIDTCUS.DAT; a suspended account, or an order that would
      * carry the account's MIDTAR.DAT balance past its credit
      * limit, is refused and the clerk chooses again. A charge
      * goes to the customer's ledger on MIDTAR.DAT instead of the
      * drawer, and to MIDTPAY.DAT as a CHARGE movement by method
      * ACCT with no OR number - the order is settled as far as
      * the status screen and pickup are concerned, and the OR is
      * issued when MIDTAR posts the customer's payment.
      * Framers now clock their bench time onto the order they are
      * working. Run mode 6, the workbench clock, takes an order
      * number under the framer's own sign-on and writes a START
      * or, if that framer is already on the order, a STOP to the
      * MIDTLAB.DAT labor file; clocking onto a RECEIVED order puts
      * it IN-PRODUCTION. Advancing an order to IN-PRODUCTION from
      * the status screen clocks the operator on the same way, and
      * advancing it to READY clocks off everyone still on it, so
      * the bench time stops when the frame is done. MIDTJOB prices
      * the time per framer for the job-cost report.
      * Customers are now texted instead of phoned off a paper list:
      * CAPTURE-ORDER-HEADER asks whether the customer will take
      * text messages and records a refusal in HDR-SMS-OPT-OUT
      * (the status screen can change it later), and advancing an
      * order to READY queues an ORDREADY message - contact number,
      * pickup date and balance due - on the DIAZSMS.DAT
      * notification file for the DIAZSMS batch to send. A header
      * file written before the flag goes through DIAZCNV run mode
      * 21 once.
      * New orders, quote conversions and pickup balances now check
      * today's posting period through DIAZPER (CHECK-POSTING-PERIOD,
      * once a session). A month closed in DIAZ0031 books nothing and
      * releases no order against an unpaid balance unless a
      * supervisor signs on as the second signature; each order and
      * payment is then logged on DIAZADJ.DAT through DIAZADJ as a
      * prior-period adjustment, payments carrying the approver in
      * PAY-APPROVED-BY and PRIOR-PERIOD ADJ in PAY-REASON.
      * Gift certificates and store credit are now a tender. Run
      * mode 7 sells a numbered gift certificate over the counter:
      * the number is one past the highest on the MIDTGFT.DAT
      * register, the sale is paid by cash, GCash or card as a
      * GIFTSAL movement on MIDTPAY.DAT under no order, with its
      * official receipt, and the certificate goes on the register
      * for its face value, valid for a year. At the drawer,
      * method 4 takes a certificate or store-credit number: one
      * not on the register, past its expiry date or spent in full
      * is refused and the clerk chooses again; otherwise its
      * balance is drawn down as the payment is written (method
      * GIFT or CRED, the number in PAY-REASON). A certificate
      * holding less than is due pays what it holds and
      * TAKE-ONE-PAYMENT takes the rest as a further tender, each
      * with its own OR. MIDTGFT reports the liability.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed, the way
      * DIAZ0002.DAT is: the header file on HDR-TRANSACTION-NUMBER
      * and the line file on OUT-ORDER-KEY - transaction, line item
      * and reversal flag, so a MIDTVOID reversal line sits beside
      * the line it reverses (OUT-OPERATOR-ID moved behind the flag
      * to make the key one field). The status screen and the bench
      * clock read the order's header by its number and rewrite it
      * the moment its status or text opt-out changes, instead of
      * loading every header into a 200-entry table and writing the
      * file back at the end - a shop with more orders than the
      * table no longer loses status changes. The charges on an
      * order are read from its own lines, and the customer search
      * reads the header file straight through. New orders open
      * both files I-O and write by key. DIAZCNV run modes 26 and
      * 27 load the sequential files into the indexed ones once;
      * MIDTULD unloads and reloads them for recovery.
      * The pickup date is no longer typed in blind with the header.
      * Once the frames are known - keyed in, or booked from a
      * quote - the clerk is offered the earliest day the bench has
      * room for them, from the MIDTCAP.DAT capacity calendar less
      * the frames already promised on RECEIVED and IN-PRODUCTION
      * orders, over the next 60 days. They may take it or key
      * another date; a closed or full day is only promised on a
      * supervisor's word, the clerk's own if they sign on as one,
      * otherwise a second sign-on. The header goes out with no
      * pickup date and is rewritten with the one promised.
      * A prior-period payment no longer loses its certificate: a
      * GIFT or CRED tender, or a certificate sale, posted into a
      * closed month keeps the certificate or store-credit number in
      * PAY-REASON, and PAY-APPROVED-BY with the DIAZADJ.DAT entry
      * marks it as the adjustment. Other payments still read
      * PRIOR-PERIOD ADJ there.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORDER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-ORDER-KEY
           FILE STATUS IS WS-FILE-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
       SELECT RECEIPT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTOR.PRT"
           FILE STATUS IS WS-RECEIPT-STATUS.
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCUS.DAT"
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAR.DAT"
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT LABOR-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTLAB.DAT"
           FILE STATUS IS WS-LABOR-STATUS.
       SELECT NOTIFY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.DAT"
           FILE STATUS IS WS-NOTIFY-STATUS.
       SELECT GIFT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTGFT.DAT"
           FILE STATUS IS WS-GIFT-STATUS.
       SELECT CAPACITY-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCAP.DAT"
           FILE STATUS IS WS-CAPACITY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE
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
       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-LINE.
       01 RECEIPT-LINE PIC X(70).
       FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-REC.
       01 CUSTOMER-REC.
           05 CUS-ACCOUNT-NUMBER     PIC 9(5).
           05 CUS-NAME               PIC X(30).
           05 CUS-CONTACT-NUMBER     PIC X(11).
           05 CUS-ADDRESS            PIC X(40).
           05 CUS-CREDIT-LIMIT       PIC 9(7).
           05 CUS-TERMS-DAYS         PIC 9(3).
           05 CUS-STATUS             PIC X(9).
           05 CUS-OPENED-DATE        PIC 9(8).
       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.
       01 LEDGER-REC.
           05 ARL-ACCOUNT-NUMBER     PIC 9(5).
           05 ARL-ENTRY-TYPE         PIC X.
           05 ARL-TRANSACTION-NUMBER PIC 9(5).
           05 ARL-AMOUNT             PIC 9(7).
           05 ARL-ENTRY-DATE         PIC 9(8).
           05 ARL-ENTRY-TIME         PIC 9(8).
           05 ARL-OR-NUMBER          PIC 9(5).
           05 ARL-METHOD             PIC X(5).
           05 ARL-OPERATOR-ID        PIC X(8).
       FD LABOR-FILE
           DATA RECORD IS LABOR-REC.
       01 LABOR-REC.
           05 LAB-TRANSACTION-NUMBER PIC 9(5).
           05 LAB-OPERATOR-ID        PIC X(8).
           05 LAB-EVENT              PIC X(5).
           05 LAB-DATE               PIC 9(8).
           05 LAB-TIME               PIC 9(8).
           05 LAB-ENTERED-BY         PIC X(8).
       FD NOTIFY-FILE
           DATA RECORD IS NOTIFY-REC.
       01 NOTIFY-REC.
           05 NTF-STATUS             PIC X.
           05 NTF-BUSINESS           PIC X(4).
           05 NTF-TEMPLATE           PIC X(8).
           05 NTF-CONTACT-NUMBER     PIC X(11).
           05 NTF-CUSTOMER-NAME      PIC X(21).
           05 NTF-REFERENCE          PIC 9(5).
           05 NTF-MERGE-1            PIC X(20).
           05 NTF-MERGE-2            PIC X(20).
           05 NTF-QUEUED-DATE        PIC 9(8).
           05 NTF-QUEUED-BY          PIC X(8).
           05 NTF-SENT-DATE          PIC 9(8).
       FD GIFT-FILE
           DATA RECORD IS GIFT-REC.
       01 GIFT-REC.
           05 GFT-NUMBER             PIC 9(5).
           05 GFT-TYPE               PIC X.
               88 GFT-IS-CERTIFICATE VALUE "G".
               88 GFT-IS-CREDIT VALUE "C".
           05 GFT-ISSUED-AMOUNT      PIC 9(7).
           05 GFT-BALANCE            PIC 9(7).
           05 GFT-ISSUE-DATE         PIC 9(8).
           05 GFT-EXPIRY-DATE        PIC 9(8).
           05 GFT-LAST-USED-DATE     PIC 9(8).
           05 GFT-HOLDER-NAME        PIC X(20).
           05 GFT-OR-NUMBER          PIC 9(5).
           05 GFT-SOURCE-ORDER       PIC 9(5).
           05 GFT-OPERATOR-ID        PIC X(8).
       FD CAPACITY-FILE
           DATA RECORD IS CAPACITY-REC.
       01 CAPACITY-REC.
           05 CAP-ENTRY-TYPE         PIC X.
               88 CAP-IS-WEEKDAY     VALUE "W".
               88 CAP-IS-DATE        VALUE "D".
           05 CAP-WEEKDAY            PIC 9.
           05 CAP-DATE               PIC 9(8).
           05 CAP-FRAMES             PIC 9(3).
           05 CAP-CLOSED             PIC X.
           05 CAP-NOTE               PIC X(20).
           05 CAP-SET-BY             PIC X(8).
           05 CAP-SET-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       77 WS-CONTACT-NUMBER PIC X(11) VALUE SPACES.
       77 WS-PICKUP-DATE PIC 9(8) VALUE ZERO.
       77 WS-DISCOUNT-RESP PIC 9 VALUE ZERO.
       77 WS-SMS-RESP PIC 9 VALUE 1.
       77 WS-DISCOUNT-TYPE PIC X(3) VALUE SPACES.
           88 ORDER-IS-DISCOUNTED VALUE "SC" "PWD".
       77 WS-DISCOUNT-ID PIC X(12) VALUE SPACES.
       77 WS-ADVANCE-RESP PIC 9 VALUE ZERO.
       77 WS-HEADER-EOF PIC X VALUE "N".
           88 HEADER-AT-EOF VALUE "Y".
       77 WS-HEADER-FOUND PIC X VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       77 WS-SEARCH-TEXT PIC X(20) VALUE SPACES.
       77 WS-SEARCH-LEN PIC 99 VALUE ZERO.
       77 WS-SCAN-POS PIC 99 VALUE ZERO.
       77 WS-SEARCH-HIT PIC X VALUE "N".
           88 SEARCH-MATCHES VALUE "Y".
       77 WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAYMENT-STATUS PIC XX VALUE "00".
           88 WS-PAYMENT-OK VALUE "00".
           88 WS-PAYMENT-NOT-FOUND VALUE "35".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
           88 WS-RECEIPT-OK VALUE "00".
           88 WS-RECEIPT-NOT-FOUND VALUE "35".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
           88 WS-LEDGER-OK VALUE "00".
           88 WS-LEDGER-NOT-FOUND VALUE "35".
       77 WS-CUSTOMER-EOF PIC X VALUE "N".
           88 CUSTOMER-AT-EOF VALUE "Y".
       77 WS-LEDGER-EOF PIC X VALUE "N".
           88 LEDGER-AT-EOF VALUE "Y".
       77 WS-PAY-OPTION-SET PIC X VALUE "N".
           88 PAY-OPTION-CHOSEN VALUE "Y".
       77 WS-CHARGE-ACCOUNT PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-FOUND PIC X VALUE "N".
           88 CHARGE-ACCOUNT-ON-FILE VALUE "Y".
       77 WS-CHARGE-NAME PIC X(30) VALUE SPACES.
       77 WS-CHARGE-STATUS PIC X(9) VALUE SPACES.
       77 WS-CHARGE-LIMIT PIC 9(7) VALUE ZERO.
       77 WS-ACCOUNT-BALANCE PIC S9(9) VALUE ZERO.
       77 WS-BALANCE-AFTER PIC S9(9) VALUE ZERO.
       77 WS-ACCOUNT-ED PIC ---------9.
       77 WS-RECEIPT-VAT PIC 9(7) VALUE ZERO.
       77 WS-RECEIPT-NET PIC 9(7) VALUE ZERO.
       01 WS-LABOR-STATUS PIC XX VALUE "00".
           88 WS-LABOR-OK VALUE "00".
           88 WS-LABOR-NOT-FOUND VALUE "35".
       77 WS-LABOR-EOF PIC X VALUE "N".
           88 LABOR-AT-EOF VALUE "Y".
       01 WS-NOTIFY-STATUS PIC XX VALUE "00".
           88 WS-NOTIFY-OK VALUE "00".
           88 WS-NOTIFY-NOT-FOUND VALUE "35".
       01 WS-GIFT-STATUS PIC XX VALUE "00".
           88 WS-GIFT-OK VALUE "00".
           88 WS-GIFT-NOT-FOUND VALUE "35".
       77 WS-GIFT-EOF PIC X VALUE "N".
           88 GIFT-AT-EOF VALUE "Y".
      *-----------------------
      * Gift certificates and store credit on MIDTGFT.DAT. A sale
      * or a tender works one number at a time; an order paid
      * partly by a certificate takes the rest by another method,
      * so TAKE-ONE-PAYMENT runs down WS-TENDER-DUE a tender at a
      * time.
      *-----------------------
       77 WS-GIFT-NUMBER PIC 9(5) VALUE ZERO.
       77 WS-GIFT-AMOUNT PIC 9(7) VALUE ZERO.
       77 WS-GIFT-BALANCE PIC 9(7) VALUE ZERO.
       77 WS-GIFT-TYPE PIC X VALUE SPACE.
       77 WS-GIFT-FOUND PIC X VALUE "N".
           88 GIFT-ON-FILE VALUE "Y".
       77 WS-GIFT-SALE PIC X VALUE "N".
           88 SELLING-GIFT-CERT VALUE "Y".
       77 WS-GIFT-REFERENCE PIC X(20) VALUE SPACES.
       77 WS-GIFT-VALID-YEARS PIC 9 VALUE 1.
       01 WS-GIFT-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-GIFT-EXPIRY-R REDEFINES WS-GIFT-EXPIRY.
           05 WS-GXP-YYYY PIC 9(4).
           05 WS-GXP-MM PIC 99.
           05 WS-GXP-DD PIC 99.
       77 WS-ANOTHER-GIFT PIC 9 VALUE 1.
       77 WS-TENDER-DUE PIC 9(7) VALUE ZERO.
       77 WS-TENDER-TOTAL PIC 9(7) VALUE ZERO.
       77 WS-TENDER-REFUSED PIC X VALUE "N".
           88 TENDER-IS-REFUSED VALUE "Y".
      *-----------------------
      * Who is clocked onto one order right now, rebuilt off
      * MIDTLAB.DAT: a START opens a framer's slot, a STOP closes
      * it.
      *-----------------------
       01 WS-CLOCK-TABLE.
           05 WS-CLOCK-ENTRY OCCURS 20 TIMES.
               10 WS-CLK-OPERATOR PIC X(8).
               10 WS-CLK-OPEN PIC X.
       77 WS-CLOCK-COUNT PIC 99 VALUE ZERO.
       77 WS-CLOCK-SUB PIC 99 VALUE ZERO.
       77 WS-CLOCK-HIT PIC 99 VALUE ZERO.
       77 WS-CLOCK-OPERATOR PIC X(8) VALUE SPACES.
       77 WS-CLOCK-EVENT PIC X(5) VALUE SPACES.
       77 WS-CLOCK-ORDER PIC 9(5) VALUE ZERO.
       01 WS-STOCK-STATUS PIC XX VALUE "00".
           88 WS-STOCK-OK VALUE "00".
       77 WS-STOCK-EOF PIC X VALUE "N".
       77 WS-RECALL-SUB PIC 99 VALUE ZERO.
       77 WS-RECALL-VALID PIC 9(8) VALUE ZERO.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-DATE PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-CHECKED PIC X VALUE "N".
       77 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       77 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       77 WS-ADJ-PROGRAM PIC X(8) VALUE "MIDTERM".
       77 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       77 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-RECALL-TABLE.
           05 WS-RECALL-LINE OCCURS 9 TIMES.
               10 WS-RCL-LENGTH PIC 99.
               10 WS-RCL-TYPE-COLOR PIC 9.
               10 WS-RCL-CROWN PIC 9.
               10 WS-RCL-CROWN-CTR PIC 9.
      *-----------------------
      * The bench load over the days a pickup can be promised: the
      * MIDTCAP.DAT calendar (standard week, 1 for Monday, and the
      * dated entries that override it) and, per day, the frames
      * already promised on orders still to be made.
      *-----------------------
       01 WS-CAPACITY-STATUS PIC XX VALUE "00".
           88 WS-CAPACITY-OK VALUE "00".
       77 WS-CAPACITY-EOF PIC X VALUE "N".
           88 CAPACITY-AT-EOF VALUE "Y".
       01 WS-STANDARD-WEEK.
           05 WS-STANDARD-DAY OCCURS 7 TIMES.
               10 WS-STD-FRAMES PIC 9(3).
               10 WS-STD-CLOSED PIC X.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 200 TIMES.
               10 WS-EXC-DATE PIC 9(8).
               10 WS-EXC-FRAMES PIC 9(3).
               10 WS-EXC-CLOSED PIC X.
       77 WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       77 WS-EXCEPTION-SUB PIC 9(3) VALUE ZERO.
       77 WS-EXCEPTION-HIT PIC 9(3) VALUE ZERO.
       01 WS-PICKUP-WINDOW.
           05 WS-WINDOW-DAY OCCURS 60 TIMES.
               10 WS-WIN-DATE PIC 9(8).
               10 WS-WIN-WEEKDAY PIC 9.
               10 WS-WIN-FRAMES PIC 9(3).
               10 WS-WIN-CLOSED PIC X.
               10 WS-WIN-PROMISED PIC S9(5).
       77 WS-WINDOW-SUB PIC 99 VALUE ZERO.
       77 WS-WINDOW-HIT PIC 99 VALUE ZERO.
       77 WS-WINDOW-END PIC 9(8) VALUE ZERO.
       77 WS-PROPOSED-DATE PIC 9(8) VALUE ZERO.
       77 WS-PROPOSED-SUB PIC 99 VALUE ZERO.
       77 WS-PICKUP-SETTLED PIC X VALUE "N".
           88 PICKUP-SETTLED VALUE "Y".
       77 WS-OVERBOOK-RESP PIC X VALUE "N".
       77 WS-ORDER-FRAMES PIC 9(3) VALUE ZERO.
       77 WS-PROMISED-FRAMES PIC S9(3) VALUE ZERO.
       77 WS-ROOM-LEFT PIC S9(5) VALUE ZERO.
       77 WS-ROOM-ED PIC ----9.
       77 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       77 WS-APPROVER-STATUS PIC X VALUE "N".
           88 APPROVER-SIGNED-ON VALUE "Y".
       77 WS-APPROVER-ROLE PIC X VALUE "T".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       01 WS-WEEKDAY-NAMES PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-WEEKDAY-NAMES-R REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-CAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
           05 WS-CAL-YYYY PIC 9(4).
           05 WS-CAL-MM PIC 99.
           05 WS-CAL-DD PIC 99.
       77 WS-CAL-YEAR PIC 9(4) VALUE ZERO.
       77 WS-CAL-MONTH PIC 99 VALUE ZERO.
       77 WS-CAL-MONTH-DAYS PIC 9(3) VALUE ZERO.
       77 WS-CAL-QUOTIENT-4 PIC 9(4) VALUE ZERO.
       77 WS-CAL-QUOTIENT-100 PIC 9(4) VALUE ZERO.
       77 WS-CAL-QUOTIENT-400 PIC 9(4) VALUE ZERO.
       77 WS-CAL-DAY-NUMBER PIC 9(7) VALUE ZERO.
       77 WS-CAL-WEEK-QUOTIENT PIC 9(7) VALUE ZERO.
       77 WS-CAL-WEEKDAY PIC 9 VALUE ZERO.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       77 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.

      *-----------------------
      * RATE-TABLE holds every per-inch/per-crown/per-area price used
               STOP RUN
           END-IF.
           DISPLAY "1-NEW ORDERS  2-ORDER STATUS  3-QUOTE  "
               "4-CONVERT QUOTE  5-CUSTOMER SEARCH  "
               "6-WORKBENCH CLOCK  7-GIFT CERTIFICATE SALE: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE NOT = 2 AND WS-RUN-MODE NOT = 3
               AND WS-RUN-MODE NOT = 5 AND WS-RUN-MODE NOT = 6
               PERFORM CHECK-POSTING-PERIOD
           END-IF.
           IF WS-RUN-MODE = 2
               PERFORM ORDER-STATUS-MODE
           ELSE IF WS-RUN-MODE = 5
               PERFORM CUSTOMER-SEARCH-MODE
           ELSE IF WS-RUN-MODE = 6
               PERFORM WORKBENCH-CLOCK-MODE
           ELSE IF WS-RUN-MODE = 3
               PERFORM QUOTE-MODE
           ELSE IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               DISPLAY "PERIOD CLOSED - NO ORDERS BOOKED."
           ELSE IF WS-RUN-MODE = 4
               PERFORM CONVERT-QUOTE-MODE
           ELSE IF WS-RUN-MODE = 7
               PERFORM GIFT-CERTIFICATE-MODE
           ELSE
               PERFORM OPEN-ORDER-FILES
               OPEN EXTEND PAYMENT-FILE
               IF WS-PAYMENT-NOT-FOUND
                   OPEN OUTPUT PAYMENT-FILE
           END-IF.
           STOP RUN.

       CHECK-POSTING-PERIOD.
      **
      * Orders and payments are dated today, so the posting period
      * is checked once for the session through DIAZPER; a closed
      * month takes them only as prior-period adjustments under a
      * supervisor's second sign-on.
      **
           IF WS-PERIOD-CHECKED NOT = "Y"
               MOVE "Y" TO WS-PERIOD-CHECKED
               ACCEPT WS-PERIOD-DATE FROM DATE YYYYMMDD
               CALL "DIAZPER" USING WS-PERIOD-DATE WS-OPERATOR-ID
                   WS-PERIOD-RESULT WS-PERIOD-APPROVER
           END-IF.

       LOG-PRIOR-PERIOD-ENTRY.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-PERIOD-DATE
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.

       GIFT-CERTIFICATE-MODE.
      **
      * Numbered gift certificates sold over the counter. The sale
      * is a payment on MIDTPAY.DAT under no order, by type GIFTSAL,
      * with its official receipt; the certificate goes on the
      * MIDTGFT.DAT register for its face value.
      **
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-NOT-FOUND
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           PERFORM LOAD-ORDER-CONTROL.
           MOVE 1 TO WS-ANOTHER-GIFT.
           PERFORM SELL-GIFT-CERTIFICATE UNTIL WS-ANOTHER-GIFT = 0.
           CLOSE PAYMENT-FILE.

       SELL-GIFT-CERTIFICATE.
           DISPLAY "CERTIFICATE AMOUNT IN PHP (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-GIFT-AMOUNT.
           IF WS-GIFT-AMOUNT = 0
               MOVE 0 TO WS-ANOTHER-GIFT
           ELSE
               DISPLAY "PURCHASER NAME: " WITH NO ADVANCING
               ACCEPT WS-CUSTOMER-NAME
               PERFORM NEXT-GIFT-NUMBER
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM SET-GIFT-EXPIRY
               MOVE ZERO TO WS-TRANSACTION-NUMBER
               MOVE SPACES TO WS-DISCOUNT-TYPE
               MOVE "GIFTSAL" TO WS-PAY-TYPE
               MOVE WS-GIFT-AMOUNT TO WS-AMOUNT-DUE
               MOVE SPACES TO WS-GIFT-REFERENCE
               STRING "GIFT CERT " DELIMITED BY SIZE
                   WS-GIFT-NUMBER DELIMITED BY SIZE
                   INTO WS-GIFT-REFERENCE
               SET SELLING-GIFT-CERT TO TRUE
               PERFORM TAKE-ONE-PAYMENT
               MOVE "N" TO WS-GIFT-SALE
               PERFORM WRITE-GIFT-CERTIFICATE
               DISPLAY "GIFT CERTIFICATE NO. " WS-GIFT-NUMBER
                   " FOR " WS-GIFT-AMOUNT " PHP - VALID UNTIL "
                   WS-GIFT-EXPIRY
           END-IF.

       NEXT-GIFT-NUMBER.
      **
      * Certificates and store credits share one number series:
      * one past the highest number on the register.
      **
           MOVE ZERO TO WS-GIFT-NUMBER.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN INPUT GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM TALLY-GIFT-NUMBER UNTIL GIFT-AT-EOF
               CLOSE GIFT-FILE
           END-IF.
           ADD 1 TO WS-GIFT-NUMBER.

       TALLY-GIFT-NUMBER.
           IF GFT-NUMBER > WS-GIFT-NUMBER
               MOVE GFT-NUMBER TO WS-GIFT-NUMBER
           END-IF.
           PERFORM READ-GIFT-RECORD.

       SET-GIFT-EXPIRY.
           MOVE WS-TODAY-DATE TO WS-GIFT-EXPIRY.
           ADD WS-GIFT-VALID-YEARS TO WS-GXP-YYYY.
           IF WS-GXP-MM = 2 AND WS-GXP-DD = 29
               MOVE 28 TO WS-GXP-DD
           END-IF.

       WRITE-GIFT-CERTIFICATE.
           OPEN EXTEND GIFT-FILE.
           IF WS-GIFT-NOT-FOUND
               OPEN OUTPUT GIFT-FILE
           END-IF.
           MOVE WS-GIFT-NUMBER TO GFT-NUMBER.
           MOVE "G" TO GFT-TYPE.
           MOVE WS-GIFT-AMOUNT TO GFT-ISSUED-AMOUNT.
           MOVE WS-GIFT-AMOUNT TO GFT-BALANCE.
           MOVE WS-TODAY-DATE TO GFT-ISSUE-DATE.
           MOVE WS-GIFT-EXPIRY TO GFT-EXPIRY-DATE.
           MOVE ZERO TO GFT-LAST-USED-DATE.
           MOVE WS-CUSTOMER-NAME TO GFT-HOLDER-NAME.
           MOVE WS-OR-NUMBER TO GFT-OR-NUMBER.
           MOVE ZERO TO GFT-SOURCE-ORDER.
           MOVE WS-OPERATOR-ID TO GFT-OPERATOR-ID.
           WRITE GIFT-REC.
           CLOSE GIFT-FILE.

       QUOTE-MODE.
           OPEN EXTEND QUOTE-FILE.
           IF WS-QUOTE-NOT-FOUND
           PERFORM READ-QUOTE-LINE.

       BOOK-ORDER-FROM-QUOTE.
           PERFORM OPEN-ORDER-FILES.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-NOT-FOUND
               OPEN OUTPUT PAYMENT-FILE
           PERFORM BOOK-ONE-QUOTE-LINE
               VARYING WS-RECALL-SUB FROM 1 BY 1
               UNTIL WS-RECALL-SUB > WS-RECALL-COUNT.
           PERFORM PROMISE-PICKUP-DATE.
           DISPLAY "ORDER TOTAL FROM QUOTE: " WS-ORDER-TOTAL " PHP".
           PERFORM COLLECT-ORDER-PAYMENT.
           CLOSE ORDER-FILE.
           MOVE 1 TO WS-ANOTHER-ITEM.
           PERFORM CAPTURE-ORDER-HEADER.
           PERFORM INPUT-DATA UNTIL WS-ANOTHER-ITEM = 0.
           PERFORM PROMISE-PICKUP-DATE.
           PERFORM DISPLAY-ORDER-TOTAL.

       LOAD-ORDER-CONTROL.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       OPEN-ORDER-FILES.
      **
      * Both order files are indexed; the first order ever taken
      * creates them empty before opening them for update.
      **
           OPEN I-O ORDER-FILE.
           IF WS-FILE-NOT-FOUND
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF.
           OPEN I-O HEADER-FILE.
           IF WS-HEADER-NOT-FOUND
               OPEN OUTPUT HEADER-FILE
               CLOSE HEADER-FILE
               OPEN I-O HEADER-FILE
           END-IF.

       CAPTURE-ORDER-HEADER.
           DISPLAY "ORDER NUMBER: " WS-TRANSACTION-NUMBER.
           DISPLAY "CUSTOMER NAME: " WITH NO ADVANCING.
           ACCEPT WS-CUSTOMER-NAME.
           DISPLAY "CONTACT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CONTACT-NUMBER.
           DISPLAY "TEXT THE CUSTOMER WHEN READY? [1] YES "
               "[0] NO, OPTED OUT: " WITH NO ADVANCING.
           ACCEPT WS-SMS-RESP.
           MOVE SPACES TO WS-DISCOUNT-TYPE.
           MOVE SPACES TO WS-DISCOUNT-ID.
           DISPLAY "DISCOUNT ID PRESENTED? [1] SENIOR CITIZEN "
           MOVE WS-CUSTOMER-NAME TO HDR-CUSTOMER-NAME.
           MOVE WS-CONTACT-NUMBER TO HDR-CONTACT-NUMBER.
           ACCEPT HDR-ORDER-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO HDR-PICKUP-DATE.
           MOVE "RECEIVED" TO HDR-ORDER-STATUS.
           MOVE WS-DISCOUNT-TYPE TO HDR-DISCOUNT-TYPE.
           MOVE WS-DISCOUNT-ID TO HDR-DISCOUNT-ID.
           IF WS-SMS-RESP = 0
               MOVE "Y" TO HDR-SMS-OPT-OUT
           ELSE
               MOVE "N" TO HDR-SMS-OPT-OUT
           END-IF.
           WRITE HEADER-REC
               INVALID KEY
                   DISPLAY "ORDER " WS-TRANSACTION-NUMBER
                       " ALREADY HAS A HEADER - CHECK MIDTCTL.DAT."
           END-WRITE.

       PROMISE-PICKUP-DATE.
      **
      * The frames on the order are known now, so the pickup date
      * is promised against what the bench can still take: the
      * earliest day with room is offered, and a closed or full day
      * needs a supervisor. The header is rewritten with the date.
      **
           MOVE WS-LINE-ITEM-NUMBER TO WS-ORDER-FRAMES.
           PERFORM BUILD-PICKUP-WINDOW.
           PERFORM PROPOSE-PICKUP-DATE.
           MOVE "N" TO WS-PICKUP-SETTLED.
           PERFORM CHOOSE-PICKUP-DATE UNTIL PICKUP-SETTLED.
           MOVE WS-TRANSACTION-NUMBER TO WS-STATUS-LOOKUP.
           PERFORM FIND-HEADER-ENTRY.
           IF HEADER-FOUND
               MOVE WS-PICKUP-DATE TO HDR-PICKUP-DATE
               PERFORM REWRITE-HEADER-RECORD
           ELSE
               DISPLAY "ORDER HEADER NOT FOUND - PICKUP DATE NOT "
                   "SAVED."
           END-IF.

       BUILD-PICKUP-WINDOW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CAPACITY-CALENDAR.
           MOVE WS-TODAY-DATE TO WS-CAL-DATE.
           PERFORM BUILD-WINDOW-DAY
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > 60.
           MOVE WS-WIN-DATE (60) TO WS-WINDOW-END.
           MOVE ZERO TO HDR-TRANSACTION-NUMBER.
           MOVE "N" TO WS-HEADER-EOF.
           START HEADER-FILE KEY IS NOT LESS THAN HDR-TRANSACTION-NUMBER
               INVALID KEY SET HEADER-AT-EOF TO TRUE
               NOT INVALID KEY PERFORM READ-HEADER-RECORD
           END-START.
           PERFORM TALLY-PROMISED-ORDER UNTIL HEADER-AT-EOF.

       BUILD-WINDOW-DAY.
           PERFORM SET-CALENDAR-WEEKDAY.
           MOVE WS-CAL-DATE TO WS-WIN-DATE (WS-WINDOW-SUB).
           MOVE WS-CAL-WEEKDAY TO WS-WIN-WEEKDAY (WS-WINDOW-SUB).
           MOVE WS-STD-FRAMES (WS-CAL-WEEKDAY)
               TO WS-WIN-FRAMES (WS-WINDOW-SUB).
           MOVE WS-STD-CLOSED (WS-CAL-WEEKDAY)
               TO WS-WIN-CLOSED (WS-WINDOW-SUB).
           MOVE ZERO TO WS-EXCEPTION-HIT.
           PERFORM MATCH-CALENDAR-DATE
               VARYING WS-EXCEPTION-SUB FROM 1 BY 1
               UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT
               OR WS-EXCEPTION-HIT > 0.
           IF WS-EXCEPTION-HIT > 0
               MOVE WS-EXC-FRAMES (WS-EXCEPTION-HIT)
                   TO WS-WIN-FRAMES (WS-WINDOW-SUB)
               MOVE WS-EXC-CLOSED (WS-EXCEPTION-HIT)
                   TO WS-WIN-CLOSED (WS-WINDOW-SUB)
           END-IF.
           IF WS-WIN-CLOSED (WS-WINDOW-SUB) = "Y"
               MOVE ZERO TO WS-WIN-FRAMES (WS-WINDOW-SUB)
           END-IF.
           MOVE ZERO TO WS-WIN-PROMISED (WS-WINDOW-SUB).
           PERFORM NEXT-CALENDAR-DATE.

       MATCH-CALENDAR-DATE.
           IF WS-EXC-DATE (WS-EXCEPTION-SUB) = WS-CAL-DATE
               MOVE WS-EXCEPTION-SUB TO WS-EXCEPTION-HIT
           END-IF.

       TALLY-PROMISED-ORDER.
      **
      * An order still to be made - RECEIVED or IN-PRODUCTION -
      * holds its frames against its pickup day; a reversal line
      * gives one back.
      **
           IF (HDR-ORDER-STATUS = "RECEIVED"
               OR HDR-ORDER-STATUS = "IN-PRODUCTION")
               AND HDR-PICKUP-DATE >= WS-TODAY-DATE
               AND HDR-PICKUP-DATE <= WS-WINDOW-END
               MOVE ZERO TO WS-WINDOW-HIT
               PERFORM MATCH-WINDOW-DAY
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > 60 OR WS-WINDOW-HIT > 0
               IF WS-WINDOW-HIT > 0
                   MOVE HDR-TRANSACTION-NUMBER TO WS-STATUS-LOOKUP
                   MOVE ZERO TO WS-PROMISED-FRAMES
                   MOVE "N" TO WS-LINES-EOF
                   PERFORM START-ORDER-LINES
                   PERFORM COUNT-PROMISED-FRAME UNTIL LINES-AT-EOF
                   ADD WS-PROMISED-FRAMES
                       TO WS-WIN-PROMISED (WS-WINDOW-HIT)
               END-IF
           END-IF.
           PERFORM READ-HEADER-RECORD.

       MATCH-WINDOW-DAY.
           IF WS-WIN-DATE (WS-WINDOW-SUB) = HDR-PICKUP-DATE
               MOVE WS-WINDOW-SUB TO WS-WINDOW-HIT
           END-IF.

       COUNT-PROMISED-FRAME.
           IF OUT-REVERSAL-FLAG = "R"
               SUBTRACT 1 FROM WS-PROMISED-FRAMES
           ELSE
               ADD 1 TO WS-PROMISED-FRAMES
           END-IF.
           PERFORM READ-ORDER-LINE.

       PROPOSE-PICKUP-DATE.
           MOVE ZERO TO WS-PROPOSED-DATE.
           MOVE ZERO TO WS-PROPOSED-SUB.
           PERFORM TRY-WINDOW-DAY
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > 60 OR WS-PROPOSED-SUB > 0.
           IF WS-PROPOSED-SUB > 0
               MOVE WS-WIN-DATE (WS-PROPOSED-SUB) TO WS-PROPOSED-DATE
           END-IF.

       TRY-WINDOW-DAY.
           COMPUTE WS-ROOM-LEFT = WS-WIN-FRAMES (WS-WINDOW-SUB)
               - WS-WIN-PROMISED (WS-WINDOW-SUB).
           IF WS-WIN-CLOSED (WS-WINDOW-SUB) NOT = "Y"
               AND WS-ROOM-LEFT >= WS-ORDER-FRAMES
               MOVE WS-WINDOW-SUB TO WS-PROPOSED-SUB
           END-IF.

       CHOOSE-PICKUP-DATE.
           IF WS-PROPOSED-SUB > 0
               DISPLAY "EARLIEST PICKUP WITH ROOM FOR "
                   WS-ORDER-FRAMES " FRAMES: " WS-PROPOSED-DATE " "
                   WS-WEEKDAY-NAME (WS-WIN-WEEKDAY (WS-PROPOSED-SUB))
           ELSE
               DISPLAY "NO DAY IN THE NEXT 60 HAS ROOM FOR "
                   WS-ORDER-FRAMES " FRAMES."
           END-IF.
           DISPLAY "PROMISED PICKUP DATE (YYYYMMDD, 0 = EARLIEST): "
               WITH NO ADVANCING.
           ACCEPT WS-PICKUP-DATE.
           MOVE WS-PICKUP-DATE TO WS-CAL-DATE.
           IF WS-PICKUP-DATE = 0
               IF WS-PROPOSED-SUB > 0
                   MOVE WS-PROPOSED-DATE TO WS-PICKUP-DATE
                   SET PICKUP-SETTLED TO TRUE
               ELSE
                   DISPLAY "KEY THE DATE TO PROMISE."
               END-IF
           ELSE IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
               OR WS-CAL-DD < 1 OR WS-CAL-DD > 31
               DISPLAY "NOT A DATE - KEY IT AS YYYYMMDD."
           ELSE IF WS-PICKUP-DATE < WS-TODAY-DATE
               DISPLAY "PICKUP CANNOT BE PROMISED BEFORE TODAY."
           ELSE IF WS-PICKUP-DATE > WS-WINDOW-END
               DISPLAY "PAST " WS-WINDOW-END
                   " - BENCH LOAD NOT CHECKED THAT FAR AHEAD."
               SET PICKUP-SETTLED TO TRUE
           ELSE
               MOVE ZERO TO WS-WINDOW-HIT
               PERFORM MATCH-PICKUP-DAY
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > 60 OR WS-WINDOW-HIT > 0
               IF WS-WINDOW-HIT = 0
                   DISPLAY "NOT A DATE - KEY IT AS YYYYMMDD."
               ELSE
                   COMPUTE WS-ROOM-LEFT = WS-WIN-FRAMES (WS-WINDOW-HIT)
                       - WS-WIN-PROMISED (WS-WINDOW-HIT)
                   IF WS-WIN-CLOSED (WS-WINDOW-HIT) = "Y"
                       OR WS-ROOM-LEFT < WS-ORDER-FRAMES
                       PERFORM CONFIRM-OVERBOOKING
                   ELSE
                       SET PICKUP-SETTLED TO TRUE
                   END-IF
               END-IF
           END-IF.

       MATCH-PICKUP-DAY.
           IF WS-WIN-DATE (WS-WINDOW-SUB) = WS-PICKUP-DATE
               MOVE WS-WINDOW-SUB TO WS-WINDOW-HIT
           END-IF.

       CONFIRM-OVERBOOKING.
      **
      * A day the shop is closed, or one without room for the
      * frames, is promised only on a supervisor's word: the clerk's
      * own if they signed on as one, otherwise a supervisor signs
      * on as the approver.
      **
           IF WS-WIN-CLOSED (WS-WINDOW-HIT) = "Y"
               DISPLAY WS-PICKUP-DATE " - THE SHOP IS CLOSED."
           ELSE
               MOVE WS-ROOM-LEFT TO WS-ROOM-ED
               DISPLAY WS-PICKUP-DATE " IS FULL - ROOM FOR "
                   WS-ROOM-ED " FRAMES, THIS ORDER HAS "
                   WS-ORDER-FRAMES "."
           END-IF.
           IF OPERATOR-IS-SUPERVISOR
               DISPLAY "PROMISE IT ANYWAY? Y/N: " WITH NO ADVANCING
               MOVE "N" TO WS-OVERBOOK-RESP
               ACCEPT WS-OVERBOOK-RESP
               IF WS-OVERBOOK-RESP = "Y" OR WS-OVERBOOK-RESP = "y"
                   SET PICKUP-SETTLED TO TRUE
               END-IF
           ELSE
               DISPLAY "OVERBOOKING - SUPERVISOR APPROVAL"
               MOVE "N" TO WS-APPROVER-STATUS
               CALL "DIAZSGN" USING WS-APPROVER-ID WS-APPROVER-STATUS
                   WS-APPROVER-ROLE
               IF APPROVER-SIGNED-ON AND APPROVER-IS-SUPERVISOR
                   DISPLAY "PICKUP PROMISED ON THE APPROVAL OF "
                       WS-APPROVER-ID
                   SET PICKUP-SETTLED TO TRUE
               ELSE
                   DISPLAY "NO SUPERVISOR APPROVAL - CHOOSE ANOTHER "
                       "DATE."
               END-IF
           END-IF.

       LOAD-CAPACITY-CALENDAR.
      **
      * With no calendar yet the bench is taken as 8 frames a day,
      * Sunday closed; the last entry for a weekday or a date is the
      * one in force.
      **
           MOVE ZERO TO WS-EXCEPTION-COUNT.
           PERFORM DEFAULT-STANDARD-DAY
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > 7.
           MOVE "N" TO WS-CAPACITY-EOF.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAPACITY-OK
               PERFORM READ-CAPACITY-RECORD
               PERFORM TABLE-CAPACITY-RECORD UNTIL CAPACITY-AT-EOF
               CLOSE CAPACITY-FILE
           END-IF.

       DEFAULT-STANDARD-DAY.
           IF WS-WINDOW-SUB = 7
               MOVE ZERO TO WS-STD-FRAMES (WS-WINDOW-SUB)
               MOVE "Y" TO WS-STD-CLOSED (WS-WINDOW-SUB)
           ELSE
               MOVE 8 TO WS-STD-FRAMES (WS-WINDOW-SUB)
               MOVE "N" TO WS-STD-CLOSED (WS-WINDOW-SUB)
           END-IF.

       READ-CAPACITY-RECORD.
           READ CAPACITY-FILE
               AT END SET CAPACITY-AT-EOF TO TRUE
           END-READ.

       TABLE-CAPACITY-RECORD.
           IF CAP-IS-WEEKDAY AND CAP-WEEKDAY >= 1 AND CAP-WEEKDAY <= 7
               MOVE CAP-FRAMES TO WS-STD-FRAMES (CAP-WEEKDAY)
               MOVE CAP-CLOSED TO WS-STD-CLOSED (CAP-WEEKDAY)
           END-IF.
           IF CAP-IS-DATE AND CAP-DATE >= WS-TODAY-DATE
               MOVE ZERO TO WS-EXCEPTION-HIT
               PERFORM MATCH-CAPACITY-DATE
                   VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT
                   OR WS-EXCEPTION-HIT > 0
               IF WS-EXCEPTION-HIT = 0 AND WS-EXCEPTION-COUNT < 200
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-HIT
                   MOVE CAP-DATE TO WS-EXC-DATE (WS-EXCEPTION-HIT)
               END-IF
               IF WS-EXCEPTION-HIT > 0
                   MOVE CAP-FRAMES TO WS-EXC-FRAMES (WS-EXCEPTION-HIT)
                   MOVE CAP-CLOSED TO WS-EXC-CLOSED (WS-EXCEPTION-HIT)
               END-IF
           END-IF.
           PERFORM READ-CAPACITY-RECORD.

       MATCH-CAPACITY-DATE.
           IF WS-EXC-DATE (WS-EXCEPTION-SUB) = CAP-DATE
               MOVE WS-EXCEPTION-SUB TO WS-EXCEPTION-HIT
           END-IF.

       SET-CALENDAR-WEEKDAY.
      **
      * Days since a fixed origin, the year counted from March so
      * the leap day falls at its end; the remainder over 7 gives
      * the weekday, 1 for Monday.
      **
           MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
           MOVE WS-CAL-MM TO WS-CAL-MONTH.
           IF WS-CAL-MONTH <= 2
               SUBTRACT 1 FROM WS-CAL-YEAR
               ADD 12 TO WS-CAL-MONTH
           END-IF.
           DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-QUOTIENT-4.
           DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-QUOTIENT-100.
           DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-QUOTIENT-400.
           COMPUTE WS-CAL-MONTH-DAYS =
               (153 * (WS-CAL-MONTH - 3) + 2) / 5.
           COMPUTE WS-CAL-DAY-NUMBER = (365 * WS-CAL-YEAR)
               + WS-CAL-QUOTIENT-4 - WS-CAL-QUOTIENT-100
               + WS-CAL-QUOTIENT-400 + WS-CAL-MONTH-DAYS + WS-CAL-DD
               + 1.
           DIVIDE WS-CAL-DAY-NUMBER BY 7
               GIVING WS-CAL-WEEK-QUOTIENT REMAINDER WS-CAL-WEEKDAY.
           ADD 1 TO WS-CAL-WEEKDAY.

       NEXT-CALENDAR-DATE.
           ADD 1 TO WS-CAL-DD.
           MOVE WS-MONTH-LENGTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
           IF WS-CAL-MM = 2
               DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CAL-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-CAL-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-CAL-DD > WS-CAL-MONTH-DAYS
               MOVE 1 TO WS-CAL-DD
               ADD 1 TO WS-CAL-MM
               IF WS-CAL-MM > 12
                   MOVE 1 TO WS-CAL-MM
                   ADD 1 TO WS-CAL-YYYY
               END-IF
           END-IF.

       ORDER-STATUS-MODE.
      **
      * The header file is open for update for the whole session
      * and each order's header is rewritten as soon as it changes.
      * The control counters are loaded up front: a pickup-balance
      * payment draws an OR number and writes the control record
      * back, and must not write the working-storage defaults over
      * the live counters.
      **
           PERFORM LOAD-ORDER-CONTROL.
           OPEN I-O HEADER-FILE.
           IF NOT WS-HEADER-OK
               DISPLAY "NO ORDERS ON FILE YET."
           ELSE
               MOVE 1 TO WS-STATUS-LOOKUP
               PERFORM STATUS-LOOKUP-LOOP
                   UNTIL WS-STATUS-LOOKUP = 0
               CLOSE HEADER-FILE
           END-IF.

       READ-HEADER-RECORD.
           READ HEADER-FILE NEXT RECORD
               AT END SET HEADER-AT-EOF TO TRUE
           END-READ.

       STATUS-LOOKUP-LOOP.
           DISPLAY "ORDER (TRANSACTION) NUMBER (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-STATUS-LOOKUP.
           IF WS-STATUS-LOOKUP NOT = 0
               PERFORM FIND-HEADER-ENTRY
               IF NOT HEADER-FOUND
                   DISPLAY "NO ORDER HEADER FOR THAT NUMBER."
               ELSE
                   PERFORM SHOW-AND-ADVANCE-STATUS
           END-IF.

       FIND-HEADER-ENTRY.
           MOVE WS-STATUS-LOOKUP TO HDR-TRANSACTION-NUMBER.
           READ HEADER-FILE
               INVALID KEY MOVE "N" TO WS-HEADER-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-HEADER-FOUND
           END-READ.

       REWRITE-HEADER-RECORD.
           REWRITE HEADER-REC
               INVALID KEY
                   DISPLAY "ORDER HEADER NOT UPDATED - STATUS: "
                       WS-HEADER-STATUS
           END-REWRITE.

       SHOW-AND-ADVANCE-STATUS.
           DISPLAY "CUSTOMER: " HDR-CUSTOMER-NAME
               "  CONTACT: " HDR-CONTACT-NUMBER.
           DISPLAY "ORDERED: " HDR-ORDER-DATE
               "  PICKUP: " HDR-PICKUP-DATE.
           DISPLAY "STATUS: " HDR-ORDER-STATUS.
           IF HDR-SMS-OPT-OUT = "Y"
               DISPLAY "TEXT MESSAGES: OPTED OUT"
           END-IF.
           PERFORM SUM-ORDER-CHARGES.
           PERFORM SUM-ORDER-PAYMENTS.
           COMPUTE WS-BALANCE-DUE =
           DISPLAY "CHARGES: " WS-ORDER-CHARGES
               "  PAID: " WS-PAID-TO-DATE
               "  BALANCE: " WS-BALANCE-DUE.
           IF HDR-ORDER-STATUS = "PICKED-UP"
               DISPLAY "ORDER ALREADY PICKED UP."
           ELSE
               DISPLAY "ADVANCE STATUS? [1] YES [0] NO "
                   "[2] CHANGE TEXT OPT-OUT: " WITH NO ADVANCING
               ACCEPT WS-ADVANCE-RESP
               IF WS-ADVANCE-RESP = 1
                   AND HDR-ORDER-STATUS = "READY"
                   AND WS-BALANCE-DUE > 0
                   PERFORM CHECK-POSTING-PERIOD
                   IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
                       DISPLAY "PERIOD CLOSED - BALANCE NOT TAKEN, "
                           "ORDER NOT RELEASED."
                       MOVE 0 TO WS-ADVANCE-RESP
                   END-IF
               END-IF
               IF WS-ADVANCE-RESP = 2
                   IF HDR-SMS-OPT-OUT = "Y"
                       MOVE "N" TO HDR-SMS-OPT-OUT
                       DISPLAY "CUSTOMER WILL BE TEXTED."
                   ELSE
                       MOVE "Y" TO HDR-SMS-OPT-OUT
                       DISPLAY "CUSTOMER OPTED OUT OF TEXTS."
                   END-IF
               END-IF
               IF WS-ADVANCE-RESP = 1
                   IF HDR-ORDER-STATUS = "READY"
                       AND WS-BALANCE-DUE > 0
                       PERFORM COLLECT-PICKUP-BALANCE
                   END-IF
                   PERFORM ADVANCE-ORDER-STATUS
                   DISPLAY "NEW STATUS: "
                       HDR-ORDER-STATUS
               END-IF
               IF WS-ADVANCE-RESP = 1 OR WS-ADVANCE-RESP = 2
                   PERFORM REWRITE-HEADER-RECORD
               END-IF
           END-IF.

      * keyed text is trimmed to its real length and matched
      * anywhere inside the customer name or the contact number,
      * the same substring search DIAZ0003 runs on account names.
      * The header file is read straight through in order number.
      **
           OPEN INPUT HEADER-FILE.
           IF NOT WS-HEADER-OK
               DISPLAY "NO ORDERS ON FILE YET."
           ELSE
               DISPLAY "NAME OR CONTACT NUMBER (FULL OR PART): "
                   DISPLAY "ORDER DATE     STATUS        "
                       "CHARGES  BALANCE"
                   MOVE ZERO TO WS-MATCH-COUNT
                   MOVE "N" TO WS-HEADER-EOF
                   PERFORM READ-HEADER-RECORD
                   PERFORM MATCH-ONE-CUSTOMER UNTIL HEADER-AT-EOF
                   DISPLAY "ORDERS MATCHED: " WS-MATCH-COUNT
               END-IF
               CLOSE HEADER-FILE
           END-IF.

       SIZE-SEARCH-TEXT.
           END-IF.
           IF SEARCH-MATCHES
               ADD 1 TO WS-MATCH-COUNT
               MOVE HDR-TRANSACTION-NUMBER TO WS-STATUS-LOOKUP
               PERFORM SUM-ORDER-CHARGES
               PERFORM SUM-ORDER-PAYMENTS
               COMPUTE WS-BALANCE-DUE =
                   WS-ORDER-CHARGES - WS-PAID-TO-DATE
               DISPLAY HDR-TRANSACTION-NUMBER " "
                   HDR-ORDER-DATE " "
                   HDR-ORDER-STATUS " "
                   WS-ORDER-CHARGES " " WS-BALANCE-DUE
               DISPLAY "      " HDR-CUSTOMER-NAME
                   " " HDR-CONTACT-NUMBER
           END-IF.
           PERFORM READ-HEADER-RECORD.

       SCAN-CUSTOMER-NAME.
           IF HDR-CUSTOMER-NAME (WS-SCAN-POS:WS-SEARCH-LEN)
               = WS-SEARCH-TEXT (1:WS-SEARCH-LEN)
               SET SEARCH-MATCHES TO TRUE
           END-IF.

       SCAN-CONTACT-NUMBER.
           IF HDR-CONTACT-NUMBER (WS-SCAN-POS:WS-SEARCH-LEN)
               = WS-SEARCH-TEXT (1:WS-SEARCH-LEN)
               SET SEARCH-MATCHES TO TRUE
           END-IF.
           MOVE "N" TO WS-LINES-EOF.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               PERFORM START-ORDER-LINES
               PERFORM ADD-ORDER-LINE UNTIL LINES-AT-EOF
               CLOSE ORDER-FILE
           END-IF.

       START-ORDER-LINES.
      **
      * An order's lines, and any reversals of them, follow one
      * another in key order from its first line.
      **
           MOVE WS-STATUS-LOOKUP TO OUT-TRANSACTION-NUMBER.
           MOVE ZERO TO OUT-LINE-ITEM-NUMBER.
           MOVE SPACE TO OUT-REVERSAL-FLAG.
           START ORDER-FILE KEY IS NOT LESS THAN OUT-ORDER-KEY
               INVALID KEY SET LINES-AT-EOF TO TRUE
               NOT INVALID KEY PERFORM READ-ORDER-LINE
           END-START.

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
               NOT AT END
                   IF OUT-TRANSACTION-NUMBER NOT = WS-STATUS-LOOKUP
                       SET LINES-AT-EOF TO TRUE
                   END-IF
           END-READ.

       ADD-ORDER-LINE.
           ADD OUT-TOTAL-AMOUNT TO WS-ORDER-CHARGES.
           PERFORM READ-ORDER-LINE.

       SUM-ORDER-PAYMENTS.

       COLLECT-PICKUP-BALANCE.
           MOVE WS-STATUS-LOOKUP TO WS-TRANSACTION-NUMBER.
           MOVE HDR-CUSTOMER-NAME
               TO WS-CUSTOMER-NAME.
           MOVE HDR-DISCOUNT-TYPE
               TO WS-DISCOUNT-TYPE.
           MOVE "BALANCE" TO WS-PAY-TYPE.
           MOVE WS-BALANCE-DUE TO WS-AMOUNT-DUE.
           CLOSE PAYMENT-FILE.

       ADVANCE-ORDER-STATUS.
      **
      * The bench clock follows the order: whoever puts it into
      * production is clocked onto it, and every framer still on
      * it is clocked off when it is ready.
      **
           MOVE HDR-TRANSACTION-NUMBER TO WS-CLOCK-ORDER.
           EVALUATE HDR-ORDER-STATUS
               WHEN "RECEIVED"
                   MOVE "IN-PRODUCTION"
                       TO HDR-ORDER-STATUS
                   PERFORM LOAD-ORDER-CLOCK
                   MOVE WS-OPERATOR-ID TO WS-CLOCK-OPERATOR
                   PERFORM FIND-CLOCK-SLOT
                   IF WS-CLOCK-HIT = 0
                       OR WS-CLK-OPEN (WS-CLOCK-HIT) NOT = "Y"
                       MOVE "START" TO WS-CLOCK-EVENT
                       PERFORM WRITE-LABOR-EVENT
                   END-IF
               WHEN "IN-PRODUCTION"
                   MOVE "READY" TO HDR-ORDER-STATUS
                   PERFORM CLOCK-OFF-ORDER
                   PERFORM QUEUE-READY-NOTICE
               WHEN "READY"
                   MOVE "PICKED-UP"
                       TO HDR-ORDER-STATUS
               WHEN OTHER
                   MOVE "RECEIVED" TO HDR-ORDER-STATUS
           END-EVALUATE.

       WORKBENCH-CLOCK-MODE.
      **
      * A framer keys the order on the bench and is clocked onto
      * it, or off it if already on. Only orders still to be made
      * take time; a RECEIVED order moved to IN-PRODUCTION has its
      * header rewritten there and then.
      **
           OPEN I-O HEADER-FILE.
           IF NOT WS-HEADER-OK
               DISPLAY "NO ORDERS ON FILE YET."
           ELSE
               MOVE 1 TO WS-STATUS-LOOKUP
               PERFORM CLOCK-ONE-ORDER UNTIL WS-STATUS-LOOKUP = 0
               CLOSE HEADER-FILE
           END-IF.

       CLOCK-ONE-ORDER.
           DISPLAY "ORDER NUMBER AT THE BENCH (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-STATUS-LOOKUP.
           IF WS-STATUS-LOOKUP NOT = 0
               PERFORM FIND-HEADER-ENTRY
               IF NOT HEADER-FOUND
                   DISPLAY "NO ORDER HEADER FOR THAT NUMBER."
               ELSE
                   PERFORM CLOCK-OPERATOR-ON-OFF
               END-IF
           END-IF.

       CLOCK-OPERATOR-ON-OFF.
           MOVE WS-STATUS-LOOKUP TO WS-CLOCK-ORDER.
           PERFORM LOAD-ORDER-CLOCK.
           MOVE WS-OPERATOR-ID TO WS-CLOCK-OPERATOR.
           PERFORM FIND-CLOCK-SLOT.
           IF WS-CLOCK-HIT > 0 AND WS-CLK-OPEN (WS-CLOCK-HIT) = "Y"
               MOVE "STOP" TO WS-CLOCK-EVENT
               PERFORM WRITE-LABOR-EVENT
               DISPLAY WS-OPERATOR-ID " CLOCKED OFF ORDER "
                   WS-CLOCK-ORDER
           ELSE IF HDR-ORDER-STATUS NOT = "RECEIVED"
               AND HDR-ORDER-STATUS NOT = "IN-PRODUCTION"
               DISPLAY "ORDER IS " HDR-ORDER-STATUS
                   " - NO BENCH TIME CAN GO ON IT."
           ELSE
               MOVE "START" TO WS-CLOCK-EVENT
               PERFORM WRITE-LABOR-EVENT
               DISPLAY WS-OPERATOR-ID " CLOCKED ONTO ORDER "
                   WS-CLOCK-ORDER
               IF HDR-ORDER-STATUS = "RECEIVED"
                   MOVE "IN-PRODUCTION"
                       TO HDR-ORDER-STATUS
                   PERFORM REWRITE-HEADER-RECORD
                   DISPLAY "ORDER NOW IN-PRODUCTION."
               END-IF
           END-IF.

       LOAD-ORDER-CLOCK.
           MOVE ZERO TO WS-CLOCK-COUNT.
           MOVE "N" TO WS-LABOR-EOF.
           OPEN INPUT LABOR-FILE.
           IF WS-LABOR-OK
               PERFORM READ-LABOR-RECORD
               PERFORM TABLE-LABOR-RECORD UNTIL LABOR-AT-EOF
               CLOSE LABOR-FILE
           END-IF.

       READ-LABOR-RECORD.
           READ LABOR-FILE
               AT END SET LABOR-AT-EOF TO TRUE
           END-READ.

       TABLE-LABOR-RECORD.
           IF LAB-TRANSACTION-NUMBER = WS-CLOCK-ORDER
               MOVE LAB-OPERATOR-ID TO WS-CLOCK-OPERATOR
               PERFORM FIND-CLOCK-SLOT
               IF WS-CLOCK-HIT = 0 AND WS-CLOCK-COUNT < 20
                   ADD 1 TO WS-CLOCK-COUNT
                   MOVE WS-CLOCK-COUNT TO WS-CLOCK-HIT
                   MOVE LAB-OPERATOR-ID
                       TO WS-CLK-OPERATOR (WS-CLOCK-HIT)
               END-IF
               IF WS-CLOCK-HIT > 0
                   IF LAB-EVENT = "START"
                       MOVE "Y" TO WS-CLK-OPEN (WS-CLOCK-HIT)
                   ELSE
                       MOVE "N" TO WS-CLK-OPEN (WS-CLOCK-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-LABOR-RECORD.

       FIND-CLOCK-SLOT.
           MOVE ZERO TO WS-CLOCK-HIT.
           PERFORM MATCH-CLOCK-SLOT
               VARYING WS-CLOCK-SUB FROM 1 BY 1
               UNTIL WS-CLOCK-SUB > WS-CLOCK-COUNT
               OR WS-CLOCK-HIT > 0.

       MATCH-CLOCK-SLOT.
           IF WS-CLK-OPERATOR (WS-CLOCK-SUB) = WS-CLOCK-OPERATOR
               MOVE WS-CLOCK-SUB TO WS-CLOCK-HIT
           END-IF.

       CLOCK-OFF-ORDER.
           PERFORM LOAD-ORDER-CLOCK.
           MOVE "STOP" TO WS-CLOCK-EVENT.
           PERFORM CLOCK-OFF-ONE-FRAMER
               VARYING WS-CLOCK-SUB FROM 1 BY 1
               UNTIL WS-CLOCK-SUB > WS-CLOCK-COUNT.

       CLOCK-OFF-ONE-FRAMER.
           IF WS-CLK-OPEN (WS-CLOCK-SUB) = "Y"
               MOVE WS-CLK-OPERATOR (WS-CLOCK-SUB)
                   TO WS-CLOCK-OPERATOR
               PERFORM WRITE-LABOR-EVENT
               DISPLAY WS-CLOCK-OPERATOR " CLOCKED OFF ORDER "
                   WS-CLOCK-ORDER
           END-IF.

       WRITE-LABOR-EVENT.
           OPEN EXTEND LABOR-FILE.
           IF WS-LABOR-NOT-FOUND
               OPEN OUTPUT LABOR-FILE
           END-IF.
           MOVE WS-CLOCK-ORDER TO LAB-TRANSACTION-NUMBER.
           MOVE WS-CLOCK-OPERATOR TO LAB-OPERATOR-ID.
           MOVE WS-CLOCK-EVENT TO LAB-EVENT.
           ACCEPT LAB-DATE FROM DATE YYYYMMDD.
           ACCEPT LAB-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO LAB-ENTERED-BY.
           WRITE LABOR-REC.
           CLOSE LABOR-FILE.

       QUEUE-READY-NOTICE.
      **
      * The customer is texted that the frame is ready, with the
      * balance still to bring, unless they opted out; DIAZSMS
      * sends whatever is pending on the notification file.
      **
           IF HDR-SMS-OPT-OUT NOT = "Y"
               OPEN EXTEND NOTIFY-FILE
               IF WS-NOTIFY-NOT-FOUND
                   OPEN OUTPUT NOTIFY-FILE
               END-IF
               MOVE "P" TO NTF-STATUS
               MOVE "MIDT" TO NTF-BUSINESS
               MOVE "ORDREADY" TO NTF-TEMPLATE
               MOVE HDR-CONTACT-NUMBER
                   TO NTF-CONTACT-NUMBER
               MOVE HDR-CUSTOMER-NAME
                   TO NTF-CUSTOMER-NAME
               MOVE HDR-TRANSACTION-NUMBER
                   TO NTF-REFERENCE
               MOVE HDR-PICKUP-DATE
                   TO NTF-MERGE-1
               IF WS-BALANCE-DUE > 0
                   MOVE WS-BALANCE-DUE TO WS-ACCOUNT-ED
               ELSE
                   MOVE ZERO TO WS-ACCOUNT-ED
               END-IF
               MOVE WS-ACCOUNT-ED TO NTF-MERGE-2
               ACCEPT NTF-QUEUED-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO NTF-QUEUED-BY
               MOVE ZERO TO NTF-SENT-DATE
               WRITE NOTIFY-REC
               CLOSE NOTIFY-FILE
           END-IF.

       DISPLAY-ORDER-TOTAL.
           DISPLAY ORDER-TOTAL-LINE.

       COLLECT-ORDER-PAYMENT.
           DISPLAY "ORDER TOTAL: " WS-ORDER-TOTAL " PHP".
           IF PERIOD-ADJUSTMENT
               MOVE SPACES TO WS-ADJ-REFERENCE
               STRING "ORDER " DELIMITED BY SIZE
                   WS-TRANSACTION-NUMBER DELIMITED BY SIZE
                   INTO WS-ADJ-REFERENCE
               MOVE WS-ORDER-TOTAL TO WS-ADJ-AMOUNT
               MOVE "FRAME ORDER BOOKED" TO WS-ADJ-DESCRIPTION
               PERFORM LOG-PRIOR-PERIOD-ENTRY
           END-IF.
           MOVE "N" TO WS-PAY-OPTION-SET.
           PERFORM CHOOSE-PAYMENT-OPTION UNTIL PAY-OPTION-CHOSEN.
           IF WS-PAY-OPTION = 3
               PERFORM CHARGE-ORDER-TO-ACCOUNT
           ELSE
               PERFORM TAKE-ORDER-PAYMENT
           END-IF.

       CHOOSE-PAYMENT-OPTION.
           DISPLAY "PAYMENT: [1] IN FULL [2] 50% DEPOSIT "
               "[3] CHARGE TO ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-PAY-OPTION.
           IF WS-PAY-OPTION = 3
               PERFORM CHECK-CHARGE-ACCOUNT
           ELSE
               SET PAY-OPTION-CHOSEN TO TRUE
           END-IF.

       TAKE-ORDER-PAYMENT.
           IF WS-PAY-OPTION = 2
               MOVE "DEPOSIT" TO WS-PAY-TYPE
               COMPUTE WS-AMOUNT-DUE ROUNDED = WS-ORDER-TOTAL / 2
                   " PHP"
           END-IF.

       CHECK-CHARGE-ACCOUNT.
      **
      * An order goes on account only for an active business
      * customer, and only while the account's balance with this
      * order stays inside its credit limit. A refusal sends the
      * clerk back to the payment choice.
      **
           DISPLAY "CHARGE ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CHARGE-ACCOUNT.
           PERFORM FIND-CHARGE-ACCOUNT.
           IF NOT CHARGE-ACCOUNT-ON-FILE
               DISPLAY "NO BUSINESS CUSTOMER WITH THAT ACCOUNT."
           ELSE IF WS-CHARGE-STATUS NOT = "ACTIVE"
               DISPLAY "ACCOUNT IS " WS-CHARGE-STATUS
                   " - CHARGE REFUSED."
           ELSE
               PERFORM SUM-ACCOUNT-BALANCE
               COMPUTE WS-BALANCE-AFTER =
                   WS-ACCOUNT-BALANCE + WS-ORDER-TOTAL
               DISPLAY "ACCOUNT: " WS-CHARGE-NAME
               MOVE WS-ACCOUNT-BALANCE TO WS-ACCOUNT-ED
               DISPLAY "BALANCE NOW: " WS-ACCOUNT-ED
                   "  LIMIT: " WS-CHARGE-LIMIT
               IF WS-BALANCE-AFTER > WS-CHARGE-LIMIT
                   DISPLAY "ORDER WOULD PUT THE ACCOUNT OVER ITS "
                       "CREDIT LIMIT - CHARGE REFUSED."
               ELSE
                   SET PAY-OPTION-CHOSEN TO TRUE
               END-IF
           END-IF.

       FIND-CHARGE-ACCOUNT.
           MOVE "N" TO WS-CHARGE-FOUND.
           MOVE "N" TO WS-CUSTOMER-EOF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-OK
               PERFORM READ-CUSTOMER-RECORD
               PERFORM MATCH-CHARGE-ACCOUNT
                   UNTIL CUSTOMER-AT-EOF OR CHARGE-ACCOUNT-ON-FILE
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               AT END SET CUSTOMER-AT-EOF TO TRUE
           END-READ.

       MATCH-CHARGE-ACCOUNT.
           IF CUS-ACCOUNT-NUMBER = WS-CHARGE-ACCOUNT
               SET CHARGE-ACCOUNT-ON-FILE TO TRUE
               MOVE CUS-NAME TO WS-CHARGE-NAME
               MOVE CUS-STATUS TO WS-CHARGE-STATUS
               MOVE CUS-CREDIT-LIMIT TO WS-CHARGE-LIMIT
           ELSE
               PERFORM READ-CUSTOMER-RECORD
           END-IF.

       SUM-ACCOUNT-BALANCE.
      **
      * Charges less payments and credits, over every entry the
      * account has on MIDTAR.DAT.
      **
           MOVE ZERO TO WS-ACCOUNT-BALANCE.
           MOVE "N" TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-OK
               PERFORM READ-LEDGER-RECORD
               PERFORM ADD-LEDGER-RECORD UNTIL LEDGER-AT-EOF
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET LEDGER-AT-EOF TO TRUE
           END-READ.

       ADD-LEDGER-RECORD.
           IF ARL-ACCOUNT-NUMBER = WS-CHARGE-ACCOUNT
               IF ARL-ENTRY-TYPE = "C" OR ARL-ENTRY-TYPE = "U"
                   ADD ARL-AMOUNT TO WS-ACCOUNT-BALANCE
               ELSE
                   SUBTRACT ARL-AMOUNT FROM WS-ACCOUNT-BALANCE
               END-IF
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       CHARGE-ORDER-TO-ACCOUNT.
      **
      * The whole order goes on the ledger. The CHARGE movement on
      * MIDTPAY.DAT settles the order for the status screen; it
      * carries no OR number since no money changed hands.
      **
           MOVE WS-TRANSACTION-NUMBER TO PAY-TRANSACTION-NUMBER.
           MOVE "CHARGE" TO PAY-TYPE.
           MOVE "ACCT" TO PAY-METHOD.
           MOVE WS-ORDER-TOTAL TO PAY-AMOUNT.
           MOVE WS-ORDER-TOTAL TO PAY-TENDERED.
           MOVE ZERO TO PAY-CHANGE.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           ACCEPT PAY-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
           MOVE ZERO TO PAY-OR-NUMBER.
           MOVE SPACES TO PAY-REASON.
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-CHARGE-ACCOUNT DELIMITED BY SIZE
               INTO PAY-REASON.
           MOVE SPACES TO PAY-APPROVED-BY.
           IF PERIOD-ADJUSTMENT
               MOVE WS-PERIOD-APPROVER TO PAY-APPROVED-BY
           END-IF.
           WRITE PAYMENT-REC.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-NOT-FOUND
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE WS-CHARGE-ACCOUNT TO ARL-ACCOUNT-NUMBER.
           MOVE "C" TO ARL-ENTRY-TYPE.
           MOVE WS-TRANSACTION-NUMBER TO ARL-TRANSACTION-NUMBER.
           MOVE WS-ORDER-TOTAL TO ARL-AMOUNT.
           MOVE PAY-DATE TO ARL-ENTRY-DATE.
           MOVE PAY-TIME TO ARL-ENTRY-TIME.
           MOVE ZERO TO ARL-OR-NUMBER.
           MOVE "ACCT" TO ARL-METHOD.
           MOVE WS-OPERATOR-ID TO ARL-OPERATOR-ID.
           WRITE LEDGER-REC.
           CLOSE LEDGER-FILE.
           MOVE WS-BALANCE-AFTER TO WS-ACCOUNT-ED.
           DISPLAY "ORDER CHARGED TO ACCOUNT " WS-CHARGE-ACCOUNT
               " - BALANCE NOW " WS-ACCOUNT-ED " PHP".

       TAKE-ONE-PAYMENT.
      **
      * Collects WS-AMOUNT-DUE tagged WS-PAY-TYPE for the order in
      * WS-TRANSACTION-NUMBER and writes the payment record. The
      * payment file must be open before this is performed. A gift
      * certificate or store credit holding less than is due pays
      * what it holds and the rest is taken as a further tender,
      * each tender its own payment record and OR.
      **
           MOVE WS-AMOUNT-DUE TO WS-TENDER-TOTAL.
           MOVE WS-AMOUNT-DUE TO WS-TENDER-DUE.
           PERFORM TAKE-ONE-TENDER UNTIL WS-TENDER-DUE = 0.
           MOVE WS-TENDER-TOTAL TO WS-AMOUNT-DUE.

       TAKE-ONE-TENDER.
           MOVE WS-TENDER-DUE TO WS-AMOUNT-DUE.
           DISPLAY "AMOUNT DUE NOW: " WS-AMOUNT-DUE " PHP".
           MOVE "N" TO WS-TENDER-REFUSED.
           IF NOT SELLING-GIFT-CERT
               MOVE SPACES TO WS-GIFT-REFERENCE
           END-IF.
           PERFORM GET-PAYMENT-METHOD.
           IF WS-PAY-METHOD-TAG = "GIFT"
               PERFORM CHECK-GIFT-TENDER
           END-IF.
           IF NOT TENDER-IS-REFUSED
               PERFORM RECORD-ONE-TENDER
               SUBTRACT WS-AMOUNT-DUE FROM WS-TENDER-DUE
           END-IF.

       RECORD-ONE-TENDER.
           IF WS-PAY-METHOD-TAG = "CASH"
               MOVE ZERO TO WS-TENDERED
               PERFORM GET-CASH-TENDERED
           ACCEPT PAY-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
           MOVE WS-OR-NUMBER TO PAY-OR-NUMBER.
           MOVE WS-GIFT-REFERENCE TO PAY-REASON.
           MOVE SPACES TO PAY-APPROVED-BY.
           IF PERIOD-ADJUSTMENT
               IF WS-GIFT-REFERENCE = SPACES
                   MOVE "PRIOR-PERIOD ADJ" TO PAY-REASON
               END-IF
               MOVE WS-PERIOD-APPROVER TO PAY-APPROVED-BY
           END-IF.
           IF WS-PAY-METHOD-TAG = "GIFT" OR WS-PAY-METHOD-TAG = "CRED"
               PERFORM DRAW-GIFT-BALANCE
           END-IF.
           WRITE PAYMENT-REC.
           IF PERIOD-ADJUSTMENT
               MOVE SPACES TO WS-ADJ-REFERENCE
               STRING "OR " DELIMITED BY SIZE
                   WS-OR-NUMBER DELIMITED BY SIZE
                   INTO WS-ADJ-REFERENCE
               MOVE WS-AMOUNT-DUE TO WS-ADJ-AMOUNT
               MOVE SPACES TO WS-ADJ-DESCRIPTION
               STRING WS-PAY-TYPE DELIMITED BY SPACE
                   " PAYMENT" DELIMITED BY SIZE
                   INTO WS-ADJ-DESCRIPTION
               PERFORM LOG-PRIOR-PERIOD-ENTRY
           END-IF.
           PERFORM WRITE-RECEIPT.
           DISPLAY "OFFICIAL RECEIPT NO. " WS-OR-NUMBER
               " WRITTEN TO MIDTOR.PRT".
           MOVE "OFFICIAL RECEIPT" TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           IF SELLING-GIFT-CERT
               STRING "OR NO. " DELIMITED BY SIZE
                   WS-OR-NUMBER DELIMITED BY SIZE
                   "   DATE " DELIMITED BY SIZE
                   PAY-DATE DELIMITED BY SIZE
                   "  GIFT CERT " DELIMITED BY SIZE
                   WS-GIFT-NUMBER DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           ELSE
               STRING "OR NO. " DELIMITED BY SIZE
                   WS-OR-NUMBER DELIMITED BY SIZE
                   "   DATE " DELIMITED BY SIZE
                   PAY-DATE DELIMITED BY SIZE
                   "  ORDER " DELIMITED BY SIZE
                   WS-TRANSACTION-NUMBER DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           END-IF.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "RECEIVED FROM " DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF SELLING-GIFT-CERT
               MOVE SPACES TO RECEIPT-LINE
               STRING "GIFT CERTIFICATE - VAT DUE WHEN REDEEMED. "
                   DELIMITED BY SIZE
                   "VALID TO " DELIMITED BY SIZE
                   WS-GIFT-EXPIRY DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           ELSE IF ORDER-IS-DISCOUNTED
               MOVE "VAT-EXEMPT SALE - SC/PWD DISCOUNT APPLIED"
                   TO RECEIPT-LINE
           ELSE
           CLOSE RECEIPT-FILE.

       GET-PAYMENT-METHOD.
      **
      * A gift certificate is bought with money, never with another
      * certificate or a store credit.
      **
           IF SELLING-GIFT-CERT
               DISPLAY "METHOD: [1] CASH [2] GCASH [3] CARD: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "METHOD: [1] CASH [2] GCASH [3] CARD "
                   "[4] GIFT CERT/STORE CREDIT: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-PAY-METHOD-NUM.
           EVALUATE TRUE
               WHEN WS-PAY-METHOD-NUM = 2
                   MOVE "GCASH" TO WS-PAY-METHOD-TAG
               WHEN WS-PAY-METHOD-NUM = 3
                   MOVE "CARD" TO WS-PAY-METHOD-TAG
               WHEN WS-PAY-METHOD-NUM = 4 AND NOT SELLING-GIFT-CERT
                   MOVE "GIFT" TO WS-PAY-METHOD-TAG
               WHEN OTHER
                   MOVE "CASH" TO WS-PAY-METHOD-TAG
           END-EVALUATE.

       CHECK-GIFT-TENDER.
      **
      * The number must be on MIDTGFT.DAT, not past its expiry date
      * and not spent. A refusal sends the clerk back to the method
      * choice for the same amount. The tag becomes GIFT or CRED
      * by what the number is.
      **
           DISPLAY "CERTIFICATE OR CREDIT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-GIFT-NUMBER.
           PERFORM FIND-GIFT-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF NOT GIFT-ON-FILE
               SET TENDER-IS-REFUSED TO TRUE
               DISPLAY "NO CERTIFICATE OR CREDIT " WS-GIFT-NUMBER
                   " ON FILE - REFUSED."
           ELSE IF WS-GIFT-EXPIRY < WS-TODAY-DATE
               SET TENDER-IS-REFUSED TO TRUE
               DISPLAY "NO. " WS-GIFT-NUMBER " EXPIRED ON "
                   WS-GIFT-EXPIRY " - REFUSED."
           ELSE IF WS-GIFT-BALANCE = 0
               SET TENDER-IS-REFUSED TO TRUE
               DISPLAY "NO. " WS-GIFT-NUMBER
                   " HAS BEEN SPENT IN FULL - REFUSED."
           ELSE
               IF WS-GIFT-TYPE = "C"
                   MOVE "CRED" TO WS-PAY-METHOD-TAG
                   STRING "STORE CREDIT " DELIMITED BY SIZE
                       WS-GIFT-NUMBER DELIMITED BY SIZE
                       INTO WS-GIFT-REFERENCE
               ELSE
                   STRING "GIFT CERT " DELIMITED BY SIZE
                       WS-GIFT-NUMBER DELIMITED BY SIZE
                       INTO WS-GIFT-REFERENCE
               END-IF
               IF WS-GIFT-BALANCE < WS-AMOUNT-DUE
                   MOVE WS-GIFT-BALANCE TO WS-AMOUNT-DUE
                   DISPLAY "NO. " WS-GIFT-NUMBER " HOLDS "
                       WS-GIFT-BALANCE " PHP - THE REST IS TAKEN "
                       "NEXT."
               END-IF
               SUBTRACT WS-AMOUNT-DUE FROM WS-GIFT-BALANCE
               DISPLAY "LEFT ON NO. " WS-GIFT-NUMBER
                   " AFTER THIS: " WS-GIFT-BALANCE " PHP"
           END-IF.

       FIND-GIFT-RECORD.
           MOVE "N" TO WS-GIFT-FOUND.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN INPUT GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM MATCH-GIFT-NUMBER UNTIL GIFT-AT-EOF
                   OR GIFT-ON-FILE
               IF GIFT-ON-FILE
                   MOVE GFT-TYPE TO WS-GIFT-TYPE
                   MOVE GFT-BALANCE TO WS-GIFT-BALANCE
                   MOVE GFT-EXPIRY-DATE TO WS-GIFT-EXPIRY
               END-IF
               CLOSE GIFT-FILE
           END-IF.

       READ-GIFT-RECORD.
           READ GIFT-FILE
               AT END SET GIFT-AT-EOF TO TRUE
           END-READ.

       MATCH-GIFT-NUMBER.
           IF GFT-NUMBER = WS-GIFT-NUMBER
               SET GIFT-ON-FILE TO TRUE
           ELSE
               PERFORM READ-GIFT-RECORD
           END-IF.

       DRAW-GIFT-BALANCE.
      **
      * Takes the tender off the certificate's balance as the
      * payment record is written.
      **
           MOVE "N" TO WS-GIFT-FOUND.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN I-O GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM MATCH-GIFT-NUMBER UNTIL GIFT-AT-EOF
                   OR GIFT-ON-FILE
               IF GIFT-ON-FILE
                   SUBTRACT WS-AMOUNT-DUE FROM GFT-BALANCE
                   MOVE PAY-DATE TO GFT-LAST-USED-DATE
                   REWRITE GIFT-REC
               END-IF
               CLOSE GIFT-FILE
           END-IF.

       GET-CASH-TENDERED.
           DISPLAY "AMOUNT TENDERED: " WITH NO ADVANCING.
           ACCEPT WS-TENDERED.
               MOVE SPACES                 TO OUT-VOID-REASON
               MOVE COMP-DISCOUNT          TO OUT-DISCOUNT-AMOUNT
               WRITE ORDER-REC
                   INVALID KEY
                       DISPLAY "LINE ALREADY ON FILE FOR ORDER "
                           WS-TRANSACTION-NUMBER
               END-WRITE
               PERFORM DEDUCT-STOCK
           END-IF.
           ADD COMP-TOTAL3 TO WS-ORDER-TOTAL.
