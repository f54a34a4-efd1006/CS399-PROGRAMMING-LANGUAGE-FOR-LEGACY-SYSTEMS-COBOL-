      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTAR.
      *-----------------------
      * Modification History
      * ---------------------
      * New receivables program for the frame shop's business
      * customers - the galleries, schools and offices that frame
      * with us every month and pay on invoice. MIDTCUS.DAT holds
      * one record per charge customer with the account number
      * MIDTERM's CHARGE TO ACCOUNT option keys, a credit limit,
      * payment terms in days and an ACTIVE or SUSPENDED standing.
      * MIDTAR.DAT is the customer ledger, written only by
      * appending: C charges (MIDTERM), R credits for voided
      * charged orders (MIDTVOID), P payments, and the A/U pair
      * that moves an unapplied credit onto an open order. Each
      * entry names the order it belongs to, order 0 being money
      * received with no open order left to take it.
      * Mode 1 maintains the customer file and needs a supervisor
      * sign-on, the credit limit being a control. Mode 2 posts a
      * customer's payment: an OR number is drawn off MIDTCTL.DAT
      * and the receipt printed to MIDTOR.PRT as at the drawer,
      * the money goes on MIDTPAY.DAT as an ACCTPAY movement so the
      * day's takings and the OR series see it, and the payment is
      * applied against the account's oldest open orders first,
      * after any credit already on the account. Mode 3 is the
      * month-end statement run to MIDTSTM.PRT - opening balance,
      * the month's orders, payments and credits, closing balance
      * and the orders still open. Mode 4 ages the open orders
      * into current, 30, 60 and 90+ days by order date to
      * MIDTAGE.RPT, flagging accounts past their limit.
      * Mode 2 now checks today's posting period through DIAZPER
      * before any payment is taken. A month closed in DIAZ0031 takes
      * no payments unless a supervisor signs on as the second
      * signature; each payment then carries the approver in
      * PAY-APPROVED-BY and is logged on DIAZADJ.DAT through DIAZADJ
      * as a prior-period adjustment.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCUS.DAT"
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAR.DAT"
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCTL.DAT"
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT RECEIPT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTOR.PRT"
           FILE STATUS IS WS-RECEIPT-STATUS.
       SELECT STATEMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSTM.PRT"
           FILE STATUS IS WS-STATEMENT-STATUS.
       SELECT AGING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAGE.RPT"
           FILE STATUS IS WS-AGING-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD CONTROL-FILE
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           05 MCT-NEXT-ORDER-NUMBER  PIC 9(5).
           05 MCT-NEXT-QUOTE-NUMBER  PIC 9(5).
           05 MCT-NEXT-OR-NUMBER     PIC 9(5).
       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-LINE.
       01 RECEIPT-LINE PIC X(70).
       FD STATEMENT-FILE
           DATA RECORD IS STATEMENT-LINE.
       01 STATEMENT-LINE PIC X(80).
       FD AGING-FILE
           DATA RECORD IS AGING-LINE.
       01 AGING-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
           88 WS-LEDGER-OK VALUE "00".
           88 WS-LEDGER-NOT-FOUND VALUE "35".
       01 WS-PAYMENT-STATUS PIC XX VALUE "00".
           88 WS-PAYMENT-OK VALUE "00".
           88 WS-PAYMENT-NOT-FOUND VALUE "35".
       01 WS-CONTROL-STATUS PIC XX VALUE "00".
           88 WS-CONTROL-OK VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
           88 WS-RECEIPT-OK VALUE "00".
           88 WS-RECEIPT-NOT-FOUND VALUE "35".
       01 WS-STATEMENT-STATUS PIC XX VALUE "00".
           88 WS-STATEMENT-OK VALUE "00".
       01 WS-AGING-STATUS PIC XX VALUE "00".
           88 WS-AGING-OK VALUE "00".
       77 WS-CUSTOMER-EOF PIC X VALUE "N".
           88 CUSTOMER-AT-EOF VALUE "Y".
       77 WS-LEDGER-EOF PIC X VALUE "N".
           88 LEDGER-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-NOW-TIME PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       77 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       77 WS-ADJ-PROGRAM PIC X(8) VALUE "MIDTAR".
       77 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       77 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-DESCRIPTION PIC X(20) VALUE "ACCOUNT PAYMENT".
      *-----------------------
      * In-core copy of MIDTCUS.DAT, loaded at the start of a run
      * and written back whole when maintenance changed it.
      *-----------------------
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
               10 WS-CTB-ACCOUNT PIC 9(5).
               10 WS-CTB-NAME PIC X(30).
               10 WS-CTB-CONTACT PIC X(11).
               10 WS-CTB-ADDRESS PIC X(40).
               10 WS-CTB-LIMIT PIC 9(7).
               10 WS-CTB-TERMS PIC 9(3).
               10 WS-CTB-STATUS PIC X(9).
               10 WS-CTB-OPENED PIC 9(8).
       77 WS-CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-CUSTOMER-SUB PIC 9(3) VALUE ZERO.
       77 WS-CUSTOMER-HIT PIC 9(3) VALUE ZERO.
       77 WS-CUSTOMER-OVERFLOW PIC X VALUE "N".
           88 CUSTOMER-TABLE-FULL VALUE "Y".
       77 WS-CUSTOMERS-CHANGED PIC X VALUE "N".
           88 CUSTOMER-FILE-CHANGED VALUE "Y".
       77 WS-NEXT-ACCOUNT PIC 9(5) VALUE ZERO.
      *-----------------------
      * In-core copy of the MIDTAR.DAT ledger in file order, which
      * is the order the entries happened in.
      *-----------------------
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 5000 TIMES.
               10 WS-LTB-ACCOUNT PIC 9(5).
               10 WS-LTB-TYPE PIC X.
               10 WS-LTB-ORDER PIC 9(5).
               10 WS-LTB-AMOUNT PIC 9(7).
               10 WS-LTB-DATE PIC 9(8).
               10 WS-LTB-OR-NUMBER PIC 9(5).
       77 WS-LEDGER-COUNT PIC 9(4) VALUE ZERO.
       77 WS-LEDGER-SUB PIC 9(4) VALUE ZERO.
       77 WS-LEDGER-OVERFLOW PIC X VALUE "N".
           88 LEDGER-TABLE-FULL VALUE "Y".
      *-----------------------
      * One account's orders with what is still open on each, in
      * the order their first entry was written - oldest first.
      * A negative open amount is a credit.
      *-----------------------
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 300 TIMES.
               10 WS-OTB-ORDER PIC 9(5).
               10 WS-OTB-DATE PIC 9(8).
               10 WS-OTB-OPEN PIC S9(9).
       77 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
       77 WS-OPEN-SUB PIC 9(3) VALUE ZERO.
       77 WS-OPEN-HIT PIC 9(3) VALUE ZERO.
       77 WS-CREDIT-SUB PIC 9(3) VALUE ZERO.
       77 WS-OPEN-OVERFLOW PIC X VALUE "N".
           88 OPEN-TABLE-FULL VALUE "Y".
       77 WS-CUR-ACCOUNT PIC 9(5) VALUE ZERO.
       77 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       77 WS-SIGNED-AMOUNT PIC S9(9) VALUE ZERO.
       77 WS-ACCOUNT-BALANCE PIC S9(9) VALUE ZERO.
       77 WS-APPLY-AMOUNT PIC S9(9) VALUE ZERO.
       77 WS-PAY-REMAINING PIC S9(9) VALUE ZERO.
       77 WS-MAINT-CHOICE PIC 9 VALUE 1.
       77 WS-LOOKUP-ACCOUNT PIC 9(5) VALUE ZERO.
       77 WS-NEW-NAME PIC X(30) VALUE SPACES.
       77 WS-NEW-CONTACT PIC X(11) VALUE SPACES.
       77 WS-NEW-ADDRESS PIC X(40) VALUE SPACES.
       77 WS-NEW-LIMIT PIC 9(7) VALUE ZERO.
       77 WS-NEW-TERMS PIC 9(3) VALUE ZERO.
       77 WS-NEW-STATUS-NUM PIC 9 VALUE ZERO.
       77 WS-PAY-AMOUNT PIC 9(7) VALUE ZERO.
       77 WS-PAY-METHOD-NUM PIC 9 VALUE 1.
       77 WS-PAY-METHOD-TAG PIC X(5) VALUE SPACES.
       77 WS-TENDERED PIC 9(7) VALUE ZERO.
       77 WS-CHANGE PIC 9(7) VALUE ZERO.
       77 WS-NEXT-ORDER-NUMBER PIC 9(5) VALUE 1.
       77 WS-NEXT-QUOTE-NUMBER PIC 9(5) VALUE 1.
       77 WS-NEXT-OR-NUMBER PIC 9(5) VALUE 1.
       77 WS-OR-NUMBER PIC 9(5) VALUE ZERO.
       77 WS-VAT-RATE PIC 99 VALUE 12.
       77 WS-RECEIPT-VAT PIC 9(7) VALUE ZERO.
       77 WS-RECEIPT-NET PIC 9(7) VALUE ZERO.
       01 WS-MONTH-KEY PIC 9(6) VALUE ZERO.
       77 WS-MONTH-START PIC 9(8) VALUE ZERO.
       77 WS-MONTH-END PIC 9(8) VALUE ZERO.
       77 WS-OPENING-BALANCE PIC S9(9) VALUE ZERO.
       77 WS-MONTH-ACTIVITY PIC 9(4) VALUE ZERO.
       77 WS-STATEMENT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-ENTRY-TEXT PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05 WS-ASO-YYYY PIC 9(4).
           05 WS-ASO-MM PIC 99.
           05 WS-ASO-DD PIC 99.
       01 WS-ORDER-DATE-HOLD PIC 9(8) VALUE ZERO.
       01 WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE-HOLD.
           05 WS-ODH-YYYY PIC 9(4).
           05 WS-ODH-MM PIC 99.
           05 WS-ODH-DD PIC 99.
       77 WS-AS-OF-DAY-NUMBER PIC 9(7) VALUE ZERO.
       77 WS-ORDER-DAY-NUMBER PIC 9(7) VALUE ZERO.
       77 WS-ORDER-AGE PIC S9(7) VALUE ZERO.
       01 WS-AGING-BUCKETS.
           05 WS-AGE-CURRENT PIC S9(9) VALUE ZERO.
           05 WS-AGE-30 PIC S9(9) VALUE ZERO.
           05 WS-AGE-60 PIC S9(9) VALUE ZERO.
           05 WS-AGE-90 PIC S9(9) VALUE ZERO.
           05 WS-AGE-CREDIT PIC S9(9) VALUE ZERO.
       01 WS-AGING-TOTALS.
           05 WS-TOT-CURRENT PIC S9(9) VALUE ZERO.
           05 WS-TOT-30 PIC S9(9) VALUE ZERO.
           05 WS-TOT-60 PIC S9(9) VALUE ZERO.
           05 WS-TOT-90 PIC S9(9) VALUE ZERO.
           05 WS-TOT-CREDIT PIC S9(9) VALUE ZERO.
           05 WS-TOT-BALANCE PIC S9(9) VALUE ZERO.
       77 WS-OVER-LIMIT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-PAST-TERMS PIC S9(9) VALUE ZERO.
       77 WS-BUCKET-ED PIC ZZZZZZZ9.
       77 WS-BALANCE-ED PIC -------9.
       77 WS-MONEY-ED PIC ---------9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-CUSTOMER FILE  2-POST PAYMENT  "
               "3-MONTH-END STATEMENTS  4-AGING REPORT: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           PERFORM LOAD-CUSTOMER-TABLE.
           IF WS-RUN-MODE = 1
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM MAINTAIN-CUSTOMERS
               ELSE
                   DISPLAY "THE CUSTOMER FILE NEEDS A SUPERVISOR."
               END-IF
           ELSE IF WS-RUN-MODE = 2
               PERFORM POST-PAYMENT-MODE
           ELSE IF WS-RUN-MODE = 3
               PERFORM STATEMENT-RUN
           ELSE
               PERFORM AGING-REPORT
           END-IF.
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           MOVE ZERO TO WS-CUSTOMER-COUNT.
           MOVE ZERO TO WS-NEXT-ACCOUNT.
           MOVE "N" TO WS-CUSTOMER-EOF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-OK
               PERFORM READ-CUSTOMER-RECORD
               PERFORM TABLE-CUSTOMER-RECORD UNTIL CUSTOMER-AT-EOF
               CLOSE CUSTOMER-FILE
           END-IF.
           ADD 1 TO WS-NEXT-ACCOUNT.

       READ-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               AT END SET CUSTOMER-AT-EOF TO TRUE
           END-READ.

       TABLE-CUSTOMER-RECORD.
           IF WS-CUSTOMER-COUNT >= 500
               SET CUSTOMER-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE CUS-ACCOUNT-NUMBER
                   TO WS-CTB-ACCOUNT (WS-CUSTOMER-COUNT)
               MOVE CUS-NAME TO WS-CTB-NAME (WS-CUSTOMER-COUNT)
               MOVE CUS-CONTACT-NUMBER
                   TO WS-CTB-CONTACT (WS-CUSTOMER-COUNT)
               MOVE CUS-ADDRESS TO WS-CTB-ADDRESS (WS-CUSTOMER-COUNT)
               MOVE CUS-CREDIT-LIMIT
                   TO WS-CTB-LIMIT (WS-CUSTOMER-COUNT)
               MOVE CUS-TERMS-DAYS TO WS-CTB-TERMS (WS-CUSTOMER-COUNT)
               MOVE CUS-STATUS TO WS-CTB-STATUS (WS-CUSTOMER-COUNT)
               MOVE CUS-OPENED-DATE
                   TO WS-CTB-OPENED (WS-CUSTOMER-COUNT)
           END-IF.
           IF CUS-ACCOUNT-NUMBER > WS-NEXT-ACCOUNT
               MOVE CUS-ACCOUNT-NUMBER TO WS-NEXT-ACCOUNT
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       FIND-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-HIT.
           PERFORM MATCH-CUSTOMER-ACCOUNT
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
               OR WS-CUSTOMER-HIT > 0.

       MATCH-CUSTOMER-ACCOUNT.
           IF WS-CTB-ACCOUNT (WS-CUSTOMER-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-CUSTOMER-SUB TO WS-CUSTOMER-HIT
           END-IF.

       MAINTAIN-CUSTOMERS.
      **
      * Rewriting MIDTCUS.DAT from a partial table would drop every
      * customer past the cap, so an overfull file is look-only.
      **
           IF CUSTOMER-TABLE-FULL
               DISPLAY "MORE THAN 500 CUSTOMERS ON FILE - "
                   "MAINTENANCE DISABLED."
           ELSE
               MOVE 1 TO WS-MAINT-CHOICE
               PERFORM MAINTAIN-ONE-CUSTOMER
                   UNTIL WS-MAINT-CHOICE = 0
               IF CUSTOMER-FILE-CHANGED
                   PERFORM SAVE-CUSTOMER-TABLE
               END-IF
           END-IF.

       MAINTAIN-ONE-CUSTOMER.
           DISPLAY "1-ADD CUSTOMER  2-CHANGE CUSTOMER  0-DONE: "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-CHOICE.
           IF WS-MAINT-CHOICE = 1
               PERFORM ADD-CUSTOMER
           ELSE IF WS-MAINT-CHOICE = 2
               PERFORM CHANGE-CUSTOMER
           END-IF.

       ADD-CUSTOMER.
           IF WS-CUSTOMER-COUNT >= 500
               DISPLAY "CUSTOMER TABLE IS FULL."
           ELSE
               DISPLAY "CUSTOMER NAME: " WITH NO ADVANCING
               ACCEPT WS-NEW-NAME
               DISPLAY "CONTACT NUMBER: " WITH NO ADVANCING
               ACCEPT WS-NEW-CONTACT
               DISPLAY "BILLING ADDRESS: " WITH NO ADVANCING
               ACCEPT WS-NEW-ADDRESS
               DISPLAY "CREDIT LIMIT (PHP): " WITH NO ADVANCING
               ACCEPT WS-NEW-LIMIT
               DISPLAY "PAYMENT TERMS IN DAYS (0 = 30): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-TERMS
               IF WS-NEW-TERMS = 0
                   MOVE 30 TO WS-NEW-TERMS
               END-IF
               IF WS-NEW-NAME = SPACES
                   DISPLAY "A CUSTOMER NAME IS REQUIRED."
               ELSE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE WS-NEXT-ACCOUNT
                       TO WS-CTB-ACCOUNT (WS-CUSTOMER-COUNT)
                   ADD 1 TO WS-NEXT-ACCOUNT
                   MOVE WS-NEW-NAME TO WS-CTB-NAME (WS-CUSTOMER-COUNT)
                   MOVE WS-NEW-CONTACT
                       TO WS-CTB-CONTACT (WS-CUSTOMER-COUNT)
                   MOVE WS-NEW-ADDRESS
                       TO WS-CTB-ADDRESS (WS-CUSTOMER-COUNT)
                   MOVE WS-NEW-LIMIT
                       TO WS-CTB-LIMIT (WS-CUSTOMER-COUNT)
                   MOVE WS-NEW-TERMS
                       TO WS-CTB-TERMS (WS-CUSTOMER-COUNT)
                   MOVE "ACTIVE" TO WS-CTB-STATUS (WS-CUSTOMER-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-CTB-OPENED (WS-CUSTOMER-COUNT)
                   SET CUSTOMER-FILE-CHANGED TO TRUE
                   DISPLAY "ACCOUNT NUMBER "
                       WS-CTB-ACCOUNT (WS-CUSTOMER-COUNT)
                       " OPENED FOR " WS-NEW-NAME
               END-IF
           END-IF.

       CHANGE-CUSTOMER.
      **
      * A blank or zero answer keeps what is on file.
      **
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ACCOUNT.
           PERFORM FIND-CUSTOMER.
           IF WS-CUSTOMER-HIT = 0
               DISPLAY "NO BUSINESS CUSTOMER WITH THAT ACCOUNT."
           ELSE
               DISPLAY "NAME: " WS-CTB-NAME (WS-CUSTOMER-HIT)
               DISPLAY "CONTACT: " WS-CTB-CONTACT (WS-CUSTOMER-HIT)
                   "  LIMIT: " WS-CTB-LIMIT (WS-CUSTOMER-HIT)
                   "  TERMS: " WS-CTB-TERMS (WS-CUSTOMER-HIT)
                   "  STATUS: " WS-CTB-STATUS (WS-CUSTOMER-HIT)
               DISPLAY "NEW NAME (BLANK = KEEP): " WITH NO ADVANCING
               ACCEPT WS-NEW-NAME
               DISPLAY "NEW CONTACT (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-CONTACT
               DISPLAY "NEW ADDRESS (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ADDRESS
               DISPLAY "NEW CREDIT LIMIT (0 = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-LIMIT
               DISPLAY "NEW TERMS IN DAYS (0 = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-TERMS
               DISPLAY "STANDING: [1] ACTIVE [2] SUSPENDED "
                   "[0] KEEP: " WITH NO ADVANCING
               ACCEPT WS-NEW-STATUS-NUM
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO WS-CTB-NAME (WS-CUSTOMER-HIT)
               END-IF
               IF WS-NEW-CONTACT NOT = SPACES
                   MOVE WS-NEW-CONTACT
                       TO WS-CTB-CONTACT (WS-CUSTOMER-HIT)
               END-IF
               IF WS-NEW-ADDRESS NOT = SPACES
                   MOVE WS-NEW-ADDRESS
                       TO WS-CTB-ADDRESS (WS-CUSTOMER-HIT)
               END-IF
               IF WS-NEW-LIMIT > 0
                   MOVE WS-NEW-LIMIT TO WS-CTB-LIMIT (WS-CUSTOMER-HIT)
               END-IF
               IF WS-NEW-TERMS > 0
                   MOVE WS-NEW-TERMS TO WS-CTB-TERMS (WS-CUSTOMER-HIT)
               END-IF
               EVALUATE WS-NEW-STATUS-NUM
                   WHEN 1
                       MOVE "ACTIVE" TO WS-CTB-STATUS (WS-CUSTOMER-HIT)
                   WHEN 2
                       MOVE "SUSPENDED"
                           TO WS-CTB-STATUS (WS-CUSTOMER-HIT)
               END-EVALUATE
               SET CUSTOMER-FILE-CHANGED TO TRUE
               DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT " UPDATED."
           END-IF.

       SAVE-CUSTOMER-TABLE.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM WRITE-CUSTOMER-ENTRY
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT.
           CLOSE CUSTOMER-FILE.

       WRITE-CUSTOMER-ENTRY.
           MOVE WS-CTB-ACCOUNT (WS-CUSTOMER-SUB) TO CUS-ACCOUNT-NUMBER.
           MOVE WS-CTB-NAME (WS-CUSTOMER-SUB) TO CUS-NAME.
           MOVE WS-CTB-CONTACT (WS-CUSTOMER-SUB) TO CUS-CONTACT-NUMBER.
           MOVE WS-CTB-ADDRESS (WS-CUSTOMER-SUB) TO CUS-ADDRESS.
           MOVE WS-CTB-LIMIT (WS-CUSTOMER-SUB) TO CUS-CREDIT-LIMIT.
           MOVE WS-CTB-TERMS (WS-CUSTOMER-SUB) TO CUS-TERMS-DAYS.
           MOVE WS-CTB-STATUS (WS-CUSTOMER-SUB) TO CUS-STATUS.
           MOVE WS-CTB-OPENED (WS-CUSTOMER-SUB) TO CUS-OPENED-DATE.
           WRITE CUSTOMER-REC.

       LOAD-LEDGER-TABLE.
           MOVE ZERO TO WS-LEDGER-COUNT.
           MOVE "N" TO WS-LEDGER-OVERFLOW.
           MOVE "N" TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-OK
               PERFORM READ-LEDGER-RECORD
               PERFORM TABLE-LEDGER-RECORD UNTIL LEDGER-AT-EOF
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET LEDGER-AT-EOF TO TRUE
           END-READ.

       TABLE-LEDGER-RECORD.
           IF WS-LEDGER-COUNT >= 5000
               SET LEDGER-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-COUNT
               MOVE ARL-ACCOUNT-NUMBER
                   TO WS-LTB-ACCOUNT (WS-LEDGER-COUNT)
               MOVE ARL-ENTRY-TYPE TO WS-LTB-TYPE (WS-LEDGER-COUNT)
               MOVE ARL-TRANSACTION-NUMBER
                   TO WS-LTB-ORDER (WS-LEDGER-COUNT)
               MOVE ARL-AMOUNT TO WS-LTB-AMOUNT (WS-LEDGER-COUNT)
               MOVE ARL-ENTRY-DATE TO WS-LTB-DATE (WS-LEDGER-COUNT)
               MOVE ARL-OR-NUMBER
                   TO WS-LTB-OR-NUMBER (WS-LEDGER-COUNT)
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       SET-SIGNED-AMOUNT.
      **
      * Charges and credit taken back off order 0 add to what the
      * customer owes; payments, void credits and credit applied
      * to an order take away from it.
      **
           IF WS-LTB-TYPE (WS-LEDGER-SUB) = "C"
               OR WS-LTB-TYPE (WS-LEDGER-SUB) = "U"
               MOVE WS-LTB-AMOUNT (WS-LEDGER-SUB) TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT =
                   0 - WS-LTB-AMOUNT (WS-LEDGER-SUB)
           END-IF.

       BUILD-OPEN-ORDERS.
      **
      * What is still open on each of WS-CUR-ACCOUNT's orders from
      * the entries dated up to WS-CUTOFF-DATE.
      **
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-ACCOUNT-BALANCE.
           MOVE "N" TO WS-OPEN-OVERFLOW.
           PERFORM ADD-OPEN-ENTRY
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT.

       ADD-OPEN-ENTRY.
           IF WS-LTB-ACCOUNT (WS-LEDGER-SUB) = WS-CUR-ACCOUNT
               AND WS-LTB-DATE (WS-LEDGER-SUB) <= WS-CUTOFF-DATE
               PERFORM SET-SIGNED-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-ACCOUNT-BALANCE
               MOVE ZERO TO WS-OPEN-HIT
               PERFORM MATCH-OPEN-ORDER
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-OPEN-HIT > 0
               IF WS-OPEN-HIT = 0
                   IF WS-OPEN-COUNT >= 300
                       SET OPEN-TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE WS-OPEN-COUNT TO WS-OPEN-HIT
                       MOVE WS-LTB-ORDER (WS-LEDGER-SUB)
                           TO WS-OTB-ORDER (WS-OPEN-HIT)
                       MOVE ZERO TO WS-OTB-DATE (WS-OPEN-HIT)
                       MOVE ZERO TO WS-OTB-OPEN (WS-OPEN-HIT)
                   END-IF
               END-IF
               IF WS-OPEN-HIT > 0
                   ADD WS-SIGNED-AMOUNT TO WS-OTB-OPEN (WS-OPEN-HIT)
                   IF WS-LTB-TYPE (WS-LEDGER-SUB) = "C"
                       AND WS-OTB-DATE (WS-OPEN-HIT) = 0
                       MOVE WS-LTB-DATE (WS-LEDGER-SUB)
                           TO WS-OTB-DATE (WS-OPEN-HIT)
                   END-IF
               END-IF
           END-IF.

       MATCH-OPEN-ORDER.
           IF WS-OTB-ORDER (WS-OPEN-SUB) = WS-LTB-ORDER (WS-LEDGER-SUB)
               MOVE WS-OPEN-SUB TO WS-OPEN-HIT
           END-IF.

       POST-PAYMENT-MODE.
      **
      * Payments are dated today, so the posting period is checked
      * once for the session; a closed month takes them only as
      * prior-period adjustments under a supervisor's second
      * sign-on.
      **
           CALL "DIAZPER" USING WS-TODAY-DATE WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF PERIOD-OPEN OR PERIOD-ADJUSTMENT
               PERFORM LOAD-ORDER-CONTROL
               MOVE 1 TO WS-LOOKUP-ACCOUNT
               PERFORM POST-ONE-PAYMENT UNTIL WS-LOOKUP-ACCOUNT = 0
           ELSE
               DISPLAY "PERIOD CLOSED - NO PAYMENTS POSTED."
           END-IF.

       POST-ONE-PAYMENT.
           DISPLAY "ACCOUNT NUMBER (0 TO QUIT): " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ACCOUNT.
           IF WS-LOOKUP-ACCOUNT NOT = 0
               PERFORM FIND-CUSTOMER
               IF WS-CUSTOMER-HIT = 0
                   DISPLAY "NO BUSINESS CUSTOMER WITH THAT ACCOUNT."
               ELSE
                   PERFORM TAKE-ACCOUNT-PAYMENT
               END-IF
           END-IF.

       TAKE-ACCOUNT-PAYMENT.
      **
      * A ledger or order table past its cap cannot say which
      * orders are open, so no payment is applied from it.
      **
           PERFORM LOAD-LEDGER-TABLE.
           MOVE WS-LOOKUP-ACCOUNT TO WS-CUR-ACCOUNT.
           MOVE 99999999 TO WS-CUTOFF-DATE.
           PERFORM BUILD-OPEN-ORDERS.
           IF LEDGER-TABLE-FULL OR OPEN-TABLE-FULL
               DISPLAY "LEDGER TOO LARGE TO APPLY PAYMENTS - "
                   "NOTHING POSTED."
           ELSE
               DISPLAY "CUSTOMER: " WS-CTB-NAME (WS-CUSTOMER-HIT)
               PERFORM SHOW-OPEN-ORDER
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               MOVE WS-ACCOUNT-BALANCE TO WS-MONEY-ED
               DISPLAY "ACCOUNT BALANCE: " WS-MONEY-ED " PHP"
               DISPLAY "AMOUNT RECEIVED (0 = APPLY CREDIT ONLY): "
                   WITH NO ADVANCING
               ACCEPT WS-PAY-AMOUNT
               ACCEPT WS-NOW-TIME FROM TIME
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-NOT-FOUND
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               PERFORM APPLY-ONE-CREDIT
                   VARYING WS-CREDIT-SUB FROM 1 BY 1
                   UNTIL WS-CREDIT-SUB > WS-OPEN-COUNT
               IF WS-PAY-AMOUNT > 0
                   PERFORM RECEIVE-ACCOUNT-PAYMENT
               END-IF
               CLOSE LEDGER-FILE
               COMPUTE WS-ACCOUNT-BALANCE =
                   WS-ACCOUNT-BALANCE - WS-PAY-AMOUNT
               MOVE WS-ACCOUNT-BALANCE TO WS-MONEY-ED
               DISPLAY "ACCOUNT BALANCE NOW: " WS-MONEY-ED " PHP"
           END-IF.

       SHOW-OPEN-ORDER.
           IF WS-OTB-OPEN (WS-OPEN-SUB) NOT = 0
               MOVE WS-OTB-OPEN (WS-OPEN-SUB) TO WS-MONEY-ED
               IF WS-OTB-ORDER (WS-OPEN-SUB) = 0
                   DISPLAY "  UNAPPLIED                " WS-MONEY-ED
               ELSE
                   DISPLAY "  ORDER " WS-OTB-ORDER (WS-OPEN-SUB)
                       "  " WS-OTB-DATE (WS-OPEN-SUB)
                       "  " WS-MONEY-ED
               END-IF
           END-IF.

       APPLY-ONE-CREDIT.
      **
      * A credit on the account - money received with no order
      * left to take it, or a void credit on an order already paid
      * - is applied to the oldest open orders before any new
      * money. Each move is a U entry taking the credit back off
      * where it sat and an A entry putting it on the order.
      **
           IF WS-OTB-OPEN (WS-CREDIT-SUB) < 0
               PERFORM APPLY-CREDIT-TO-ORDER
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-OTB-OPEN (WS-CREDIT-SUB) >= 0
           END-IF.

       APPLY-CREDIT-TO-ORDER.
           IF WS-OTB-OPEN (WS-OPEN-SUB) > 0
               AND WS-OTB-ORDER (WS-OPEN-SUB) NOT = 0
               COMPUTE WS-APPLY-AMOUNT =
                   0 - WS-OTB-OPEN (WS-CREDIT-SUB)
               IF WS-APPLY-AMOUNT > WS-OTB-OPEN (WS-OPEN-SUB)
                   MOVE WS-OTB-OPEN (WS-OPEN-SUB) TO WS-APPLY-AMOUNT
               END-IF
               MOVE "U" TO ARL-ENTRY-TYPE
               MOVE WS-OTB-ORDER (WS-CREDIT-SUB)
                   TO ARL-TRANSACTION-NUMBER
               MOVE ZERO TO ARL-OR-NUMBER
               MOVE "ACCT" TO ARL-METHOD
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "A" TO ARL-ENTRY-TYPE
               MOVE WS-OTB-ORDER (WS-OPEN-SUB)
                   TO ARL-TRANSACTION-NUMBER
               PERFORM WRITE-LEDGER-ENTRY
               ADD WS-APPLY-AMOUNT TO WS-OTB-OPEN (WS-CREDIT-SUB)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-OTB-OPEN (WS-OPEN-SUB)
               DISPLAY "  CREDIT " WS-APPLY-AMOUNT
                   " APPLIED TO ORDER " WS-OTB-ORDER (WS-OPEN-SUB)
           END-IF.

       RECEIVE-ACCOUNT-PAYMENT.
           PERFORM GET-PAYMENT-METHOD.
           IF WS-PAY-METHOD-TAG = "CASH"
               MOVE ZERO TO WS-TENDERED
               PERFORM GET-CASH-TENDERED
                   UNTIL WS-TENDERED >= WS-PAY-AMOUNT
               COMPUTE WS-CHANGE = WS-TENDERED - WS-PAY-AMOUNT
               DISPLAY "CHANGE: " WS-CHANGE " PHP"
           ELSE
               MOVE WS-PAY-AMOUNT TO WS-TENDERED
               MOVE ZERO TO WS-CHANGE
           END-IF.
           MOVE WS-NEXT-OR-NUMBER TO WS-OR-NUMBER.
           ADD 1 TO WS-NEXT-OR-NUMBER.
           PERFORM SAVE-ORDER-CONTROL.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-NOT-FOUND
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           MOVE ZERO TO PAY-TRANSACTION-NUMBER.
           MOVE "ACCTPAY" TO PAY-TYPE.
           MOVE WS-PAY-METHOD-TAG TO PAY-METHOD.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           MOVE WS-TENDERED TO PAY-TENDERED.
           MOVE WS-CHANGE TO PAY-CHANGE.
           MOVE WS-TODAY-DATE TO PAY-DATE.
           MOVE WS-NOW-TIME TO PAY-TIME.
           MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
           MOVE WS-OR-NUMBER TO PAY-OR-NUMBER.
           MOVE SPACES TO PAY-REASON.
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-LOOKUP-ACCOUNT DELIMITED BY SIZE
               INTO PAY-REASON.
           MOVE SPACES TO PAY-APPROVED-BY.
           IF PERIOD-ADJUSTMENT
               MOVE WS-PERIOD-APPROVER TO PAY-APPROVED-BY
           END-IF.
           WRITE PAYMENT-REC.
           CLOSE PAYMENT-FILE.
           IF PERIOD-ADJUSTMENT
               PERFORM LOG-PRIOR-PERIOD-PAYMENT
           END-IF.
           PERFORM WRITE-RECEIPT.
           MOVE WS-PAY-AMOUNT TO WS-PAY-REMAINING.
           PERFORM APPLY-PAYMENT-TO-ORDER
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               OR WS-PAY-REMAINING = 0.
           IF WS-PAY-REMAINING > 0
               MOVE WS-PAY-REMAINING TO WS-APPLY-AMOUNT
               MOVE "P" TO ARL-ENTRY-TYPE
               MOVE ZERO TO ARL-TRANSACTION-NUMBER
               MOVE WS-OR-NUMBER TO ARL-OR-NUMBER
               MOVE WS-PAY-METHOD-TAG TO ARL-METHOD
               PERFORM WRITE-LEDGER-ENTRY
               DISPLAY "  " WS-PAY-REMAINING
                   " LEFT ON ACCOUNT AS UNAPPLIED CREDIT"
           END-IF.
           DISPLAY "OFFICIAL RECEIPT NO. " WS-OR-NUMBER
               " WRITTEN TO MIDTOR.PRT".

       LOG-PRIOR-PERIOD-PAYMENT.
           MOVE SPACES TO WS-ADJ-REFERENCE.
           STRING "OR " DELIMITED BY SIZE
               WS-OR-NUMBER DELIMITED BY SIZE
               INTO WS-ADJ-REFERENCE.
           MOVE WS-PAY-AMOUNT TO WS-ADJ-AMOUNT.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY-DATE
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.

       APPLY-PAYMENT-TO-ORDER.
           IF WS-OTB-OPEN (WS-OPEN-SUB) > 0
               AND WS-OTB-ORDER (WS-OPEN-SUB) NOT = 0
               MOVE WS-PAY-REMAINING TO WS-APPLY-AMOUNT
               IF WS-APPLY-AMOUNT > WS-OTB-OPEN (WS-OPEN-SUB)
                   MOVE WS-OTB-OPEN (WS-OPEN-SUB) TO WS-APPLY-AMOUNT
               END-IF
               MOVE "P" TO ARL-ENTRY-TYPE
               MOVE WS-OTB-ORDER (WS-OPEN-SUB)
                   TO ARL-TRANSACTION-NUMBER
               MOVE WS-OR-NUMBER TO ARL-OR-NUMBER
               MOVE WS-PAY-METHOD-TAG TO ARL-METHOD
               PERFORM WRITE-LEDGER-ENTRY
               SUBTRACT WS-APPLY-AMOUNT FROM WS-OTB-OPEN (WS-OPEN-SUB)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-REMAINING
               DISPLAY "  " WS-APPLY-AMOUNT " APPLIED TO ORDER "
                   WS-OTB-ORDER (WS-OPEN-SUB)
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE WS-LOOKUP-ACCOUNT TO ARL-ACCOUNT-NUMBER.
           MOVE WS-APPLY-AMOUNT TO ARL-AMOUNT.
           MOVE WS-TODAY-DATE TO ARL-ENTRY-DATE.
           MOVE WS-NOW-TIME TO ARL-ENTRY-TIME.
           MOVE WS-OPERATOR-ID TO ARL-OPERATOR-ID.
           WRITE LEDGER-REC.

       GET-PAYMENT-METHOD.
           DISPLAY "METHOD: [1] CASH [2] GCASH [3] CARD: "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-METHOD-NUM.
           EVALUATE WS-PAY-METHOD-NUM
               WHEN 2
                   MOVE "GCASH" TO WS-PAY-METHOD-TAG
               WHEN 3
                   MOVE "CARD" TO WS-PAY-METHOD-TAG
               WHEN OTHER
                   MOVE "CASH" TO WS-PAY-METHOD-TAG
           END-EVALUATE.

       GET-CASH-TENDERED.
           DISPLAY "AMOUNT TENDERED: " WITH NO ADVANCING.
           ACCEPT WS-TENDERED.
           IF WS-TENDERED < WS-PAY-AMOUNT
               DISPLAY "TENDERED IS SHORT OF THE AMOUNT RECEIVED."
           END-IF.

       LOAD-ORDER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-OK
               READ CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-ORDER-NUMBER
                       MOVE 1 TO WS-NEXT-QUOTE-NUMBER
                       MOVE 1 TO WS-NEXT-OR-NUMBER
                   NOT AT END
                       MOVE MCT-NEXT-ORDER-NUMBER
                           TO WS-NEXT-ORDER-NUMBER
                       IF MCT-NEXT-QUOTE-NUMBER IS NUMERIC
                           MOVE MCT-NEXT-QUOTE-NUMBER
                               TO WS-NEXT-QUOTE-NUMBER
                       ELSE
                           MOVE 1 TO WS-NEXT-QUOTE-NUMBER
                       END-IF
                       IF MCT-NEXT-OR-NUMBER IS NUMERIC
                           MOVE MCT-NEXT-OR-NUMBER
                               TO WS-NEXT-OR-NUMBER
                       ELSE
                           MOVE 1 TO WS-NEXT-OR-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE 1 TO WS-NEXT-ORDER-NUMBER
               MOVE 1 TO WS-NEXT-QUOTE-NUMBER
               MOVE 1 TO WS-NEXT-OR-NUMBER
           END-IF.

       SAVE-ORDER-CONTROL.
      **
      * Re-read just before the write so an order number MIDTERM
      * drew in the meantime is not put back.
      **
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-OK
               READ CONTROL-FILE
                   NOT AT END
                       MOVE MCT-NEXT-ORDER-NUMBER
                           TO WS-NEXT-ORDER-NUMBER
                       IF MCT-NEXT-QUOTE-NUMBER IS NUMERIC
                           MOVE MCT-NEXT-QUOTE-NUMBER
                               TO WS-NEXT-QUOTE-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-NEXT-ORDER-NUMBER TO MCT-NEXT-ORDER-NUMBER.
           MOVE WS-NEXT-QUOTE-NUMBER TO MCT-NEXT-QUOTE-NUMBER.
           MOVE WS-NEXT-OR-NUMBER TO MCT-NEXT-OR-NUMBER.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       WRITE-RECEIPT.
      **
      * Same receipt the drawer prints, received on account. The
      * VAT shown is the portion inside the amount at the rate in
      * force.
      **
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-NOT-FOUND
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           MOVE ALL "=" TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE "DIAZ MIDTOWN FRAME SHOP" TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE "OFFICIAL RECEIPT" TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "OR NO. " DELIMITED BY SIZE
               WS-OR-NUMBER DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               PAY-DATE DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               WS-LOOKUP-ACCOUNT DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "RECEIVED FROM " DELIMITED BY SIZE
               WS-CTB-NAME (WS-CUSTOMER-HIT) DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "AMOUNT " DELIMITED BY SIZE
               PAY-AMOUNT DELIMITED BY SIZE
               " PHP  BY " DELIMITED BY SIZE
               PAY-METHOD DELIMITED BY SIZE
               "  (PAYMENT ON ACCOUNT)" DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           COMPUTE WS-RECEIPT-VAT ROUNDED = PAY-AMOUNT
               * WS-VAT-RATE / (100 + WS-VAT-RATE).
           COMPUTE WS-RECEIPT-NET = PAY-AMOUNT - WS-RECEIPT-VAT.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "VATABLE " DELIMITED BY SIZE
               WS-RECEIPT-NET DELIMITED BY SIZE
               "  VAT " DELIMITED BY SIZE
               WS-RECEIPT-VAT DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "CASHIER " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           CLOSE RECEIPT-FILE.

       STATEMENT-RUN.
           DISPLAY "STATEMENT MONTH (YYYYMM, 0 = THIS MONTH): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-KEY.
           IF WS-MONTH-KEY = 0
               MOVE WS-TODAY-DATE (1:6) TO WS-MONTH-KEY
           END-IF.
           COMPUTE WS-MONTH-START = WS-MONTH-KEY * 100 + 1.
           COMPUTE WS-MONTH-END = WS-MONTH-KEY * 100 + 31.
           PERFORM LOAD-LEDGER-TABLE.
           MOVE ZERO TO WS-STATEMENT-COUNT.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM PRINT-ONE-STATEMENT
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT.
           IF LEDGER-TABLE-FULL
               MOVE "MORE THAN 5000 LEDGER ENTRIES - STATEMENTS "
                   TO STATEMENT-LINE
               MOVE "INCOMPLETE, DO NOT MAIL." TO STATEMENT-LINE (44:)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           CLOSE STATEMENT-FILE.
           DISPLAY WS-STATEMENT-COUNT
               " STATEMENTS WRITTEN TO MIDTSTM.PRT".

       PRINT-ONE-STATEMENT.
      **
      * An account with nothing owing at the start of the month
      * and no entries in it gets no statement.
      **
           MOVE WS-CTB-ACCOUNT (WS-CUSTOMER-SUB) TO WS-CUR-ACCOUNT.
           MOVE ZERO TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-MONTH-ACTIVITY.
           PERFORM SUM-OPENING-ENTRY
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT.
           IF WS-OPENING-BALANCE NOT = 0 OR WS-MONTH-ACTIVITY > 0
               ADD 1 TO WS-STATEMENT-COUNT
               PERFORM PRINT-STATEMENT-HEADING
               MOVE WS-OPENING-BALANCE TO WS-MONEY-ED
               MOVE SPACES TO STATEMENT-LINE
               STRING "BALANCE BROUGHT FORWARD" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               MOVE WS-MONEY-ED TO STATEMENT-LINE (51:10)
               PERFORM WRITE-STATEMENT-LINE
               PERFORM PRINT-STATEMENT-ENTRY
                   VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               MOVE WS-MONTH-END TO WS-CUTOFF-DATE
               PERFORM BUILD-OPEN-ORDERS
               MOVE WS-ACCOUNT-BALANCE TO WS-MONEY-ED
               MOVE SPACES TO STATEMENT-LINE
               STRING "BALANCE DUE" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               MOVE WS-MONEY-ED TO STATEMENT-LINE (51:10)
               PERFORM WRITE-STATEMENT-LINE
               PERFORM PRINT-STATEMENT-OPEN-ORDERS
           END-IF.

       SUM-OPENING-ENTRY.
           IF WS-LTB-ACCOUNT (WS-LEDGER-SUB) = WS-CUR-ACCOUNT
               IF WS-LTB-DATE (WS-LEDGER-SUB) < WS-MONTH-START
                   PERFORM SET-SIGNED-AMOUNT
                   ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
               ELSE IF WS-LTB-DATE (WS-LEDGER-SUB) <= WS-MONTH-END
                   ADD 1 TO WS-MONTH-ACTIVITY
               END-IF
           END-IF.

       PRINT-STATEMENT-HEADING.
           MOVE ALL "=" TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "DIAZ MIDTOWN FRAME SHOP - STATEMENT OF ACCOUNT"
               TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-CUR-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CTB-NAME (WS-CUSTOMER-SUB) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-CTB-ADDRESS (WS-CUSTOMER-SUB) TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MONTH " DELIMITED BY SIZE
               WS-MONTH-KEY DELIMITED BY SIZE
               "   TERMS " DELIMITED BY SIZE
               WS-CTB-TERMS (WS-CUSTOMER-SUB) DELIMITED BY SIZE
               " DAYS   CREDIT LIMIT " DELIMITED BY SIZE
               WS-CTB-LIMIT (WS-CUSTOMER-SUB) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "DATE      ENTRY     ORDER   OR NO.               "
               TO STATEMENT-LINE.
           MOVE "    AMOUNT" TO STATEMENT-LINE (51:10).
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-STATEMENT-ENTRY.
      **
      * Credit moved from one order to another (A and U) changes
      * nothing the customer owes and is not printed.
      **
           IF WS-LTB-ACCOUNT (WS-LEDGER-SUB) = WS-CUR-ACCOUNT
               AND WS-LTB-DATE (WS-LEDGER-SUB) >= WS-MONTH-START
               AND WS-LTB-DATE (WS-LEDGER-SUB) <= WS-MONTH-END
               AND WS-LTB-TYPE (WS-LEDGER-SUB) NOT = "A"
               AND WS-LTB-TYPE (WS-LEDGER-SUB) NOT = "U"
               EVALUATE WS-LTB-TYPE (WS-LEDGER-SUB)
                   WHEN "C"
                       MOVE "ORDER" TO WS-ENTRY-TEXT
                   WHEN "P"
                       MOVE "PAYMENT" TO WS-ENTRY-TEXT
                   WHEN OTHER
                       MOVE "CREDIT" TO WS-ENTRY-TEXT
               END-EVALUATE
               PERFORM SET-SIGNED-AMOUNT
               MOVE WS-SIGNED-AMOUNT TO WS-MONEY-ED
               MOVE SPACES TO STATEMENT-LINE
               MOVE WS-LTB-DATE (WS-LEDGER-SUB)
                   TO STATEMENT-LINE (1:8)
               MOVE WS-ENTRY-TEXT TO STATEMENT-LINE (11:8)
               IF WS-LTB-ORDER (WS-LEDGER-SUB) > 0
                   MOVE WS-LTB-ORDER (WS-LEDGER-SUB)
                       TO STATEMENT-LINE (21:5)
               END-IF
               IF WS-LTB-OR-NUMBER (WS-LEDGER-SUB) > 0
                   MOVE WS-LTB-OR-NUMBER (WS-LEDGER-SUB)
                       TO STATEMENT-LINE (29:5)
               END-IF
               MOVE WS-MONEY-ED TO STATEMENT-LINE (51:10)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       PRINT-STATEMENT-OPEN-ORDERS.
           MOVE "ORDERS STILL OPEN AT MONTH END:" TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM PRINT-STATEMENT-OPEN-ORDER
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.

       PRINT-STATEMENT-OPEN-ORDER.
           IF WS-OTB-OPEN (WS-OPEN-SUB) > 0
               MOVE WS-OTB-OPEN (WS-OPEN-SUB) TO WS-MONEY-ED
               MOVE SPACES TO STATEMENT-LINE
               MOVE WS-OTB-DATE (WS-OPEN-SUB) TO STATEMENT-LINE (1:8)
               MOVE "OPEN" TO STATEMENT-LINE (11:8)
               MOVE WS-OTB-ORDER (WS-OPEN-SUB)
                   TO STATEMENT-LINE (21:5)
               MOVE WS-MONEY-ED TO STATEMENT-LINE (51:10)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.

       AGING-REPORT.
           DISPLAY "AGE AS OF (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-AS-OF-DAY-NUMBER = (WS-ASO-YYYY * 365)
               + (WS-ASO-MM * 30) + WS-ASO-DD.
           MOVE WS-AS-OF-DATE TO WS-CUTOFF-DATE.
           PERFORM LOAD-LEDGER-TABLE.
           INITIALIZE WS-AGING-TOTALS.
           MOVE ZERO TO WS-OVER-LIMIT-COUNT.
           OPEN OUTPUT AGING-FILE.
           MOVE SPACES TO AGING-LINE.
           STRING "RECEIVABLES AGING AS OF " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               " (DAYS SINCE ORDER)" DELIMITED BY SIZE
               INTO AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE "ACCT  CUSTOMER              CURRENT   30-59"
               TO AGING-LINE.
           MOVE "   60-89     90+  CREDIT BALANCE" TO AGING-LINE (46:).
           PERFORM WRITE-AGING-LINE.
           PERFORM AGE-ONE-ACCOUNT
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT.
           MOVE WS-TOT-CURRENT TO WS-AGE-CURRENT.
           MOVE WS-TOT-30 TO WS-AGE-30.
           MOVE WS-TOT-60 TO WS-AGE-60.
           MOVE WS-TOT-90 TO WS-AGE-90.
           MOVE WS-TOT-CREDIT TO WS-AGE-CREDIT.
           MOVE WS-TOT-BALANCE TO WS-ACCOUNT-BALANCE.
           MOVE SPACES TO AGING-LINE.
           MOVE "TOTAL" TO AGING-LINE (7:20).
           PERFORM FORMAT-AGING-AMOUNTS.
           PERFORM WRITE-AGING-LINE.
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE SPACES TO AGING-LINE
               STRING "ACCOUNTS OVER THEIR CREDIT LIMIT: "
                   DELIMITED BY SIZE
                   WS-OVER-LIMIT-COUNT DELIMITED BY SIZE
                   INTO AGING-LINE
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF LEDGER-TABLE-FULL
               MOVE "MORE THAN 5000 LEDGER ENTRIES - AGING INCOMPLETE."
                   TO AGING-LINE
               PERFORM WRITE-AGING-LINE
           END-IF.
           CLOSE AGING-FILE.

       AGE-ONE-ACCOUNT.
           MOVE WS-CTB-ACCOUNT (WS-CUSTOMER-SUB) TO WS-CUR-ACCOUNT.
           PERFORM BUILD-OPEN-ORDERS.
           INITIALIZE WS-AGING-BUCKETS.
           MOVE ZERO TO WS-PAST-TERMS.
           PERFORM AGE-ONE-ORDER
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
           IF WS-ACCOUNT-BALANCE NOT = 0 OR WS-AGE-CREDIT NOT = 0
               ADD WS-AGE-CURRENT TO WS-TOT-CURRENT
               ADD WS-AGE-30 TO WS-TOT-30
               ADD WS-AGE-60 TO WS-TOT-60
               ADD WS-AGE-90 TO WS-TOT-90
               ADD WS-AGE-CREDIT TO WS-TOT-CREDIT
               ADD WS-ACCOUNT-BALANCE TO WS-TOT-BALANCE
               MOVE SPACES TO AGING-LINE
               MOVE WS-CUR-ACCOUNT TO AGING-LINE (1:5)
               MOVE WS-CTB-NAME (WS-CUSTOMER-SUB) TO AGING-LINE (7:20)
               PERFORM FORMAT-AGING-AMOUNTS
               PERFORM WRITE-AGING-LINE
               IF WS-ACCOUNT-BALANCE > WS-CTB-LIMIT (WS-CUSTOMER-SUB)
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE "      ** OVER CREDIT LIMIT **" TO AGING-LINE
                   PERFORM WRITE-AGING-LINE
               END-IF
               IF WS-PAST-TERMS > 0
                   MOVE WS-PAST-TERMS TO WS-MONEY-ED
                   MOVE SPACES TO AGING-LINE
                   STRING "      PAST THE " DELIMITED BY SIZE
                       WS-CTB-TERMS (WS-CUSTOMER-SUB)
                       DELIMITED BY SIZE
                       "-DAY TERMS: " DELIMITED BY SIZE
                       WS-MONEY-ED DELIMITED BY SIZE
                       INTO AGING-LINE
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-IF.

       AGE-ONE-ORDER.
           IF WS-OTB-OPEN (WS-OPEN-SUB) < 0
               SUBTRACT WS-OTB-OPEN (WS-OPEN-SUB) FROM WS-AGE-CREDIT
           ELSE IF WS-OTB-OPEN (WS-OPEN-SUB) > 0
               MOVE WS-OTB-DATE (WS-OPEN-SUB) TO WS-ORDER-DATE-HOLD
               COMPUTE WS-ORDER-DAY-NUMBER = (WS-ODH-YYYY * 365)
                   + (WS-ODH-MM * 30) + WS-ODH-DD
               COMPUTE WS-ORDER-AGE =
                   WS-AS-OF-DAY-NUMBER - WS-ORDER-DAY-NUMBER
               EVALUATE TRUE
                   WHEN WS-ORDER-AGE < 30
                       ADD WS-OTB-OPEN (WS-OPEN-SUB) TO WS-AGE-CURRENT
                   WHEN WS-ORDER-AGE < 60
                       ADD WS-OTB-OPEN (WS-OPEN-SUB) TO WS-AGE-30
                   WHEN WS-ORDER-AGE < 90
                       ADD WS-OTB-OPEN (WS-OPEN-SUB) TO WS-AGE-60
                   WHEN OTHER
                       ADD WS-OTB-OPEN (WS-OPEN-SUB) TO WS-AGE-90
               END-EVALUATE
               IF WS-ORDER-AGE > WS-CTB-TERMS (WS-CUSTOMER-SUB)
                   ADD WS-OTB-OPEN (WS-OPEN-SUB) TO WS-PAST-TERMS
               END-IF
           END-IF.

       FORMAT-AGING-AMOUNTS.
           MOVE WS-AGE-CURRENT TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (28:8).
           MOVE WS-AGE-30 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (37:8).
           MOVE WS-AGE-60 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (46:8).
           MOVE WS-AGE-90 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (55:8).
           MOVE WS-AGE-CREDIT TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (64:8).
           MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-ED.
           MOVE WS-BALANCE-ED TO AGING-LINE (73:8).

       WRITE-AGING-LINE.
           DISPLAY AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
       END PROGRAM MIDTAR.
