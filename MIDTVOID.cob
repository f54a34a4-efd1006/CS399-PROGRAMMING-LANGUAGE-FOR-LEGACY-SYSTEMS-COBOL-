      * MIDTINV captures at delivery; they ride through the tables
      * here untouched (DIAZCNV run modes 17 and 18 convert files
      * written before them).
      * An order charged to a business customer's account was
      * never paid at the drawer, so its refund is not paid out
      * either: the REFUND movement goes on MIDTPAY.DAT by method
      * ACCT and a credit entry goes on the customer's MIDTAR.DAT
      * ledger against the order, reducing what the account owes.
      * A void now checks the order's period through DIAZPER before
      * anything is reversed: reversal lines carry no date and count
      * with the order, so the order date on MIDTHDR.DAT decides
      * (HEADER-FILE added, read only). A refund is dated today and
      * is checked for today's period on its own. A closed month
      * takes either only as a prior-period adjustment under a
      * supervisor's second sign-on, logged on DIAZADJ.DAT through
      * DIAZADJ; the refund record carries the approver in
      * PAY-APPROVED-BY when no refund-limit approver stands there.
      * A refund can now be taken as store credit instead of money:
      * refund method 4 writes the REFUND movement by method CRED
      * and puts a store credit for the amount on the MIDTGFT.DAT
      * register, numbered in the gift certificates' series, in
      * the order's customer name with the voided order noted and
      * a year to spend it at the MIDTERM drawer.
      * MIDTERM.DAT and MIDTHDR.DAT are now indexed. The order's
      * lines are read from its first key on instead of the whole
      * file, its header is read by number, and the reversal lines
      * are written by key into MIDTERM.DAT opened I-O: the key
      * carries the reversal flag, so a reversal sits beside the
      * line it reverses and a second reversal of the same line is
      * refused by the file itself.
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
       SELECT STOCK-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSTK.DAT"
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAR.DAT"
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT GIFT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTGFT.DAT"
           FILE STATUS IS WS-GIFT-STATUS.
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
       FD STOCK-FILE
           05 PAY-OR-NUMBER          PIC 9(5).
           05 PAY-REASON             PIC X(20).
           05 PAY-APPROVED-BY        PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       77 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       77 WS-REFUND-VALID PIC X VALUE "N".
           88 REFUND-MAY-COMMIT VALUE "Y".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
           88 WS-LEDGER-OK VALUE "00".
           88 WS-LEDGER-NOT-FOUND VALUE "35".
       77 WS-LEDGER-EOF PIC X VALUE "N".
           88 LEDGER-AT-EOF VALUE "Y".
       77 WS-ORDER-CHARGED PIC X VALUE "N".
           88 ORDER-ON-ACCOUNT VALUE "Y".
       77 WS-CHARGE-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       77 WS-ORDER-DATE PIC 9(8) VALUE ZERO.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-VOID-TOTAL PIC S9(9) VALUE ZERO.
       77 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       77 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       77 WS-ADJ-PROGRAM PIC X(8) VALUE "MIDTVOID".
       77 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       77 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-GIFT-STATUS PIC XX VALUE "00".
           88 WS-GIFT-OK VALUE "00".
           88 WS-GIFT-NOT-FOUND VALUE "35".
       77 WS-GIFT-EOF PIC X VALUE "N".
           88 GIFT-AT-EOF VALUE "Y".
       77 WS-GIFT-NUMBER PIC 9(5) VALUE ZERO.
       77 WS-GIFT-VALID-YEARS PIC 9 VALUE 1.
       01 WS-GIFT-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-GIFT-EXPIRY-R REDEFINES WS-GIFT-EXPIRY.
           05 WS-GXP-YYYY PIC 9(4).
           05 WS-GXP-MM PIC 99.
           05 WS-GXP-DD PIC 99.
       77 WS-HOLDER-NAME PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
                   DISPLAY "NO LINE ITEMS ON FILE FOR THAT ORDER."
               ELSE
                   PERFORM SHOW-ORDER-LINES
                   PERFORM CHECK-ORDER-PERIOD
                   IF PERIOD-OPEN OR PERIOD-ADJUSTMENT
                       PERFORM CHOOSE-AND-VOID
                       IF WS-VOIDS-WRITTEN > 0
                           PERFORM OFFER-REFUND
                       END-IF
                   ELSE
                       DISPLAY "ORDER'S PERIOD IS CLOSED - NOTHING "
                           "VOIDED."
                   END-IF
               END-IF
           END-IF.

       CHECK-ORDER-PERIOD.
      **
      * Reversal lines carry no date of their own and count with
      * the order, so it is the order's date on MIDTHDR.DAT that
      * must fall in an open period; a closed month takes the void
      * only as a prior-period adjustment under a supervisor's
      * second sign-on. An order with no header is taken as today's.
      **
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-ORDER-DATE.
           MOVE SPACES TO WS-HOLDER-NAME.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               PERFORM READ-ORDER-HEADER
               CLOSE HEADER-FILE
           END-IF.
           CALL "DIAZPER" USING WS-ORDER-DATE WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.

       READ-ORDER-HEADER.
           MOVE WS-VOID-ORDER TO HDR-TRANSACTION-NUMBER.
           READ HEADER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HDR-ORDER-DATE TO WS-ORDER-DATE
                   MOVE HDR-CUSTOMER-NAME TO WS-HOLDER-NAME
           END-READ.

       LOAD-ORDER-LINES.
           MOVE ZERO TO WS-LINES-FOUND.
           MOVE "N" TO WS-LINES-EOF.
               UNTIL WS-LINE-SUB > 9.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               PERFORM START-ORDER-LINES
               PERFORM TABLE-ORDER-LINE UNTIL LINES-AT-EOF
               CLOSE ORDER-FILE
           ELSE
           MOVE "N" TO WS-LINE-REVERSED (WS-LINE-SUB).
           MOVE SPACES TO WS-LINE-HOLD (WS-LINE-SUB).

       START-ORDER-LINES.
      **
      * Positions on the order's first line; its lines and their
      * reversals follow in key order.
      **
           MOVE WS-VOID-ORDER TO OUT-TRANSACTION-NUMBER.
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
                   IF OUT-TRANSACTION-NUMBER NOT = WS-VOID-ORDER
                       SET LINES-AT-EOF TO TRUE
                   END-IF
           END-READ.

       TABLE-ORDER-LINE.
           IF OUT-LINE-ITEM-NUMBER >= 1
               AND OUT-LINE-ITEM-NUMBER <= 9
               IF OUT-REVERSAL-FLAG = "R"
                   MOVE "Y"
               DISPLAY "REASON FOR VOID: " WITH NO ADVANCING
               ACCEPT WS-VOID-REASON
               MOVE ZERO TO WS-VOIDS-WRITTEN
               MOVE ZERO TO WS-VOID-TOTAL
               OPEN I-O ORDER-FILE
               EVALUATE TRUE
                   WHEN WS-VOID-CHOICE = "A" OR WS-VOID-CHOICE = "a"
                       PERFORM WRITE-LINE-REVERSAL
               END-EVALUATE
               CLOSE ORDER-FILE
               DISPLAY "REVERSAL LINES WRITTEN: " WS-VOIDS-WRITTEN
               IF PERIOD-ADJUSTMENT AND WS-VOIDS-WRITTEN > 0
                   MOVE WS-VOID-TOTAL TO WS-ADJ-AMOUNT
                   MOVE "ORDER LINES VOIDED" TO WS-ADJ-DESCRIPTION
                   PERFORM LOG-PRIOR-PERIOD-ENTRY
               END-IF
           END-IF.

       LOG-PRIOR-PERIOD-ENTRY.
           MOVE SPACES TO WS-ADJ-REFERENCE.
           STRING "ORDER " DELIMITED BY SIZE
               WS-VOID-ORDER DELIMITED BY SIZE
               INTO WS-ADJ-REFERENCE.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-ORDER-DATE
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.

       WRITE-LINE-REVERSAL.
      **
      * Writes the offsetting record for the line in WS-LINE-SUB:
      * the original line with every money field negated, tagged R
      * with the voiding operator and reason. Lines with a reversal
      * already on file are left alone, and the file refuses one
      * written meanwhile from another terminal.
      **
           IF WS-LINE-PRESENT (WS-LINE-SUB) = "Y"
               AND WS-LINE-REVERSED (WS-LINE-SUB) = "N"
               MOVE "R" TO OUT-REVERSAL-FLAG
               MOVE WS-OPERATOR-ID TO OUT-OPERATOR-ID
               MOVE WS-VOID-REASON TO OUT-VOID-REASON
               MOVE ORDER-REC TO WS-LINE-HOLD (WS-LINE-SUB)
               WRITE ORDER-REC
                   INVALID KEY
                       DISPLAY "LINE " WS-LINE-SUB
                           " ALREADY REVERSED ON FILE - SKIPPED."
                   NOT INVALID KEY
                       MOVE WS-LINE-HOLD (WS-LINE-SUB) TO ORDER-REC
                       PERFORM CREDIT-STOCK-BACK
                       ADD OUT-TOTAL-AMOUNT TO WS-VOID-TOTAL
                       ADD 1 TO WS-VOIDS-WRITTEN
               END-WRITE
               MOVE "Y" TO WS-LINE-REVERSED (WS-LINE-SUB)
           END-IF.

       CREDIT-STOCK-BACK.
           END-IF.

       RECORD-REFUND.
           IF ORDER-ON-ACCOUNT
               PERFORM FIND-CHARGE-ACCOUNT
               MOVE "ACCT" TO WS-REFUND-METHOD
               DISPLAY "ORDER WAS CHARGED TO ACCOUNT "
                   WS-CHARGE-ACCOUNT " - REFUND GOES TO THE ACCOUNT."
           ELSE
               DISPLAY "REFUND METHOD: [1] CASH [2] GCASH [3] CARD "
                   "[4] STORE CREDIT: " WITH NO ADVANCING
               ACCEPT WS-REFUND-METHOD-NUM
               EVALUATE WS-REFUND-METHOD-NUM
                   WHEN 2
                       MOVE "GCASH" TO WS-REFUND-METHOD
                   WHEN 3
                       MOVE "CARD" TO WS-REFUND-METHOD
                   WHEN 4
                       MOVE "CRED" TO WS-REFUND-METHOD
                   WHEN OTHER
                       MOVE "CASH" TO WS-REFUND-METHOD
               END-EVALUATE
           END-IF.
           MOVE "Y" TO WS-REFUND-VALID.
           MOVE SPACES TO WS-APPROVED-BY.
           IF WS-REFUND-DUE > WS-REFUND-LIMIT
               PERFORM GET-REFUND-APPROVAL
           END-IF.
           IF REFUND-MAY-COMMIT
               PERFORM CHECK-REFUND-PERIOD
           END-IF.
           IF REFUND-MAY-COMMIT
               OPEN EXTEND PAYMENT-FILE
               IF WS-PAYMENT-NOT-FOUND
               MOVE ZERO TO PAY-OR-NUMBER
               MOVE WS-VOID-REASON TO PAY-REASON
               MOVE WS-APPROVED-BY TO PAY-APPROVED-BY
               IF PERIOD-ADJUSTMENT AND PAY-APPROVED-BY = SPACES
                   MOVE WS-PERIOD-APPROVER TO PAY-APPROVED-BY
               END-IF
               WRITE PAYMENT-REC
               CLOSE PAYMENT-FILE
               IF PERIOD-ADJUSTMENT
                   MOVE WS-TODAY-DATE TO WS-ORDER-DATE
                   COMPUTE WS-ADJ-AMOUNT = 0 - WS-REFUND-DUE
                   MOVE "REFUND ON VOID" TO WS-ADJ-DESCRIPTION
                   PERFORM LOG-PRIOR-PERIOD-ENTRY
               END-IF
               IF ORDER-ON-ACCOUNT
                   PERFORM CREDIT-CHARGE-ACCOUNT
               END-IF
               IF WS-REFUND-METHOD = "CRED"
                   PERFORM ISSUE-STORE-CREDIT
               END-IF
               DISPLAY "REFUND RECORDED AGAINST ORDER "
                   WS-VOID-ORDER "."
           END-IF.

       ISSUE-STORE-CREDIT.
      **
      * Instead of money back the customer takes a store credit for
      * the refund on the MIDTGFT.DAT register, numbered in the
      * gift certificates' series and spent at the drawer the same
      * way. It carries the voided order and no OR, since no money
      * changed hands.
      **
           PERFORM NEXT-GIFT-NUMBER.
           MOVE PAY-DATE TO WS-GIFT-EXPIRY.
           ADD WS-GIFT-VALID-YEARS TO WS-GXP-YYYY.
           IF WS-GXP-MM = 2 AND WS-GXP-DD = 29
               MOVE 28 TO WS-GXP-DD
           END-IF.
           OPEN EXTEND GIFT-FILE.
           IF WS-GIFT-NOT-FOUND
               OPEN OUTPUT GIFT-FILE
           END-IF.
           MOVE WS-GIFT-NUMBER TO GFT-NUMBER.
           MOVE "C" TO GFT-TYPE.
           MOVE WS-REFUND-DUE TO GFT-ISSUED-AMOUNT.
           MOVE WS-REFUND-DUE TO GFT-BALANCE.
           MOVE PAY-DATE TO GFT-ISSUE-DATE.
           MOVE WS-GIFT-EXPIRY TO GFT-EXPIRY-DATE.
           MOVE ZERO TO GFT-LAST-USED-DATE.
           MOVE WS-HOLDER-NAME TO GFT-HOLDER-NAME.
           MOVE ZERO TO GFT-OR-NUMBER.
           MOVE WS-VOID-ORDER TO GFT-SOURCE-ORDER.
           MOVE WS-OPERATOR-ID TO GFT-OPERATOR-ID.
           WRITE GIFT-REC.
           CLOSE GIFT-FILE.
           DISPLAY "STORE CREDIT NO. " WS-GIFT-NUMBER " FOR "
               WS-REFUND-ED " PHP - VALID UNTIL " WS-GIFT-EXPIRY.

       NEXT-GIFT-NUMBER.
           MOVE ZERO TO WS-GIFT-NUMBER.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN INPUT GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM TALLY-GIFT-NUMBER UNTIL GIFT-AT-EOF
               CLOSE GIFT-FILE
           END-IF.
           ADD 1 TO WS-GIFT-NUMBER.

       READ-GIFT-RECORD.
           READ GIFT-FILE
               AT END SET GIFT-AT-EOF TO TRUE
           END-READ.

       TALLY-GIFT-NUMBER.
           IF GFT-NUMBER > WS-GIFT-NUMBER
               MOVE GFT-NUMBER TO WS-GIFT-NUMBER
           END-IF.
           PERFORM READ-GIFT-RECORD.

       CHECK-REFUND-PERIOD.
      **
      * The refund is dated today, whatever the order's date, so
      * today's period is checked for it on its own.
      **
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "DIAZPER" USING WS-TODAY-DATE WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               MOVE "N" TO WS-REFUND-VALID
               DISPLAY "PERIOD CLOSED - REFUND NOT RECORDED."
           END-IF.

       FIND-CHARGE-ACCOUNT.
      **
      * The account is the one the order's charge entry went to.
      **
           MOVE ZERO TO WS-CHARGE-ACCOUNT.
           MOVE "N" TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-OK
               PERFORM READ-LEDGER-RECORD
               PERFORM MATCH-CHARGE-ENTRY UNTIL LEDGER-AT-EOF
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET LEDGER-AT-EOF TO TRUE
           END-READ.

       MATCH-CHARGE-ENTRY.
           IF ARL-ENTRY-TYPE = "C"
               AND ARL-TRANSACTION-NUMBER = WS-VOID-ORDER
               MOVE ARL-ACCOUNT-NUMBER TO WS-CHARGE-ACCOUNT
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       CREDIT-CHARGE-ACCOUNT.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-NOT-FOUND
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE WS-CHARGE-ACCOUNT TO ARL-ACCOUNT-NUMBER.
           MOVE "R" TO ARL-ENTRY-TYPE.
           MOVE WS-VOID-ORDER TO ARL-TRANSACTION-NUMBER.
           MOVE WS-REFUND-DUE TO ARL-AMOUNT.
           MOVE PAY-DATE TO ARL-ENTRY-DATE.
           MOVE PAY-TIME TO ARL-ENTRY-TIME.
           MOVE ZERO TO ARL-OR-NUMBER.
           MOVE "ACCT" TO ARL-METHOD.
           MOVE WS-OPERATOR-ID TO ARL-OPERATOR-ID.
           WRITE LEDGER-REC.
           CLOSE LEDGER-FILE.

       GET-REFUND-APPROVAL.
      **
      * A refund above the limit does not commit on one signature:
           MOVE "N" TO WS-LINES-EOF.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               PERFORM START-ORDER-LINES
               PERFORM ADD-ORDER-CHARGE UNTIL LINES-AT-EOF
               CLOSE ORDER-FILE
           END-IF.

       ADD-ORDER-CHARGE.
           ADD OUT-TOTAL-AMOUNT TO WS-ORDER-CHARGES.
           PERFORM READ-ORDER-LINE.

       SUM-ORDER-PAYMENTS.
           MOVE ZERO TO WS-PAID-TO-DATE.
           MOVE "N" TO WS-ORDER-CHARGED.
           MOVE "N" TO WS-PAYMENTS-EOF.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-OK
               ELSE
                   ADD PAY-AMOUNT TO WS-PAID-TO-DATE
               END-IF
               IF PAY-TYPE = "CHARGE"
                   SET ORDER-ON-ACCOUNT TO TRUE
               END-IF
           END-IF.
           PERFORM READ-PAYMENT-RECORD.

