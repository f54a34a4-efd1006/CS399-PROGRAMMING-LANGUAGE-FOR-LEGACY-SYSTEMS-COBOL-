      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTSTL.
      *-----------------------
      * Modification History
      * ---------------------
      * New settlement reconciliation for the e-wallet and card
      * tenders. GET-PAYMENT-METHOD tags a payment GCASH or CARD and
      * MIDTPAY.DAT records what the drawer took, but the money
      * itself arrives later from GCash and the card acquirer, less
      * their fee. Mode 1 loads the provider's daily settlement
      * file (MIDTSTL.DAT, one line per settled receipt with the net
      * paid and the fee withheld) and matches each line to a GCASH
      * or CARD payment by provider, transaction date, OR number and
      * amount, the net plus the fee having to come back to what
      * MIDTPAY.DAT says we took. MIDTSTL.RPT lists the matched
      * items, the payments that never settled, the settlements
      * with no payment behind them, and the fees deducted.
      * Anything unmatched is written OPEN to MIDTREC.DAT and is
      * carried into every later run until it matches or is
      * cleared, so a missing settlement cannot drop out of sight.
      * Mode 2 clears an open item under a supervisor sign-on with
      * a reason; the log is append-only and the newest record for
      * an item decides its standing.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPAY.DAT"
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT SETTLEMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSTL.DAT"
           FILE STATUS IS WS-SETTLEMENT-STATUS.
       SELECT OPEN-ITEM-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTREC.DAT"
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
       SELECT REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSTL.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD SETTLEMENT-FILE
           DATA RECORD IS SETTLEMENT-REC.
       01 SETTLEMENT-REC.
           05 STL-PROVIDER           PIC X(5).
           05 STL-TXN-DATE           PIC 9(8).
           05 STL-OR-NUMBER          PIC 9(5).
           05 STL-NET-AMOUNT         PIC 9(7)V99.
           05 STL-FEE-AMOUNT         PIC 9(5)V99.
           05 STL-SETTLE-DATE        PIC 9(8).
           05 STL-PROVIDER-REF       PIC X(12).
       FD OPEN-ITEM-FILE
           DATA RECORD IS OPEN-ITEM-REC.
       01 OPEN-ITEM-REC.
           05 REC-ITEM-TYPE          PIC X.
           05 REC-PROVIDER           PIC X(5).
           05 REC-OR-NUMBER          PIC 9(5).
           05 REC-TXN-DATE           PIC 9(8).
           05 REC-AMOUNT             PIC 9(7)V99.
           05 REC-FEE                PIC 9(5)V99.
           05 REC-STATUS             PIC X(7).
           05 REC-OPENED-DATE        PIC 9(8).
           05 REC-REASON             PIC X(20).
           05 REC-OPERATOR-ID        PIC X(8).
           05 REC-STAMP-DATE         PIC 9(8).
           05 REC-STAMP-TIME         PIC 9(8).
       FD REPORT-FILE
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS PIC XX VALUE "00".
           88 WS-PAYMENT-OK VALUE "00".
       01 WS-SETTLEMENT-STATUS PIC XX VALUE "00".
           88 WS-SETTLEMENT-OK VALUE "00".
       01 WS-OPEN-ITEM-STATUS PIC XX VALUE "00".
           88 WS-OPEN-ITEM-OK VALUE "00".
           88 WS-OPEN-ITEM-NOT-FOUND VALUE "35".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
       77 WS-PAYMENTS-EOF PIC X VALUE "N".
           88 PAYMENTS-AT-EOF VALUE "Y".
       77 WS-SETTLEMENTS-EOF PIC X VALUE "N".
           88 SETTLEMENTS-AT-EOF VALUE "Y".
       77 WS-OPEN-ITEMS-EOF PIC X VALUE "N".
           88 OPEN-ITEMS-AT-EOF VALUE "Y".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-NOW-TIME PIC 9(8) VALUE ZERO.
       77 WS-COVERED-DATE PIC 9(8) VALUE ZERO.
      *-----------------------
      * Every item ever logged to MIDTREC.DAT, newest standing per
      * item. The key is item type (P payment, S settlement),
      * provider, OR number and transaction date.
      *-----------------------
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10 WS-ITM-TYPE PIC X.
               10 WS-ITM-PROVIDER PIC X(5).
               10 WS-ITM-OR-NUMBER PIC 9(5).
               10 WS-ITM-TXN-DATE PIC 9(8).
               10 WS-ITM-AMOUNT PIC 9(7)V99.
               10 WS-ITM-FEE PIC 9(5)V99.
               10 WS-ITM-STATUS PIC X(7).
               10 WS-ITM-OPENED-DATE PIC 9(8).
       77 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       77 WS-ITEM-SUB PIC 9(4) VALUE ZERO.
       77 WS-ITEM-HIT PIC 9(4) VALUE ZERO.
       77 WS-ITEM-OVERFLOW PIC X VALUE "N".
           88 ITEM-TABLE-FULL VALUE "Y".
       01 WS-SEEK-KEY.
           05 WS-SEEK-TYPE PIC X.
           05 WS-SEEK-PROVIDER PIC X(5).
           05 WS-SEEK-OR-NUMBER PIC 9(5).
           05 WS-SEEK-TXN-DATE PIC 9(8).
      *-----------------------
      * This run's candidates: GCASH and CARD payments not yet
      * matched or cleared, and settlement lines from today's file
      * plus those still open from earlier runs.
      *-----------------------
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 2000 TIMES.
               10 WS-PTB-PROVIDER PIC X(5).
               10 WS-PTB-OR-NUMBER PIC 9(5).
               10 WS-PTB-TXN-DATE PIC 9(8).
               10 WS-PTB-AMOUNT PIC 9(7).
               10 WS-PTB-TRANSACTION PIC 9(5).
               10 WS-PTB-OPENED-DATE PIC 9(8).
               10 WS-PTB-MATCHED PIC X.
       77 WS-PAY-COUNT PIC 9(4) VALUE ZERO.
       77 WS-PAY-SUB PIC 9(4) VALUE ZERO.
       77 WS-PAY-HIT PIC 9(4) VALUE ZERO.
       01 WS-STL-TABLE.
           05 WS-STL-ENTRY OCCURS 2000 TIMES.
               10 WS-STB-PROVIDER PIC X(5).
               10 WS-STB-OR-NUMBER PIC 9(5).
               10 WS-STB-TXN-DATE PIC 9(8).
               10 WS-STB-NET PIC 9(7)V99.
               10 WS-STB-FEE PIC 9(5)V99.
               10 WS-STB-OPENED-DATE PIC 9(8).
               10 WS-STB-MATCHED PIC X.
       77 WS-STL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-STL-SUB PIC 9(4) VALUE ZERO.
       77 WS-CANDIDATE-OVERFLOW PIC X VALUE "N".
           88 CANDIDATE-TABLE-FULL VALUE "Y".
       77 WS-SETTLED-GROSS PIC 9(7)V99 VALUE ZERO.
       77 WS-ALREADY-LOADED PIC 9(5) VALUE ZERO.
       77 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNSETTLED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MATCHED-GROSS PIC 9(9)V99 VALUE ZERO.
       77 WS-MATCHED-NET PIC 9(9)V99 VALUE ZERO.
       77 WS-UNSETTLED-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-UNKNOWN-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-GCASH-FEES PIC 9(7)V99 VALUE ZERO.
       77 WS-CARD-FEES PIC 9(7)V99 VALUE ZERO.
       77 WS-UNMATCHED-FEES PIC 9(7)V99 VALUE ZERO.
       77 WS-TOTAL-FEES PIC 9(7)V99 VALUE ZERO.
       77 WS-AMOUNT-ED PIC ZZZZZZZZ9.99.
       77 WS-FEE-ED PIC ZZZZZZZZ9.99.
       77 WS-NET-ED PIC ZZZZZZZZ9.99.
       77 WS-COUNT-ED PIC ZZZZ9.
       77 WS-CLEAR-PICK PIC 9(4) VALUE ZERO.
       77 WS-CLEAR-REASON PIC X(20) VALUE SPACES.
       77 WS-OPEN-LISTED PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1-RECONCILE SETTLEMENT FILE  2-CLEAR OPEN ITEM: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-MODE = 2
               PERFORM CLEAR-OPEN-ITEMS
           ELSE
               PERFORM RECONCILE-SETTLEMENTS
           END-IF.
           STOP RUN.

       RECONCILE-SETTLEMENTS.
      **
      * The provider's file covers transactions up to a given day;
      * GCASH and CARD payments taken after it are not expected yet
      * and wait for a later file.
      **
           DISPLAY "SETTLEMENT FILE COVERS TRANSACTIONS UP TO "
               "(YYYYMMDD, 0 = YESTERDAY): " WITH NO ADVANCING.
           ACCEPT WS-COVERED-DATE.
           IF WS-COVERED-DATE = 0
               ACCEPT WS-COVERED-DATE FROM DATE YYYYMMDD
               PERFORM BACK-UP-ONE-DAY
           END-IF.
           PERFORM LOAD-OPEN-ITEMS.
           IF ITEM-TABLE-FULL
               DISPLAY "MORE THAN 5000 ITEMS ON MIDTREC.DAT - "
                   "RECONCILIATION NOT RUN."
           ELSE
               PERFORM CARRY-OPEN-SETTLEMENTS
               PERFORM LOAD-SETTLEMENT-FILE
               PERFORM LOAD-PAYMENT-CANDIDATES
               IF CANDIDATE-TABLE-FULL
                   DISPLAY "MORE THAN 2000 PAYMENTS OR SETTLEMENTS "
                       "TO MATCH - RECONCILIATION NOT RUN."
               ELSE
                   PERFORM WRITE-RECONCILIATION
               END-IF
           END-IF.

       BACK-UP-ONE-DAY.
      **
      * Yesterday by calendar, the day count being what it is at
      * month and year ends.
      **
           IF WS-COVERED-DATE (7:2) > "01"
               SUBTRACT 1 FROM WS-COVERED-DATE
           ELSE
               IF WS-COVERED-DATE (5:2) = "01"
                   SUBTRACT 10000 FROM WS-COVERED-DATE
                   MOVE "1231" TO WS-COVERED-DATE (5:4)
               ELSE
                   SUBTRACT 100 FROM WS-COVERED-DATE
                   EVALUATE WS-COVERED-DATE (5:2)
                       WHEN "02"
                           MOVE "28" TO WS-COVERED-DATE (7:2)
                       WHEN "04" WHEN "06" WHEN "09" WHEN "11"
                           MOVE "30" TO WS-COVERED-DATE (7:2)
                       WHEN OTHER
                           MOVE "31" TO WS-COVERED-DATE (7:2)
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE "N" TO WS-ITEM-OVERFLOW.
           MOVE "N" TO WS-OPEN-ITEMS-EOF.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-OK
               PERFORM READ-OPEN-ITEM
               PERFORM TABLE-OPEN-ITEM UNTIL OPEN-ITEMS-AT-EOF
               CLOSE OPEN-ITEM-FILE
           END-IF.

       READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END SET OPEN-ITEMS-AT-EOF TO TRUE
           END-READ.

       TABLE-OPEN-ITEM.
      **
      * Newest record wins: a later MATCHED or CLEARED record for an
      * item replaces the OPEN one in place.
      **
           MOVE REC-ITEM-TYPE TO WS-SEEK-TYPE.
           MOVE REC-PROVIDER TO WS-SEEK-PROVIDER.
           MOVE REC-OR-NUMBER TO WS-SEEK-OR-NUMBER.
           MOVE REC-TXN-DATE TO WS-SEEK-TXN-DATE.
           PERFORM FIND-ITEM.
           IF WS-ITEM-HIT = 0
               IF WS-ITEM-COUNT >= 5000
                   SET ITEM-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-HIT
                   MOVE REC-ITEM-TYPE TO WS-ITM-TYPE (WS-ITEM-HIT)
                   MOVE REC-PROVIDER TO WS-ITM-PROVIDER (WS-ITEM-HIT)
                   MOVE REC-OR-NUMBER
                       TO WS-ITM-OR-NUMBER (WS-ITEM-HIT)
                   MOVE REC-TXN-DATE TO WS-ITM-TXN-DATE (WS-ITEM-HIT)
               END-IF
           END-IF.
           IF WS-ITEM-HIT > 0
               MOVE REC-AMOUNT TO WS-ITM-AMOUNT (WS-ITEM-HIT)
               MOVE REC-FEE TO WS-ITM-FEE (WS-ITEM-HIT)
               MOVE REC-STATUS TO WS-ITM-STATUS (WS-ITEM-HIT)
               MOVE REC-OPENED-DATE
                   TO WS-ITM-OPENED-DATE (WS-ITEM-HIT)
           END-IF.
           PERFORM READ-OPEN-ITEM.

       FIND-ITEM.
           MOVE ZERO TO WS-ITEM-HIT.
           PERFORM MATCH-ITEM-KEY
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               OR WS-ITEM-HIT > 0.

       MATCH-ITEM-KEY.
           IF WS-ITM-TYPE (WS-ITEM-SUB) = WS-SEEK-TYPE
               AND WS-ITM-PROVIDER (WS-ITEM-SUB) = WS-SEEK-PROVIDER
               AND WS-ITM-OR-NUMBER (WS-ITEM-SUB) = WS-SEEK-OR-NUMBER
               AND WS-ITM-TXN-DATE (WS-ITEM-SUB) = WS-SEEK-TXN-DATE
               MOVE WS-ITEM-SUB TO WS-ITEM-HIT
           END-IF.

       CARRY-OPEN-SETTLEMENTS.
           MOVE ZERO TO WS-STL-COUNT.
           MOVE "N" TO WS-CANDIDATE-OVERFLOW.
           PERFORM CARRY-ONE-SETTLEMENT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       CARRY-ONE-SETTLEMENT.
           IF WS-ITM-TYPE (WS-ITEM-SUB) = "S"
               AND WS-ITM-STATUS (WS-ITEM-SUB) = "OPEN"
               IF WS-STL-COUNT >= 2000
                   SET CANDIDATE-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-STL-COUNT
                   MOVE WS-ITM-PROVIDER (WS-ITEM-SUB)
                       TO WS-STB-PROVIDER (WS-STL-COUNT)
                   MOVE WS-ITM-OR-NUMBER (WS-ITEM-SUB)
                       TO WS-STB-OR-NUMBER (WS-STL-COUNT)
                   MOVE WS-ITM-TXN-DATE (WS-ITEM-SUB)
                       TO WS-STB-TXN-DATE (WS-STL-COUNT)
                   MOVE WS-ITM-AMOUNT (WS-ITEM-SUB)
                       TO WS-STB-NET (WS-STL-COUNT)
                   MOVE WS-ITM-FEE (WS-ITEM-SUB)
                       TO WS-STB-FEE (WS-STL-COUNT)
                   MOVE WS-ITM-OPENED-DATE (WS-ITEM-SUB)
                       TO WS-STB-OPENED-DATE (WS-STL-COUNT)
                   MOVE "N" TO WS-STB-MATCHED (WS-STL-COUNT)
               END-IF
           END-IF.

       LOAD-SETTLEMENT-FILE.
      **
      * A settlement line already on MIDTREC.DAT in any standing was
      * loaded by an earlier run; reloading the same day's file must
      * not count it twice.
      **
           MOVE ZERO TO WS-ALREADY-LOADED.
           MOVE "N" TO WS-SETTLEMENTS-EOF.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT WS-SETTLEMENT-OK
               DISPLAY "NO SETTLEMENT FILE ON HAND - STATUS: "
                   WS-SETTLEMENT-STATUS
           ELSE
               PERFORM READ-SETTLEMENT-RECORD
               PERFORM TABLE-SETTLEMENT-RECORD
                   UNTIL SETTLEMENTS-AT-EOF
               CLOSE SETTLEMENT-FILE
           END-IF.

       READ-SETTLEMENT-RECORD.
           READ SETTLEMENT-FILE
               AT END SET SETTLEMENTS-AT-EOF TO TRUE
           END-READ.

       TABLE-SETTLEMENT-RECORD.
           MOVE "S" TO WS-SEEK-TYPE.
           MOVE STL-PROVIDER TO WS-SEEK-PROVIDER.
           MOVE STL-OR-NUMBER TO WS-SEEK-OR-NUMBER.
           MOVE STL-TXN-DATE TO WS-SEEK-TXN-DATE.
           PERFORM FIND-ITEM.
           IF WS-ITEM-HIT > 0
               ADD 1 TO WS-ALREADY-LOADED
           ELSE IF WS-STL-COUNT >= 2000
               SET CANDIDATE-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-STL-COUNT
               MOVE STL-PROVIDER TO WS-STB-PROVIDER (WS-STL-COUNT)
               MOVE STL-OR-NUMBER TO WS-STB-OR-NUMBER (WS-STL-COUNT)
               MOVE STL-TXN-DATE TO WS-STB-TXN-DATE (WS-STL-COUNT)
               MOVE STL-NET-AMOUNT TO WS-STB-NET (WS-STL-COUNT)
               MOVE STL-FEE-AMOUNT TO WS-STB-FEE (WS-STL-COUNT)
               MOVE ZERO TO WS-STB-OPENED-DATE (WS-STL-COUNT)
               MOVE "N" TO WS-STB-MATCHED (WS-STL-COUNT)
           END-IF.
           PERFORM READ-SETTLEMENT-RECORD.

       LOAD-PAYMENT-CANDIDATES.
      **
      * Only GCASH and CARD receipts are settled by a provider.
      * Refunds carry no OR number and go back through the drawer,
      * and a payment already matched or cleared is finished.
      **
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE "N" TO WS-PAYMENTS-EOF.
           OPEN INPUT PAYMENT-FILE.
           IF NOT WS-PAYMENT-OK
               DISPLAY "NO PAYMENT FILE ON HAND - STATUS: "
                   WS-PAYMENT-STATUS
           ELSE
               PERFORM READ-PAYMENT-RECORD
               PERFORM TABLE-PAYMENT-RECORD UNTIL PAYMENTS-AT-EOF
               CLOSE PAYMENT-FILE
           END-IF.

       READ-PAYMENT-RECORD.
           READ PAYMENT-FILE
               AT END SET PAYMENTS-AT-EOF TO TRUE
           END-READ.

       TABLE-PAYMENT-RECORD.
           IF (PAY-METHOD = "GCASH" OR PAY-METHOD = "CARD")
               AND PAY-TYPE NOT = "REFUND"
               AND PAY-OR-NUMBER > 0
               AND PAY-DATE <= WS-COVERED-DATE
               PERFORM TABLE-PAYMENT-CANDIDATE
           END-IF.
           PERFORM READ-PAYMENT-RECORD.

       TABLE-PAYMENT-CANDIDATE.
           MOVE "P" TO WS-SEEK-TYPE.
           MOVE PAY-METHOD TO WS-SEEK-PROVIDER.
           MOVE PAY-OR-NUMBER TO WS-SEEK-OR-NUMBER.
           MOVE PAY-DATE TO WS-SEEK-TXN-DATE.
           PERFORM FIND-ITEM.
           IF WS-ITEM-HIT > 0
               AND WS-ITM-STATUS (WS-ITEM-HIT) NOT = "OPEN"
               CONTINUE
           ELSE IF WS-PAY-COUNT >= 2000
               SET CANDIDATE-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-PAY-COUNT
               MOVE PAY-METHOD TO WS-PTB-PROVIDER (WS-PAY-COUNT)
               MOVE PAY-OR-NUMBER TO WS-PTB-OR-NUMBER (WS-PAY-COUNT)
               MOVE PAY-DATE TO WS-PTB-TXN-DATE (WS-PAY-COUNT)
               MOVE PAY-AMOUNT TO WS-PTB-AMOUNT (WS-PAY-COUNT)
               MOVE PAY-TRANSACTION-NUMBER
                   TO WS-PTB-TRANSACTION (WS-PAY-COUNT)
               IF WS-ITEM-HIT > 0
                   MOVE WS-ITM-OPENED-DATE (WS-ITEM-HIT)
                       TO WS-PTB-OPENED-DATE (WS-PAY-COUNT)
               ELSE
                   MOVE ZERO TO WS-PTB-OPENED-DATE (WS-PAY-COUNT)
               END-IF
               MOVE "N" TO WS-PTB-MATCHED (WS-PAY-COUNT)
           END-IF.

       WRITE-RECONCILIATION.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE "MIDTSTL" TO WS-OPERATOR-ID.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-NOT-FOUND
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "GCASH/CARD SETTLEMENT RECONCILIATION  RUN "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "  COVERS TO " DELIMITED BY SIZE
               WS-COVERED-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ALREADY-LOADED > 0
               MOVE WS-ALREADY-LOADED TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "SETTLEMENT LINES LOADED BY AN EARLIER RUN "
                   "(SKIPPED): " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "MATCHED ITEMS" TO REPORT-LINE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM MATCH-ONE-SETTLEMENT
               VARYING WS-STL-SUB FROM 1 BY 1
               UNTIL WS-STL-SUB > WS-STL-COUNT.
           MOVE "PAYMENTS RECORDED BUT NOT SETTLED" TO REPORT-LINE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM REPORT-UNSETTLED-PAYMENT
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT.
           MOVE "SETTLEMENTS WITH NO PAYMENT ON FILE" TO REPORT-LINE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM REPORT-UNKNOWN-SETTLEMENT
               VARYING WS-STL-SUB FROM 1 BY 1
               UNTIL WS-STL-SUB > WS-STL-COUNT.
           PERFORM WRITE-RECONCILIATION-TOTALS.
           CLOSE OPEN-ITEM-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "RECONCILIATION WRITTEN TO MIDTSTL.RPT".

       WRITE-SECTION-HEADING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROV  TXN DATE  OR NO.  ORDER        AMOUNT"
               TO REPORT-LINE.
           MOVE "         FEE           NET  OPEN SINCE"
               TO REPORT-LINE (45:36).
           PERFORM WRITE-REPORT-LINE.

       MATCH-ONE-SETTLEMENT.
      **
      * A settlement pays a receipt when the provider, transaction
      * date and OR number agree and the net plus the fee withheld
      * comes back to the amount MIDTPAY.DAT says we took.
      **
           COMPUTE WS-SETTLED-GROSS = WS-STB-NET (WS-STL-SUB)
               + WS-STB-FEE (WS-STL-SUB).
           MOVE ZERO TO WS-PAY-HIT.
           PERFORM MATCH-PAYMENT-CANDIDATE
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
               OR WS-PAY-HIT > 0.
           IF WS-PAY-HIT > 0
               MOVE "Y" TO WS-STB-MATCHED (WS-STL-SUB)
               MOVE "Y" TO WS-PTB-MATCHED (WS-PAY-HIT)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-SETTLED-GROSS TO WS-MATCHED-GROSS
               ADD WS-STB-NET (WS-STL-SUB) TO WS-MATCHED-NET
               IF WS-STB-PROVIDER (WS-STL-SUB) = "GCASH"
                   ADD WS-STB-FEE (WS-STL-SUB) TO WS-GCASH-FEES
               ELSE
                   ADD WS-STB-FEE (WS-STL-SUB) TO WS-CARD-FEES
               END-IF
               MOVE WS-PTB-AMOUNT (WS-PAY-HIT) TO WS-AMOUNT-ED
               MOVE WS-PTB-OPENED-DATE (WS-PAY-HIT)
                   TO REC-OPENED-DATE
               PERFORM FORMAT-SETTLEMENT-LINE
               MOVE WS-PTB-TRANSACTION (WS-PAY-HIT)
                   TO REPORT-LINE (24:5)
               PERFORM WRITE-REPORT-LINE
               MOVE "P" TO REC-ITEM-TYPE
               MOVE WS-PTB-AMOUNT (WS-PAY-HIT) TO REC-AMOUNT
               MOVE ZERO TO REC-FEE
               MOVE "MATCHED" TO REC-STATUS
               PERFORM WRITE-OPEN-ITEM
               MOVE "S" TO REC-ITEM-TYPE
               MOVE WS-STB-NET (WS-STL-SUB) TO REC-AMOUNT
               MOVE WS-STB-FEE (WS-STL-SUB) TO REC-FEE
               MOVE WS-STB-OPENED-DATE (WS-STL-SUB)
                   TO REC-OPENED-DATE
               MOVE "MATCHED" TO REC-STATUS
               PERFORM WRITE-OPEN-ITEM
           END-IF.

       MATCH-PAYMENT-CANDIDATE.
           IF WS-PTB-MATCHED (WS-PAY-SUB) = "N"
               AND WS-PTB-PROVIDER (WS-PAY-SUB)
                   = WS-STB-PROVIDER (WS-STL-SUB)
               AND WS-PTB-OR-NUMBER (WS-PAY-SUB)
                   = WS-STB-OR-NUMBER (WS-STL-SUB)
               AND WS-PTB-TXN-DATE (WS-PAY-SUB)
                   = WS-STB-TXN-DATE (WS-STL-SUB)
               AND WS-PTB-AMOUNT (WS-PAY-SUB) = WS-SETTLED-GROSS
               MOVE WS-PAY-SUB TO WS-PAY-HIT
           END-IF.

       FORMAT-SETTLEMENT-LINE.
      **
      * Shared line for a settlement: REC-OPENED-DATE carries the
      * day the item first went open, zero when it is new today.
      **
           MOVE WS-STB-FEE (WS-STL-SUB) TO WS-FEE-ED.
           MOVE WS-STB-NET (WS-STL-SUB) TO WS-NET-ED.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STB-PROVIDER (WS-STL-SUB) TO REPORT-LINE (1:5).
           MOVE WS-STB-TXN-DATE (WS-STL-SUB) TO REPORT-LINE (7:8).
           MOVE WS-STB-OR-NUMBER (WS-STL-SUB) TO REPORT-LINE (17:5).
           MOVE WS-AMOUNT-ED TO REPORT-LINE (31:12).
           MOVE WS-FEE-ED TO REPORT-LINE (45:12).
           MOVE WS-NET-ED TO REPORT-LINE (59:12).
           IF REC-OPENED-DATE > 0
               MOVE REC-OPENED-DATE TO REPORT-LINE (73:8)
           END-IF.
           MOVE WS-STB-PROVIDER (WS-STL-SUB) TO REC-PROVIDER.
           MOVE WS-STB-OR-NUMBER (WS-STL-SUB) TO REC-OR-NUMBER.
           MOVE WS-STB-TXN-DATE (WS-STL-SUB) TO REC-TXN-DATE.

       REPORT-UNSETTLED-PAYMENT.
      **
      * A payment still unmatched goes OPEN on MIDTREC.DAT the first
      * time it is seen; one already open is simply reported again.
      **
           IF WS-PTB-MATCHED (WS-PAY-SUB) = "N"
               ADD 1 TO WS-UNSETTLED-COUNT
               ADD WS-PTB-AMOUNT (WS-PAY-SUB) TO WS-UNSETTLED-TOTAL
               MOVE WS-PTB-AMOUNT (WS-PAY-SUB) TO WS-AMOUNT-ED
               MOVE SPACES TO REPORT-LINE
               MOVE WS-PTB-PROVIDER (WS-PAY-SUB) TO REPORT-LINE (1:5)
               MOVE WS-PTB-TXN-DATE (WS-PAY-SUB) TO REPORT-LINE (7:8)
               MOVE WS-PTB-OR-NUMBER (WS-PAY-SUB)
                   TO REPORT-LINE (17:5)
               MOVE WS-PTB-TRANSACTION (WS-PAY-SUB)
                   TO REPORT-LINE (24:5)
               MOVE WS-AMOUNT-ED TO REPORT-LINE (31:12)
               IF WS-PTB-OPENED-DATE (WS-PAY-SUB) > 0
                   MOVE WS-PTB-OPENED-DATE (WS-PAY-SUB)
                       TO REPORT-LINE (73:8)
               END-IF
               PERFORM WRITE-REPORT-LINE
               IF WS-PTB-OPENED-DATE (WS-PAY-SUB) = 0
                   MOVE "P" TO REC-ITEM-TYPE
                   MOVE WS-PTB-PROVIDER (WS-PAY-SUB) TO REC-PROVIDER
                   MOVE WS-PTB-OR-NUMBER (WS-PAY-SUB)
                       TO REC-OR-NUMBER
                   MOVE WS-PTB-TXN-DATE (WS-PAY-SUB) TO REC-TXN-DATE
                   MOVE WS-PTB-AMOUNT (WS-PAY-SUB) TO REC-AMOUNT
                   MOVE ZERO TO REC-FEE
                   MOVE "OPEN" TO REC-STATUS
                   MOVE WS-TODAY-DATE TO REC-OPENED-DATE
                   PERFORM WRITE-OPEN-ITEM
               END-IF
           END-IF.

       REPORT-UNKNOWN-SETTLEMENT.
           IF WS-STB-MATCHED (WS-STL-SUB) = "N"
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD WS-STB-NET (WS-STL-SUB) TO WS-UNKNOWN-TOTAL
               ADD WS-STB-FEE (WS-STL-SUB) TO WS-UNMATCHED-FEES
               COMPUTE WS-SETTLED-GROSS = WS-STB-NET (WS-STL-SUB)
                   + WS-STB-FEE (WS-STL-SUB)
               MOVE WS-SETTLED-GROSS TO WS-AMOUNT-ED
               MOVE WS-STB-OPENED-DATE (WS-STL-SUB)
                   TO REC-OPENED-DATE
               PERFORM FORMAT-SETTLEMENT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-STB-OPENED-DATE (WS-STL-SUB) = 0
                   MOVE "S" TO REC-ITEM-TYPE
                   MOVE WS-STB-NET (WS-STL-SUB) TO REC-AMOUNT
                   MOVE WS-STB-FEE (WS-STL-SUB) TO REC-FEE
                   MOVE "OPEN" TO REC-STATUS
                   MOVE WS-TODAY-DATE TO REC-OPENED-DATE
                   PERFORM WRITE-OPEN-ITEM
               END-IF
           END-IF.

       WRITE-RECONCILIATION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED.
           MOVE WS-MATCHED-GROSS TO WS-AMOUNT-ED.
           MOVE WS-MATCHED-NET TO WS-NET-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATCHED:     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  GROSS " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  NET RECEIVED " DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNSETTLED-COUNT TO WS-COUNT-ED.
           MOVE WS-UNSETTLED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT SETTLED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED.
           MOVE WS-UNKNOWN-TOTAL TO WS-NET-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO PAYMENT:  " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  NET    " DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GCASH-FEES TO WS-FEE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEES DEDUCTED - GCASH:          " DELIMITED BY SIZE
               WS-FEE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CARD-FEES TO WS-FEE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEES DEDUCTED - CARD:           " DELIMITED BY SIZE
               WS-FEE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMATCHED-FEES TO WS-FEE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEES ON UNMATCHED SETTLEMENTS:  " DELIMITED BY SIZE
               WS-FEE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-TOTAL-FEES = WS-GCASH-FEES + WS-CARD-FEES
               + WS-UNMATCHED-FEES.
           MOVE WS-TOTAL-FEES TO WS-FEE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL FEES DEDUCTED:            " DELIMITED BY SIZE
               WS-FEE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-OPEN-ITEM.
           MOVE SPACES TO REC-REASON.
           MOVE WS-OPERATOR-ID TO REC-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO REC-STAMP-DATE.
           MOVE WS-NOW-TIME TO REC-STAMP-TIME.
           WRITE OPEN-ITEM-REC.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

       CLEAR-OPEN-ITEMS.
      **
      * Clearing writes off a difference with the provider, so it
      * takes a supervisor sign-on and a reason on the record.
      **
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "CLEARING AN OPEN ITEM NEEDS A SUPERVISOR."
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-ITEMS.
           MOVE 1 TO WS-CLEAR-PICK.
           PERFORM CLEAR-ONE-ITEM UNTIL WS-CLEAR-PICK = 0.

       CLEAR-ONE-ITEM.
           MOVE ZERO TO WS-OPEN-LISTED.
           DISPLAY "OPEN SETTLEMENT ITEMS (P PAYMENT, S SETTLEMENT):".
           PERFORM LIST-OPEN-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           IF WS-OPEN-LISTED = 0
               DISPLAY "  NO OPEN ITEMS."
               MOVE 0 TO WS-CLEAR-PICK
           ELSE
               DISPLAY "ITEM NUMBER TO CLEAR (0 = DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-CLEAR-PICK
               IF WS-CLEAR-PICK > 0
                   PERFORM CLEAR-PICKED-ITEM
               END-IF
           END-IF.

       LIST-OPEN-ITEM.
           IF WS-ITM-STATUS (WS-ITEM-SUB) = "OPEN"
               ADD 1 TO WS-OPEN-LISTED
               MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AMOUNT-ED
               DISPLAY "  " WS-ITEM-SUB " " WS-ITM-TYPE (WS-ITEM-SUB)
                   " " WS-ITM-PROVIDER (WS-ITEM-SUB)
                   " " WS-ITM-TXN-DATE (WS-ITEM-SUB)
                   " OR " WS-ITM-OR-NUMBER (WS-ITEM-SUB)
                   " " WS-AMOUNT-ED
                   " OPEN SINCE " WS-ITM-OPENED-DATE (WS-ITEM-SUB)
           END-IF.

       CLEAR-PICKED-ITEM.
           IF WS-CLEAR-PICK > WS-ITEM-COUNT
               DISPLAY "NO SUCH ITEM."
           ELSE IF WS-ITM-STATUS (WS-CLEAR-PICK) NOT = "OPEN"
               DISPLAY "THAT ITEM IS NOT OPEN."
           ELSE
               DISPLAY "REASON FOR CLEARING: " WITH NO ADVANCING
               ACCEPT WS-CLEAR-REASON
               IF WS-CLEAR-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - ITEM LEFT OPEN."
               ELSE
                   PERFORM WRITE-CLEARED-ITEM
               END-IF
           END-IF.

       WRITE-CLEARED-ITEM.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-ITM-TYPE (WS-CLEAR-PICK) TO REC-ITEM-TYPE.
           MOVE WS-ITM-PROVIDER (WS-CLEAR-PICK) TO REC-PROVIDER.
           MOVE WS-ITM-OR-NUMBER (WS-CLEAR-PICK) TO REC-OR-NUMBER.
           MOVE WS-ITM-TXN-DATE (WS-CLEAR-PICK) TO REC-TXN-DATE.
           MOVE WS-ITM-AMOUNT (WS-CLEAR-PICK) TO REC-AMOUNT.
           MOVE WS-ITM-FEE (WS-CLEAR-PICK) TO REC-FEE.
           MOVE "CLEARED" TO REC-STATUS.
           MOVE WS-ITM-OPENED-DATE (WS-CLEAR-PICK) TO REC-OPENED-DATE.
           MOVE WS-CLEAR-REASON TO REC-REASON.
           MOVE WS-OPERATOR-ID TO REC-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO REC-STAMP-DATE.
           MOVE WS-NOW-TIME TO REC-STAMP-TIME.
           OPEN EXTEND OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-NOT-FOUND
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF.
           WRITE OPEN-ITEM-REC.
           CLOSE OPEN-ITEM-FILE.
           MOVE "CLEARED" TO WS-ITM-STATUS (WS-CLEAR-PICK).
           DISPLAY "ITEM " WS-CLEAR-PICK " CLEARED.".
       END PROGRAM MIDTSTL.
