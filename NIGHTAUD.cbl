      * layout of DIAZ0002.DAT byte-for-byte the same shape.
      * ROSTER-REC grew the role byte FILEHAND now keys, keeping
      * every layout of SCR1.TXT byte-for-byte the same shape.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * MIDTERM.DAT is now indexed on order, line and reversal flag,
      * so an order's lines come together: each order's line-item
      * gaps are checked as soon as its last line has been read and
      * its slot freed, and the order table can no longer fill.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. QUOTE-LOG-REC grew log-currency-code, the
      * currency the quote was given in.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ORDER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-ORDER-KEY
           FILE STATUS IS WS-ORDER-STATUS.
       SELECT ROSTER-FILE
           ASSIGN TO "C:\COBOL_Files\SCR1.TXT"
           05 log-interest-rate PIC 99.
           05 log-interest-amount PIC 9(6)V9(2).
           05 log-entry-date PIC 9(8).
           05 log-currency-code PIC X(3).
       FD OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
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
       FD ROSTER-FILE
      *-----------------------
      * One slot per order seen on MIDTERM.DAT: which line numbers
      * are present (reversals aside) so gaps can be reported once
      * the order's last line has been read.
      *-----------------------
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 500 TIMES.
               PERFORM D-110-READ-ORDER-LINE
               PERFORM D-120-CHECK-ORDER-LINE UNTIL ORDER-AT-EOF
               CLOSE ORDER-FILE
               PERFORM D-130-CLOSE-OUT-ORDERS
               IF ORD-TABLE-FULL
                   MOVE "AUDIT" TO WS-KEY-TEXT
                   MOVE "ORDER TABLE FULL - GAP CHECK INCOMPLETE"
               END-IF
           END-IF.
       D-110-READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET ORDER-AT-EOF TO TRUE
           END-READ.
       D-120-CHECK-ORDER-LINE.
           ADD 1 TO WS-RECORDS-SCANNED.
           IF WS-ORD-COUNT > 0
               IF OUT-TRANSACTION-NUMBER
                   NOT = WS-ORD-TRANSACTION (WS-ORD-COUNT)
                   PERFORM D-130-CLOSE-OUT-ORDERS
               END-IF
           END-IF.
           MOVE SPACES TO WS-KEY-TEXT.
           STRING "ORDER " DELIMITED BY SIZE
               OUT-TRANSACTION-NUMBER DELIMITED BY SIZE
           END-IF.
           PERFORM D-200-NOTE-LINE-NUMBER.
           PERFORM D-110-READ-ORDER-LINE.
       D-130-CLOSE-OUT-ORDERS.
      **
      * Lines come in order-number sequence, so an order is
      * complete once a line of the next order turns up.
      **
           PERFORM D-300-CHECK-LINE-GAPS
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT.
           MOVE ZERO TO WS-ORD-COUNT.
       D-200-NOTE-LINE-NUMBER.
           IF OUT-REVERSAL-FLAG NOT = "R"
               MOVE ZERO TO WS-ORD-HIT
