      * The payment layout grew MIDTVOID's refund reason and
      * approved-by fields; refunds carry no OR number, so the
      * series check passes over them the same as pre-OR history.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * A reprinted gift certificate sale (type GIFTSAL, under no
      * order) carries the certificate number and the VAT-on-
      * redemption wording MIDTERM prints at the sale.
      * MIDTHDR.DAT is now indexed on the order number, so the
      * order's header is read by key instead of by a pass over
      * the whole file for every receipt.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCTL.DAT"
           05 HDR-ORDER-STATUS       PIC X(13).
           05 HDR-DISCOUNT-TYPE      PIC X(3).
           05 HDR-DISCOUNT-ID        PIC X(12).
           05 HDR-SMS-OPT-OUT        PIC X.
       FD CONTROL-FILE
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           88 WS-RECEIPT-NOT-FOUND VALUE "35".
       77 WS-PAYMENTS-EOF PIC X VALUE "N".
           88 PAYMENTS-AT-EOF VALUE "Y".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       77 WS-LOOKUP-OR PIC 9(5) VALUE ZERO.
       77 WS-OR-FOUND PIC X VALUE "N".

       FIND-ORDER-HEADER.
      **
      * The order's header carries the customer and the SC/PWD
      * standing the receipt wording depends on.
      **
           MOVE SPACES TO WS-CUSTOMER-NAME.
           MOVE SPACES TO WS-DISCOUNT-TYPE.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               MOVE PAY-TRANSACTION-NUMBER TO HDR-TRANSACTION-NUMBER
               READ HEADER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE HDR-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                       MOVE HDR-DISCOUNT-TYPE TO WS-DISCOUNT-TYPE
               END-READ
               CLOSE HEADER-FILE
           END-IF.

       WRITE-RECEIPT-COPY.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-NOT-FOUND
               ")" DELIMITED BY SIZE
               INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF PAY-TYPE = "GIFTSAL"
               MOVE SPACES TO RECEIPT-LINE
               STRING PAY-REASON DELIMITED BY SIZE
                   " - VAT DUE WHEN REDEEMED" DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           ELSE IF ORDER-IS-DISCOUNTED
               MOVE "VAT-EXEMPT SALE - SC/PWD DISCOUNT APPLIED"
                   TO RECEIPT-LINE
           ELSE
