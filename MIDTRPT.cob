      * VAT-exempt, and the summary carries the exempt sales, the
      * discounts granted (off OUT-DISCOUNT-AMOUNT, netting out
      * through reversals) and the VATable sales separately.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. The order-header
      * table and its REPORT INCOMPLETE warning are gone: the lines
      * come in order-number sequence, and each order's header is
      * read by key when its first line arrives, so the report
      * covers every order on file however many there are.
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
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       77 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-LAST-TRANSACTION PIC 9(5) VALUE ZERO.
       77 WS-HEADER-FOUND PIC X VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       77 WS-ORDER-IN-RANGE PIC X VALUE "N".
           88 ORDER-IN-RANGE VALUE "Y".
       77 WS-ORDER-COUNTED PIC X VALUE "N".
           88 ORDER-COUNTED VALUE "Y".
       77 WS-GROSS-SALES PIC S9(9) VALUE ZERO.
       77 WS-VAT-TOTAL PIC S9(9) VALUE ZERO.
       77 WS-GROSS-SALES-ED PIC ---------9.
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           PERFORM TALLY-ORDER-LINES.
           PERFORM PRINT-SUMMARY.
           STOP RUN.

       TALLY-ORDER-LINES.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               SET HEADERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               PERFORM READ-ORDER-LINE
               PERFORM TALLY-ONE-LINE UNTIL LINES-AT-EOF
               CLOSE ORDER-FILE
           END-IF.
           IF HEADERS-ON-FILE
               CLOSE HEADER-FILE
           END-IF.

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
           END-READ.

       TALLY-ONE-LINE.
           IF OUT-TRANSACTION-NUMBER NOT = WS-LAST-TRANSACTION
               PERFORM FIND-ORDER-HEADER
           END-IF.
           IF NOT HEADER-FOUND
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF ORDER-IN-RANGE
                   PERFORM ACCUMULATE-LINE
               END-IF
           END-IF.
           PERFORM READ-ORDER-LINE.

       FIND-ORDER-HEADER.
      **
      * Lines arrive in order-number sequence, so each order's
      * header is read once, when its first line comes up.
      **
           MOVE OUT-TRANSACTION-NUMBER TO WS-LAST-TRANSACTION.
           MOVE "N" TO WS-ORDER-COUNTED.
           MOVE "N" TO WS-HEADER-FOUND.
           MOVE "N" TO WS-ORDER-IN-RANGE.
           IF HEADERS-ON-FILE
               MOVE OUT-TRANSACTION-NUMBER TO HDR-TRANSACTION-NUMBER
               READ HEADER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HEADER-FOUND
                       IF HDR-ORDER-DATE >= WS-FROM-DATE
                           AND HDR-ORDER-DATE <= WS-TO-DATE
                           MOVE "Y" TO WS-ORDER-IN-RANGE
                       END-IF
               END-READ
           END-IF.

       ACCUMULATE-LINE.
           ELSE
               ADD OUT-TOTAL-AMOUNT TO WS-EXEMPT-SALES
           END-IF.
           IF NOT ORDER-COUNTED
               MOVE "Y" TO WS-ORDER-COUNTED
               ADD 1 TO WS-ORDER-COUNT
           END-IF.
           IF OUT-REVERSAL-FLAG = "R"
               DISPLAY "LINES WITH NO ORDER HEADER (NOT COUNTED): "
                   WS-UNDATED-COUNT
           END-IF.
       END PROGRAM MIDTRPT.
