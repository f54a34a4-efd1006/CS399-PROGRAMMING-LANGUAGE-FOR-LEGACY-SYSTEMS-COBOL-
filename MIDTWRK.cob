      * phones. Days are counted on the same 365/30 convention the
      * deposit side's maturity report uses; the last header for an
      * order decides its status, same as the status screen.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed, one header per
      * order. The board no longer tables the headers (and stops
      * short at 200): the header file is sorted on promised pickup
      * date into MIDTWRK.SRT and both lists are read from that, and
      * an order's frames are counted from its own lines by key.
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
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTWRK.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
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
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-TRANSACTION-NUMBER PIC 9(5).
           05 SORT-CUSTOMER-NAME      PIC X(20).
           05 SORT-CONTACT-NUMBER     PIC X(11).
           05 SORT-ORDER-DATE         PIC 9(8).
           05 SORT-PICKUP-DATE        PIC 9(8).
           05 SORT-ORDER-STATUS       PIC X(13).
           05 SORT-DISCOUNT-TYPE      PIC X(3).
           05 SORT-DISCOUNT-ID        PIC X(12).
           05 SORT-SMS-OPT-OUT        PIC X.
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-TRANSACTION-NUMBER  PIC 9(5).
           05 SRT-CUSTOMER-NAME       PIC X(20).
           05 SRT-CONTACT-NUMBER      PIC X(11).
           05 SRT-ORDER-DATE          PIC 9(8).
           05 SRT-PICKUP-DATE         PIC 9(8).
           05 SRT-ORDER-STATUS        PIC X(13).
           05 SRT-DISCOUNT-TYPE       PIC X(3).
           05 SRT-DISCOUNT-ID         PIC X(12).
           05 SRT-SMS-OPT-OUT         PIC X.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
           88 WS-SORTED-OK VALUE "00".
       77 WS-SORTED-EOF PIC X VALUE "N".
           88 SORTED-AT-EOF VALUE "Y".
       77 WS-LINES-ON-FILE PIC X VALUE "N".
           88 LINES-ON-FILE VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05 WS-TDY-YYYY PIC 9(4).
       77 WS-PICKUP-DAY-NUMBER PIC S9(9) VALUE ZERO.
       77 WS-DAYS-REMAINING PIC S9(5) VALUE ZERO.
       77 WS-OVERDUE-LIMIT PIC 9(3) VALUE ZERO.
       77 WS-FRAME-COUNT PIC S9(3) VALUE ZERO.
       77 WS-WORK-COUNT PIC 9(3) VALUE ZERO.
       77 WS-PAST-COUNT PIC 9(3) VALUE ZERO.
       77 WS-CALL-COUNT PIC 9(3) VALUE ZERO.
           IF WS-OVERDUE-LIMIT = 0
               MOVE 3 TO WS-OVERDUE-LIMIT
           END-IF.
           OPEN INPUT HEADER-FILE.
           IF NOT WS-HEADER-OK
               DISPLAY "NO ORDERS ON FILE YET."
           ELSE
               CLOSE HEADER-FILE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-PICKUP-DATE
                   ON ASCENDING KEY SORT-TRANSACTION-NUMBER
                   USING HEADER-FILE GIVING SORTED-FILE
               OPEN INPUT ORDER-FILE
               IF WS-FILE-OK
                   SET LINES-ON-FILE TO TRUE
               END-IF
               PERFORM PRINT-WORKBOARD
               PERFORM PRINT-CALL-LIST
               IF LINES-ON-FILE
                   CLOSE ORDER-FILE
               END-IF
           END-IF.
           STOP RUN.

       READ-SORTED-HEADER.
           READ SORTED-FILE
               AT END SET SORTED-AT-EOF TO TRUE
           END-READ.

       COUNT-ORDER-FRAMES.
      **
      * Over the order's own lines: a normal line adds a frame, a
      * reversal takes one back, so a voided frame never shows on
      * the board.
      **
           MOVE ZERO TO WS-FRAME-COUNT.
           MOVE "N" TO WS-LINES-EOF.
           IF LINES-ON-FILE
               MOVE SRT-TRANSACTION-NUMBER TO OUT-TRANSACTION-NUMBER
               MOVE ZERO TO OUT-LINE-ITEM-NUMBER
               MOVE SPACE TO OUT-REVERSAL-FLAG
               START ORDER-FILE KEY IS NOT LESS THAN OUT-ORDER-KEY
                   INVALID KEY SET LINES-AT-EOF TO TRUE
                   NOT INVALID KEY PERFORM READ-ORDER-LINE
               END-START
               PERFORM COUNT-ONE-LINE UNTIL LINES-AT-EOF
           END-IF.

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
               NOT AT END
                   IF OUT-TRANSACTION-NUMBER
                       NOT = SRT-TRANSACTION-NUMBER
                       SET LINES-AT-EOF TO TRUE
                   END-IF
           END-READ.

       COUNT-ONE-LINE.
           IF OUT-REVERSAL-FLAG = "R"
               SUBTRACT 1 FROM WS-FRAME-COUNT
           ELSE
               ADD 1 TO WS-FRAME-COUNT
           END-IF.
           PERFORM READ-ORDER-LINE.

       PRINT-WORKBOARD.
           DISPLAY "PRODUCTION WORKBOARD  " WS-TODAY-DATE.
           DISPLAY "ORDER CUSTOMER             FRAMES PROMISED "
               "DAYS".
           MOVE ZERO TO WS-WORK-COUNT.
           MOVE ZERO TO WS-PAST-COUNT.
           MOVE "N" TO WS-SORTED-EOF.
           OPEN INPUT SORTED-FILE.
           PERFORM READ-SORTED-HEADER.
           PERFORM SHOW-WORK-LINE UNTIL SORTED-AT-EOF.
           CLOSE SORTED-FILE.
           IF WS-WORK-COUNT = 0
               DISPLAY "  NOTHING IN PRODUCTION."
           END-IF.
           DISPLAY "PAST PROMISE:      " WS-PAST-COUNT.

       SHOW-WORK-LINE.
           IF SRT-ORDER-STATUS = "RECEIVED"
               OR SRT-ORDER-STATUS = "IN-PRODUCTION"
               PERFORM COUNT-ORDER-FRAMES
               PERFORM SET-DAYS-REMAINING
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-DAYS-REMAINING TO WS-DAYS-ED
               IF WS-DAYS-REMAINING < 0
                   ADD 1 TO WS-PAST-COUNT
                   DISPLAY SRT-TRANSACTION-NUMBER " "
                       SRT-CUSTOMER-NAME " "
                       WS-FRAME-COUNT "    "
                       SRT-PICKUP-DATE " "
                       WS-DAYS-ED " ** PAST PROMISE ("
                       SRT-ORDER-STATUS ")"
               ELSE
                   DISPLAY SRT-TRANSACTION-NUMBER " "
                       SRT-CUSTOMER-NAME " "
                       WS-FRAME-COUNT "    "
                       SRT-PICKUP-DATE " "
                       WS-DAYS-ED " ("
                       SRT-ORDER-STATUS ")"
               END-IF
           END-IF.
           PERFORM READ-SORTED-HEADER.

       SET-DAYS-REMAINING.
           MOVE SRT-PICKUP-DATE TO WS-PICKUP-HOLD.
           COMPUTE WS-PICKUP-DAY-NUMBER = (WS-PKP-YYYY * 365)
               + (WS-PKP-MM * 30) + WS-PKP-DD.
           COMPUTE WS-DAYS-REMAINING =
           DISPLAY "READY AND UNCOLLECTED OVER " WS-OVERDUE-LIMIT
               " DAYS - CALL LIST:".
           MOVE ZERO TO WS-CALL-COUNT.
           MOVE "N" TO WS-SORTED-EOF.
           OPEN INPUT SORTED-FILE.
           PERFORM READ-SORTED-HEADER.
           PERFORM SHOW-CALL-LINE UNTIL SORTED-AT-EOF.
           CLOSE SORTED-FILE.
           IF WS-CALL-COUNT = 0
               DISPLAY "  NOBODY TO CALL."
           END-IF.
           DISPLAY "CUSTOMERS TO CALL: " WS-CALL-COUNT.

       SHOW-CALL-LINE.
           IF SRT-ORDER-STATUS = "READY"
               PERFORM SET-DAYS-REMAINING
               COMPUTE WS-DAYS-REMAINING = 0 - WS-DAYS-REMAINING
               IF WS-DAYS-REMAINING > WS-OVERDUE-LIMIT
                   ADD 1 TO WS-CALL-COUNT
                   MOVE WS-DAYS-REMAINING TO WS-DAYS-ED
                   DISPLAY "  ORDER "
                       SRT-TRANSACTION-NUMBER " "
                       SRT-CUSTOMER-NAME " "
                       SRT-CONTACT-NUMBER "  READY "
                       WS-DAYS-ED " DAYS PAST PROMISE"
               END-IF
           END-IF.
           PERFORM READ-SORTED-HEADER.
       END PROGRAM MIDTWRK.
