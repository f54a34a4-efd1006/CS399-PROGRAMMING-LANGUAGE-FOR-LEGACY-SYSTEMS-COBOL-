      * and gross sales against total materials cost overall. A
      * line whose moulding tag is no longer in the catalog lands
      * in an OTHER bucket with its cost unknown and says so.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * Stock adjustments posted off a physical count in MIDTINV
      * run mode 8 (MIDTSAD.DAT) are shown on their own below the
      * materials figures: the adjustment cost for the range by
      * reason - breakage, waste, theft, count error - and the
      * margin after it. Shelf losses no longer hide inside what
      * the orders used, and materials cost stays what the orders
      * consumed.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. The 200-entry
      * order-header table is gone: each order's header is read by
      * key when its first line comes up, so the report no longer
      * stops short on a busy range.
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
       SELECT STOCK-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSTK.DAT"
       SELECT MOULDING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTMLD.DAT"
           FILE STATUS IS WS-MOULDING-STATUS.
       SELECT ADJUSTMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSAD.DAT"
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
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
       FD STOCK-FILE
           DATA RECORD IS STOCK-REC.
       01 STOCK-REC.
           05 MLD-ON-HAND            PIC S9(7).
           05 MLD-MINIMUM            PIC 9(7).
           05 MLD-UNIT-COST          PIC 9(3)V99.
       FD ADJUSTMENT-FILE
           DATA RECORD IS ADJUSTMENT-REC.
       01 ADJUSTMENT-REC.
           05 SAD-POSTED-DATE        PIC 9(8).
           05 SAD-COUNT-DATE         PIC 9(8).
           05 SAD-ITEM-CODE          PIC X(12).
           05 SAD-UNIT               PIC X(4).
           05 SAD-BOOK-QTY           PIC S9(7).
           05 SAD-COUNTED-QTY        PIC 9(7).
           05 SAD-QUANTITY           PIC S9(7).
           05 SAD-UNIT-COST          PIC 9(3)V99.
           05 SAD-VALUE              PIC S9(7)V99.
           05 SAD-REASON             PIC X(11).
           05 SAD-COUNTED-BY         PIC X(8).
           05 SAD-APPROVED-BY        PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
           88 WS-MOULDING-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       77 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       77 WS-STOCK-EOF PIC X VALUE "N".
           88 STOCK-AT-EOF VALUE "Y".
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE "00".
           88 WS-ADJUSTMENT-OK VALUE "00".
       77 WS-ADJUSTMENT-EOF PIC X VALUE "N".
           88 ADJUSTMENT-AT-EOF VALUE "Y".
       77 WS-CATALOG-EOF PIC X VALUE "N".
           88 CATALOG-AT-EOF VALUE "Y".
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-LAST-TRANSACTION PIC 9(5) VALUE ZERO.
       77 WS-HEADER-FOUND PIC X VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       77 WS-ORDER-IN-RANGE PIC X VALUE "N".
           88 ORDER-IN-RANGE VALUE "Y".
      *-----------------------
      * One slot per costed item: the catalog profiles, then GLASS
      * and CARDBOARD off MIDTSTK.DAT, and an OTHER bucket for
       77 WS-USAGE-ED PIC --------9.
       77 WS-MONEY-ED PIC --------9.99.
       77 WS-GROSS-ED PIC ---------9.
      *-----------------------
      * Count adjustments in the range, as a cost: a shortage on
      * the shelf is a positive cost, an overage a negative one.
      *-----------------------
       01 WS-ADJUSTMENT-COSTS.
           05 WS-ADJ-BREAKAGE PIC S9(9)V99 VALUE ZERO.
           05 WS-ADJ-WASTE PIC S9(9)V99 VALUE ZERO.
           05 WS-ADJ-THEFT PIC S9(9)V99 VALUE ZERO.
           05 WS-ADJ-COUNT-ERROR PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJUSTMENT-COST PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           PERFORM BUILD-ITEM-TABLE.
           PERFORM TALLY-ORDER-LINES.
           PERFORM TALLY-STOCK-ADJUSTMENTS.
           PERFORM PRINT-MARGIN-REPORT.
           STOP RUN.

           END-IF.
           PERFORM READ-STOCK-RECORD.

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
                   TO WS-ITM-REVENUE (WS-CARDBOARD-SLOT)
           END-IF.

       TALLY-STOCK-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-OK
               PERFORM READ-ADJUSTMENT-RECORD
               PERFORM TALLY-ONE-ADJUSTMENT UNTIL ADJUSTMENT-AT-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF.

       READ-ADJUSTMENT-RECORD.
           READ ADJUSTMENT-FILE
               AT END SET ADJUSTMENT-AT-EOF TO TRUE
           END-READ.

       TALLY-ONE-ADJUSTMENT.
           IF SAD-POSTED-DATE >= WS-FROM-DATE
               AND SAD-POSTED-DATE <= WS-TO-DATE
               ADD 1 TO WS-ADJUSTMENT-COUNT
               SUBTRACT SAD-VALUE FROM WS-ADJUSTMENT-COST
               EVALUATE SAD-REASON
                   WHEN "BREAKAGE"
                       SUBTRACT SAD-VALUE FROM WS-ADJ-BREAKAGE
                   WHEN "WASTE"
                       SUBTRACT SAD-VALUE FROM WS-ADJ-WASTE
                   WHEN "THEFT"
                       SUBTRACT SAD-VALUE FROM WS-ADJ-THEFT
                   WHEN OTHER
                       SUBTRACT SAD-VALUE FROM WS-ADJ-COUNT-ERROR
               END-EVALUATE
           END-IF.
           PERFORM READ-ADJUSTMENT-RECORD.

       FIND-ITEM-BY-TAG.
           IF WS-ITM-CODE (WS-ITEM-SUB) = OUT-FRAME-TYPE-TAG
               AND WS-ITEM-SUB NOT = WS-GLASS-SLOT
               WS-GROSS-SALES - WS-TOTAL-COST.
           MOVE WS-TOTAL-MARGIN TO WS-MONEY-ED.
           DISPLAY "MARGIN OVERALL:     " WS-MONEY-ED " PHP".
           IF WS-ADJUSTMENT-COUNT > 0
               PERFORM PRINT-ADJUSTMENT-COSTS
           END-IF.
           IF WS-UNDATED-COUNT > 0
               DISPLAY "LINES WITH NO ORDER HEADER (NOT COUNTED): "
                   WS-UNDATED-COUNT
           END-IF.

       PRINT-ADJUSTMENT-COSTS.
      **
      * Kept apart from materials cost: these are what went missing
      * from the rack, not what the orders consumed.
      **
           DISPLAY " ".
           DISPLAY "STOCK COUNT ADJUSTMENTS (NOT IN MATERIALS COST): "
               WS-ADJUSTMENT-COUNT.
           MOVE WS-ADJ-BREAKAGE TO WS-MONEY-ED.
           DISPLAY "  BREAKAGE:         " WS-MONEY-ED " PHP".
           MOVE WS-ADJ-WASTE TO WS-MONEY-ED.
           DISPLAY "  WASTE:            " WS-MONEY-ED " PHP".
           MOVE WS-ADJ-THEFT TO WS-MONEY-ED.
           DISPLAY "  THEFT:            " WS-MONEY-ED " PHP".
           MOVE WS-ADJ-COUNT-ERROR TO WS-MONEY-ED.
           DISPLAY "  COUNT ERROR:      " WS-MONEY-ED " PHP".
           MOVE WS-ADJUSTMENT-COST TO WS-MONEY-ED.
           DISPLAY "ADJUSTMENT COST:    " WS-MONEY-ED " PHP".
           SUBTRACT WS-ADJUSTMENT-COST FROM WS-TOTAL-MARGIN.
           MOVE WS-TOTAL-MARGIN TO WS-MONEY-ED.
           DISPLAY "MARGIN AFTER ADJ.:  " WS-MONEY-ED " PHP".

       SHOW-ITEM-LINE.
           IF WS-ITM-USAGE (WS-ITEM-SUB) NOT = 0
