      * file - and the MIDTMGN report prices consumption with it.
      * Files written before the cost fields go through DIAZCNV
      * run modes 17 (stock) and 18 (catalog) once.
      * Every receipt now carries its value for the books: PO-REC
      * grew PO-UNIT-COST, written on each RECEIVE as the unit cost
      * in force once the delivery has posted (zero on a RAISE),
      * and a delivery posted in mode 1 without a PO goes on the
      * same log as a DELIVER record under PO number zero. The
      * on-order figure counts RECEIVE records only. The DIAZ0032
      * GL posting run values stock receipts off these records. A
      * PO file written before the cost field goes through DIAZCNV
      * run mode 22 once.
      * Run mode 8 is the physical stock count, the only honest way
      * to put a balance right after breakage, offcuts thrown out or
      * orders taken past the shelf. It signs the operator on, then
      * works in four steps: 1 freezes the book quantity of every
      * profile plus glass and cardboard on MIDTCNT.DAT and prints
      * blind count sheets to MIDTCNT.PRT, 2 keys the counted
      * quantities off the sheets, 3 writes the book against
      * counted variance report to MIDTVAR.RPT valued at the unit
      * cost frozen with the book, and 4 is the supervisor's: with
      * every item counted it takes a reason for each variance
      * (breakage, waste, theft or count error), adjusts the
      * balances and logs each adjustment to the append-only
      * MIDTSAD.DAT, which MIDTMGN reports apart from materials
      * used on orders. The variance is posted as a difference
      * against the balance of the day, so orders and deliveries
      * taken between the sheets and the posting are kept.
      * Deliveries no longer have to be faked to correct a shelf.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT PO-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPO.CTL"
           FILE STATUS IS WS-PO-CONTROL-STATUS.
       SELECT COUNT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCNT.DAT"
           FILE STATUS IS WS-COUNT-STATUS.
       SELECT COUNT-SHEET-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCNT.PRT"
           FILE STATUS IS WS-COUNT-SHEET-STATUS.
       SELECT VARIANCE-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTVAR.RPT"
           FILE STATUS IS WS-VARIANCE-STATUS.
       SELECT ADJUSTMENT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSAD.DAT"
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STOCK-FILE
           05 PO-ITEM-CODE           PIC X(12).
           05 PO-QUANTITY            PIC 9(7).
           05 PO-STAMP-DATE          PIC 9(8).
           05 PO-UNIT-COST           PIC 9(3)V99.
       FD PO-CONTROL-FILE
           DATA RECORD IS PO-CONTROL-REC.
       01 PO-CONTROL-REC.
           05 POC-NEXT-PO-NUMBER     PIC 9(5).
       FD COUNT-FILE
           DATA RECORD IS COUNT-REC.
       01 COUNT-REC.
           05 CNT-COUNT-DATE         PIC 9(8).
           05 CNT-STATUS             PIC X(6).
           05 CNT-ITEM-CODE          PIC X(12).
           05 CNT-UNIT               PIC X(4).
           05 CNT-BOOK-QTY           PIC S9(7).
           05 CNT-UNIT-COST          PIC 9(3)V99.
           05 CNT-COUNTED-QTY        PIC 9(7).
           05 CNT-COUNTED-FLAG       PIC X.
           05 CNT-COUNTED-BY         PIC X(8).
       FD COUNT-SHEET-FILE
           DATA RECORD IS COUNT-SHEET-LINE.
       01 COUNT-SHEET-LINE PIC X(80).
       FD VARIANCE-FILE
           DATA RECORD IS VARIANCE-LINE.
       01 VARIANCE-LINE PIC X(80).
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
       01 WS-STOCK-STATUS PIC XX VALUE "00".
           88 WS-STOCK-OK VALUE "00".
       77 WS-WORK-SUPPLIER PIC X(20) VALUE SPACES.
       77 WS-WORK-ITEM-CODE PIC X(12) VALUE SPACES.
       77 WS-WORK-QTY PIC 9(7) VALUE ZERO.
       77 WS-WORK-COST PIC 9(3)V99 VALUE ZERO.
       77 WS-PO-ORDERED PIC 9(7) VALUE ZERO.
       77 WS-PO-RECEIVED PIC 9(9) VALUE ZERO.
       77 WS-PO-OUTSTANDING PIC S9(9) VALUE ZERO.
       77 WS-PO-SCAN-HIT PIC 9(3) VALUE ZERO.
       77 WS-PO-SCAN-FULL PIC X VALUE "N".
           88 PO-TABLE-FULL VALUE "Y".
       01 WS-COUNT-STATUS PIC XX VALUE "00".
           88 WS-COUNT-OK VALUE "00".
       01 WS-COUNT-SHEET-STATUS PIC XX VALUE "00".
       01 WS-VARIANCE-STATUS PIC XX VALUE "00".
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE "00".
           88 WS-ADJUSTMENT-NOT-FOUND VALUE "35".
       77 WS-COUNT-EOF PIC X VALUE "N".
           88 COUNT-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-COUNT-STEP PIC 9 VALUE ZERO.
       77 WS-CONFIRM PIC X VALUE "N".
      *-----------------------
      * The stock count in hand: the book quantity and unit cost of
      * every item frozen when the sheets were printed, and what
      * was counted against each.
      *-----------------------
       77 WS-COUNT-DATE PIC 9(8) VALUE ZERO.
       77 WS-COUNT-STATE PIC X(6) VALUE SPACES.
           88 COUNT-IS-OPEN VALUE "OPEN".
           88 COUNT-IS-POSTED VALUE "POSTED".
       01 WS-COUNT-TABLE.
           05 WS-COUNT-ENTRY OCCURS 14 TIMES.
               10 WS-CNT-CODE PIC X(12).
               10 WS-CNT-UNIT PIC X(4).
               10 WS-CNT-BOOK PIC S9(7).
               10 WS-CNT-COST PIC 9(3)V99.
               10 WS-CNT-COUNTED PIC 9(7).
               10 WS-CNT-FLAG PIC X.
                   88 CNT-ITEM-COUNTED VALUE "Y".
               10 WS-CNT-COUNTED-BY PIC X(8).
       77 WS-COUNT-ITEMS PIC 99 VALUE ZERO.
       77 WS-COUNT-SUB PIC 99 VALUE ZERO.
       77 WS-UNCOUNTED-COUNT PIC 99 VALUE ZERO.
       77 WS-ADJUSTED-COUNT PIC 99 VALUE ZERO.
       77 WS-ADJUST-APPLIED PIC X VALUE "N".
           88 ADJUSTMENT-APPLIED VALUE "Y".
       77 WS-REASON-PICK PIC 9 VALUE ZERO.
       77 WS-REASON-TEXT PIC X(11) VALUE SPACES.
       77 WS-VARIANCE-QTY PIC S9(7) VALUE ZERO.
       77 WS-VARIANCE-VALUE PIC S9(7)V99 VALUE ZERO.
       77 WS-SHORT-VALUE PIC S9(9)V99 VALUE ZERO.
       77 WS-OVER-VALUE PIC S9(9)V99 VALUE ZERO.
       77 WS-NET-VALUE PIC S9(9)V99 VALUE ZERO.
       77 WS-QTY-ED PIC -------9.
       77 WS-COST-ED PIC ZZ9.99.
       77 WS-VALUE-ED PIC -------9.99.
       77 WS-TOTAL-ED PIC ---------9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-STOCK-TABLE.
           DISPLAY "1-POST DELIVERY  2-REORDER REPORT  "
               "3-SET MINIMUM  4-ADD MOULDING PROFILE".
           DISPLAY "5-RAISE PO  6-RECEIVE AGAINST PO  "
               "7-OUTSTANDING POS  8-STOCK COUNT: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           EVALUATE WS-RUN-MODE
               WHEN 2
                   PERFORM SAVE-MOULDING-CATALOG
               WHEN 7
                   PERFORM OUTSTANDING-PO-REPORT
               WHEN 8
                   PERFORM STOCK-COUNT
               WHEN OTHER
                   PERFORM POST-DELIVERY
                   PERFORM SAVE-STOCK-TABLE
                   DISPLAY "NEW ON HAND FOR "
                       WS-MLD-CODE (WS-ITEM-PICK) ": "
                       WS-ON-HAND-ED
                   MOVE WS-MLD-CODE (WS-ITEM-PICK)
                       TO WS-WORK-ITEM-CODE
                   MOVE WS-MLD-UNIT-COST (WS-ITEM-PICK)
                       TO WS-WORK-COST
               ELSE
                   PERFORM SET-STOCK-PICK
                   ADD WS-QTY-IN
                   DISPLAY "NEW ON HAND FOR "
                       WS-STK-CODE (WS-STOCK-PICK) ": "
                       WS-ON-HAND-ED
                   MOVE WS-STK-CODE (WS-STOCK-PICK)
                       TO WS-WORK-ITEM-CODE
                   MOVE WS-STK-UNIT-COST (WS-STOCK-PICK)
                       TO WS-WORK-COST
               END-IF
               IF WS-QTY-IN > 0
                   PERFORM LOG-DIRECT-DELIVERY
               END-IF
           END-IF.

       LOG-DIRECT-DELIVERY.
      **
      * A delivery posted without a PO still goes on the PO log as
      * a DELIVER record (PO number zero) carrying the unit cost in
      * force, so the GL posting run can value every receipt.
      **
           MOVE ZERO TO WS-WORK-PO.
           MOVE SPACES TO WS-WORK-SUPPLIER.
           MOVE WS-QTY-IN TO WS-WORK-QTY.
           MOVE "DELIVER" TO PO-ACTION.
           PERFORM WRITE-PO-RECORD.

       GET-UNIT-COST.
           DISPLAY "UNIT COST (XXX.XX, 0 = KEEP ON FILE): "
               WITH NO ADVANCING.
           IF PO-ITEM-CODE = WS-WORK-ITEM-CODE
               IF PO-ACTION = "RAISE"
                   ADD PO-QUANTITY TO WS-ON-ORDER-QTY
               END-IF
               IF PO-ACTION = "RECEIVE"
                   SUBTRACT PO-QUANTITY FROM WS-ON-ORDER-QTY
               END-IF
           END-IF.
                   DISPLAY "A PO NEEDS A QUANTITY - NOTHING RAISED."
               ELSE
                   PERFORM ASSIGN-PO-NUMBER
                   MOVE ZERO TO WS-WORK-COST
                   MOVE "RAISE" TO PO-ACTION
                   PERFORM WRITE-PO-RECORD
                   DISPLAY "PO " WS-WORK-PO " RAISED ON "
           MOVE WS-WORK-ITEM-CODE TO PO-ITEM-CODE.
           MOVE WS-WORK-QTY TO PO-QUANTITY.
           ACCEPT PO-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-WORK-COST TO PO-UNIT-COST.
           WRITE PO-REC.
           CLOSE PO-FILE.

           PERFORM READ-PO-RECORD.

       POST-PO-DELIVERY.
           MOVE WS-COST-IN TO WS-WORK-COST.
           MOVE ZERO TO WS-CATALOG-HIT.
           PERFORM FIND-PROFILE-BY-CODE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
                       TO WS-ON-HAND-ED
                   DISPLAY "NEW ON HAND FOR " WS-WORK-ITEM-CODE
                       ": " WS-ON-HAND-ED
                   MOVE WS-MLD-UNIT-COST (WS-CATALOG-HIT)
                       TO WS-WORK-COST
               WHEN WS-WORK-ITEM-CODE = "GLASS"
                   ADD WS-WORK-QTY
                       TO WS-STK-ON-HAND (IDX-STK-GLASS)
                   END-IF
                   MOVE WS-STK-ON-HAND (IDX-STK-GLASS)
                       TO WS-ON-HAND-ED
                   MOVE WS-STK-UNIT-COST (IDX-STK-GLASS)
                       TO WS-WORK-COST
                   DISPLAY "NEW ON HAND FOR GLASS: " WS-ON-HAND-ED
               WHEN WS-WORK-ITEM-CODE = "CARDBOARD"
                   ADD WS-WORK-QTY
                   END-IF
                   MOVE WS-STK-ON-HAND (IDX-STK-CARDBOARD)
                       TO WS-ON-HAND-ED
                   MOVE WS-STK-UNIT-COST (IDX-STK-CARDBOARD)
                       TO WS-WORK-COST
                   DISPLAY "NEW ON HAND FOR CARDBOARD: "
                       WS-ON-HAND-ED
               WHEN OTHER
               ADD 1 TO WS-OPEN-PO-COUNT
           END-IF.

       STOCK-COUNT.
      **
      * The count is worked over several sittings - the sheets go
      * out, the rack is counted, the quantities keyed, the
      * variances reviewed - so each step reloads the count in hand
      * from MIDTCNT.DAT and writes it back.
      **
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS = "Y"
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               DISPLAY "1-PRINT COUNT SHEETS  2-ENTER COUNTS  "
                   "3-VARIANCE REPORT  4-APPROVE AND POST: "
                   WITH NO ADVANCING
               ACCEPT WS-COUNT-STEP
               PERFORM LOAD-COUNT-FILE
               EVALUATE WS-COUNT-STEP
                   WHEN 1
                       PERFORM START-STOCK-COUNT
                   WHEN 2
                       PERFORM ENTER-COUNTED-QUANTITIES
                   WHEN 3
                       PERFORM STOCK-VARIANCE-REPORT
                   WHEN 4
                       PERFORM APPROVE-STOCK-COUNT
                   WHEN OTHER
                       DISPLAY "NO SUCH STEP - NOTHING DONE."
               END-EVALUATE
           END-IF.

       LOAD-COUNT-FILE.
           MOVE ZERO TO WS-COUNT-ITEMS.
           MOVE ZERO TO WS-COUNT-DATE.
           MOVE SPACES TO WS-COUNT-STATE.
           MOVE "N" TO WS-COUNT-EOF.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-OK
               PERFORM READ-COUNT-RECORD
               PERFORM TABLE-COUNT-RECORD UNTIL COUNT-AT-EOF
               CLOSE COUNT-FILE
           END-IF.

       READ-COUNT-RECORD.
           READ COUNT-FILE
               AT END SET COUNT-AT-EOF TO TRUE
           END-READ.

       TABLE-COUNT-RECORD.
           IF WS-COUNT-ITEMS < 14
               ADD 1 TO WS-COUNT-ITEMS
               MOVE CNT-COUNT-DATE TO WS-COUNT-DATE
               MOVE CNT-STATUS TO WS-COUNT-STATE
               MOVE CNT-ITEM-CODE TO WS-CNT-CODE (WS-COUNT-ITEMS)
               MOVE CNT-UNIT TO WS-CNT-UNIT (WS-COUNT-ITEMS)
               MOVE CNT-BOOK-QTY TO WS-CNT-BOOK (WS-COUNT-ITEMS)
               MOVE CNT-UNIT-COST TO WS-CNT-COST (WS-COUNT-ITEMS)
               MOVE CNT-COUNTED-QTY
                   TO WS-CNT-COUNTED (WS-COUNT-ITEMS)
               MOVE CNT-COUNTED-FLAG TO WS-CNT-FLAG (WS-COUNT-ITEMS)
               MOVE CNT-COUNTED-BY
                   TO WS-CNT-COUNTED-BY (WS-COUNT-ITEMS)
           END-IF.
           PERFORM READ-COUNT-RECORD.

       SAVE-COUNT-FILE.
           OPEN OUTPUT COUNT-FILE.
           PERFORM WRITE-COUNT-SLOT
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS.
           CLOSE COUNT-FILE.

       WRITE-COUNT-SLOT.
           MOVE WS-COUNT-DATE TO CNT-COUNT-DATE.
           MOVE WS-COUNT-STATE TO CNT-STATUS.
           MOVE WS-CNT-CODE (WS-COUNT-SUB) TO CNT-ITEM-CODE.
           MOVE WS-CNT-UNIT (WS-COUNT-SUB) TO CNT-UNIT.
           MOVE WS-CNT-BOOK (WS-COUNT-SUB) TO CNT-BOOK-QTY.
           MOVE WS-CNT-COST (WS-COUNT-SUB) TO CNT-UNIT-COST.
           MOVE WS-CNT-COUNTED (WS-COUNT-SUB) TO CNT-COUNTED-QTY.
           MOVE WS-CNT-FLAG (WS-COUNT-SUB) TO CNT-COUNTED-FLAG.
           MOVE WS-CNT-COUNTED-BY (WS-COUNT-SUB) TO CNT-COUNTED-BY.
           WRITE COUNT-REC.

       START-STOCK-COUNT.
           MOVE "Y" TO WS-CONFIRM.
           IF COUNT-IS-OPEN
               DISPLAY "THE COUNT OF " WS-COUNT-DATE
                   " IS STILL OPEN - START A NEW ONE OVER IT? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM FREEZE-BOOK-QUANTITIES
               PERFORM SAVE-COUNT-FILE
               PERFORM PRINT-COUNT-SHEETS
           ELSE
               DISPLAY "NO SHEETS PRINTED - THE OPEN COUNT STANDS."
           END-IF.

       FREEZE-BOOK-QUANTITIES.
      **
      * Every profile in the catalog, then glass and cardboard, in
      * the same order as the item list.
      **
           MOVE WS-TODAY-DATE TO WS-COUNT-DATE.
           MOVE "OPEN" TO WS-COUNT-STATE.
           MOVE ZERO TO WS-COUNT-ITEMS.
           PERFORM FREEZE-ONE-PROFILE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT.
           MOVE IDX-STK-GLASS TO WS-STOCK-SUB.
           PERFORM FREEZE-ONE-STOCK-ITEM.
           MOVE IDX-STK-CARDBOARD TO WS-STOCK-SUB.
           PERFORM FREEZE-ONE-STOCK-ITEM.

       FREEZE-ONE-PROFILE.
           ADD 1 TO WS-COUNT-ITEMS.
           MOVE WS-MLD-CODE (WS-CATALOG-SUB)
               TO WS-CNT-CODE (WS-COUNT-ITEMS).
           MOVE "IN" TO WS-CNT-UNIT (WS-COUNT-ITEMS).
           MOVE WS-MLD-ON-HAND (WS-CATALOG-SUB)
               TO WS-CNT-BOOK (WS-COUNT-ITEMS).
           MOVE WS-MLD-UNIT-COST (WS-CATALOG-SUB)
               TO WS-CNT-COST (WS-COUNT-ITEMS).
           PERFORM CLEAR-COUNTED-SLOT.

       FREEZE-ONE-STOCK-ITEM.
           ADD 1 TO WS-COUNT-ITEMS.
           MOVE WS-STK-CODE (WS-STOCK-SUB)
               TO WS-CNT-CODE (WS-COUNT-ITEMS).
           MOVE WS-STK-UNIT (WS-STOCK-SUB)
               TO WS-CNT-UNIT (WS-COUNT-ITEMS).
           MOVE WS-STK-ON-HAND (WS-STOCK-SUB)
               TO WS-CNT-BOOK (WS-COUNT-ITEMS).
           MOVE WS-STK-UNIT-COST (WS-STOCK-SUB)
               TO WS-CNT-COST (WS-COUNT-ITEMS).
           PERFORM CLEAR-COUNTED-SLOT.

       CLEAR-COUNTED-SLOT.
           MOVE ZERO TO WS-CNT-COUNTED (WS-COUNT-ITEMS).
           MOVE "N" TO WS-CNT-FLAG (WS-COUNT-ITEMS).
           MOVE SPACES TO WS-CNT-COUNTED-BY (WS-COUNT-ITEMS).

       PRINT-COUNT-SHEETS.
      **
      * The sheets are blind - no book quantity on them - so the
      * counter writes down what is on the rack, not what the file
      * expects to be there.
      **
           OPEN OUTPUT COUNT-SHEET-FILE.
           MOVE SPACES TO COUNT-SHEET-LINE.
           STRING "STOCK COUNT SHEET - COUNT OF " DELIMITED BY SIZE
               WS-COUNT-DATE DELIMITED BY SIZE
               INTO COUNT-SHEET-LINE.
           WRITE COUNT-SHEET-LINE.
           MOVE "COUNT EVERY ITEM ON THE RACK, OFFCUTS INCLUDED. "
               TO COUNT-SHEET-LINE.
           MOVE "WRITE 0 WHERE THERE IS NONE." TO
               COUNT-SHEET-LINE (50:).
           WRITE COUNT-SHEET-LINE.
           MOVE SPACES TO COUNT-SHEET-LINE.
           WRITE COUNT-SHEET-LINE.
           MOVE "NO. ITEM         DESCRIPTION          UNIT"
               TO COUNT-SHEET-LINE.
           MOVE "COUNTED QUANTITY" TO COUNT-SHEET-LINE (46:16).
           WRITE COUNT-SHEET-LINE.
           PERFORM PRINT-ONE-SHEET-LINE
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS.
           MOVE SPACES TO COUNT-SHEET-LINE.
           WRITE COUNT-SHEET-LINE.
           MOVE "COUNTED BY: ____________  DATE: ________  "
               TO COUNT-SHEET-LINE.
           MOVE "CHECKED BY: ____________" TO COUNT-SHEET-LINE (43:).
           WRITE COUNT-SHEET-LINE.
           CLOSE COUNT-SHEET-FILE.
           DISPLAY "COUNT SHEETS FOR " WS-COUNT-ITEMS
               " ITEMS WRITTEN TO MIDTCNT.PRT".

       PRINT-ONE-SHEET-LINE.
           MOVE SPACES TO COUNT-SHEET-LINE.
           MOVE WS-COUNT-SUB TO COUNT-SHEET-LINE (1:2).
           MOVE WS-CNT-CODE (WS-COUNT-SUB) TO COUNT-SHEET-LINE (5:12).
           IF WS-COUNT-SUB <= WS-CATALOG-COUNT
               MOVE WS-MLD-DESC (WS-COUNT-SUB)
                   TO COUNT-SHEET-LINE (18:20)
           END-IF.
           MOVE WS-CNT-UNIT (WS-COUNT-SUB) TO COUNT-SHEET-LINE (39:4).
           MOVE "________________" TO COUNT-SHEET-LINE (46:16).
           WRITE COUNT-SHEET-LINE.

       ENTER-COUNTED-QUANTITIES.
           IF NOT COUNT-IS-OPEN
               DISPLAY "NO COUNT IS OPEN - PRINT THE COUNT SHEETS "
                   "FIRST."
           ELSE
               DISPLAY "COUNT OF " WS-COUNT-DATE ":"
               PERFORM SHOW-COUNT-LINE
                   VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS
               MOVE 1 TO WS-ITEM-PICK
               PERFORM ENTER-ONE-COUNT UNTIL WS-ITEM-PICK = 0
               PERFORM SAVE-COUNT-FILE
               PERFORM COUNT-UNCOUNTED-ITEMS
               DISPLAY "COUNTS SAVED - ITEMS STILL TO COUNT: "
                   WS-UNCOUNTED-COUNT
           END-IF.

       SHOW-COUNT-LINE.
           IF CNT-ITEM-COUNTED (WS-COUNT-SUB)
               MOVE WS-CNT-COUNTED (WS-COUNT-SUB) TO WS-QTY-ED
               DISPLAY "  " WS-COUNT-SUB ". "
                   WS-CNT-CODE (WS-COUNT-SUB) " COUNTED "
                   WS-QTY-ED " " WS-CNT-UNIT (WS-COUNT-SUB)
           ELSE
               DISPLAY "  " WS-COUNT-SUB ". "
                   WS-CNT-CODE (WS-COUNT-SUB) " NOT COUNTED"
           END-IF.

       ENTER-ONE-COUNT.
           DISPLAY "ITEM NUMBER FROM THE SHEET (0 = DONE): "
               WITH NO ADVANCING.
           ACCEPT WS-ITEM-PICK.
           IF WS-ITEM-PICK > WS-COUNT-ITEMS
               DISPLAY "NO SUCH ITEM ON THE SHEET."
           END-IF.
           IF WS-ITEM-PICK > 0 AND WS-ITEM-PICK <= WS-COUNT-ITEMS
               DISPLAY WS-CNT-CODE (WS-ITEM-PICK) " COUNTED ("
                   WS-CNT-UNIT (WS-ITEM-PICK) "): " WITH NO ADVANCING
               ACCEPT WS-QTY-IN
               MOVE WS-QTY-IN TO WS-CNT-COUNTED (WS-ITEM-PICK)
               MOVE "Y" TO WS-CNT-FLAG (WS-ITEM-PICK)
               MOVE WS-OPERATOR-ID
                   TO WS-CNT-COUNTED-BY (WS-ITEM-PICK)
           END-IF.

       COUNT-UNCOUNTED-ITEMS.
           MOVE ZERO TO WS-UNCOUNTED-COUNT.
           PERFORM CHECK-ONE-COUNTED
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS.

       CHECK-ONE-COUNTED.
           IF NOT CNT-ITEM-COUNTED (WS-COUNT-SUB)
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF.

       STOCK-VARIANCE-REPORT.
           IF WS-COUNT-ITEMS = 0
               DISPLAY "NO STOCK COUNT ON FILE."
           ELSE
               PERFORM WRITE-VARIANCE-REPORT
           END-IF.

       WRITE-VARIANCE-REPORT.
      **
      * Book is the balance frozen when the sheets printed; the
      * variance is valued at the unit cost frozen with it, so the
      * report and the posting agree.
      **
           MOVE ZERO TO WS-SHORT-VALUE.
           MOVE ZERO TO WS-OVER-VALUE.
           MOVE ZERO TO WS-UNCOUNTED-COUNT.
           OPEN OUTPUT VARIANCE-FILE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "STOCK COUNT VARIANCE - COUNT OF " DELIMITED BY SIZE
               WS-COUNT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-STATE DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE "NO. ITEM         UNIT" TO VARIANCE-LINE.
           MOVE "BOOK" TO VARIANCE-LINE (27:4).
           MOVE "COUNTED" TO VARIANCE-LINE (33:7).
           MOVE "VARIANCE" TO VARIANCE-LINE (41:8).
           MOVE "COST" TO VARIANCE-LINE (52:4).
           MOVE "VALUE" TO VARIANCE-LINE (63:5).
           PERFORM WRITE-VARIANCE-LINE.
           PERFORM WRITE-ONE-VARIANCE
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE "SHORTAGES" TO VARIANCE-LINE (5:20).
           MOVE WS-SHORT-VALUE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO VARIANCE-LINE (55:13).
           PERFORM WRITE-VARIANCE-LINE.
           MOVE "OVERAGES" TO VARIANCE-LINE (5:20).
           MOVE WS-OVER-VALUE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO VARIANCE-LINE (55:13).
           PERFORM WRITE-VARIANCE-LINE.
           COMPUTE WS-NET-VALUE = WS-SHORT-VALUE + WS-OVER-VALUE.
           MOVE "NET VARIANCE" TO VARIANCE-LINE (5:20).
           MOVE WS-NET-VALUE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO VARIANCE-LINE (55:13).
           PERFORM WRITE-VARIANCE-LINE.
           IF WS-UNCOUNTED-COUNT > 0
               STRING "ITEMS NOT YET COUNTED: " DELIMITED BY SIZE
                   WS-UNCOUNTED-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-LINE
               PERFORM WRITE-VARIANCE-LINE
           END-IF.
           CLOSE VARIANCE-FILE.

       WRITE-ONE-VARIANCE.
           MOVE WS-COUNT-SUB TO VARIANCE-LINE (1:2).
           MOVE WS-CNT-CODE (WS-COUNT-SUB) TO VARIANCE-LINE (5:12).
           MOVE WS-CNT-UNIT (WS-COUNT-SUB) TO VARIANCE-LINE (18:4).
           MOVE WS-CNT-BOOK (WS-COUNT-SUB) TO WS-QTY-ED.
           MOVE WS-QTY-ED TO VARIANCE-LINE (23:8).
           IF CNT-ITEM-COUNTED (WS-COUNT-SUB)
               MOVE WS-CNT-COUNTED (WS-COUNT-SUB) TO WS-QTY-ED
               MOVE WS-QTY-ED TO VARIANCE-LINE (32:8)
               PERFORM VALUE-COUNT-VARIANCE
               MOVE WS-VARIANCE-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO VARIANCE-LINE (41:8)
               MOVE WS-CNT-COST (WS-COUNT-SUB) TO WS-COST-ED
               MOVE WS-COST-ED TO VARIANCE-LINE (50:6)
               MOVE WS-VARIANCE-VALUE TO WS-VALUE-ED
               MOVE WS-VALUE-ED TO VARIANCE-LINE (57:11)
               IF WS-VARIANCE-VALUE < 0
                   ADD WS-VARIANCE-VALUE TO WS-SHORT-VALUE
               ELSE
                   ADD WS-VARIANCE-VALUE TO WS-OVER-VALUE
               END-IF
               IF WS-CNT-COST (WS-COUNT-SUB) = 0
                   AND WS-VARIANCE-QTY NOT = 0
                   MOVE "NO COST" TO VARIANCE-LINE (69:7)
               END-IF
           ELSE
               MOVE "NOT COUNTED" TO VARIANCE-LINE (32:11)
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF.
           PERFORM WRITE-VARIANCE-LINE.

       VALUE-COUNT-VARIANCE.
           COMPUTE WS-VARIANCE-QTY =
               WS-CNT-COUNTED (WS-COUNT-SUB)
               - WS-CNT-BOOK (WS-COUNT-SUB).
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * WS-CNT-COST (WS-COUNT-SUB).

       WRITE-VARIANCE-LINE.
           DISPLAY VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.

       APPROVE-STOCK-COUNT.
      **
      * Only a supervisor posts a count, and only a complete one:
      * an item left off would otherwise keep a book figure nobody
      * has looked at. The report is written again first so the
      * supervisor approves what is in front of them.
      **
           PERFORM COUNT-UNCOUNTED-ITEMS.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "STOCK ADJUSTMENTS NEED A SUPERVISOR."
           ELSE IF NOT COUNT-IS-OPEN
               DISPLAY "NO OPEN COUNT TO APPROVE."
           ELSE IF WS-UNCOUNTED-COUNT > 0
               DISPLAY WS-UNCOUNTED-COUNT " ITEMS NOT YET COUNTED - "
                   "THE COUNT CANNOT BE POSTED."
           ELSE
               PERFORM WRITE-VARIANCE-REPORT
               DISPLAY "POST THESE ADJUSTMENTS? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM POST-STOCK-COUNT
               ELSE
                   DISPLAY "NOTHING POSTED - THE COUNT STAYS OPEN."
               END-IF
           END-IF
           END-IF
           END-IF.

       POST-STOCK-COUNT.
           MOVE ZERO TO WS-ADJUSTED-COUNT.
           MOVE ZERO TO WS-NET-VALUE.
           PERFORM POST-ONE-COUNT-LINE
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > WS-COUNT-ITEMS.
           MOVE "POSTED" TO WS-COUNT-STATE.
           PERFORM SAVE-COUNT-FILE.
           PERFORM SAVE-STOCK-TABLE.
           PERFORM SAVE-MOULDING-CATALOG.
           MOVE WS-NET-VALUE TO WS-TOTAL-ED.
           DISPLAY "COUNT POSTED - ADJUSTMENTS: " WS-ADJUSTED-COUNT
               "  NET VALUE: " WS-TOTAL-ED " PHP".

       POST-ONE-COUNT-LINE.
           PERFORM VALUE-COUNT-VARIANCE.
           IF WS-VARIANCE-QTY NOT = 0
               PERFORM GET-ADJUSTMENT-REASON
               PERFORM APPLY-COUNT-ADJUSTMENT
               IF ADJUSTMENT-APPLIED
                   PERFORM WRITE-ADJUSTMENT-RECORD
                   ADD 1 TO WS-ADJUSTED-COUNT
                   ADD WS-VARIANCE-VALUE TO WS-NET-VALUE
               END-IF
           END-IF.

       GET-ADJUSTMENT-REASON.
           MOVE WS-VARIANCE-QTY TO WS-QTY-ED.
           DISPLAY WS-CNT-CODE (WS-COUNT-SUB) " VARIANCE " WS-QTY-ED
               " " WS-CNT-UNIT (WS-COUNT-SUB).
           MOVE ZERO TO WS-REASON-PICK.
           PERFORM ASK-ADJUSTMENT-REASON
               UNTIL WS-REASON-PICK >= 1 AND WS-REASON-PICK <= 4.
           EVALUATE WS-REASON-PICK
               WHEN 1
                   MOVE "BREAKAGE" TO WS-REASON-TEXT
               WHEN 2
                   MOVE "WASTE" TO WS-REASON-TEXT
               WHEN 3
                   MOVE "THEFT" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "COUNT ERROR" TO WS-REASON-TEXT
           END-EVALUATE.

       ASK-ADJUSTMENT-REASON.
           DISPLAY "REASON 1-BREAKAGE 2-WASTE 3-THEFT 4-COUNT ERROR: "
               WITH NO ADVANCING.
           ACCEPT WS-REASON-PICK.

       APPLY-COUNT-ADJUSTMENT.
      **
      * The variance goes on as a difference, not by overwriting
      * the balance with the count, so whatever orders and
      * deliveries posted since the sheets printed still stand.
      **
           MOVE "Y" TO WS-ADJUST-APPLIED.
           MOVE WS-CNT-CODE (WS-COUNT-SUB) TO WS-WORK-ITEM-CODE.
           MOVE ZERO TO WS-CATALOG-HIT.
           PERFORM FIND-PROFILE-BY-CODE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               OR WS-CATALOG-HIT > 0.
           EVALUATE TRUE
               WHEN WS-CATALOG-HIT > 0
                   ADD WS-VARIANCE-QTY
                       TO WS-MLD-ON-HAND (WS-CATALOG-HIT)
                   MOVE WS-MLD-ON-HAND (WS-CATALOG-HIT)
                       TO WS-ON-HAND-ED
               WHEN WS-WORK-ITEM-CODE = "GLASS"
                   ADD WS-VARIANCE-QTY
                       TO WS-STK-ON-HAND (IDX-STK-GLASS)
                   MOVE WS-STK-ON-HAND (IDX-STK-GLASS)
                       TO WS-ON-HAND-ED
               WHEN WS-WORK-ITEM-CODE = "CARDBOARD"
                   ADD WS-VARIANCE-QTY
                       TO WS-STK-ON-HAND (IDX-STK-CARDBOARD)
                   MOVE WS-STK-ON-HAND (IDX-STK-CARDBOARD)
                       TO WS-ON-HAND-ED
               WHEN OTHER
                   MOVE "N" TO WS-ADJUST-APPLIED
                   DISPLAY "ITEM " WS-WORK-ITEM-CODE
                       " NO LONGER ON THE SHELF LIST - NOT ADJUSTED."
           END-EVALUATE.
           IF ADJUSTMENT-APPLIED
               DISPLAY "NEW ON HAND FOR " WS-WORK-ITEM-CODE ": "
                   WS-ON-HAND-ED
           END-IF.

       WRITE-ADJUSTMENT-RECORD.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-NOT-FOUND
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO SAD-POSTED-DATE.
           MOVE WS-COUNT-DATE TO SAD-COUNT-DATE.
           MOVE WS-CNT-CODE (WS-COUNT-SUB) TO SAD-ITEM-CODE.
           MOVE WS-CNT-UNIT (WS-COUNT-SUB) TO SAD-UNIT.
           MOVE WS-CNT-BOOK (WS-COUNT-SUB) TO SAD-BOOK-QTY.
           MOVE WS-CNT-COUNTED (WS-COUNT-SUB) TO SAD-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY TO SAD-QUANTITY.
           MOVE WS-CNT-COST (WS-COUNT-SUB) TO SAD-UNIT-COST.
           MOVE WS-VARIANCE-VALUE TO SAD-VALUE.
           MOVE WS-REASON-TEXT TO SAD-REASON.
           MOVE WS-CNT-COUNTED-BY (WS-COUNT-SUB) TO SAD-COUNTED-BY.
           MOVE WS-OPERATOR-ID TO SAD-APPROVED-BY.
           WRITE ADJUSTMENT-REC.
           CLOSE ADJUSTMENT-FILE.

       SAVE-STOCK-TABLE.
           OPEN OUTPUT STOCK-FILE.
           PERFORM WRITE-STOCK-SLOT
