      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTAP.
      *-----------------------
      * Modification History
      * ---------------------
      * New payables program for the frame shop's suppliers.
      * MIDTINV raises POs and receives deliveries against them on
      * MIDTPO.DAT; this program takes the supplier's bill from
      * there to the cheque. MIDTSUP.DAT is the supplier master,
      * one record per supplier under the same name the PO was
      * raised on, with payment terms in days and an ACTIVE or
      * ON HOLD standing (ON HOLD stops vouchers to the supplier).
      * MIDTAPI.DAT is the invoice log, written only by appending:
      * each invoice gets an entry number when it is keyed, and
      * every later change of state - released, rejected, paid -
      * is a new copy of the record under the same entry number,
      * the last one on the file being the one in force.
      * Mode 1 maintains the supplier file and needs a supervisor.
      * Mode 2 keys a supplier invoice against its PO number and
      * matches it three ways: the quantity billed against the
      * quantity ordered on the RAISE record and the quantity
      * received on the RECEIVE records (less what earlier
      * invoices on the PO already billed), and the unit price
      * against the unit cost captured at receipt. An invoice that
      * bills more than was received or ordered, or at another
      * price, is HELD; one that agrees is MATCHED and approved
      * for payment. The due date is the invoice date plus the
      * supplier's terms. Mode 3 is the supervisor's held-invoice
      * queue: a held invoice is released for payment or rejected
      * with a reason, and is never released by the operator who
      * keyed it. Mode 4 is the voucher run: approved invoices due
      * by a keyed date are offered one by one, and each one paid
      * gets a numbered payment voucher on MIDTVCH.DAT, printed to
      * MIDTVCH.PRT; the run is posted today, so it checks the
      * period through DIAZPER as the other posting programs do.
      * Mode 5 ages every unpaid
      * invoice by supplier and due date into not yet due, 1-30,
      * 31-60, 61-90 and over 90 days past due to MIDTAPA.RPT.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUPPLIER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTSUP.DAT"
           FILE STATUS IS WS-SUPPLIER-STATUS.
       SELECT PO-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPO.DAT"
           FILE STATUS IS WS-PO-STATUS.
       SELECT INVOICE-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAPI.DAT"
           FILE STATUS IS WS-INVOICE-STATUS.
       SELECT VOUCHER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTVCH.DAT"
           FILE STATUS IS WS-VOUCHER-STATUS.
       SELECT VOUCHER-PRINT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTVCH.PRT"
           FILE STATUS IS WS-VOUCHER-PRINT-STATUS.
       SELECT AGING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTAPA.RPT"
           FILE STATUS IS WS-AGING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE
           DATA RECORD IS SUPPLIER-REC.
       01 SUPPLIER-REC.
           05 SUP-NAME               PIC X(20).
           05 SUP-CONTACT-NUMBER     PIC X(11).
           05 SUP-ADDRESS            PIC X(40).
           05 SUP-TERMS-DAYS         PIC 9(3).
           05 SUP-STATUS             PIC X(9).
           05 SUP-OPENED-DATE        PIC 9(8).
       FD PO-FILE
           DATA RECORD IS PO-REC.
       01 PO-REC.
           05 PO-NUMBER              PIC 9(5).
           05 PO-ACTION              PIC X(7).
           05 PO-SUPPLIER            PIC X(20).
           05 PO-ITEM-CODE           PIC X(12).
           05 PO-QUANTITY            PIC 9(7).
           05 PO-STAMP-DATE          PIC 9(8).
           05 PO-UNIT-COST           PIC 9(3)V99.
       FD INVOICE-FILE
           DATA RECORD IS INVOICE-REC.
       01 INVOICE-REC.
           05 API-ENTRY-NUMBER       PIC 9(5).
           05 API-STATUS             PIC X(8).
           05 API-SUPPLIER           PIC X(20).
           05 API-INVOICE-NUMBER     PIC X(12).
           05 API-PO-NUMBER          PIC 9(5).
           05 API-ITEM-CODE          PIC X(12).
           05 API-QUANTITY           PIC 9(7).
           05 API-UNIT-PRICE         PIC 9(3)V99.
           05 API-AMOUNT             PIC 9(9)V99.
           05 API-MATCHED-VALUE      PIC 9(9)V99.
           05 API-INVOICE-DATE       PIC 9(8).
           05 API-DUE-DATE           PIC 9(8).
           05 API-STAMP-DATE         PIC 9(8).
           05 API-OPERATOR-ID        PIC X(8).
           05 API-KEYED-BY           PIC X(8).
           05 API-REASON             PIC X(30).
           05 API-VOUCHER-NUMBER     PIC 9(5).
       FD VOUCHER-FILE
           DATA RECORD IS VOUCHER-REC.
       01 VOUCHER-REC.
           05 VCH-NUMBER             PIC 9(5).
           05 VCH-DATE               PIC 9(8).
           05 VCH-SUPPLIER           PIC X(20).
           05 VCH-ENTRY-NUMBER       PIC 9(5).
           05 VCH-INVOICE-NUMBER     PIC X(12).
           05 VCH-PO-NUMBER          PIC 9(5).
           05 VCH-AMOUNT             PIC 9(9)V99.
           05 VCH-MATCHED-VALUE      PIC 9(9)V99.
           05 VCH-CHECK-NUMBER       PIC X(10).
           05 VCH-OPERATOR-ID        PIC X(8).
           05 VCH-APPROVED-BY        PIC X(8).
       FD VOUCHER-PRINT-FILE
           DATA RECORD IS VOUCHER-LINE.
       01 VOUCHER-LINE PIC X(70).
       FD AGING-FILE
           DATA RECORD IS AGING-LINE.
       01 AGING-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SUPPLIER-STATUS PIC XX VALUE "00".
           88 WS-SUPPLIER-OK VALUE "00".
       01 WS-PO-STATUS PIC XX VALUE "00".
           88 WS-PO-OK VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
           88 WS-INVOICE-OK VALUE "00".
           88 WS-INVOICE-NOT-FOUND VALUE "35".
       01 WS-VOUCHER-STATUS PIC XX VALUE "00".
           88 WS-VOUCHER-OK VALUE "00".
           88 WS-VOUCHER-NOT-FOUND VALUE "35".
       01 WS-VOUCHER-PRINT-STATUS PIC XX VALUE "00".
           88 WS-VOUCHER-PRINT-NOT-FOUND VALUE "35".
       01 WS-AGING-STATUS PIC XX VALUE "00".
           88 WS-AGING-OK VALUE "00".
       77 WS-SUPPLIER-EOF PIC X VALUE "N".
           88 SUPPLIER-AT-EOF VALUE "Y".
       77 WS-PO-EOF PIC X VALUE "N".
           88 PO-AT-EOF VALUE "Y".
       77 WS-INVOICE-EOF PIC X VALUE "N".
           88 INVOICE-AT-EOF VALUE "Y".
       77 WS-VOUCHER-EOF PIC X VALUE "N".
           88 VOUCHER-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       77 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       77 WS-ADJ-PROGRAM PIC X(8) VALUE "MIDTAP".
       77 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       77 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-DESCRIPTION PIC X(20) VALUE "SUPPLIER VOUCHER".
      *-----------------------
      * In-core copy of MIDTSUP.DAT, loaded at the start of a run
      * and written back whole when maintenance changed it. The
      * name is the key the POs were raised under, so it is never
      * changed once on file.
      *-----------------------
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES.
               10 WS-STB-NAME PIC X(20).
               10 WS-STB-CONTACT PIC X(11).
               10 WS-STB-ADDRESS PIC X(40).
               10 WS-STB-TERMS PIC 9(3).
               10 WS-STB-STATUS PIC X(9).
               10 WS-STB-OPENED PIC 9(8).
       77 WS-SUPPLIER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-SUPPLIER-SUB PIC 9(3) VALUE ZERO.
       77 WS-SUPPLIER-HIT PIC 9(3) VALUE ZERO.
       77 WS-SUPPLIER-OVERFLOW PIC X VALUE "N".
           88 SUPPLIER-TABLE-FULL VALUE "Y".
       77 WS-SUPPLIERS-CHANGED PIC X VALUE "N".
           88 SUPPLIER-FILE-CHANGED VALUE "Y".
       77 WS-LOOKUP-SUPPLIER PIC X(20) VALUE SPACES.
       77 WS-MAINT-CHOICE PIC 9 VALUE 1.
       77 WS-NEW-CONTACT PIC X(11) VALUE SPACES.
       77 WS-NEW-ADDRESS PIC X(40) VALUE SPACES.
       77 WS-NEW-TERMS PIC 9(3) VALUE ZERO.
       77 WS-NEW-STATUS-NUM PIC 9 VALUE ZERO.
      *-----------------------
      * Each invoice as it stands now, kept in the slot of its
      * entry number; later copies of an entry on MIDTAPI.DAT
      * overwrite earlier ones. WS-ITB-AGED marks an invoice
      * already printed on the aging report.
      *-----------------------
       01 WS-INVOICE-TABLE.
           05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
               10 WS-ITB-STATUS PIC X(8).
               10 WS-ITB-SUPPLIER PIC X(20).
               10 WS-ITB-INVOICE PIC X(12).
               10 WS-ITB-PO PIC 9(5).
               10 WS-ITB-ITEM PIC X(12).
               10 WS-ITB-QUANTITY PIC 9(7).
               10 WS-ITB-PRICE PIC 9(3)V99.
               10 WS-ITB-AMOUNT PIC 9(9)V99.
               10 WS-ITB-MATCHED PIC 9(9)V99.
               10 WS-ITB-INVOICE-DATE PIC 9(8).
               10 WS-ITB-DUE-DATE PIC 9(8).
               10 WS-ITB-KEYED-BY PIC X(8).
               10 WS-ITB-REASON PIC X(30).
               10 WS-ITB-AGED PIC X.
       77 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-INVOICE-SUB PIC 9(5) VALUE ZERO.
       77 WS-INVOICE-HIT PIC 9(5) VALUE ZERO.
       77 WS-INVOICE-OVERFLOW PIC X VALUE "N".
           88 INVOICE-TABLE-FULL VALUE "Y".
       77 WS-LOOKUP-ENTRY PIC 9(5) VALUE ZERO.
       77 WS-NEW-STATUS PIC X(8) VALUE SPACES.
       77 WS-NEW-VOUCHER PIC 9(5) VALUE ZERO.
      *-----------------------
      * One PO replayed off MIDTPO.DAT, and the invoice keyed
      * against it
      *-----------------------
       77 WS-WORK-PO PIC 9(5) VALUE ZERO.
       77 WS-PO-RAISED PIC X VALUE "N".
           88 PO-IS-ON-FILE VALUE "Y".
       77 WS-PO-SUPPLIER PIC X(20) VALUE SPACES.
       77 WS-PO-ITEM PIC X(12) VALUE SPACES.
       77 WS-PO-ORDERED PIC 9(7) VALUE ZERO.
       77 WS-PO-RECEIVED PIC 9(9) VALUE ZERO.
       77 WS-RECEIPT-COST PIC 9(3)V99 VALUE ZERO.
       77 WS-RECEIPT-COSTS PIC X VALUE "N".
           88 RECEIPT-COSTS-DIFFER VALUE "Y".
       77 WS-BILLED-ON-PO PIC 9(9) VALUE ZERO.
       77 WS-OPEN-TO-BILL PIC S9(9) VALUE ZERO.
       77 WS-WORK-INVOICE PIC X(12) VALUE SPACES.
       77 WS-WORK-INVOICE-DATE PIC 9(8) VALUE ZERO.
       77 WS-WORK-QTY PIC 9(7) VALUE ZERO.
       77 WS-WORK-PRICE PIC 9(3)V99 VALUE ZERO.
       77 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       77 WS-DECISION PIC 9 VALUE ZERO.
       77 WS-DECISION-REASON PIC X(30) VALUE SPACES.
      *-----------------------
      * Voucher run
      *-----------------------
       77 WS-NEXT-VOUCHER PIC 9(5) VALUE 1.
       77 WS-PAY-THROUGH PIC 9(8) VALUE ZERO.
       77 WS-PAY-ANSWER PIC X VALUE "N".
       77 WS-CHECK-NUMBER PIC X(10) VALUE SPACES.
       77 WS-RUN-STOP PIC X VALUE "N".
           88 VOUCHER-RUN-STOPPED VALUE "Y".
       77 WS-VOUCHER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-VOUCHER-TOTAL PIC 9(11)V99 VALUE ZERO.
      *-----------------------
      * Calendar arithmetic for due dates and days past due
      *-----------------------
       01 WS-CALC-DATE PIC 9(8) VALUE ZERO.
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY PIC 9(4).
           05 WS-CALC-MM PIC 99.
           05 WS-CALC-DD PIC 99.
       77 WS-DAY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MONTH-DAYS PIC 99 VALUE ZERO.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       01 WS-DAYS-BEFORE-MONTH PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-DAYS-BEFORE-MONTH-R REDEFINES WS-DAYS-BEFORE-MONTH.
           05 WS-DAYS-BEFORE PIC 999 OCCURS 12 TIMES.
       77 WS-LEAP-FLAG PIC X VALUE "N".
           88 YEAR-IS-LEAP VALUE "Y".
       77 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       77 WS-PRIOR-YEARS PIC 9(4) VALUE ZERO.
       77 WS-LEAP-DAYS-4 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-DAYS-100 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-DAYS-400 PIC 9(4) VALUE ZERO.
       77 WS-DAY-NUMBER PIC 9(7) VALUE ZERO.
      *-----------------------
      * Aging report
      *-----------------------
       77 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       77 WS-AS-OF-DAY-NUMBER PIC 9(7) VALUE ZERO.
       77 WS-DAYS-PAST-DUE PIC S9(7) VALUE ZERO.
       77 WS-AGE-PICK PIC 9(5) VALUE ZERO.
       77 WS-AGE-DONE PIC X VALUE "N".
           88 SUPPLIER-AGED VALUE "Y".
       77 WS-SUPPLIER-LINES PIC 9(5) VALUE ZERO.
       77 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGING-BUCKETS.
           05 WS-AGE-NOT-DUE PIC 9(9)V99 VALUE ZERO.
           05 WS-AGE-30 PIC 9(9)V99 VALUE ZERO.
           05 WS-AGE-60 PIC 9(9)V99 VALUE ZERO.
           05 WS-AGE-90 PIC 9(9)V99 VALUE ZERO.
           05 WS-AGE-OVER-90 PIC 9(9)V99 VALUE ZERO.
       01 WS-AGING-TOTALS.
           05 WS-TOT-NOT-DUE PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-30 PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-60 PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-90 PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-OVER-90 PIC 9(9)V99 VALUE ZERO.
       77 WS-BUCKET-ED PIC ZZZZZ9.99.
       77 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-QTY-ED PIC Z,ZZZ,ZZ9.
       77 WS-PRICE-ED PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-SUPPLIER FILE  2-ENTER INVOICE  "
               "3-HELD INVOICES  4-PAYMENT VOUCHERS  "
               "5-AGING REPORT: " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           PERFORM LOAD-SUPPLIER-TABLE.
           IF WS-RUN-MODE = 1
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM MAINTAIN-SUPPLIERS
               ELSE
                   DISPLAY "THE SUPPLIER FILE NEEDS A SUPERVISOR."
               END-IF
           ELSE IF WS-RUN-MODE = 2
               PERFORM ENTER-INVOICE-MODE
           ELSE IF WS-RUN-MODE = 3
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM REVIEW-HELD-INVOICES
               ELSE
                   DISPLAY "HELD INVOICES ARE CLEARED BY A "
                       "SUPERVISOR."
               END-IF
           ELSE IF WS-RUN-MODE = 4
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM VOUCHER-RUN
               ELSE
                   DISPLAY "PAYMENT VOUCHERS NEED A SUPERVISOR."
               END-IF
           ELSE
               PERFORM AGING-REPORT
           END-IF.
           STOP RUN.

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO WS-SUPPLIER-COUNT.
           MOVE "N" TO WS-SUPPLIER-EOF.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-OK
               PERFORM READ-SUPPLIER-RECORD
               PERFORM TABLE-SUPPLIER-RECORD UNTIL SUPPLIER-AT-EOF
               CLOSE SUPPLIER-FILE
           END-IF.

       READ-SUPPLIER-RECORD.
           READ SUPPLIER-FILE
               AT END SET SUPPLIER-AT-EOF TO TRUE
           END-READ.

       TABLE-SUPPLIER-RECORD.
           IF WS-SUPPLIER-COUNT >= 200
               SET SUPPLIER-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-SUPPLIER-COUNT
               MOVE SUP-NAME TO WS-STB-NAME (WS-SUPPLIER-COUNT)
               MOVE SUP-CONTACT-NUMBER
                   TO WS-STB-CONTACT (WS-SUPPLIER-COUNT)
               MOVE SUP-ADDRESS TO WS-STB-ADDRESS (WS-SUPPLIER-COUNT)
               MOVE SUP-TERMS-DAYS TO WS-STB-TERMS (WS-SUPPLIER-COUNT)
               MOVE SUP-STATUS TO WS-STB-STATUS (WS-SUPPLIER-COUNT)
               MOVE SUP-OPENED-DATE
                   TO WS-STB-OPENED (WS-SUPPLIER-COUNT)
           END-IF.
           PERFORM READ-SUPPLIER-RECORD.

       FIND-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-HIT.
           PERFORM MATCH-SUPPLIER-NAME
               VARYING WS-SUPPLIER-SUB FROM 1 BY 1
               UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               OR WS-SUPPLIER-HIT > 0.

       MATCH-SUPPLIER-NAME.
           IF WS-STB-NAME (WS-SUPPLIER-SUB) = WS-LOOKUP-SUPPLIER
               MOVE WS-SUPPLIER-SUB TO WS-SUPPLIER-HIT
           END-IF.

       MAINTAIN-SUPPLIERS.
      **
      * Rewriting MIDTSUP.DAT from a partial table would drop every
      * supplier past the cap, so an overfull file is look-only.
      **
           IF SUPPLIER-TABLE-FULL
               DISPLAY "MORE THAN 200 SUPPLIERS ON FILE - "
                   "MAINTENANCE DISABLED."
           ELSE
               MOVE 1 TO WS-MAINT-CHOICE
               PERFORM MAINTAIN-ONE-SUPPLIER
                   UNTIL WS-MAINT-CHOICE = 0
               IF SUPPLIER-FILE-CHANGED
                   PERFORM SAVE-SUPPLIER-TABLE
               END-IF
           END-IF.

       MAINTAIN-ONE-SUPPLIER.
           DISPLAY "1-ADD SUPPLIER  2-CHANGE SUPPLIER  0-DONE: "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-CHOICE.
           IF WS-MAINT-CHOICE = 1
               PERFORM ADD-SUPPLIER
           ELSE IF WS-MAINT-CHOICE = 2
               PERFORM CHANGE-SUPPLIER
           END-IF.

       ADD-SUPPLIER.
      **
      * The name is keyed exactly as the POs are raised in MIDTINV,
      * since that is how an invoice's PO finds its supplier.
      **
           IF WS-SUPPLIER-COUNT >= 200
               DISPLAY "SUPPLIER TABLE IS FULL."
           ELSE
               DISPLAY "SUPPLIER NAME (AS ON THE PO): "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-SUPPLIER
               PERFORM FIND-SUPPLIER
               IF WS-LOOKUP-SUPPLIER = SPACES
                   DISPLAY "A SUPPLIER NAME IS REQUIRED."
               ELSE IF WS-SUPPLIER-HIT > 0
                   DISPLAY "THAT SUPPLIER IS ALREADY ON FILE."
               ELSE
                   DISPLAY "CONTACT NUMBER: " WITH NO ADVANCING
                   ACCEPT WS-NEW-CONTACT
                   DISPLAY "ADDRESS: " WITH NO ADVANCING
                   ACCEPT WS-NEW-ADDRESS
                   DISPLAY "PAYMENT TERMS IN DAYS (0 = 30): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-TERMS
                   IF WS-NEW-TERMS = 0
                       MOVE 30 TO WS-NEW-TERMS
                   END-IF
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE WS-LOOKUP-SUPPLIER
                       TO WS-STB-NAME (WS-SUPPLIER-COUNT)
                   MOVE WS-NEW-CONTACT
                       TO WS-STB-CONTACT (WS-SUPPLIER-COUNT)
                   MOVE WS-NEW-ADDRESS
                       TO WS-STB-ADDRESS (WS-SUPPLIER-COUNT)
                   MOVE WS-NEW-TERMS
                       TO WS-STB-TERMS (WS-SUPPLIER-COUNT)
                   MOVE "ACTIVE" TO WS-STB-STATUS (WS-SUPPLIER-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-STB-OPENED (WS-SUPPLIER-COUNT)
                   SET SUPPLIER-FILE-CHANGED TO TRUE
                   DISPLAY "SUPPLIER " WS-LOOKUP-SUPPLIER " ADDED ON "
                       WS-NEW-TERMS "-DAY TERMS."
               END-IF
           END-IF.

       CHANGE-SUPPLIER.
      **
      * A blank or zero answer keeps what is on file.
      **
           DISPLAY "SUPPLIER NAME: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-SUPPLIER.
           PERFORM FIND-SUPPLIER.
           IF WS-SUPPLIER-HIT = 0
               DISPLAY "NO SUPPLIER BY THAT NAME."
           ELSE
               DISPLAY "CONTACT: " WS-STB-CONTACT (WS-SUPPLIER-HIT)
                   "  TERMS: " WS-STB-TERMS (WS-SUPPLIER-HIT)
                   "  STATUS: " WS-STB-STATUS (WS-SUPPLIER-HIT)
               DISPLAY "ADDRESS: " WS-STB-ADDRESS (WS-SUPPLIER-HIT)
               DISPLAY "NEW CONTACT (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-CONTACT
               DISPLAY "NEW ADDRESS (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ADDRESS
               DISPLAY "NEW TERMS IN DAYS (0 = KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-TERMS
               DISPLAY "STANDING: [1] ACTIVE [2] ON HOLD "
                   "[0] KEEP: " WITH NO ADVANCING
               ACCEPT WS-NEW-STATUS-NUM
               IF WS-NEW-CONTACT NOT = SPACES
                   MOVE WS-NEW-CONTACT
                       TO WS-STB-CONTACT (WS-SUPPLIER-HIT)
               END-IF
               IF WS-NEW-ADDRESS NOT = SPACES
                   MOVE WS-NEW-ADDRESS
                       TO WS-STB-ADDRESS (WS-SUPPLIER-HIT)
               END-IF
               IF WS-NEW-TERMS > 0
                   MOVE WS-NEW-TERMS TO WS-STB-TERMS (WS-SUPPLIER-HIT)
               END-IF
               EVALUATE WS-NEW-STATUS-NUM
                   WHEN 1
                       MOVE "ACTIVE" TO WS-STB-STATUS (WS-SUPPLIER-HIT)
                   WHEN 2
                       MOVE "ON HOLD"
                           TO WS-STB-STATUS (WS-SUPPLIER-HIT)
               END-EVALUATE
               SET SUPPLIER-FILE-CHANGED TO TRUE
               DISPLAY "SUPPLIER " WS-LOOKUP-SUPPLIER " UPDATED."
           END-IF.

       SAVE-SUPPLIER-TABLE.
           OPEN OUTPUT SUPPLIER-FILE.
           PERFORM WRITE-SUPPLIER-ENTRY
               VARYING WS-SUPPLIER-SUB FROM 1 BY 1
               UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT.
           CLOSE SUPPLIER-FILE.

       WRITE-SUPPLIER-ENTRY.
           MOVE WS-STB-NAME (WS-SUPPLIER-SUB) TO SUP-NAME.
           MOVE WS-STB-CONTACT (WS-SUPPLIER-SUB) TO SUP-CONTACT-NUMBER.
           MOVE WS-STB-ADDRESS (WS-SUPPLIER-SUB) TO SUP-ADDRESS.
           MOVE WS-STB-TERMS (WS-SUPPLIER-SUB) TO SUP-TERMS-DAYS.
           MOVE WS-STB-STATUS (WS-SUPPLIER-SUB) TO SUP-STATUS.
           MOVE WS-STB-OPENED (WS-SUPPLIER-SUB) TO SUP-OPENED-DATE.
           WRITE SUPPLIER-REC.

       LOAD-INVOICE-TABLE.
           MOVE ZERO TO WS-INVOICE-COUNT.
           MOVE "N" TO WS-INVOICE-EOF.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-OK
               PERFORM READ-INVOICE-RECORD
               PERFORM TABLE-INVOICE-RECORD UNTIL INVOICE-AT-EOF
               CLOSE INVOICE-FILE
           END-IF.

       READ-INVOICE-RECORD.
           READ INVOICE-FILE
               AT END SET INVOICE-AT-EOF TO TRUE
           END-READ.

       TABLE-INVOICE-RECORD.
           IF API-ENTRY-NUMBER > 2000
               SET INVOICE-TABLE-FULL TO TRUE
           ELSE IF API-ENTRY-NUMBER > 0
               MOVE API-ENTRY-NUMBER TO WS-INVOICE-SUB
               MOVE API-STATUS TO WS-ITB-STATUS (WS-INVOICE-SUB)
               MOVE API-SUPPLIER TO WS-ITB-SUPPLIER (WS-INVOICE-SUB)
               MOVE API-INVOICE-NUMBER
                   TO WS-ITB-INVOICE (WS-INVOICE-SUB)
               MOVE API-PO-NUMBER TO WS-ITB-PO (WS-INVOICE-SUB)
               MOVE API-ITEM-CODE TO WS-ITB-ITEM (WS-INVOICE-SUB)
               MOVE API-QUANTITY TO WS-ITB-QUANTITY (WS-INVOICE-SUB)
               MOVE API-UNIT-PRICE TO WS-ITB-PRICE (WS-INVOICE-SUB)
               MOVE API-AMOUNT TO WS-ITB-AMOUNT (WS-INVOICE-SUB)
               MOVE API-MATCHED-VALUE
                   TO WS-ITB-MATCHED (WS-INVOICE-SUB)
               MOVE API-INVOICE-DATE
                   TO WS-ITB-INVOICE-DATE (WS-INVOICE-SUB)
               MOVE API-DUE-DATE TO WS-ITB-DUE-DATE (WS-INVOICE-SUB)
               MOVE API-KEYED-BY TO WS-ITB-KEYED-BY (WS-INVOICE-SUB)
               MOVE API-REASON TO WS-ITB-REASON (WS-INVOICE-SUB)
               MOVE "N" TO WS-ITB-AGED (WS-INVOICE-SUB)
               IF API-ENTRY-NUMBER > WS-INVOICE-COUNT
                   MOVE API-ENTRY-NUMBER TO WS-INVOICE-COUNT
               END-IF
           END-IF.
           PERFORM READ-INVOICE-RECORD.

       WRITE-INVOICE-RECORD.
      **
      * Writes the table slot WS-INVOICE-SUB to the log as it now
      * stands, under WS-NEW-STATUS, by the signed-on operator.
      **
           MOVE WS-NEW-STATUS TO WS-ITB-STATUS (WS-INVOICE-SUB).
           OPEN EXTEND INVOICE-FILE.
           IF WS-INVOICE-NOT-FOUND
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE WS-INVOICE-SUB TO API-ENTRY-NUMBER.
           MOVE WS-NEW-STATUS TO API-STATUS.
           MOVE WS-ITB-SUPPLIER (WS-INVOICE-SUB) TO API-SUPPLIER.
           MOVE WS-ITB-INVOICE (WS-INVOICE-SUB) TO API-INVOICE-NUMBER.
           MOVE WS-ITB-PO (WS-INVOICE-SUB) TO API-PO-NUMBER.
           MOVE WS-ITB-ITEM (WS-INVOICE-SUB) TO API-ITEM-CODE.
           MOVE WS-ITB-QUANTITY (WS-INVOICE-SUB) TO API-QUANTITY.
           MOVE WS-ITB-PRICE (WS-INVOICE-SUB) TO API-UNIT-PRICE.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO API-AMOUNT.
           MOVE WS-ITB-MATCHED (WS-INVOICE-SUB) TO API-MATCHED-VALUE.
           MOVE WS-ITB-INVOICE-DATE (WS-INVOICE-SUB)
               TO API-INVOICE-DATE.
           MOVE WS-ITB-DUE-DATE (WS-INVOICE-SUB) TO API-DUE-DATE.
           MOVE WS-TODAY-DATE TO API-STAMP-DATE.
           MOVE WS-OPERATOR-ID TO API-OPERATOR-ID.
           MOVE WS-ITB-KEYED-BY (WS-INVOICE-SUB) TO API-KEYED-BY.
           MOVE WS-ITB-REASON (WS-INVOICE-SUB) TO API-REASON.
           MOVE WS-NEW-VOUCHER TO API-VOUCHER-NUMBER.
           WRITE INVOICE-REC.
           CLOSE INVOICE-FILE.

       ENTER-INVOICE-MODE.
           PERFORM LOAD-INVOICE-TABLE.
           IF INVOICE-TABLE-FULL
               DISPLAY "MORE THAN 2000 INVOICES ON FILE - "
                   "NO INVOICE CAN BE MATCHED."
           ELSE
               MOVE 1 TO WS-WORK-PO
               PERFORM ENTER-ONE-INVOICE UNTIL WS-WORK-PO = 0
           END-IF.

       ENTER-ONE-INVOICE.
           DISPLAY "PO NUMBER ON THE INVOICE (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-PO.
           IF WS-WORK-PO NOT = 0
               PERFORM REPLAY-ONE-PO
               PERFORM CHECK-INVOICE-PO
           END-IF.

       CHECK-INVOICE-PO.
           MOVE WS-PO-SUPPLIER TO WS-LOOKUP-SUPPLIER.
           PERFORM FIND-SUPPLIER.
           IF NOT PO-IS-ON-FILE
               DISPLAY "NO PO RAISED UNDER THAT NUMBER."
           ELSE IF WS-SUPPLIER-HIT = 0
               DISPLAY "SUPPLIER " WS-PO-SUPPLIER
                   " IS NOT ON THE SUPPLIER FILE - ADD IT FIRST."
           ELSE IF WS-INVOICE-COUNT >= 2000
               DISPLAY "INVOICE TABLE IS FULL."
           ELSE
               PERFORM KEY-INVOICE-DETAILS
           END-IF.

       REPLAY-ONE-PO.
      **
      * Replays the log for one PO: the RAISE gives supplier, item
      * and quantity ordered, the RECEIVEs add up to what has
      * arrived and carry the unit cost captured at each receipt.
      **
           MOVE "N" TO WS-PO-RAISED.
           MOVE ZERO TO WS-PO-ORDERED.
           MOVE ZERO TO WS-PO-RECEIVED.
           MOVE ZERO TO WS-RECEIPT-COST.
           MOVE "N" TO WS-RECEIPT-COSTS.
           MOVE SPACES TO WS-PO-SUPPLIER.
           MOVE SPACES TO WS-PO-ITEM.
           MOVE "N" TO WS-PO-EOF.
           OPEN INPUT PO-FILE.
           IF WS-PO-OK
               PERFORM READ-PO-RECORD
               PERFORM REPLAY-ONE-PO-RECORD UNTIL PO-AT-EOF
               CLOSE PO-FILE
           END-IF.

       READ-PO-RECORD.
           READ PO-FILE
               AT END SET PO-AT-EOF TO TRUE
           END-READ.

       REPLAY-ONE-PO-RECORD.
           IF PO-NUMBER = WS-WORK-PO
               IF PO-ACTION = "RAISE"
                   SET PO-IS-ON-FILE TO TRUE
                   MOVE PO-QUANTITY TO WS-PO-ORDERED
                   MOVE PO-SUPPLIER TO WS-PO-SUPPLIER
                   MOVE PO-ITEM-CODE TO WS-PO-ITEM
               END-IF
               IF PO-ACTION = "RECEIVE"
                   IF WS-PO-RECEIVED = 0
                       MOVE PO-UNIT-COST TO WS-RECEIPT-COST
                   END-IF
                   IF PO-UNIT-COST NOT = WS-RECEIPT-COST
                       SET RECEIPT-COSTS-DIFFER TO TRUE
                   END-IF
                   ADD PO-QUANTITY TO WS-PO-RECEIVED
               END-IF
           END-IF.
           PERFORM READ-PO-RECORD.

       KEY-INVOICE-DETAILS.
           PERFORM SUM-BILLED-ON-PO.
           DISPLAY "PO " WS-WORK-PO " ON " WS-PO-SUPPLIER
               " FOR " WS-PO-ITEM.
           DISPLAY "ORDERED " WS-PO-ORDERED "  RECEIVED "
               WS-PO-RECEIVED "  ALREADY BILLED " WS-BILLED-ON-PO.
           IF WS-PO-RECEIVED = 0
               DISPLAY "NOTHING RECEIVED ON THIS PO YET."
           ELSE
               MOVE WS-RECEIPT-COST TO WS-PRICE-ED
               DISPLAY "UNIT COST AT RECEIPT: " WS-PRICE-ED
           END-IF.
           DISPLAY "SUPPLIER INVOICE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-INVOICE.
           PERFORM FIND-INVOICE-ON-FILE.
           IF WS-WORK-INVOICE = SPACES
               DISPLAY "AN INVOICE NUMBER IS REQUIRED."
           ELSE IF WS-INVOICE-HIT > 0
               DISPLAY "INVOICE " WS-WORK-INVOICE " FROM "
                   WS-PO-SUPPLIER " IS ALREADY ENTRY "
                   WS-INVOICE-HIT " - NOT ENTERED AGAIN."
           ELSE
               DISPLAY "INVOICE DATE (YYYYMMDD, 0 = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-INVOICE-DATE
               IF WS-WORK-INVOICE-DATE = 0
                   MOVE WS-TODAY-DATE TO WS-WORK-INVOICE-DATE
               END-IF
               DISPLAY "QUANTITY BILLED: " WITH NO ADVANCING
               ACCEPT WS-WORK-QTY
               DISPLAY "UNIT PRICE BILLED (XXX.XX): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-PRICE
               IF WS-WORK-QTY = 0
                   DISPLAY "AN INVOICE NEEDS A QUANTITY - "
                       "NOTHING ENTERED."
               ELSE
                   PERFORM MATCH-INVOICE
                   PERFORM RECORD-NEW-INVOICE
               END-IF
           END-IF.

       SUM-BILLED-ON-PO.
           MOVE ZERO TO WS-BILLED-ON-PO.
           PERFORM ADD-BILLED-ON-PO
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT.

       ADD-BILLED-ON-PO.
           IF WS-ITB-PO (WS-INVOICE-SUB) = WS-WORK-PO
               AND WS-ITB-STATUS (WS-INVOICE-SUB) NOT = "REJECTED"
               ADD WS-ITB-QUANTITY (WS-INVOICE-SUB) TO WS-BILLED-ON-PO
           END-IF.

       FIND-INVOICE-ON-FILE.
      **
      * The same supplier's invoice number keyed twice is the
      * double payment this program is here to stop; only a
      * rejected entry may be keyed again.
      **
           MOVE ZERO TO WS-INVOICE-HIT.
           PERFORM MATCH-INVOICE-NUMBER
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               OR WS-INVOICE-HIT > 0.

       MATCH-INVOICE-NUMBER.
           IF WS-ITB-SUPPLIER (WS-INVOICE-SUB) = WS-PO-SUPPLIER
               AND WS-ITB-INVOICE (WS-INVOICE-SUB) = WS-WORK-INVOICE
               AND WS-ITB-STATUS (WS-INVOICE-SUB) NOT = "REJECTED"
               MOVE WS-INVOICE-SUB TO WS-INVOICE-HIT
           END-IF.

       MATCH-INVOICE.
      **
      * The three-way match. Received less already billed is what
      * the supplier may still bill for; ordered less already
      * billed is the most the PO allows. Receipts at more than
      * one cost leave no single price to match, so the invoice
      * goes to a supervisor.
      **
           COMPUTE WS-OPEN-TO-BILL = WS-PO-RECEIVED - WS-BILLED-ON-PO.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN WS-WORK-QTY > WS-OPEN-TO-BILL
                   MOVE "BILLED MORE THAN RECEIVED" TO WS-HOLD-REASON
               WHEN WS-BILLED-ON-PO + WS-WORK-QTY > WS-PO-ORDERED
                   MOVE "BILLED MORE THAN ORDERED" TO WS-HOLD-REASON
               WHEN RECEIPT-COSTS-DIFFER
                   MOVE "RECEIPTS AT DIFFERENT COSTS"
                       TO WS-HOLD-REASON
               WHEN WS-WORK-PRICE NOT = WS-RECEIPT-COST
                   MOVE "PRICE IS NOT THE RECEIPT COST"
                       TO WS-HOLD-REASON
           END-EVALUATE.

       RECORD-NEW-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE WS-INVOICE-COUNT TO WS-INVOICE-SUB.
           MOVE WS-PO-SUPPLIER TO WS-ITB-SUPPLIER (WS-INVOICE-SUB).
           MOVE WS-WORK-INVOICE TO WS-ITB-INVOICE (WS-INVOICE-SUB).
           MOVE WS-WORK-PO TO WS-ITB-PO (WS-INVOICE-SUB).
           MOVE WS-PO-ITEM TO WS-ITB-ITEM (WS-INVOICE-SUB).
           MOVE WS-WORK-QTY TO WS-ITB-QUANTITY (WS-INVOICE-SUB).
           MOVE WS-WORK-PRICE TO WS-ITB-PRICE (WS-INVOICE-SUB).
           COMPUTE WS-ITB-AMOUNT (WS-INVOICE-SUB) =
               WS-WORK-QTY * WS-WORK-PRICE.
           COMPUTE WS-ITB-MATCHED (WS-INVOICE-SUB) =
               WS-WORK-QTY * WS-RECEIPT-COST.
           MOVE WS-WORK-INVOICE-DATE
               TO WS-ITB-INVOICE-DATE (WS-INVOICE-SUB).
           MOVE WS-WORK-INVOICE-DATE TO WS-CALC-DATE.
           MOVE WS-STB-TERMS (WS-SUPPLIER-HIT) TO WS-DAY-COUNT.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE WS-CALC-DATE TO WS-ITB-DUE-DATE (WS-INVOICE-SUB).
           MOVE WS-OPERATOR-ID TO WS-ITB-KEYED-BY (WS-INVOICE-SUB).
           MOVE WS-HOLD-REASON TO WS-ITB-REASON (WS-INVOICE-SUB).
           MOVE "N" TO WS-ITB-AGED (WS-INVOICE-SUB).
           MOVE ZERO TO WS-NEW-VOUCHER.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO WS-MONEY-ED.
           IF WS-HOLD-REASON = SPACES
               MOVE "MATCHED" TO WS-NEW-STATUS
               PERFORM WRITE-INVOICE-RECORD
               DISPLAY "ENTRY " WS-INVOICE-SUB " MATCHED - "
                   WS-MONEY-ED " APPROVED FOR PAYMENT, DUE "
                   WS-CALC-DATE
           ELSE
               MOVE "HELD" TO WS-NEW-STATUS
               PERFORM WRITE-INVOICE-RECORD
               DISPLAY "ENTRY " WS-INVOICE-SUB " HELD FOR A "
                   "SUPERVISOR: " WS-HOLD-REASON
           END-IF.

       ADD-DAYS-TO-DATE.
      **
      * Moves WS-CALC-DATE forward WS-DAY-COUNT days.
      **
           ADD WS-CALC-DD TO WS-DAY-COUNT.
           PERFORM SET-MONTH-DAYS.
           PERFORM ROLL-ONE-MONTH UNTIL WS-DAY-COUNT <= WS-MONTH-DAYS.
           MOVE WS-DAY-COUNT TO WS-CALC-DD.

       ROLL-ONE-MONTH.
           SUBTRACT WS-MONTH-DAYS FROM WS-DAY-COUNT.
           ADD 1 TO WS-CALC-MM.
           IF WS-CALC-MM > 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-YYYY
           END-IF.
           PERFORM SET-MONTH-DAYS.

       SET-MONTH-DAYS.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 31 TO WS-MONTH-DAYS
           ELSE
               MOVE WS-MONTH-LENGTH (WS-CALC-MM) TO WS-MONTH-DAYS
               IF WS-CALC-MM = 2
                   PERFORM CHECK-LEAP-YEAR
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-FLAG.
           DIVIDE WS-CALC-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CALC-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CALC-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               SET YEAR-IS-LEAP TO TRUE
           END-IF.

       DAY-NUMBER.
      **
      * Calendar day count for WS-CALC-DATE, leap years included,
      * so days past due are counted to the day.
      **
           COMPUTE WS-PRIOR-YEARS = WS-CALC-YYYY - 1.
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS-4.
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-DAYS-100.
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-DAYS-400.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 1 TO WS-CALC-MM
           END-IF.
           COMPUTE WS-DAY-NUMBER = (WS-PRIOR-YEARS * 365)
               + WS-LEAP-DAYS-4 - WS-LEAP-DAYS-100 + WS-LEAP-DAYS-400
               + WS-DAYS-BEFORE (WS-CALC-MM) + WS-CALC-DD.
           PERFORM CHECK-LEAP-YEAR.
           IF YEAR-IS-LEAP AND WS-CALC-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.

       REVIEW-HELD-INVOICES.
           PERFORM LOAD-INVOICE-TABLE.
           IF INVOICE-TABLE-FULL
               DISPLAY "MORE THAN 2000 INVOICES ON FILE - "
                   "REVIEW DISABLED."
           ELSE
               MOVE ZERO TO WS-HELD-COUNT
               DISPLAY "ENTRY SUPPLIER             INVOICE      "
                   "PO    REASON HELD"
               PERFORM LIST-ONE-HELD
                   VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               DISPLAY WS-HELD-COUNT " INVOICE(S) HELD."
               MOVE 1 TO WS-LOOKUP-ENTRY
               PERFORM REVIEW-ONE-INVOICE UNTIL WS-LOOKUP-ENTRY = 0
           END-IF.

       LIST-ONE-HELD.
           IF WS-ITB-STATUS (WS-INVOICE-SUB) = "HELD"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY WS-INVOICE-SUB " "
                   WS-ITB-SUPPLIER (WS-INVOICE-SUB) " "
                   WS-ITB-INVOICE (WS-INVOICE-SUB) " "
                   WS-ITB-PO (WS-INVOICE-SUB) " "
                   WS-ITB-REASON (WS-INVOICE-SUB)
           END-IF.

       REVIEW-ONE-INVOICE.
           DISPLAY "ENTRY NUMBER (0 TO QUIT): " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ENTRY.
           IF WS-LOOKUP-ENTRY NOT = 0
               PERFORM CHECK-REVIEW-ENTRY
           END-IF.

       CHECK-REVIEW-ENTRY.
           IF WS-LOOKUP-ENTRY > WS-INVOICE-COUNT
               DISPLAY "NO INVOICE ENTRY WITH THAT NUMBER."
           ELSE IF WS-ITB-STATUS (WS-LOOKUP-ENTRY) = "PAID"
               OR WS-ITB-STATUS (WS-LOOKUP-ENTRY) = "REJECTED"
               DISPLAY "ENTRY " WS-LOOKUP-ENTRY " IS ALREADY "
                   WS-ITB-STATUS (WS-LOOKUP-ENTRY) "."
           ELSE
               MOVE WS-LOOKUP-ENTRY TO WS-INVOICE-SUB
               PERFORM DECIDE-ONE-INVOICE
           END-IF.

       DECIDE-ONE-INVOICE.
      **
      * Only a held invoice is released; any invoice not yet paid
      * may be rejected, a supplier's duplicate bill among them.
      * Both take a reason, which stays on the log.
      **
           DISPLAY "SUPPLIER " WS-ITB-SUPPLIER (WS-INVOICE-SUB)
               "  INVOICE " WS-ITB-INVOICE (WS-INVOICE-SUB)
               "  PO " WS-ITB-PO (WS-INVOICE-SUB).
           MOVE WS-ITB-QUANTITY (WS-INVOICE-SUB) TO WS-QTY-ED.
           MOVE WS-ITB-PRICE (WS-INVOICE-SUB) TO WS-PRICE-ED.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO WS-MONEY-ED.
           DISPLAY "BILLED " WS-QTY-ED " OF "
               WS-ITB-ITEM (WS-INVOICE-SUB) " AT " WS-PRICE-ED
               " = " WS-MONEY-ED.
           MOVE WS-ITB-MATCHED (WS-INVOICE-SUB) TO WS-MONEY-ED.
           DISPLAY "AT RECEIPT COST   " WS-MONEY-ED
               "   DUE " WS-ITB-DUE-DATE (WS-INVOICE-SUB).
           MOVE WS-ITB-PO (WS-INVOICE-SUB) TO WS-WORK-PO.
           PERFORM REPLAY-ONE-PO.
           PERFORM SUM-BILLED-ON-PO.
           MOVE WS-LOOKUP-ENTRY TO WS-INVOICE-SUB.
           DISPLAY "PO NOW: ORDERED " WS-PO-ORDERED "  RECEIVED "
               WS-PO-RECEIVED "  BILLED " WS-BILLED-ON-PO.
           DISPLAY "STATUS " WS-ITB-STATUS (WS-INVOICE-SUB) "  "
               WS-ITB-REASON (WS-INVOICE-SUB)
               "  KEYED BY " WS-ITB-KEYED-BY (WS-INVOICE-SUB).
           IF WS-ITB-STATUS (WS-INVOICE-SUB) = "HELD"
               DISPLAY "[1] RELEASE FOR PAYMENT  [2] REJECT  "
                   "[0] LEAVE: " WITH NO ADVANCING
           ELSE
               DISPLAY "[2] REJECT  [0] LEAVE: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-DECISION.
           MOVE SPACES TO WS-DECISION-REASON.
           IF WS-DECISION = 1 OR WS-DECISION = 2
               DISPLAY "REASON: " WITH NO ADVANCING
               ACCEPT WS-DECISION-REASON
           END-IF.
           EVALUATE TRUE
               WHEN WS-DECISION NOT = 1 AND WS-DECISION NOT = 2
                   DISPLAY "ENTRY " WS-INVOICE-SUB " LEFT AS IT IS."
               WHEN WS-DECISION = 1
                   AND WS-ITB-STATUS (WS-INVOICE-SUB) NOT = "HELD"
                   DISPLAY "ONLY A HELD INVOICE IS RELEASED."
               WHEN WS-DECISION-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - NOTHING CHANGED."
               WHEN WS-DECISION = 1 AND
                   WS-ITB-KEYED-BY (WS-INVOICE-SUB) = WS-OPERATOR-ID
                   DISPLAY "AN INVOICE IS RELEASED BY SOMEONE OTHER "
                       "THAN WHO KEYED IT."
               WHEN WS-DECISION = 1
                   MOVE WS-DECISION-REASON
                       TO WS-ITB-REASON (WS-INVOICE-SUB)
                   MOVE "RELEASED" TO WS-NEW-STATUS
                   MOVE ZERO TO WS-NEW-VOUCHER
                   PERFORM WRITE-INVOICE-RECORD
                   DISPLAY "ENTRY " WS-INVOICE-SUB
                       " RELEASED FOR PAYMENT."
               WHEN OTHER
                   MOVE WS-DECISION-REASON
                       TO WS-ITB-REASON (WS-INVOICE-SUB)
                   MOVE "REJECTED" TO WS-NEW-STATUS
                   MOVE ZERO TO WS-NEW-VOUCHER
                   PERFORM WRITE-INVOICE-RECORD
                   DISPLAY "ENTRY " WS-INVOICE-SUB " REJECTED."
           END-EVALUATE.

       VOUCHER-RUN.
      **
      * Vouchers are dated today, so the posting period is checked
      * once for the run; a closed month takes them only as
      * prior-period adjustments under a second sign-on.
      **
           CALL "DIAZPER" USING WS-TODAY-DATE WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           PERFORM LOAD-INVOICE-TABLE.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               DISPLAY "PERIOD CLOSED - NO VOUCHERS PREPARED."
           ELSE IF INVOICE-TABLE-FULL
               DISPLAY "MORE THAN 2000 INVOICES ON FILE - "
                   "NO VOUCHERS PREPARED."
           ELSE
               PERFORM NEXT-VOUCHER-NUMBER
               DISPLAY "PAY INVOICES DUE BY (YYYYMMDD, 0 = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-PAY-THROUGH
               IF WS-PAY-THROUGH = 0
                   MOVE WS-TODAY-DATE TO WS-PAY-THROUGH
               END-IF
               MOVE ZERO TO WS-VOUCHER-COUNT
               MOVE ZERO TO WS-VOUCHER-TOTAL
               MOVE "N" TO WS-RUN-STOP
               PERFORM VOUCHER-ONE-INVOICE
                   VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
                   OR VOUCHER-RUN-STOPPED
               MOVE WS-VOUCHER-TOTAL TO WS-MONEY-ED
               DISPLAY WS-VOUCHER-COUNT " VOUCHER(S) FOR "
                   WS-MONEY-ED " PHP WRITTEN TO MIDTVCH.PRT"
           END-IF.

       NEXT-VOUCHER-NUMBER.
           MOVE ZERO TO WS-NEXT-VOUCHER.
           MOVE "N" TO WS-VOUCHER-EOF.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VOUCHER-OK
               PERFORM READ-VOUCHER-RECORD
               PERFORM TALLY-VOUCHER-NUMBER UNTIL VOUCHER-AT-EOF
               CLOSE VOUCHER-FILE
           END-IF.
           ADD 1 TO WS-NEXT-VOUCHER.

       READ-VOUCHER-RECORD.
           READ VOUCHER-FILE
               AT END SET VOUCHER-AT-EOF TO TRUE
           END-READ.

       TALLY-VOUCHER-NUMBER.
           IF VCH-NUMBER > WS-NEXT-VOUCHER
               MOVE VCH-NUMBER TO WS-NEXT-VOUCHER
           END-IF.
           PERFORM READ-VOUCHER-RECORD.

       VOUCHER-ONE-INVOICE.
      **
      * An invoice is approved for payment when it matched or a
      * supervisor released it. A supplier put ON HOLD is passed
      * over until the hold comes off.
      **
           IF (WS-ITB-STATUS (WS-INVOICE-SUB) = "MATCHED"
               OR WS-ITB-STATUS (WS-INVOICE-SUB) = "RELEASED")
               AND WS-ITB-DUE-DATE (WS-INVOICE-SUB) <= WS-PAY-THROUGH
               MOVE WS-ITB-SUPPLIER (WS-INVOICE-SUB)
                   TO WS-LOOKUP-SUPPLIER
               PERFORM FIND-SUPPLIER
               IF WS-SUPPLIER-HIT > 0
                   AND WS-STB-STATUS (WS-SUPPLIER-HIT) = "ON HOLD"
                   DISPLAY "ENTRY " WS-INVOICE-SUB " "
                       WS-LOOKUP-SUPPLIER " - SUPPLIER ON HOLD, "
                       "NOT PAID."
               ELSE
                   PERFORM OFFER-ONE-VOUCHER
               END-IF
           END-IF.

       OFFER-ONE-VOUCHER.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO WS-MONEY-ED.
           DISPLAY "ENTRY " WS-INVOICE-SUB " "
               WS-ITB-SUPPLIER (WS-INVOICE-SUB) " INVOICE "
               WS-ITB-INVOICE (WS-INVOICE-SUB).
           DISPLAY "    DUE " WS-ITB-DUE-DATE (WS-INVOICE-SUB)
               "  AMOUNT " WS-MONEY-ED.
           DISPLAY "PAY ON VOUCHER? (Y = PAY, N = SKIP, Q = STOP): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-ANSWER.
           IF WS-PAY-ANSWER = "Y" OR WS-PAY-ANSWER = "y"
               DISPLAY "CHECK NUMBER: " WITH NO ADVANCING
               ACCEPT WS-CHECK-NUMBER
               IF WS-CHECK-NUMBER = SPACES
                   DISPLAY "A CHECK NUMBER IS REQUIRED - NOT PAID."
               ELSE
                   PERFORM WRITE-VOUCHER
               END-IF
           ELSE IF WS-PAY-ANSWER = "Q" OR WS-PAY-ANSWER = "q"
               SET VOUCHER-RUN-STOPPED TO TRUE
           END-IF.

       WRITE-VOUCHER.
           OPEN EXTEND VOUCHER-FILE.
           IF WS-VOUCHER-NOT-FOUND
               OPEN OUTPUT VOUCHER-FILE
           END-IF.
           MOVE WS-NEXT-VOUCHER TO VCH-NUMBER.
           MOVE WS-TODAY-DATE TO VCH-DATE.
           MOVE WS-ITB-SUPPLIER (WS-INVOICE-SUB) TO VCH-SUPPLIER.
           MOVE WS-INVOICE-SUB TO VCH-ENTRY-NUMBER.
           MOVE WS-ITB-INVOICE (WS-INVOICE-SUB) TO VCH-INVOICE-NUMBER.
           MOVE WS-ITB-PO (WS-INVOICE-SUB) TO VCH-PO-NUMBER.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO VCH-AMOUNT.
           MOVE WS-ITB-MATCHED (WS-INVOICE-SUB) TO VCH-MATCHED-VALUE.
           MOVE WS-CHECK-NUMBER TO VCH-CHECK-NUMBER.
           MOVE WS-OPERATOR-ID TO VCH-OPERATOR-ID.
           MOVE WS-PERIOD-APPROVER TO VCH-APPROVED-BY.
           WRITE VOUCHER-REC.
           CLOSE VOUCHER-FILE.
           PERFORM PRINT-VOUCHER.
           MOVE "PAID" TO WS-NEW-STATUS.
           MOVE WS-NEXT-VOUCHER TO WS-NEW-VOUCHER.
           PERFORM WRITE-INVOICE-RECORD.
           IF PERIOD-ADJUSTMENT
               PERFORM LOG-PRIOR-PERIOD-VOUCHER
           END-IF.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD WS-ITB-AMOUNT (WS-INVOICE-SUB) TO WS-VOUCHER-TOTAL.
           DISPLAY "VOUCHER " WS-NEXT-VOUCHER " WRITTEN.".
           ADD 1 TO WS-NEXT-VOUCHER.

       LOG-PRIOR-PERIOD-VOUCHER.
           MOVE SPACES TO WS-ADJ-REFERENCE.
           STRING "VCH " DELIMITED BY SIZE
               WS-NEXT-VOUCHER DELIMITED BY SIZE
               INTO WS-ADJ-REFERENCE.
           MOVE WS-ITB-AMOUNT (WS-INVOICE-SUB) TO WS-ADJ-AMOUNT.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY-DATE
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.

       PRINT-VOUCHER.
           OPEN EXTEND VOUCHER-PRINT-FILE.
           IF WS-VOUCHER-PRINT-NOT-FOUND
               OPEN OUTPUT VOUCHER-PRINT-FILE
           END-IF.
           MOVE ALL "=" TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE "DIAZ MIDTOWN FRAME SHOP" TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE "PAYMENT VOUCHER" TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "VOUCHER NO. " DELIMITED BY SIZE
               VCH-NUMBER DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               VCH-DATE DELIMITED BY SIZE
               "   CHECK NO. " DELIMITED BY SIZE
               VCH-CHECK-NUMBER DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "PAY TO " DELIMITED BY SIZE
               VCH-SUPPLIER DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "SUPPLIER INVOICE " DELIMITED BY SIZE
               VCH-INVOICE-NUMBER DELIMITED BY SIZE
               "  OF " DELIMITED BY SIZE
               WS-ITB-INVOICE-DATE (WS-INVOICE-SUB)
               DELIMITED BY SIZE
               "  PO " DELIMITED BY SIZE
               VCH-PO-NUMBER DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE WS-ITB-QUANTITY (WS-INVOICE-SUB) TO WS-QTY-ED.
           MOVE WS-ITB-PRICE (WS-INVOICE-SUB) TO WS-PRICE-ED.
           MOVE SPACES TO VOUCHER-LINE.
           STRING WS-QTY-ED DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-ITB-ITEM (WS-INVOICE-SUB) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-PRICE-ED DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE VCH-AMOUNT TO WS-MONEY-ED.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "AMOUNT " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               " PHP" DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE.
           STRING "PREPARED BY " DELIMITED BY SIZE
               VCH-OPERATOR-ID DELIMITED BY SIZE
               "   RECEIVED BY ____________________"
               DELIMITED BY SIZE
               INTO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           CLOSE VOUCHER-PRINT-FILE.

       AGING-REPORT.
           DISPLAY "AGE AS OF (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-CALC-DATE.
           PERFORM DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
           PERFORM LOAD-INVOICE-TABLE.
           INITIALIZE WS-AGING-TOTALS.
           MOVE ZERO TO WS-HELD-COUNT.
           OPEN OUTPUT AGING-FILE.
           MOVE SPACES TO AGING-LINE.
           STRING "PAYABLES AGING AS OF " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               " (DAYS PAST THE DUE DATE)" DELIMITED BY SIZE
               INTO AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE "ENTRY INVOICE      DUE DATE" TO AGING-LINE.
           MOVE "NOT DUE" TO AGING-LINE (31:7).
           MOVE "1-30" TO AGING-LINE (44:4).
           MOVE "31-60" TO AGING-LINE (53:5).
           MOVE "61-90" TO AGING-LINE (63:5).
           MOVE "90+" TO AGING-LINE (75:3).
           PERFORM WRITE-AGING-LINE.
           PERFORM AGE-ONE-SUPPLIER
               VARYING WS-SUPPLIER-SUB FROM 1 BY 1
               UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT.
           MOVE WS-TOT-NOT-DUE TO WS-AGE-NOT-DUE.
           MOVE WS-TOT-30 TO WS-AGE-30.
           MOVE WS-TOT-60 TO WS-AGE-60.
           MOVE WS-TOT-90 TO WS-AGE-90.
           MOVE WS-TOT-OVER-90 TO WS-AGE-OVER-90.
           MOVE "TOTAL PAYABLES" TO AGING-LINE (7:20).
           PERFORM FORMAT-AGING-AMOUNTS.
           PERFORM WRITE-AGING-LINE.
           IF WS-HELD-COUNT > 0
               STRING "H = HELD FOR A SUPERVISOR, NOT YET APPROVED "
                   DELIMITED BY SIZE
                   "FOR PAYMENT: " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO AGING-LINE
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF INVOICE-TABLE-FULL
               MOVE "MORE THAN 2000 INVOICES ON FILE - AGING "
                   TO AGING-LINE
               MOVE "INCOMPLETE." TO AGING-LINE (41:)
               PERFORM WRITE-AGING-LINE
           END-IF.
           CLOSE AGING-FILE.

       AGE-ONE-SUPPLIER.
      **
      * The supplier's unpaid invoices are printed earliest due
      * date first, each pass picking the earliest not yet printed.
      **
           INITIALIZE WS-AGING-BUCKETS.
           MOVE ZERO TO WS-SUPPLIER-LINES.
           MOVE WS-STB-NAME (WS-SUPPLIER-SUB) TO WS-LOOKUP-SUPPLIER.
           MOVE "N" TO WS-AGE-DONE.
           PERFORM AGE-NEXT-INVOICE UNTIL SUPPLIER-AGED.
           IF WS-SUPPLIER-LINES > 0
               MOVE "  SUPPLIER TOTAL" TO AGING-LINE (7:20)
               PERFORM FORMAT-AGING-AMOUNTS
               PERFORM WRITE-AGING-LINE
               ADD WS-AGE-NOT-DUE TO WS-TOT-NOT-DUE
               ADD WS-AGE-30 TO WS-TOT-30
               ADD WS-AGE-60 TO WS-TOT-60
               ADD WS-AGE-90 TO WS-TOT-90
               ADD WS-AGE-OVER-90 TO WS-TOT-OVER-90
               PERFORM WRITE-AGING-LINE
           END-IF.

       AGE-NEXT-INVOICE.
           MOVE ZERO TO WS-AGE-PICK.
           PERFORM PICK-EARLIEST-DUE
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT.
           IF WS-AGE-PICK = 0
               SET SUPPLIER-AGED TO TRUE
           ELSE
               MOVE "Y" TO WS-ITB-AGED (WS-AGE-PICK)
               PERFORM AGE-ONE-INVOICE
           END-IF.

       PICK-EARLIEST-DUE.
           IF WS-ITB-SUPPLIER (WS-INVOICE-SUB) = WS-LOOKUP-SUPPLIER
               AND WS-ITB-AGED (WS-INVOICE-SUB) = "N"
               AND (WS-ITB-STATUS (WS-INVOICE-SUB) = "MATCHED"
               OR WS-ITB-STATUS (WS-INVOICE-SUB) = "HELD"
               OR WS-ITB-STATUS (WS-INVOICE-SUB) = "RELEASED")
               IF WS-AGE-PICK = 0
                   MOVE WS-INVOICE-SUB TO WS-AGE-PICK
               ELSE
                   IF WS-ITB-DUE-DATE (WS-INVOICE-SUB)
                       < WS-ITB-DUE-DATE (WS-AGE-PICK)
                       MOVE WS-INVOICE-SUB TO WS-AGE-PICK
                   END-IF
               END-IF
           END-IF.

       AGE-ONE-INVOICE.
           IF WS-SUPPLIER-LINES = 0
               STRING WS-LOOKUP-SUPPLIER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STB-TERMS (WS-SUPPLIER-SUB) DELIMITED BY SIZE
                   "-DAY TERMS  " DELIMITED BY SIZE
                   WS-STB-STATUS (WS-SUPPLIER-SUB) DELIMITED BY SIZE
                   INTO AGING-LINE
               PERFORM WRITE-AGING-LINE
           END-IF.
           ADD 1 TO WS-SUPPLIER-LINES.
           MOVE WS-ITB-DUE-DATE (WS-AGE-PICK) TO WS-CALC-DATE.
           PERFORM DAY-NUMBER.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER.
           MOVE WS-AGE-PICK TO AGING-LINE (1:5).
           MOVE WS-ITB-INVOICE (WS-AGE-PICK) TO AGING-LINE (7:12).
           MOVE WS-ITB-DUE-DATE (WS-AGE-PICK) TO AGING-LINE (20:8).
           MOVE WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-BUCKET-ED.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 1
                   ADD WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-AGE-NOT-DUE
                   MOVE WS-BUCKET-ED TO AGING-LINE (29:9)
               WHEN WS-DAYS-PAST-DUE < 31
                   ADD WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-AGE-30
                   MOVE WS-BUCKET-ED TO AGING-LINE (39:9)
               WHEN WS-DAYS-PAST-DUE < 61
                   ADD WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-AGE-60
                   MOVE WS-BUCKET-ED TO AGING-LINE (49:9)
               WHEN WS-DAYS-PAST-DUE < 91
                   ADD WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-AGE-90
                   MOVE WS-BUCKET-ED TO AGING-LINE (59:9)
               WHEN OTHER
                   ADD WS-ITB-AMOUNT (WS-AGE-PICK) TO WS-AGE-OVER-90
                   MOVE WS-BUCKET-ED TO AGING-LINE (69:9)
           END-EVALUATE.
           IF WS-ITB-STATUS (WS-AGE-PICK) = "HELD"
               ADD 1 TO WS-HELD-COUNT
               MOVE "H" TO AGING-LINE (79:1)
           END-IF.
           PERFORM WRITE-AGING-LINE.

       FORMAT-AGING-AMOUNTS.
           MOVE WS-AGE-NOT-DUE TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (29:9).
           MOVE WS-AGE-30 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (39:9).
           MOVE WS-AGE-60 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (49:9).
           MOVE WS-AGE-90 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (59:9).
           MOVE WS-AGE-OVER-90 TO WS-BUCKET-ED.
           MOVE WS-BUCKET-ED TO AGING-LINE (69:9).

       WRITE-AGING-LINE.
           DISPLAY AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
       END PROGRAM MIDTAP.
