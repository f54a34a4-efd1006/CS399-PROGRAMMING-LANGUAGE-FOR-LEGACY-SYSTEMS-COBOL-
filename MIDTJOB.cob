      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTJOB.
      *-----------------------
      * Modification History
      * ---------------------
      * New job-cost report. MIDTMGN prices the materials a frame
      * used, but most of what a frame costs is the framer's time,
      * and which jobs lose money was anyone's guess. Framers now
      * clock onto and off the order at the bench (MIDTERM run
      * mode 6, and the IN-PRODUCTION and READY status moves),
      * leaving START and STOP records on MIDTLAB.DAT. Run mode 1
      * here keeps each framer's hourly rate on MIDTRTE.DAT, an
      * append-only log where the last rate keyed for an operator
      * is the one in force; only a supervisor may set a rate.
      * Run mode 2 costs every order dated in a chosen range
      * (dated through MIDTHDR.DAT, the MIDTRPT convention): bench
      * minutes per framer off the START/STOP pairs priced at the
      * framer's rate, materials at the MIDTINV unit costs the way
      * MIDTMGN prices them, and the order's revenue net of VAT
      * off MIDTERM.DAT, reversals netting out. The report shows
      * the margin per order, per moulding profile (an order's
      * labor spread evenly over its frames) and per framer (each
      * order's revenue and margin shared by bench minutes) to
      * MIDTJOB.RPT. A framer still clocked on when the report
      * runs is listed and that time left out.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. Only the orders
      * dated in the range are tabled, so the 200-order limit now
      * applies to a range rather than to the whole header file; a
      * line whose order is not tabled has its header read by key
      * to tell an order outside the range from one with no header.
      * A framer with no rate on MIDTRTE.DAT is now costed at the
      * hourly equivalent of their FILEPAY pay master (a monthly
      * salary over 261 working days a year, or the daily rate,
      * over 8 hours), read from PAYMAST.DAT by their roster ID,
      * and flagged as a pay-master rate. A rate keyed here still
      * takes precedence.
      * The order table is gone, and with it the 200-order ceiling on
      * a range. MIDTLAB.DAT is sorted by order, date and time into
      * MIDTJOB.SRT, and MIDTERM.DAT is read from its first key; the
      * two are taken together an order at a time, so each order's
      * header is read by key, its lines and bench sessions are costed
      * in one pass, and its line is printed before the next order is
      * read. A framer's share of an order's revenue and margin is
      * worked out as the order closes, off the minutes they put on
      * it. Bench time on an order with no lines is still costed when
      * its header is dated in range.
      * WS-LINE-SUB is two digits so the walk over the nine line
      * slots can step past the last one and stop.
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
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT MOULDING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTMLD.DAT"
           FILE STATUS IS WS-MOULDING-STATUS.
       SELECT LABOR-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTLAB.DAT"
           FILE STATUS IS WS-LABOR-STATUS.
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-LABOR-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTJOB.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT RATE-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTRTE.DAT"
           FILE STATUS IS WS-RATE-STATUS.
       SELECT PAY-MASTER-FILE
           ASSIGN TO "C:\COBOL_Files\PAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-EMPLOYEE-ID
           FILE STATUS IS WS-PAYMAST-STATUS.
       SELECT JOB-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTJOB.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01 ORDER-REC.
           05 OUT-LENGTH            PIC 99.
           05 OUT-WIDTH             PIC 99.
           05 OUT-AREA              PIC 999999.
           05 OUT-PERIMETER         PIC 999999.
           05 OUT-FRAME-TYPE-TAG    PIC X(7).
           05 OUT-FRAME-AMOUNT      PIC S9(6).
           05 OUT-CARDBOARD-AMOUNT  PIC S9(6).
           05 OUT-GLASS-AMOUNT      PIC S9(6).
           05 OUT-COLOR-TAG         PIC X(10).
           05 OUT-COLOR-AMOUNT      PIC S9(6).
           05 OUT-CROWN-COUNT       PIC 9.
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
       FD STOCK-FILE
           DATA RECORD IS STOCK-REC.
       01 STOCK-REC.
           05 STK-ITEM-CODE          PIC X(12).
           05 STK-ON-HAND            PIC S9(7).
           05 STK-MINIMUM            PIC 9(7).
           05 STK-UNIT               PIC X(4).
           05 STK-UNIT-COST          PIC 9(3)V99.
       FD MOULDING-FILE
           DATA RECORD IS MOULDING-REC.
       01 MOULDING-REC.
           05 MLD-CODE               PIC X(7).
           05 MLD-DESCRIPTION        PIC X(20).
           05 MLD-PRICE-PER-INCH     PIC 9(3).
           05 MLD-ON-HAND            PIC S9(7).
           05 MLD-MINIMUM            PIC 9(7).
           05 MLD-UNIT-COST          PIC 9(3)V99.
       FD LABOR-FILE
           DATA RECORD IS LABOR-REC.
       01 LABOR-REC.
           05 LAB-TRANSACTION-NUMBER PIC 9(5).
           05 LAB-OPERATOR-ID        PIC X(8).
           05 LAB-EVENT              PIC X(5).
           05 LAB-DATE               PIC 9(8).
           05 LAB-TIME               PIC 9(8).
           05 LAB-ENTERED-BY         PIC X(8).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-TRANSACTION-NUMBER PIC 9(5).
           05 SORT-OPERATOR-ID        PIC X(8).
           05 SORT-EVENT              PIC X(5).
           05 SORT-DATE               PIC 9(8).
           05 SORT-TIME               PIC 9(8).
           05 SORT-ENTERED-BY         PIC X(8).
       FD SORTED-LABOR-FILE
           DATA RECORD IS SORTED-LABOR-REC.
       01 SORTED-LABOR-REC.
           05 SLB-TRANSACTION-NUMBER  PIC 9(5).
           05 SLB-OPERATOR-ID         PIC X(8).
           05 SLB-EVENT               PIC X(5).
           05 SLB-DATE                PIC 9(8).
           05 SLB-TIME                PIC 9(8).
           05 SLB-ENTERED-BY          PIC X(8).
       FD RATE-FILE
           DATA RECORD IS RATE-REC.
       01 RATE-REC.
           05 RTE-OPERATOR-ID        PIC X(8).
           05 RTE-HOURLY-RATE        PIC 9(4)V99.
           05 RTE-EFFECTIVE-DATE     PIC 9(8).
           05 RTE-SET-BY             PIC X(8).
       FD PAY-MASTER-FILE
           DATA RECORD IS PAY-MASTER-REC.
       01 PAY-MASTER-REC.
           05 PM-EMPLOYEE-ID         PIC X(4).
           05 PM-PAY-BASIS           PIC X.
               88 PM-PAID-DAILY      VALUE "D".
           05 PM-BASIC-RATE          PIC 9(6)V99.
           05 FILLER                 PIC X(94).
       FD JOB-REPORT-FILE
           DATA RECORD IS JOB-REPORT-LINE.
       01 JOB-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       01 WS-STOCK-STATUS PIC XX VALUE "00".
           88 WS-STOCK-OK VALUE "00".
       01 WS-MOULDING-STATUS PIC XX VALUE "00".
           88 WS-MOULDING-OK VALUE "00".
       01 WS-LABOR-STATUS PIC XX VALUE "00".
           88 WS-LABOR-OK VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
           88 WS-SORTED-OK VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
           88 WS-RATE-OK VALUE "00".
           88 WS-RATE-NOT-FOUND VALUE "35".
       01 WS-PAYMAST-STATUS PIC XX VALUE "00".
           88 WS-PAYMAST-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       77 WS-LINES-ON-FILE PIC X VALUE "N".
           88 LINES-ON-FILE VALUE "Y".
       77 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       77 WS-BENCH-ON-FILE PIC X VALUE "N".
           88 BENCH-ON-FILE VALUE "Y".
       77 WS-CURRENT-ORDER PIC 9(5) VALUE ZERO.
       77 WS-ORDER-HEADER-FOUND PIC X VALUE "N".
           88 ORDER-HEADER-FOUND VALUE "Y".
       77 WS-ORDER-IN-RANGE PIC X VALUE "N".
           88 ORDER-IN-RANGE VALUE "Y".
       77 WS-STOCK-EOF PIC X VALUE "N".
           88 STOCK-AT-EOF VALUE "Y".
       77 WS-CATALOG-EOF PIC X VALUE "N".
           88 CATALOG-AT-EOF VALUE "Y".
       77 WS-LABOR-EOF PIC X VALUE "N".
           88 LABOR-AT-EOF VALUE "Y".
       77 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 2.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-RATE-OPERATOR PIC X(8) VALUE SPACES.
       77 WS-RATE-AMOUNT PIC 9(4)V99 VALUE ZERO.
       77 WS-PAYMAST-OPEN PIC X VALUE "N".
           88 PAYMAST-IS-OPEN VALUE "Y".
      *-----------------------
      * The order being costed, with its accumulators. It keeps
      * its nine line-item slots: the profile slot the frame was
      * made in and whether the line still stands after reversals.
      *-----------------------
       01 WS-ORDER-WORK.
           05 WS-ORD-TRANSACTION PIC 9(5).
           05 WS-ORD-DATE PIC 9(8).
           05 WS-ORD-REVENUE PIC S9(9).
           05 WS-ORD-MATERIALS PIC S9(9)V99.
           05 WS-ORD-MINUTES PIC 9(7).
           05 WS-ORD-LABOR PIC S9(9)V99.
           05 WS-ORD-MARGIN PIC S9(9)V99.
           05 WS-ORD-LINE OCCURS 9 TIMES.
               10 WS-ORD-LINE-ITEM PIC 99.
               10 WS-ORD-LINE-NET PIC S9.
       77 WS-LINE-SUB PIC 99 VALUE ZERO.
       77 WS-LINE-NUMBER PIC 9 VALUE ZERO.
      *-----------------------
      * One slot per costed item: the catalog profiles, GLASS and
      * CARDBOARD off MIDTSTK.DAT (unit costs only), and OTHER for
      * moulding tags no longer in the catalog.
      *-----------------------
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 15 TIMES.
               10 WS-ITM-CODE PIC X(12).
               10 WS-ITM-UNIT-COST PIC 9(3)V99.
               10 WS-ITM-REVENUE PIC S9(9).
               10 WS-ITM-MATERIALS PIC S9(9)V99.
               10 WS-ITM-LABOR PIC S9(9)V99.
               10 WS-ITM-FRAMES PIC S9(5).
       77 WS-ITEM-COUNT PIC 99 VALUE ZERO.
       77 WS-ITEM-SUB PIC 99 VALUE ZERO.
       77 WS-ITEM-HIT PIC 99 VALUE ZERO.
       77 WS-OTHER-SLOT PIC 99 VALUE ZERO.
       77 WS-GLASS-SLOT PIC 99 VALUE ZERO.
       77 WS-CARDBOARD-SLOT PIC 99 VALUE ZERO.
      *-----------------------
      * Framers: the rate in force off MIDTRTE.DAT and what the
      * report charges to them.
      *-----------------------
       01 WS-FRAMER-TABLE.
           05 WS-FRAMER-ENTRY OCCURS 50 TIMES.
               10 WS-FRM-OPERATOR PIC X(8).
               10 WS-FRM-RATE PIC 9(4)V99.
               10 WS-FRM-PAY-MASTER PIC X.
               10 WS-FRM-MINUTES PIC 9(7).
               10 WS-FRM-LABOR PIC S9(9)V99.
               10 WS-FRM-REVENUE PIC S9(9)V99.
               10 WS-FRM-MARGIN PIC S9(9)V99.
               10 WS-FRM-ORDER-MINUTES PIC 9(7).
       77 WS-FRAMER-COUNT PIC 99 VALUE ZERO.
       77 WS-FRAMER-SUB PIC 99 VALUE ZERO.
       77 WS-FRAMER-HIT PIC 99 VALUE ZERO.
       77 WS-FRAMER-OVERFLOW PIC X VALUE "N".
           88 FRAMER-TABLE-FULL VALUE "Y".
      *-----------------------
      * Bench sessions open on the order being costed, and the
      * sessions left open when an order's bench time ran out.
      *-----------------------
       01 WS-SESSION-TABLE.
           05 WS-SESSION-ENTRY OCCURS 100 TIMES.
               10 WS-SES-ORDER PIC 9(5).
               10 WS-SES-OPERATOR PIC X(8).
               10 WS-SES-START PIC 9(9).
       77 WS-SESSION-COUNT PIC 9(3) VALUE ZERO.
       77 WS-SESSION-SUB PIC 9(3) VALUE ZERO.
       77 WS-SESSION-HIT PIC 9(3) VALUE ZERO.
       01 WS-OPEN-SESSION-TABLE.
           05 WS-OPEN-SESSION-ENTRY OCCURS 100 TIMES.
               10 WS-OPN-ORDER PIC 9(5).
               10 WS-OPN-OPERATOR PIC X(8).
       77 WS-LABOR-OVERFLOW PIC X VALUE "N".
           88 LABOR-TABLES-FULL VALUE "Y".
       01 WS-STAMP-DATE PIC 9(8) VALUE ZERO.
       01 WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
           05 WS-STD-YYYY PIC 9(4).
           05 WS-STD-MM PIC 99.
           05 WS-STD-DD PIC 99.
       01 WS-STAMP-TIME PIC 9(8) VALUE ZERO.
       01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
           05 WS-STT-HH PIC 99.
           05 WS-STT-MN PIC 99.
           05 WS-STT-SSCC PIC 9(4).
       77 WS-STAMP-MINUTE PIC 9(9) VALUE ZERO.
       77 WS-SESSION-MINUTES PIC S9(9) VALUE ZERO.
       77 WS-NET-FRAMES PIC 9 VALUE ZERO.
       77 WS-LINE-MATERIALS PIC S9(9)V99 VALUE ZERO.
       77 WS-LINE-REVENUE PIC S9(9) VALUE ZERO.
       77 WS-SHARE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       77 WS-COST-TOTAL PIC S9(9)V99 VALUE ZERO.
       77 WS-ITEM-MARGIN PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
           05 WS-GT-REVENUE PIC S9(9) VALUE ZERO.
           05 WS-GT-MATERIALS PIC S9(9)V99 VALUE ZERO.
           05 WS-GT-MINUTES PIC 9(7) VALUE ZERO.
           05 WS-GT-LABOR PIC S9(9)V99 VALUE ZERO.
           05 WS-GT-MARGIN PIC S9(9)V99 VALUE ZERO.
       77 WS-UNDATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPEN-SESSION-COUNT PIC 9(3) VALUE ZERO.
       77 WS-HOURS PIC 9(5)V99 VALUE ZERO.
       77 WS-MONEY-ED PIC ------9.99.
       77 WS-HOURS-ED PIC ZZZ9.99.
       77 WS-RATE-ED PIC ZZZ9.99.
       77 WS-COUNT-ED PIC ------9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-FRAMER HOURLY RATES  2-JOB-COST REPORT: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = 1
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM RATE-MAINTENANCE
               ELSE
                   DISPLAY "FRAMER RATES NEED A SUPERVISOR."
               END-IF
           ELSE
               PERFORM JOB-COST-REPORT
           END-IF.
           STOP RUN.

       RATE-MAINTENANCE.
           PERFORM OPEN-PAY-MASTER.
           PERFORM LOAD-FRAMER-RATES.
           PERFORM SHOW-FRAMER-RATE
               VARYING WS-FRAMER-SUB FROM 1 BY 1
               UNTIL WS-FRAMER-SUB > WS-FRAMER-COUNT.
           MOVE "X" TO WS-RATE-OPERATOR.
           PERFORM SET-ONE-RATE UNTIL WS-RATE-OPERATOR = SPACES.
           PERFORM CLOSE-PAY-MASTER.

       SHOW-FRAMER-RATE.
           MOVE WS-FRM-RATE (WS-FRAMER-SUB) TO WS-RATE-ED.
           IF WS-FRM-PAY-MASTER (WS-FRAMER-SUB) = "Y"
               DISPLAY WS-FRM-OPERATOR (WS-FRAMER-SUB) "  "
                   WS-RATE-ED " PHP/HOUR (FROM PAY MASTER)"
           ELSE
               DISPLAY WS-FRM-OPERATOR (WS-FRAMER-SUB) "  "
                   WS-RATE-ED " PHP/HOUR"
           END-IF.

       SET-ONE-RATE.
           DISPLAY "FRAMER OPERATOR ID (BLANK TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-RATE-OPERATOR.
           IF WS-RATE-OPERATOR NOT = SPACES
               DISPLAY "HOURLY RATE (PHP): " WITH NO ADVANCING
               ACCEPT WS-RATE-AMOUNT
               OPEN EXTEND RATE-FILE
               IF WS-RATE-NOT-FOUND
                   OPEN OUTPUT RATE-FILE
               END-IF
               MOVE WS-RATE-OPERATOR TO RTE-OPERATOR-ID
               MOVE WS-RATE-AMOUNT TO RTE-HOURLY-RATE
               MOVE WS-TODAY-DATE TO RTE-EFFECTIVE-DATE
               MOVE WS-OPERATOR-ID TO RTE-SET-BY
               WRITE RATE-REC
               CLOSE RATE-FILE
               MOVE WS-RATE-AMOUNT TO WS-RATE-ED
               DISPLAY WS-RATE-OPERATOR " NOW " WS-RATE-ED
                   " PHP/HOUR"
           END-IF.

       LOAD-FRAMER-RATES.
           MOVE ZERO TO WS-FRAMER-COUNT.
           MOVE "N" TO WS-RATE-EOF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-OK
               PERFORM READ-RATE-RECORD
               PERFORM TABLE-RATE-RECORD UNTIL RATE-AT-EOF
               CLOSE RATE-FILE
           END-IF.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END SET RATE-AT-EOF TO TRUE
           END-READ.

       TABLE-RATE-RECORD.
           MOVE RTE-OPERATOR-ID TO WS-RATE-OPERATOR.
           PERFORM FIND-OR-ADD-FRAMER.
           IF WS-FRAMER-HIT > 0
               MOVE RTE-HOURLY-RATE TO WS-FRM-RATE (WS-FRAMER-HIT)
               MOVE "N" TO WS-FRM-PAY-MASTER (WS-FRAMER-HIT)
           END-IF.
           PERFORM READ-RATE-RECORD.

       FIND-OR-ADD-FRAMER.
           MOVE ZERO TO WS-FRAMER-HIT.
           PERFORM MATCH-FRAMER
               VARYING WS-FRAMER-SUB FROM 1 BY 1
               UNTIL WS-FRAMER-SUB > WS-FRAMER-COUNT
               OR WS-FRAMER-HIT > 0.
           IF WS-FRAMER-HIT = 0
               IF WS-FRAMER-COUNT >= 50
                   SET FRAMER-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-FRAMER-COUNT
                   MOVE WS-FRAMER-COUNT TO WS-FRAMER-HIT
                   MOVE WS-RATE-OPERATOR
                       TO WS-FRM-OPERATOR (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-RATE (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-MINUTES (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-LABOR (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-REVENUE (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-MARGIN (WS-FRAMER-HIT)
                   MOVE ZERO TO WS-FRM-ORDER-MINUTES (WS-FRAMER-HIT)
                   MOVE "N" TO WS-FRM-PAY-MASTER (WS-FRAMER-HIT)
                   PERFORM PAY-MASTER-RATE
               END-IF
           END-IF.

       PAY-MASTER-RATE.
           IF PAYMAST-IS-OPEN
               AND WS-RATE-OPERATOR (5:4) = SPACES
               MOVE WS-RATE-OPERATOR (1:4) TO PM-EMPLOYEE-ID
               READ PAY-MASTER-FILE
                   INVALID KEY MOVE ZERO TO PM-BASIC-RATE
               END-READ
               IF WS-PAYMAST-OK AND PM-BASIC-RATE > 0
                   IF PM-PAID-DAILY
                       COMPUTE WS-FRM-RATE (WS-FRAMER-HIT) ROUNDED =
                           PM-BASIC-RATE / 8
                   ELSE
                       COMPUTE WS-FRM-RATE (WS-FRAMER-HIT) ROUNDED =
                           PM-BASIC-RATE * 12 / 261 / 8
                   END-IF
                   MOVE "Y" TO WS-FRM-PAY-MASTER (WS-FRAMER-HIT)
               END-IF
           END-IF.

       OPEN-PAY-MASTER.
           MOVE "N" TO WS-PAYMAST-OPEN.
           OPEN INPUT PAY-MASTER-FILE.
           IF WS-PAYMAST-OK
               SET PAYMAST-IS-OPEN TO TRUE
           END-IF.

       CLOSE-PAY-MASTER.
           IF PAYMAST-IS-OPEN
               CLOSE PAY-MASTER-FILE
               MOVE "N" TO WS-PAYMAST-OPEN
           END-IF.

       MATCH-FRAMER.
           IF WS-FRM-OPERATOR (WS-FRAMER-SUB) = WS-RATE-OPERATOR
               MOVE WS-FRAMER-SUB TO WS-FRAMER-HIT
           END-IF.

       JOB-COST-REPORT.
           DISPLAY "REPORT FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "REPORT TO DATE (YYYYMMDD, 0 = SAME DAY): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           PERFORM BUILD-ITEM-TABLE.
           PERFORM OPEN-PAY-MASTER.
           PERFORM LOAD-FRAMER-RATES.
           PERFORM SORT-BENCH-TIME.
           OPEN OUTPUT JOB-REPORT-FILE.
           PERFORM PRINT-ORDER-HEADINGS.
           PERFORM COST-ORDERS.
           PERFORM PRINT-ORDER-TOTALS.
           PERFORM CLOSE-PAY-MASTER.
           PERFORM PRINT-PROFILE-SECTION.
           PERFORM PRINT-FRAMER-SECTION.
           PERFORM PRINT-REPORT-WARNINGS.
           CLOSE JOB-REPORT-FILE.

       BUILD-ITEM-TABLE.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT MOULDING-FILE.
           IF WS-MOULDING-OK
               PERFORM READ-MOULDING-RECORD
               PERFORM TABLE-MOULDING-RECORD UNTIL CATALOG-AT-EOF
               CLOSE MOULDING-FILE
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-GLASS-SLOT.
           MOVE "GLASS" TO WS-ITM-CODE (WS-GLASS-SLOT).
           MOVE ZERO TO WS-ITM-UNIT-COST (WS-GLASS-SLOT).
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-CARDBOARD-SLOT.
           MOVE "CARDBOARD" TO WS-ITM-CODE (WS-CARDBOARD-SLOT).
           MOVE ZERO TO WS-ITM-UNIT-COST (WS-CARDBOARD-SLOT).
           PERFORM LOAD-STOCK-COSTS.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-OTHER-SLOT.
           MOVE "OTHER" TO WS-ITM-CODE (WS-OTHER-SLOT).
           MOVE ZERO TO WS-ITM-UNIT-COST (WS-OTHER-SLOT).
           PERFORM ZERO-ITEM-SLOT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       ZERO-ITEM-SLOT.
           MOVE ZERO TO WS-ITM-REVENUE (WS-ITEM-SUB).
           MOVE ZERO TO WS-ITM-MATERIALS (WS-ITEM-SUB).
           MOVE ZERO TO WS-ITM-LABOR (WS-ITEM-SUB).
           MOVE ZERO TO WS-ITM-FRAMES (WS-ITEM-SUB).

       READ-MOULDING-RECORD.
           READ MOULDING-FILE
               AT END SET CATALOG-AT-EOF TO TRUE
           END-READ.

       TABLE-MOULDING-RECORD.
           IF WS-ITEM-COUNT < 12
               ADD 1 TO WS-ITEM-COUNT
               MOVE MLD-CODE TO WS-ITM-CODE (WS-ITEM-COUNT)
               MOVE MLD-UNIT-COST
                   TO WS-ITM-UNIT-COST (WS-ITEM-COUNT)
           END-IF.
           PERFORM READ-MOULDING-RECORD.

       LOAD-STOCK-COSTS.
           MOVE "N" TO WS-STOCK-EOF.
           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-OK
               PERFORM READ-STOCK-RECORD
               PERFORM MATCH-STOCK-COST UNTIL STOCK-AT-EOF
               CLOSE STOCK-FILE
           END-IF.

       READ-STOCK-RECORD.
           READ STOCK-FILE
               AT END SET STOCK-AT-EOF TO TRUE
           END-READ.

       MATCH-STOCK-COST.
           IF STK-ITEM-CODE = "GLASS"
               MOVE STK-UNIT-COST
                   TO WS-ITM-UNIT-COST (WS-GLASS-SLOT)
           END-IF.
           IF STK-ITEM-CODE = "CARDBOARD"
               MOVE STK-UNIT-COST
                   TO WS-ITM-UNIT-COST (WS-CARDBOARD-SLOT)
           END-IF.
           PERFORM READ-STOCK-RECORD.

       SORT-BENCH-TIME.
      **
      * The bench log is kept in clocking order; sorted by order,
      * date and time it can be read alongside the order lines.
      **
           MOVE "N" TO WS-LABOR-EOF.
           MOVE "N" TO WS-BENCH-ON-FILE.
           OPEN INPUT LABOR-FILE.
           IF NOT WS-LABOR-OK
               SET LABOR-AT-EOF TO TRUE
           ELSE
               CLOSE LABOR-FILE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-TRANSACTION-NUMBER
                   ON ASCENDING KEY SORT-DATE
                   ON ASCENDING KEY SORT-TIME
                   WITH DUPLICATES IN ORDER
                   USING LABOR-FILE GIVING SORTED-LABOR-FILE
               OPEN INPUT SORTED-LABOR-FILE
               IF WS-SORTED-OK
                   SET BENCH-ON-FILE TO TRUE
                   PERFORM READ-LABOR-RECORD
               ELSE
                   SET LABOR-AT-EOF TO TRUE
               END-IF
           END-IF.

       COST-ORDERS.
           MOVE "N" TO WS-LINES-EOF.
           MOVE "N" TO WS-LINES-ON-FILE.
           MOVE "N" TO WS-HEADERS-ON-FILE.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               SET HEADERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               SET LINES-ON-FILE TO TRUE
               MOVE ZERO TO OUT-TRANSACTION-NUMBER
               MOVE ZERO TO OUT-LINE-ITEM-NUMBER
               MOVE SPACE TO OUT-REVERSAL-FLAG
               START ORDER-FILE KEY IS NOT LESS THAN OUT-ORDER-KEY
                   INVALID KEY SET LINES-AT-EOF TO TRUE
                   NOT INVALID KEY PERFORM READ-ORDER-LINE
               END-START
           ELSE
               SET LINES-AT-EOF TO TRUE
           END-IF.
           PERFORM COST-NEXT-ORDER
               UNTIL LINES-AT-EOF AND LABOR-AT-EOF.
           IF LINES-ON-FILE
               CLOSE ORDER-FILE
           END-IF.
           IF HEADERS-ON-FILE
               CLOSE HEADER-FILE
           END-IF.
           IF BENCH-ON-FILE
               CLOSE SORTED-LABOR-FILE
           END-IF.

       COST-NEXT-ORDER.
      **
      * The next order is the lower of the next line's and the
      * next bench record's. Its lines are costed, then its bench
      * sessions, and an order dated in range is closed off and
      * printed before the next one is read.
      **
           IF LINES-AT-EOF
               MOVE SLB-TRANSACTION-NUMBER TO WS-CURRENT-ORDER
           ELSE
               MOVE OUT-TRANSACTION-NUMBER TO WS-CURRENT-ORDER
               IF NOT LABOR-AT-EOF
                   AND SLB-TRANSACTION-NUMBER < WS-CURRENT-ORDER
                   MOVE SLB-TRANSACTION-NUMBER TO WS-CURRENT-ORDER
               END-IF
           END-IF.
           PERFORM BEGIN-ORDER.
           PERFORM TALLY-ONE-LINE
               UNTIL LINES-AT-EOF
               OR OUT-TRANSACTION-NUMBER NOT = WS-CURRENT-ORDER.
           MOVE ZERO TO WS-SESSION-COUNT.
           PERFORM TALLY-LABOR-RECORD
               UNTIL LABOR-AT-EOF
               OR SLB-TRANSACTION-NUMBER NOT = WS-CURRENT-ORDER.
           PERFORM KEEP-OPEN-SESSION
               VARYING WS-SESSION-SUB FROM 1 BY 1
               UNTIL WS-SESSION-SUB > WS-SESSION-COUNT.
           IF ORDER-IN-RANGE
               PERFORM COST-ONE-ORDER
               PERFORM SHARE-ONE-FRAMER
                   VARYING WS-FRAMER-SUB FROM 1 BY 1
                   UNTIL WS-FRAMER-SUB > WS-FRAMER-COUNT
               PERFORM PRINT-ORDER-LINE
           END-IF.

       BEGIN-ORDER.
      **
      * The header is read by key: no header leaves the order's
      * lines uncounted, and one dated outside the range leaves
      * the order out of the report.
      **
           INITIALIZE WS-ORDER-WORK.
           MOVE WS-CURRENT-ORDER TO WS-ORD-TRANSACTION.
           MOVE "N" TO WS-ORDER-HEADER-FOUND.
           MOVE "N" TO WS-ORDER-IN-RANGE.
           IF HEADERS-ON-FILE
               MOVE WS-CURRENT-ORDER TO HDR-TRANSACTION-NUMBER
               READ HEADER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET ORDER-HEADER-FOUND TO TRUE
                       MOVE HDR-ORDER-DATE TO WS-ORD-DATE
               END-READ
           END-IF.
           IF ORDER-HEADER-FOUND
               AND WS-ORD-DATE >= WS-FROM-DATE
               AND WS-ORD-DATE <= WS-TO-DATE
               SET ORDER-IN-RANGE TO TRUE
           END-IF.
           PERFORM ZERO-FRAMER-ORDER-MINUTES
               VARYING WS-FRAMER-SUB FROM 1 BY 1
               UNTIL WS-FRAMER-SUB > WS-FRAMER-COUNT.

       ZERO-FRAMER-ORDER-MINUTES.
           MOVE ZERO TO WS-FRM-ORDER-MINUTES (WS-FRAMER-SUB).

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
           END-READ.

       TALLY-ONE-LINE.
           IF NOT ORDER-HEADER-FOUND
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF ORDER-IN-RANGE
                   PERFORM COST-ORDER-LINE
               END-IF
           END-IF.
           PERFORM READ-ORDER-LINE.

       COST-ORDER-LINE.
      **
      * Money rides in signed on a reversal line; the usage is
      * negated off the reversal flag, the MIDTMGN rule. The line
      * slot remembers the frame's profile and nets to zero when
      * the frame is voided.
      **
           COMPUTE WS-LINE-REVENUE =
               OUT-TOTAL-AMOUNT - OUT-TAX-AMOUNT.
           MOVE ZERO TO WS-ITEM-HIT.
           PERFORM FIND-ITEM-BY-TAG
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               OR WS-ITEM-HIT > 0.
           IF WS-ITEM-HIT = 0
               MOVE WS-OTHER-SLOT TO WS-ITEM-HIT
           END-IF.
           COMPUTE WS-LINE-MATERIALS ROUNDED =
               OUT-PERIMETER * WS-ITM-UNIT-COST (WS-ITEM-HIT).
           IF OUT-GLASS-AMOUNT NOT = 0
               COMPUTE WS-LINE-MATERIALS ROUNDED = WS-LINE-MATERIALS
                   + OUT-AREA * WS-ITM-UNIT-COST (WS-GLASS-SLOT)
           END-IF.
           IF OUT-CARDBOARD-AMOUNT NOT = 0
               COMPUTE WS-LINE-MATERIALS ROUNDED = WS-LINE-MATERIALS
                   + OUT-AREA * WS-ITM-UNIT-COST (WS-CARDBOARD-SLOT)
           END-IF.
           IF OUT-REVERSAL-FLAG = "R"
               COMPUTE WS-LINE-MATERIALS = 0 - WS-LINE-MATERIALS
           END-IF.
           ADD WS-LINE-REVENUE TO WS-ORD-REVENUE.
           ADD WS-LINE-MATERIALS TO WS-ORD-MATERIALS.
           ADD WS-LINE-REVENUE TO WS-ITM-REVENUE (WS-ITEM-HIT).
           ADD WS-LINE-MATERIALS TO WS-ITM-MATERIALS (WS-ITEM-HIT).
           MOVE OUT-LINE-ITEM-NUMBER TO WS-LINE-NUMBER.
           IF WS-LINE-NUMBER > 0
               MOVE WS-ITEM-HIT TO WS-ORD-LINE-ITEM (WS-LINE-NUMBER)
               IF OUT-REVERSAL-FLAG = "R"
                   SUBTRACT 1 FROM WS-ORD-LINE-NET (WS-LINE-NUMBER)
               ELSE
                   ADD 1 TO WS-ORD-LINE-NET (WS-LINE-NUMBER)
               END-IF
           END-IF.

       FIND-ITEM-BY-TAG.
           IF WS-ITM-CODE (WS-ITEM-SUB) = OUT-FRAME-TYPE-TAG
               AND WS-ITEM-SUB NOT = WS-GLASS-SLOT
               AND WS-ITEM-SUB NOT = WS-CARDBOARD-SLOT
               MOVE WS-ITEM-SUB TO WS-ITEM-HIT
           END-IF.

       READ-LABOR-RECORD.
           READ SORTED-LABOR-FILE
               AT END SET LABOR-AT-EOF TO TRUE
           END-READ.

       TALLY-LABOR-RECORD.
           MOVE SLB-DATE TO WS-STAMP-DATE.
           MOVE SLB-TIME TO WS-STAMP-TIME.
           COMPUTE WS-STAMP-MINUTE =
               ((WS-STD-YYYY * 365) + (WS-STD-MM * 30) + WS-STD-DD)
               * 1440 + (WS-STT-HH * 60) + WS-STT-MN.
           MOVE ZERO TO WS-SESSION-HIT.
           PERFORM MATCH-SESSION
               VARYING WS-SESSION-SUB FROM 1 BY 1
               UNTIL WS-SESSION-SUB > WS-SESSION-COUNT
               OR WS-SESSION-HIT > 0.
           IF SLB-EVENT = "START"
               IF WS-SESSION-HIT = 0
                   PERFORM OPEN-BENCH-SESSION
               END-IF
           ELSE
               IF WS-SESSION-HIT > 0
                   PERFORM CLOSE-BENCH-SESSION
               END-IF
           END-IF.
           PERFORM READ-LABOR-RECORD.

       MATCH-SESSION.
           IF WS-SES-ORDER (WS-SESSION-SUB) = SLB-TRANSACTION-NUMBER
               AND WS-SES-OPERATOR (WS-SESSION-SUB) = SLB-OPERATOR-ID
               MOVE WS-SESSION-SUB TO WS-SESSION-HIT
           END-IF.

       OPEN-BENCH-SESSION.
           MOVE ZERO TO WS-SESSION-HIT.
           PERFORM FIND-FREE-SESSION
               VARYING WS-SESSION-SUB FROM 1 BY 1
               UNTIL WS-SESSION-SUB > WS-SESSION-COUNT
               OR WS-SESSION-HIT > 0.
           IF WS-SESSION-HIT = 0
               IF WS-SESSION-COUNT >= 100
                   SET LABOR-TABLES-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SESSION-COUNT
                   MOVE WS-SESSION-COUNT TO WS-SESSION-HIT
               END-IF
           END-IF.
           IF WS-SESSION-HIT > 0
               MOVE SLB-TRANSACTION-NUMBER
                   TO WS-SES-ORDER (WS-SESSION-HIT)
               MOVE SLB-OPERATOR-ID TO WS-SES-OPERATOR (WS-SESSION-HIT)
               MOVE WS-STAMP-MINUTE TO WS-SES-START (WS-SESSION-HIT)
           END-IF.

       FIND-FREE-SESSION.
           IF WS-SES-ORDER (WS-SESSION-SUB) = 0
               MOVE WS-SESSION-SUB TO WS-SESSION-HIT
           END-IF.

       CLOSE-BENCH-SESSION.
           COMPUTE WS-SESSION-MINUTES =
               WS-STAMP-MINUTE - WS-SES-START (WS-SESSION-HIT).
           MOVE ZERO TO WS-SES-ORDER (WS-SESSION-HIT).
           MOVE SPACES TO WS-SES-OPERATOR (WS-SESSION-HIT).
           IF WS-SESSION-MINUTES > 0 AND ORDER-IN-RANGE
               PERFORM CHARGE-SESSION-MINUTES
           END-IF.

       CHARGE-SESSION-MINUTES.
           MOVE SLB-OPERATOR-ID TO WS-RATE-OPERATOR.
           PERFORM FIND-OR-ADD-FRAMER.
           IF WS-FRAMER-HIT > 0
               ADD WS-SESSION-MINUTES TO WS-ORD-MINUTES
               ADD WS-SESSION-MINUTES
                   TO WS-FRM-MINUTES (WS-FRAMER-HIT)
               ADD WS-SESSION-MINUTES
                   TO WS-FRM-ORDER-MINUTES (WS-FRAMER-HIT)
               COMPUTE WS-SHARE-AMOUNT ROUNDED = WS-SESSION-MINUTES
                   * WS-FRM-RATE (WS-FRAMER-HIT) / 60
               ADD WS-SHARE-AMOUNT TO WS-ORD-LABOR
               ADD WS-SHARE-AMOUNT TO WS-FRM-LABOR (WS-FRAMER-HIT)
           END-IF.

       KEEP-OPEN-SESSION.
      **
      * A session still open when the order's bench time runs out
      * is a framer still clocked on; it is listed, not costed.
      **
           IF WS-SES-ORDER (WS-SESSION-SUB) NOT = 0
               IF WS-OPEN-SESSION-COUNT >= 100
                   SET LABOR-TABLES-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-OPEN-SESSION-COUNT
                   MOVE WS-SES-ORDER (WS-SESSION-SUB)
                       TO WS-OPN-ORDER (WS-OPEN-SESSION-COUNT)
                   MOVE WS-SES-OPERATOR (WS-SESSION-SUB)
                       TO WS-OPN-OPERATOR (WS-OPEN-SESSION-COUNT)
               END-IF
           END-IF.

       COST-ONE-ORDER.
      **
      * The order's margin, and its labor spread evenly over the
      * frames still standing on it; an order with none left
      * books its labor to OTHER.
      **
           COMPUTE WS-ORD-MARGIN =
               WS-ORD-REVENUE - WS-ORD-MATERIALS - WS-ORD-LABOR.
           MOVE ZERO TO WS-NET-FRAMES.
           PERFORM COUNT-NET-FRAME
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 9.
           IF WS-NET-FRAMES = 0
               ADD WS-ORD-LABOR TO WS-ITM-LABOR (WS-OTHER-SLOT)
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-ORD-LABOR / WS-NET-FRAMES
               PERFORM SPREAD-LABOR-TO-FRAME
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 9
           END-IF.
           ADD WS-ORD-REVENUE TO WS-GT-REVENUE.
           ADD WS-ORD-MATERIALS TO WS-GT-MATERIALS.
           ADD WS-ORD-MINUTES TO WS-GT-MINUTES.
           ADD WS-ORD-LABOR TO WS-GT-LABOR.
           ADD WS-ORD-MARGIN TO WS-GT-MARGIN.

       COUNT-NET-FRAME.
           IF WS-ORD-LINE-NET (WS-LINE-SUB) > 0
               ADD 1 TO WS-NET-FRAMES
           END-IF.

       SPREAD-LABOR-TO-FRAME.
           IF WS-ORD-LINE-NET (WS-LINE-SUB) > 0
               MOVE WS-ORD-LINE-ITEM (WS-LINE-SUB) TO WS-ITEM-HIT
               ADD WS-SHARE-AMOUNT TO WS-ITM-LABOR (WS-ITEM-HIT)
               ADD 1 TO WS-ITM-FRAMES (WS-ITEM-HIT)
           END-IF.

       SHARE-ONE-FRAMER.
      **
      * Each framer carries the revenue and margin of the orders
      * they worked in proportion to their minutes on each.
      **
           IF WS-FRM-ORDER-MINUTES (WS-FRAMER-SUB) > 0
               AND WS-ORD-MINUTES > 0
               COMPUTE WS-SHARE-AMOUNT ROUNDED = WS-ORD-REVENUE
                   * WS-FRM-ORDER-MINUTES (WS-FRAMER-SUB)
                   / WS-ORD-MINUTES
               ADD WS-SHARE-AMOUNT TO WS-FRM-REVENUE (WS-FRAMER-SUB)
               COMPUTE WS-SHARE-AMOUNT ROUNDED = WS-ORD-MARGIN
                   * WS-FRM-ORDER-MINUTES (WS-FRAMER-SUB)
                   / WS-ORD-MINUTES
               ADD WS-SHARE-AMOUNT TO WS-FRM-MARGIN (WS-FRAMER-SUB)
           END-IF.

       PRINT-ORDER-HEADINGS.
           MOVE SPACES TO JOB-REPORT-LINE.
           STRING "JOB COST AND MARGIN  " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               "  (REVENUE NET OF VAT)" DELIMITED BY SIZE
               INTO JOB-REPORT-LINE.
           PERFORM WRITE-JOB-LINE.
           PERFORM WRITE-JOB-LINE.
           MOVE "ORDER  DATE        REVENUE  MATERIALS  HOURS"
               TO JOB-REPORT-LINE.
           MOVE "     LABOR TOTAL COST     MARGIN"
               TO JOB-REPORT-LINE (47:).
           PERFORM WRITE-JOB-LINE.

       PRINT-ORDER-TOTALS.
           MOVE "TOTAL" TO JOB-REPORT-LINE.
           MOVE WS-GT-REVENUE TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (18:10).
           MOVE WS-GT-MATERIALS TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (29:10).
           COMPUTE WS-HOURS ROUNDED = WS-GT-MINUTES / 60.
           MOVE WS-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO JOB-REPORT-LINE (40:7).
           MOVE WS-GT-LABOR TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (48:10).
           COMPUTE WS-COST-TOTAL = WS-GT-MATERIALS + WS-GT-LABOR.
           MOVE WS-COST-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (59:10).
           MOVE WS-GT-MARGIN TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (70:10).
           PERFORM WRITE-JOB-LINE.

       PRINT-ORDER-LINE.
           MOVE WS-ORD-TRANSACTION TO JOB-REPORT-LINE (1:5).
           MOVE WS-ORD-DATE TO JOB-REPORT-LINE (8:8).
           MOVE WS-ORD-REVENUE TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (18:10).
           MOVE WS-ORD-MATERIALS TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (29:10).
           COMPUTE WS-HOURS ROUNDED = WS-ORD-MINUTES / 60.
           MOVE WS-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO JOB-REPORT-LINE (40:7).
           MOVE WS-ORD-LABOR TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (48:10).
           COMPUTE WS-COST-TOTAL = WS-ORD-MATERIALS + WS-ORD-LABOR.
           MOVE WS-COST-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (59:10).
           MOVE WS-ORD-MARGIN TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO JOB-REPORT-LINE (70:10).
           PERFORM WRITE-JOB-LINE.

       PRINT-PROFILE-SECTION.
           PERFORM WRITE-JOB-LINE.
           MOVE "BY MOULDING PROFILE" TO JOB-REPORT-LINE.
           PERFORM WRITE-JOB-LINE.
           MOVE "PROFILE      FRAMES    REVENUE  MATERIALS"
               TO JOB-REPORT-LINE.
           MOVE "      LABOR     MARGIN" TO JOB-REPORT-LINE (42:).
           PERFORM WRITE-JOB-LINE.
           PERFORM PRINT-PROFILE-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       PRINT-PROFILE-LINE.
           IF WS-ITEM-SUB NOT = WS-GLASS-SLOT
               AND WS-ITEM-SUB NOT = WS-CARDBOARD-SLOT
               AND (WS-ITM-REVENUE (WS-ITEM-SUB) NOT = 0
               OR WS-ITM-LABOR (WS-ITEM-SUB) NOT = 0)
               COMPUTE WS-ITEM-MARGIN = WS-ITM-REVENUE (WS-ITEM-SUB)
                   - WS-ITM-MATERIALS (WS-ITEM-SUB)
                   - WS-ITM-LABOR (WS-ITEM-SUB)
               MOVE WS-ITM-CODE (WS-ITEM-SUB) TO JOB-REPORT-LINE (1:12)
               MOVE WS-ITM-FRAMES (WS-ITEM-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO JOB-REPORT-LINE (13:7)
               MOVE WS-ITM-REVENUE (WS-ITEM-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (21:10)
               MOVE WS-ITM-MATERIALS (WS-ITEM-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (32:10)
               MOVE WS-ITM-LABOR (WS-ITEM-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (43:10)
               MOVE WS-ITEM-MARGIN TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (54:10)
               IF WS-ITM-UNIT-COST (WS-ITEM-SUB) = 0
                   MOVE "NO UNIT COST" TO JOB-REPORT-LINE (66:12)
               END-IF
               PERFORM WRITE-JOB-LINE
           END-IF.

       PRINT-FRAMER-SECTION.
           PERFORM WRITE-JOB-LINE.
           MOVE "BY FRAMER" TO JOB-REPORT-LINE.
           PERFORM WRITE-JOB-LINE.
           MOVE "FRAMER      RATE/HR   HOURS      LABOR    REVENUE"
               TO JOB-REPORT-LINE.
           MOVE "     MARGIN" TO JOB-REPORT-LINE (51:).
           PERFORM WRITE-JOB-LINE.
           PERFORM PRINT-FRAMER-LINE
               VARYING WS-FRAMER-SUB FROM 1 BY 1
               UNTIL WS-FRAMER-SUB > WS-FRAMER-COUNT.

       PRINT-FRAMER-LINE.
           IF WS-FRM-MINUTES (WS-FRAMER-SUB) > 0
               MOVE WS-FRM-OPERATOR (WS-FRAMER-SUB)
                   TO JOB-REPORT-LINE (1:8)
               MOVE WS-FRM-RATE (WS-FRAMER-SUB) TO WS-RATE-ED
               MOVE WS-RATE-ED TO JOB-REPORT-LINE (12:7)
               COMPUTE WS-HOURS ROUNDED =
                   WS-FRM-MINUTES (WS-FRAMER-SUB) / 60
               MOVE WS-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO JOB-REPORT-LINE (20:7)
               MOVE WS-FRM-LABOR (WS-FRAMER-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (29:10)
               MOVE WS-FRM-REVENUE (WS-FRAMER-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (40:10)
               MOVE WS-FRM-MARGIN (WS-FRAMER-SUB) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO JOB-REPORT-LINE (51:10)
               IF WS-FRM-RATE (WS-FRAMER-SUB) = 0
                   MOVE "NO RATE ON FILE" TO JOB-REPORT-LINE (63:15)
               END-IF
               IF WS-FRM-PAY-MASTER (WS-FRAMER-SUB) = "Y"
                   MOVE "PAY MASTER RATE" TO JOB-REPORT-LINE (63:15)
               END-IF
               PERFORM WRITE-JOB-LINE
           END-IF.

       PRINT-REPORT-WARNINGS.
           PERFORM WRITE-JOB-LINE.
           IF WS-OPEN-SESSION-COUNT > 0
               MOVE "STILL CLOCKED ON (TIME NOT COSTED):"
                   TO JOB-REPORT-LINE
               PERFORM WRITE-JOB-LINE
               PERFORM PRINT-OPEN-SESSION
                   VARYING WS-SESSION-SUB FROM 1 BY 1
                   UNTIL WS-SESSION-SUB > WS-OPEN-SESSION-COUNT
           END-IF.
           IF WS-UNDATED-COUNT > 0
               STRING "LINES WITH NO ORDER HEADER (NOT COUNTED): "
                   DELIMITED BY SIZE
                   WS-UNDATED-COUNT DELIMITED BY SIZE
                   INTO JOB-REPORT-LINE
               PERFORM WRITE-JOB-LINE
           END-IF.
           IF LABOR-TABLES-FULL OR FRAMER-TABLE-FULL
               MOVE "LABOR FILE TOO LARGE - BENCH TIME INCOMPLETE."
                   TO JOB-REPORT-LINE
               PERFORM WRITE-JOB-LINE
           END-IF.

       PRINT-OPEN-SESSION.
           STRING "  " DELIMITED BY SIZE
               WS-OPN-OPERATOR (WS-SESSION-SUB) DELIMITED BY SIZE
               " ON ORDER " DELIMITED BY SIZE
               WS-OPN-ORDER (WS-SESSION-SUB) DELIMITED BY SIZE
               INTO JOB-REPORT-LINE.
           PERFORM WRITE-JOB-LINE.

       WRITE-JOB-LINE.
           DISPLAY JOB-REPORT-LINE.
           WRITE JOB-REPORT-LINE.
           MOVE SPACES TO JOB-REPORT-LINE.
       END PROGRAM MIDTJOB.
