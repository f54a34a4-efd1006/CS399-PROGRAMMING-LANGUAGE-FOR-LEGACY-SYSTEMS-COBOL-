      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTCUT.
      *-----------------------
      * Modification History
      * ---------------------
      * New cut-list program. Every morning the framer worked out
      * by hand which lengths to cut from which sticks and the
      * offcuts piled up. Run mode 1 gathers every frame on the
      * RECEIVED and IN-PRODUCTION orders on MIDTHDR.DAT not yet
      * cut (voided lines netting out), turns each into its four
      * mitred pieces - two of OUT-LENGTH and two of OUT-WIDTH,
      * each with the mitre allowance - and, per MIDTMLD.DAT
      * profile, lays the pieces longest first onto the stock
      * that leaves the least over: offcuts on the rack first,
      * then new sticks of the standard length, a saw kerf taken
      * at every cut. The plan prints to MIDTCUT.PRT stick by
      * stick with the order, line and piece of each cut and the
      * offcut left. Once the framer commits it, the frames are
      * logged as cut on MIDTCUT.DAT with every stick used, and
      * the rack offcuts taken are marked used, so tomorrow's run
      * does not cut them again. Run mode 2 puts the usable
      * offcuts back on the rack (MIDTOFC.DAT, append-only, each
      * offcut numbered), and run mode 3 reports per profile what
      * DEDUCT-STOCK charged for the frames cut against what was
      * taken off the rack, what came back, and the scrap.
      * HEADER-REC grew the HDR-SMS-OPT-OUT flag MIDTERM records for
      * a customer who declines text messages; a header file written
      * before it goes through DIAZCNV run mode 21 once.
      * MIDTHDR.DAT and MIDTERM.DAT are now indexed. The open-order
      * table is gone: the headers are read in order-number
      * sequence and each order still to be made has its own lines
      * read by key, so the cut list no longer stops at 200 open
      * orders.
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
       SELECT MOULDING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTMLD.DAT"
           FILE STATUS IS WS-MOULDING-STATUS.
       SELECT CUT-LOG-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCUT.DAT"
           FILE STATUS IS WS-CUT-LOG-STATUS.
       SELECT OFFCUT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTOFC.DAT"
           FILE STATUS IS WS-OFFCUT-STATUS.
       SELECT CUT-LIST-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCUT.PRT"
           FILE STATUS IS WS-CUT-LIST-STATUS.
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
       FD MOULDING-FILE
           DATA RECORD IS MOULDING-REC.
       01 MOULDING-REC.
           05 MLD-CODE               PIC X(7).
           05 MLD-DESCRIPTION        PIC X(20).
           05 MLD-PRICE-PER-INCH     PIC 9(3).
           05 MLD-ON-HAND            PIC S9(7).
           05 MLD-MINIMUM            PIC 9(7).
           05 MLD-UNIT-COST          PIC 9(3)V99.
      *-----------------------
      * L records a frame line cut (CUT-LENGTH is the perimeter
      * DEDUCT-STOCK charged); S records a stick or rack offcut
      * taken (CUT-LENGTH its length, CUT-USED what the cuts took).
      *-----------------------
       FD CUT-LOG-FILE
           DATA RECORD IS CUT-LOG-REC.
       01 CUT-LOG-REC.
           05 CUT-RECORD-TYPE        PIC X.
           05 CUT-DATE               PIC 9(8).
           05 CUT-PROFILE            PIC X(7).
           05 CUT-TRANSACTION-NUMBER PIC 9(5).
           05 CUT-LINE-ITEM-NUMBER   PIC 9.
           05 CUT-LENGTH             PIC 9(4)V9.
           05 CUT-USED               PIC 9(4)V9.
           05 CUT-SOURCE             PIC X.
           05 CUT-OFFCUT-NUMBER      PIC 9(5).
           05 CUT-OPERATOR-ID        PIC X(8).
       FD OFFCUT-FILE
           DATA RECORD IS OFFCUT-REC.
       01 OFFCUT-REC.
           05 OFC-OFFCUT-NUMBER      PIC 9(5).
           05 OFC-EVENT              PIC X(4).
           05 OFC-PROFILE            PIC X(7).
           05 OFC-LENGTH             PIC 9(3)V9.
           05 OFC-DATE               PIC 9(8).
           05 OFC-OPERATOR-ID        PIC X(8).
       FD CUT-LIST-FILE
           DATA RECORD IS CUT-LIST-LINE.
       01 CUT-LIST-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       01 WS-MOULDING-STATUS PIC XX VALUE "00".
           88 WS-MOULDING-OK VALUE "00".
       01 WS-CUT-LOG-STATUS PIC XX VALUE "00".
           88 WS-CUT-LOG-OK VALUE "00".
           88 WS-CUT-LOG-NOT-FOUND VALUE "35".
       01 WS-OFFCUT-STATUS PIC XX VALUE "00".
           88 WS-OFFCUT-OK VALUE "00".
           88 WS-OFFCUT-NOT-FOUND VALUE "35".
       01 WS-CUT-LIST-STATUS PIC XX VALUE "00".
           88 WS-CUT-LIST-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       77 WS-HEADER-EOF PIC X VALUE "N".
           88 HEADER-AT-EOF VALUE "Y".
       77 WS-HEADERS-ON-FILE PIC X VALUE "N".
           88 HEADERS-ON-FILE VALUE "Y".
       77 WS-LINES-ON-FILE PIC X VALUE "N".
           88 LINES-ON-FILE VALUE "Y".
       77 WS-CATALOG-EOF PIC X VALUE "N".
           88 CATALOG-AT-EOF VALUE "Y".
       77 WS-CUT-LOG-EOF PIC X VALUE "N".
           88 CUT-LOG-AT-EOF VALUE "Y".
       77 WS-OFFCUT-EOF PIC X VALUE "N".
           88 OFFCUT-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-COMMIT-RESP PIC 9 VALUE ZERO.
      *-----------------------
      * Cutting rules: the standard stick the supplier delivers,
      * what each mitred piece needs past the frame's inside
      * measure, and the blade's kerf, all in inches.
      *-----------------------
       01 CUT-RULES.
           05 WS-STICK-LENGTH PIC 9(3)V9 VALUE 96.0.
           05 WS-MITRE-ALLOWANCE PIC 9(3)V9 VALUE 2.0.
           05 WS-SAW-KERF PIC 9(3)V9 VALUE 0.1.
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS 12 TIMES.
               10 WS-MLD-CODE PIC X(7).
               10 WS-MLD-DESC PIC X(20).
       77 WS-CATALOG-COUNT PIC 99 VALUE ZERO.
       77 WS-CATALOG-SUB PIC 99 VALUE ZERO.
       77 WS-CATALOG-HIT PIC 99 VALUE ZERO.
       77 WS-PROFILE-NUM PIC 99 VALUE ZERO.
       77 WS-HEADER-OVERFLOW PIC X VALUE "N".
           88 HEADER-TABLE-FULL VALUE "Y".
      *-----------------------
      * Frame lines already logged as cut on MIDTCUT.DAT.
      *-----------------------
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
               10 WS-DONE-ORDER PIC 9(5).
               10 WS-DONE-LINE PIC 9.
       77 WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       77 WS-DONE-SUB PIC 9(4) VALUE ZERO.
       77 WS-DONE-HIT PIC 9(4) VALUE ZERO.
      *-----------------------
      * The open orders' frame lines; a reversal takes the line
      * back out.
      *-----------------------
       01 WS-FRAME-TABLE.
           05 WS-FRAME-ENTRY OCCURS 400 TIMES.
               10 WS-FRM-ORDER PIC 9(5).
               10 WS-FRM-LINE PIC 9.
               10 WS-FRM-LENGTH PIC 99.
               10 WS-FRM-WIDTH PIC 99.
               10 WS-FRM-PERIMETER PIC 9(6).
               10 WS-FRM-PROFILE PIC 99.
               10 WS-FRM-NET PIC S9.
       77 WS-FRAME-COUNT PIC 9(3) VALUE ZERO.
       77 WS-FRAME-SUB PIC 9(3) VALUE ZERO.
       77 WS-FRAME-HIT PIC 9(3) VALUE ZERO.
       77 WS-UNKNOWN-PROFILE-COUNT PIC 9(3) VALUE ZERO.
      *-----------------------
      * The mitred pieces to cut and the stick each went on.
      *-----------------------
       01 WS-PIECE-TABLE.
           05 WS-PIECE-ENTRY OCCURS 1600 TIMES.
               10 WS-PC-FRAME PIC 9(3).
               10 WS-PC-SIDE PIC X(6).
               10 WS-PC-LENGTH PIC 9(3)V9.
               10 WS-PC-BIN PIC 9(3).
       77 WS-PIECE-COUNT PIC 9(4) VALUE ZERO.
       77 WS-PIECE-SUB PIC 9(4) VALUE ZERO.
       01 WS-SORT-TABLE.
           05 WS-SORT-PIECE OCCURS 1600 TIMES PIC 9(4).
       77 WS-SORT-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SORT-SUB PIC 9(4) VALUE ZERO.
       77 WS-SORT-NEXT PIC 9(4) VALUE ZERO.
       77 WS-SORT-HOLD PIC 9(4) VALUE ZERO.
       77 WS-SORT-SWAPPED PIC X VALUE "N".
           88 SORT-SWAPPED VALUE "Y".
      *-----------------------
      * The sticks and rack offcuts one profile's pieces go on.
      *-----------------------
       01 WS-BIN-TABLE.
           05 WS-BIN-ENTRY OCCURS 300 TIMES.
               10 WS-BIN-SOURCE PIC X.
               10 WS-BIN-OFFCUT PIC 9(5).
               10 WS-BIN-LENGTH PIC 9(3)V9.
               10 WS-BIN-LEFT PIC S9(3)V9.
               10 WS-BIN-PIECES PIC 9(3).
       77 WS-BIN-COUNT PIC 9(3) VALUE ZERO.
       77 WS-BIN-SUB PIC 9(3) VALUE ZERO.
       77 WS-BIN-HIT PIC 9(3) VALUE ZERO.
       77 WS-BIN-OVERFLOW PIC X VALUE "N".
           88 BIN-TABLE-FULL VALUE "Y".
      *-----------------------
      * Offcuts on the rack, replayed from MIDTOFC.DAT: a RACK
      * record puts one there, a USED record takes it off.
      *-----------------------
       01 WS-RACK-TABLE.
           05 WS-RACK-ENTRY OCCURS 500 TIMES.
               10 WS-RCK-NUMBER PIC 9(5).
               10 WS-RCK-PROFILE PIC X(7).
               10 WS-RCK-LENGTH PIC 9(3)V9.
               10 WS-RCK-ON-RACK PIC X.
       77 WS-RACK-COUNT PIC 9(3) VALUE ZERO.
       77 WS-RACK-SUB PIC 9(3) VALUE ZERO.
       77 WS-RACK-HIT PIC 9(3) VALUE ZERO.
       77 WS-RACK-OVERFLOW PIC X VALUE "N".
           88 RACK-TABLE-FULL VALUE "Y".
       77 WS-NEXT-OFFCUT PIC 9(5) VALUE ZERO.
       77 WS-CUR-PROFILE PIC 99 VALUE ZERO.
       77 WS-NEED-LENGTH PIC 9(3)V9 VALUE ZERO.
       77 WS-BEST-LEFT PIC S9(3)V9 VALUE ZERO.
       77 WS-TOO-LONG-COUNT PIC 9(3) VALUE ZERO.
       77 WS-STICK-NUMBER PIC 9(3) VALUE ZERO.
       77 WS-OFFCUT-LENGTH PIC 9(3)V9 VALUE ZERO.
       01 WS-PROFILE-TOTALS.
           05 WS-PT-NEW-STICKS PIC 9(5) VALUE ZERO.
           05 WS-PT-OFFCUTS-USED PIC 9(5) VALUE ZERO.
           05 WS-PT-PIECES PIC 9(7)V9 VALUE ZERO.
           05 WS-PT-LEFT PIC 9(7)V9 VALUE ZERO.
           05 WS-PT-CHARGED PIC 9(7) VALUE ZERO.
      *-----------------------
      * Waste report accumulators, one slot per catalog profile.
      *-----------------------
       01 WS-WASTE-TABLE.
           05 WS-WASTE-ENTRY OCCURS 12 TIMES.
               10 WS-WST-CHARGED PIC 9(7)V9.
               10 WS-WST-TAKEN PIC 9(7)V9.
               10 WS-WST-CUT PIC 9(7)V9.
               10 WS-WST-RETURNED PIC 9(7)V9.
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-SCRAP PIC S9(7)V9 VALUE ZERO.
       77 WS-OVER-CHARGE PIC S9(7)V9 VALUE ZERO.
       77 WS-LENGTH-ED PIC ZZ9.9.
       77 WS-TOTAL-ED PIC ------9.9.
       77 WS-COUNT-ED PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-CUT LIST  2-RACK OFFCUTS  3-WASTE REPORT: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           PERFORM LOAD-MOULDING-CATALOG.
           PERFORM LOAD-OFFCUT-RACK.
           IF WS-RUN-MODE = 2
               PERFORM RACK-OFFCUTS
           ELSE IF WS-RUN-MODE = 3
               PERFORM WASTE-REPORT
           ELSE
               PERFORM CUT-LIST-RUN
           END-IF.
           STOP RUN.

       LOAD-MOULDING-CATALOG.
           MOVE ZERO TO WS-CATALOG-COUNT.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT MOULDING-FILE.
           IF WS-MOULDING-OK
               PERFORM READ-MOULDING-RECORD
               PERFORM TABLE-MOULDING-RECORD UNTIL CATALOG-AT-EOF
               CLOSE MOULDING-FILE
           END-IF.

       READ-MOULDING-RECORD.
           READ MOULDING-FILE
               AT END SET CATALOG-AT-EOF TO TRUE
           END-READ.

       TABLE-MOULDING-RECORD.
           IF WS-CATALOG-COUNT < 12
               ADD 1 TO WS-CATALOG-COUNT
               MOVE MLD-CODE TO WS-MLD-CODE (WS-CATALOG-COUNT)
               MOVE MLD-DESCRIPTION TO WS-MLD-DESC (WS-CATALOG-COUNT)
           END-IF.
           PERFORM READ-MOULDING-RECORD.

       FIND-PROFILE-BY-CODE.
           MOVE ZERO TO WS-CATALOG-HIT.
           PERFORM MATCH-PROFILE-CODE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               OR WS-CATALOG-HIT > 0.

       MATCH-PROFILE-CODE.
           IF WS-MLD-CODE (WS-CATALOG-SUB) = OUT-FRAME-TYPE-TAG
               MOVE WS-CATALOG-SUB TO WS-CATALOG-HIT
           END-IF.

       LOAD-OFFCUT-RACK.
           MOVE ZERO TO WS-RACK-COUNT.
           MOVE ZERO TO WS-NEXT-OFFCUT.
           MOVE "N" TO WS-OFFCUT-EOF.
           OPEN INPUT OFFCUT-FILE.
           IF WS-OFFCUT-OK
               PERFORM READ-OFFCUT-RECORD
               PERFORM TABLE-OFFCUT-RECORD UNTIL OFFCUT-AT-EOF
               CLOSE OFFCUT-FILE
           END-IF.
           ADD 1 TO WS-NEXT-OFFCUT.

       READ-OFFCUT-RECORD.
           READ OFFCUT-FILE
               AT END SET OFFCUT-AT-EOF TO TRUE
           END-READ.

       TABLE-OFFCUT-RECORD.
           IF OFC-OFFCUT-NUMBER > WS-NEXT-OFFCUT
               MOVE OFC-OFFCUT-NUMBER TO WS-NEXT-OFFCUT
           END-IF.
           MOVE ZERO TO WS-RACK-HIT.
           PERFORM MATCH-RACK-NUMBER
               VARYING WS-RACK-SUB FROM 1 BY 1
               UNTIL WS-RACK-SUB > WS-RACK-COUNT
               OR WS-RACK-HIT > 0.
           IF OFC-EVENT = "RACK"
               IF WS-RACK-HIT = 0
                   IF WS-RACK-COUNT >= 500
                       SET RACK-TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-RACK-COUNT
                       MOVE WS-RACK-COUNT TO WS-RACK-HIT
                   END-IF
               END-IF
               IF WS-RACK-HIT > 0
                   MOVE OFC-OFFCUT-NUMBER TO WS-RCK-NUMBER (WS-RACK-HIT)
                   MOVE OFC-PROFILE TO WS-RCK-PROFILE (WS-RACK-HIT)
                   MOVE OFC-LENGTH TO WS-RCK-LENGTH (WS-RACK-HIT)
                   MOVE "Y" TO WS-RCK-ON-RACK (WS-RACK-HIT)
               END-IF
           ELSE
               IF WS-RACK-HIT > 0
                   MOVE "N" TO WS-RCK-ON-RACK (WS-RACK-HIT)
               END-IF
           END-IF.
           PERFORM READ-OFFCUT-RECORD.

       MATCH-RACK-NUMBER.
           IF WS-RCK-NUMBER (WS-RACK-SUB) = OFC-OFFCUT-NUMBER
               MOVE WS-RACK-SUB TO WS-RACK-HIT
           END-IF.

       CUT-LIST-RUN.
           PERFORM LOAD-CUT-FRAMES.
           PERFORM COLLECT-FRAME-LINES.
           PERFORM BUILD-PIECES.
           OPEN OUTPUT CUT-LIST-FILE.
           PERFORM PRINT-CUT-HEADING.
           MOVE ZERO TO WS-TOO-LONG-COUNT.
           PERFORM PLAN-ONE-PROFILE
               VARYING WS-CUR-PROFILE FROM 1 BY 1
               UNTIL WS-CUR-PROFILE > WS-CATALOG-COUNT.
           PERFORM PRINT-CUT-WARNINGS.
           CLOSE CUT-LIST-FILE.
           IF WS-PIECE-COUNT = 0
               DISPLAY "NOTHING WAITING TO BE CUT."
           ELSE IF HEADER-TABLE-FULL OR BIN-TABLE-FULL
               OR RACK-TABLE-FULL
               DISPLAY "PLAN INCOMPLETE - NOT COMMITTED."
           ELSE
               DISPLAY "COMMIT THIS CUT LIST? [1] YES [0] PLAN ONLY: "
                   WITH NO ADVANCING
               ACCEPT WS-COMMIT-RESP
               IF WS-COMMIT-RESP = 1
                   PERFORM COMMIT-CUT-LIST
               END-IF
           END-IF.

       PRINT-CUT-HEADING.
           MOVE SPACES TO CUT-LIST-LINE.
           STRING "CUT LIST FOR " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "   STICK " DELIMITED BY SIZE
               INTO CUT-LIST-LINE.
           MOVE WS-STICK-LENGTH TO WS-LENGTH-ED.
           MOVE WS-LENGTH-ED TO CUT-LIST-LINE (31:5).
           MOVE "IN   MITRE ALLOWANCE" TO CUT-LIST-LINE (37:20).
           MOVE WS-MITRE-ALLOWANCE TO WS-LENGTH-ED.
           MOVE WS-LENGTH-ED TO CUT-LIST-LINE (58:5).
           MOVE "IN/PIECE" TO CUT-LIST-LINE (64:8).
           PERFORM WRITE-CUT-LIST-LINE.

       LOAD-CUT-FRAMES.
           MOVE ZERO TO WS-DONE-COUNT.
           MOVE "N" TO WS-CUT-LOG-EOF.
           OPEN INPUT CUT-LOG-FILE.
           IF WS-CUT-LOG-OK
               PERFORM READ-CUT-LOG-RECORD
               PERFORM TABLE-CUT-FRAME UNTIL CUT-LOG-AT-EOF
               CLOSE CUT-LOG-FILE
           END-IF.

       READ-CUT-LOG-RECORD.
           READ CUT-LOG-FILE
               AT END SET CUT-LOG-AT-EOF TO TRUE
           END-READ.

       TABLE-CUT-FRAME.
           IF CUT-RECORD-TYPE = "L" AND WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               MOVE CUT-TRANSACTION-NUMBER
                   TO WS-DONE-ORDER (WS-DONE-COUNT)
               MOVE CUT-LINE-ITEM-NUMBER TO WS-DONE-LINE (WS-DONE-COUNT)
           END-IF.
           PERFORM READ-CUT-LOG-RECORD.

       COLLECT-FRAME-LINES.
      **
      * Only orders still to be made - RECEIVED or IN-PRODUCTION -
      * have their lines read, each by key off its header.
      **
           MOVE ZERO TO WS-FRAME-COUNT.
           MOVE ZERO TO WS-UNKNOWN-PROFILE-COUNT.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               SET HEADERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               SET LINES-ON-FILE TO TRUE
           END-IF.
           IF HEADERS-ON-FILE AND LINES-ON-FILE
               PERFORM READ-HEADER-RECORD
               PERFORM COLLECT-ORDER-FRAMES UNTIL HEADER-AT-EOF
           END-IF.
           IF HEADERS-ON-FILE
               CLOSE HEADER-FILE
           END-IF.
           IF LINES-ON-FILE
               CLOSE ORDER-FILE
           END-IF.

       READ-HEADER-RECORD.
           READ HEADER-FILE NEXT RECORD
               AT END SET HEADER-AT-EOF TO TRUE
           END-READ.

       COLLECT-ORDER-FRAMES.
           IF HDR-ORDER-STATUS = "RECEIVED"
               OR HDR-ORDER-STATUS = "IN-PRODUCTION"
               MOVE "N" TO WS-LINES-EOF
               MOVE HDR-TRANSACTION-NUMBER TO OUT-TRANSACTION-NUMBER
               MOVE ZERO TO OUT-LINE-ITEM-NUMBER
               MOVE SPACE TO OUT-REVERSAL-FLAG
               START ORDER-FILE KEY IS NOT LESS THAN OUT-ORDER-KEY
                   INVALID KEY SET LINES-AT-EOF TO TRUE
                   NOT INVALID KEY PERFORM READ-ORDER-LINE
               END-START
               PERFORM TABLE-FRAME-LINE UNTIL LINES-AT-EOF
           END-IF.
           PERFORM READ-HEADER-RECORD.

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET LINES-AT-EOF TO TRUE
               NOT AT END
                   IF OUT-TRANSACTION-NUMBER
                       NOT = HDR-TRANSACTION-NUMBER
                       SET LINES-AT-EOF TO TRUE
                   END-IF
           END-READ.

       TABLE-FRAME-LINE.
           MOVE ZERO TO WS-FRAME-HIT.
           PERFORM MATCH-FRAME-LINE
               VARYING WS-FRAME-SUB FROM 1 BY 1
               UNTIL WS-FRAME-SUB > WS-FRAME-COUNT
               OR WS-FRAME-HIT > 0.
           IF WS-FRAME-HIT = 0 AND WS-FRAME-COUNT < 400
               ADD 1 TO WS-FRAME-COUNT
               MOVE WS-FRAME-COUNT TO WS-FRAME-HIT
               MOVE OUT-TRANSACTION-NUMBER
                   TO WS-FRM-ORDER (WS-FRAME-HIT)
               MOVE OUT-LINE-ITEM-NUMBER
                   TO WS-FRM-LINE (WS-FRAME-HIT)
               MOVE OUT-LENGTH TO WS-FRM-LENGTH (WS-FRAME-HIT)
               MOVE OUT-WIDTH TO WS-FRM-WIDTH (WS-FRAME-HIT)
               MOVE OUT-PERIMETER
                   TO WS-FRM-PERIMETER (WS-FRAME-HIT)
               PERFORM FIND-PROFILE-BY-CODE
               MOVE WS-CATALOG-HIT TO WS-FRM-PROFILE (WS-FRAME-HIT)
               MOVE ZERO TO WS-FRM-NET (WS-FRAME-HIT)
           END-IF.
           IF WS-FRAME-HIT = 0
               SET HEADER-TABLE-FULL TO TRUE
           ELSE IF OUT-REVERSAL-FLAG = "R"
               SUBTRACT 1 FROM WS-FRM-NET (WS-FRAME-HIT)
           ELSE
               ADD 1 TO WS-FRM-NET (WS-FRAME-HIT)
           END-IF.
           PERFORM READ-ORDER-LINE.

       MATCH-FRAME-LINE.
           IF WS-FRM-ORDER (WS-FRAME-SUB) = OUT-TRANSACTION-NUMBER
               AND WS-FRM-LINE (WS-FRAME-SUB) = OUT-LINE-ITEM-NUMBER
               MOVE WS-FRAME-SUB TO WS-FRAME-HIT
           END-IF.

       BUILD-PIECES.
           MOVE ZERO TO WS-PIECE-COUNT.
           PERFORM PIECE-ONE-FRAME
               VARYING WS-FRAME-SUB FROM 1 BY 1
               UNTIL WS-FRAME-SUB > WS-FRAME-COUNT.

       PIECE-ONE-FRAME.
      **
      * A voided frame or one already cut gets no pieces; one
      * whose moulding is gone from the catalog is counted and
      * left for the framer.
      **
           MOVE ZERO TO WS-DONE-HIT.
           PERFORM MATCH-DONE-FRAME
               VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-COUNT
               OR WS-DONE-HIT > 0.
           IF WS-FRM-NET (WS-FRAME-SUB) > 0 AND WS-DONE-HIT = 0
               IF WS-FRM-PROFILE (WS-FRAME-SUB) = 0
                   ADD 1 TO WS-UNKNOWN-PROFILE-COUNT
               ELSE
                   COMPUTE WS-NEED-LENGTH = WS-FRM-LENGTH (WS-FRAME-SUB)
                       + WS-MITRE-ALLOWANCE
                   MOVE "LENGTH" TO WS-PC-SIDE (WS-PIECE-COUNT + 1)
                   PERFORM ADD-ONE-PIECE
                   MOVE "LENGTH" TO WS-PC-SIDE (WS-PIECE-COUNT + 1)
                   PERFORM ADD-ONE-PIECE
                   COMPUTE WS-NEED-LENGTH = WS-FRM-WIDTH (WS-FRAME-SUB)
                       + WS-MITRE-ALLOWANCE
                   MOVE "WIDTH" TO WS-PC-SIDE (WS-PIECE-COUNT + 1)
                   PERFORM ADD-ONE-PIECE
                   MOVE "WIDTH" TO WS-PC-SIDE (WS-PIECE-COUNT + 1)
                   PERFORM ADD-ONE-PIECE
               END-IF
           ELSE
               MOVE ZERO TO WS-FRM-NET (WS-FRAME-SUB)
           END-IF.

       MATCH-DONE-FRAME.
           IF WS-DONE-ORDER (WS-DONE-SUB) = WS-FRM-ORDER (WS-FRAME-SUB)
               AND WS-DONE-LINE (WS-DONE-SUB)
               = WS-FRM-LINE (WS-FRAME-SUB)
               MOVE WS-DONE-SUB TO WS-DONE-HIT
           END-IF.

       ADD-ONE-PIECE.
           ADD 1 TO WS-PIECE-COUNT.
           MOVE WS-FRAME-SUB TO WS-PC-FRAME (WS-PIECE-COUNT).
           MOVE WS-NEED-LENGTH TO WS-PC-LENGTH (WS-PIECE-COUNT).
           MOVE ZERO TO WS-PC-BIN (WS-PIECE-COUNT).

       PLAN-ONE-PROFILE.
           MOVE ZERO TO WS-SORT-COUNT.
           PERFORM PICK-PROFILE-PIECE
               VARYING WS-PIECE-SUB FROM 1 BY 1
               UNTIL WS-PIECE-SUB > WS-PIECE-COUNT.
           IF WS-SORT-COUNT > 0
               PERFORM SORT-PROFILE-PIECES
               PERFORM LOAD-PROFILE-BINS
               PERFORM PLACE-ONE-PIECE
                   VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-SORT-COUNT
               PERFORM PRINT-PROFILE-PLAN
               IF WS-COMMIT-RESP = 1
                   PERFORM LOG-PROFILE-STICKS
               END-IF
           END-IF.

       PICK-PROFILE-PIECE.
           MOVE WS-PC-FRAME (WS-PIECE-SUB) TO WS-FRAME-SUB.
           IF WS-FRM-PROFILE (WS-FRAME-SUB) = WS-CUR-PROFILE
               ADD 1 TO WS-SORT-COUNT
               MOVE WS-PIECE-SUB TO WS-SORT-PIECE (WS-SORT-COUNT)
           END-IF.

       SORT-PROFILE-PIECES.
      **
      * Longest piece first, so the long cuts claim whole sticks
      * and the short ones fill what is left.
      **
           SET SORT-SWAPPED TO TRUE.
           PERFORM SORT-ONE-PASS UNTIL NOT SORT-SWAPPED.

       SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAPPED.
           PERFORM SORT-COMPARE-PAIR
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-SORT-COUNT.

       SORT-COMPARE-PAIR.
           COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1.
           IF WS-PC-LENGTH (WS-SORT-PIECE (WS-SORT-SUB))
               < WS-PC-LENGTH (WS-SORT-PIECE (WS-SORT-NEXT))
               MOVE WS-SORT-PIECE (WS-SORT-SUB) TO WS-SORT-HOLD
               MOVE WS-SORT-PIECE (WS-SORT-NEXT)
                   TO WS-SORT-PIECE (WS-SORT-SUB)
               MOVE WS-SORT-HOLD TO WS-SORT-PIECE (WS-SORT-NEXT)
               SET SORT-SWAPPED TO TRUE
           END-IF.

       LOAD-PROFILE-BINS.
           MOVE ZERO TO WS-BIN-COUNT.
           PERFORM BIN-RACK-OFFCUT
               VARYING WS-RACK-SUB FROM 1 BY 1
               UNTIL WS-RACK-SUB > WS-RACK-COUNT.

       BIN-RACK-OFFCUT.
           IF WS-RCK-ON-RACK (WS-RACK-SUB) = "Y"
               AND WS-RCK-PROFILE (WS-RACK-SUB)
               = WS-MLD-CODE (WS-CUR-PROFILE)
               IF WS-BIN-COUNT >= 300
                   SET BIN-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-BIN-COUNT
                   MOVE "O" TO WS-BIN-SOURCE (WS-BIN-COUNT)
                   MOVE WS-RCK-NUMBER (WS-RACK-SUB)
                       TO WS-BIN-OFFCUT (WS-BIN-COUNT)
                   MOVE WS-RCK-LENGTH (WS-RACK-SUB)
                       TO WS-BIN-LENGTH (WS-BIN-COUNT)
                   MOVE WS-RCK-LENGTH (WS-RACK-SUB)
                       TO WS-BIN-LEFT (WS-BIN-COUNT)
                   MOVE ZERO TO WS-BIN-PIECES (WS-BIN-COUNT)
               END-IF
           END-IF.

       PLACE-ONE-PIECE.
      **
      * Best fit: the offcut or stick already started that leaves
      * the least over once the piece is off; a new stick only
      * when nothing open will take it. Every cut but one that
      * uses up the last of the stock costs a kerf.
      **
           MOVE WS-SORT-PIECE (WS-SORT-SUB) TO WS-PIECE-SUB.
           MOVE WS-PC-LENGTH (WS-PIECE-SUB) TO WS-NEED-LENGTH.
           MOVE ZERO TO WS-BIN-HIT.
           MOVE 999.9 TO WS-BEST-LEFT.
           PERFORM TRY-ONE-BIN
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > WS-BIN-COUNT.
           IF WS-BIN-HIT = 0
               IF WS-NEED-LENGTH > WS-STICK-LENGTH
                   ADD 1 TO WS-TOO-LONG-COUNT
               ELSE IF WS-BIN-COUNT >= 300
                   SET BIN-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-BIN-COUNT
                   MOVE WS-BIN-COUNT TO WS-BIN-HIT
                   MOVE "N" TO WS-BIN-SOURCE (WS-BIN-HIT)
                   MOVE ZERO TO WS-BIN-OFFCUT (WS-BIN-HIT)
                   MOVE WS-STICK-LENGTH TO WS-BIN-LENGTH (WS-BIN-HIT)
                   MOVE WS-STICK-LENGTH TO WS-BIN-LEFT (WS-BIN-HIT)
                   MOVE ZERO TO WS-BIN-PIECES (WS-BIN-HIT)
               END-IF
           END-IF.
           IF WS-BIN-HIT > 0
               MOVE WS-BIN-HIT TO WS-PC-BIN (WS-PIECE-SUB)
               ADD 1 TO WS-BIN-PIECES (WS-BIN-HIT)
               SUBTRACT WS-NEED-LENGTH FROM WS-BIN-LEFT (WS-BIN-HIT)
               IF WS-BIN-LEFT (WS-BIN-HIT) > WS-SAW-KERF
                   SUBTRACT WS-SAW-KERF FROM WS-BIN-LEFT (WS-BIN-HIT)
               ELSE
                   MOVE ZERO TO WS-BIN-LEFT (WS-BIN-HIT)
               END-IF
           END-IF.

       TRY-ONE-BIN.
           IF WS-BIN-LEFT (WS-BIN-SUB) >= WS-NEED-LENGTH
               AND WS-BIN-LEFT (WS-BIN-SUB) - WS-NEED-LENGTH
               < WS-BEST-LEFT
               COMPUTE WS-BEST-LEFT =
                   WS-BIN-LEFT (WS-BIN-SUB) - WS-NEED-LENGTH
               MOVE WS-BIN-SUB TO WS-BIN-HIT
           END-IF.

       PRINT-PROFILE-PLAN.
           INITIALIZE WS-PROFILE-TOTALS.
           PERFORM WRITE-CUT-LIST-LINE.
           STRING "PROFILE " DELIMITED BY SIZE
               WS-MLD-CODE (WS-CUR-PROFILE) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MLD-DESC (WS-CUR-PROFILE) DELIMITED BY SIZE
               INTO CUT-LIST-LINE.
           PERFORM WRITE-CUT-LIST-LINE.
           MOVE ZERO TO WS-STICK-NUMBER.
           PERFORM PRINT-ONE-BIN
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > WS-BIN-COUNT.
           PERFORM SUM-PROFILE-CHARGE
               VARYING WS-FRAME-SUB FROM 1 BY 1
               UNTIL WS-FRAME-SUB > WS-FRAME-COUNT.
           MOVE WS-PT-NEW-STICKS TO WS-COUNT-ED.
           STRING "  NEW STICKS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO CUT-LIST-LINE.
           MOVE WS-PT-OFFCUTS-USED TO WS-COUNT-ED.
           MOVE "RACK OFFCUTS" TO CUT-LIST-LINE (22:12).
           MOVE WS-COUNT-ED TO CUT-LIST-LINE (35:5).
           PERFORM WRITE-CUT-LIST-LINE.
           MOVE "  PIECES CUT (IN)" TO CUT-LIST-LINE.
           MOVE WS-PT-PIECES TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO CUT-LIST-LINE (20:9).
           MOVE "CHARGED AT ORDER (IN)" TO CUT-LIST-LINE (31:21).
           MOVE WS-PT-CHARGED TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO CUT-LIST-LINE (53:9).
           PERFORM WRITE-CUT-LIST-LINE.
           MOVE "  OFFCUTS LEFT (IN)" TO CUT-LIST-LINE.
           MOVE WS-PT-LEFT TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO CUT-LIST-LINE (20:9).
           PERFORM WRITE-CUT-LIST-LINE.

       PRINT-ONE-BIN.
           IF WS-BIN-PIECES (WS-BIN-SUB) > 0
               ADD 1 TO WS-STICK-NUMBER
               IF WS-BIN-SOURCE (WS-BIN-SUB) = "O"
                   ADD 1 TO WS-PT-OFFCUTS-USED
                   STRING "  RACK OFFCUT " DELIMITED BY SIZE
                       WS-BIN-OFFCUT (WS-BIN-SUB) DELIMITED BY SIZE
                       INTO CUT-LIST-LINE
               ELSE
                   ADD 1 TO WS-PT-NEW-STICKS
                   MOVE WS-STICK-NUMBER TO WS-COUNT-ED
                   STRING "  NEW STICK " DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       INTO CUT-LIST-LINE
               END-IF
               MOVE WS-BIN-LENGTH (WS-BIN-SUB) TO WS-LENGTH-ED
               MOVE WS-LENGTH-ED TO CUT-LIST-LINE (22:5)
               MOVE "IN" TO CUT-LIST-LINE (28:2)
               PERFORM WRITE-CUT-LIST-LINE
               PERFORM PRINT-BIN-PIECE
                   VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-SORT-COUNT
               MOVE "      OFFCUT LEFT" TO CUT-LIST-LINE
               MOVE WS-BIN-LEFT (WS-BIN-SUB) TO WS-LENGTH-ED
               MOVE WS-LENGTH-ED TO CUT-LIST-LINE (22:5)
               PERFORM WRITE-CUT-LIST-LINE
               ADD WS-BIN-LEFT (WS-BIN-SUB) TO WS-PT-LEFT
           END-IF.

       PRINT-BIN-PIECE.
           MOVE WS-SORT-PIECE (WS-SORT-SUB) TO WS-PIECE-SUB.
           IF WS-PC-BIN (WS-PIECE-SUB) = WS-BIN-SUB
               MOVE WS-PC-FRAME (WS-PIECE-SUB) TO WS-FRAME-SUB
               ADD WS-PC-LENGTH (WS-PIECE-SUB) TO WS-PT-PIECES
               STRING "      ORDER " DELIMITED BY SIZE
                   WS-FRM-ORDER (WS-FRAME-SUB) DELIMITED BY SIZE
                   " FRAME " DELIMITED BY SIZE
                   WS-FRM-LINE (WS-FRAME-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PC-SIDE (WS-PIECE-SUB) DELIMITED BY SIZE
                   INTO CUT-LIST-LINE
               MOVE WS-PC-LENGTH (WS-PIECE-SUB) TO WS-LENGTH-ED
               MOVE WS-LENGTH-ED TO CUT-LIST-LINE (40:5)
               PERFORM WRITE-CUT-LIST-LINE
           END-IF.

       SUM-PROFILE-CHARGE.
           IF WS-FRM-PROFILE (WS-FRAME-SUB) = WS-CUR-PROFILE
               AND WS-FRM-NET (WS-FRAME-SUB) > 0
               ADD WS-FRM-PERIMETER (WS-FRAME-SUB) TO WS-PT-CHARGED
           END-IF.

       PRINT-CUT-WARNINGS.
           PERFORM WRITE-CUT-LIST-LINE.
           IF WS-TOO-LONG-COUNT > 0
               MOVE WS-TOO-LONG-COUNT TO WS-COUNT-ED
               STRING "PIECES LONGER THAN A STICK (NOT PLACED): "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO CUT-LIST-LINE
               PERFORM WRITE-CUT-LIST-LINE
           END-IF.
           IF WS-UNKNOWN-PROFILE-COUNT > 0
               MOVE WS-UNKNOWN-PROFILE-COUNT TO WS-COUNT-ED
               STRING "FRAMES IN A MOULDING NOT IN THE CATALOG: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO CUT-LIST-LINE
               PERFORM WRITE-CUT-LIST-LINE
           END-IF.
           IF HEADER-TABLE-FULL
               MOVE "TOO MANY OPEN ORDERS OR FRAMES - LIST INCOMPLETE."
                   TO CUT-LIST-LINE
               PERFORM WRITE-CUT-LIST-LINE
           END-IF.
           IF BIN-TABLE-FULL OR RACK-TABLE-FULL
               MOVE "TOO MANY STICKS OR OFFCUTS - LIST INCOMPLETE."
                   TO CUT-LIST-LINE
               PERFORM WRITE-CUT-LIST-LINE
           END-IF.

       WRITE-CUT-LIST-LINE.
           DISPLAY CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE SPACES TO CUT-LIST-LINE.

       COMMIT-CUT-LIST.
      **
      * The plan is rebuilt profile by profile with the commit
      * switch on, so what is logged is exactly what was printed.
      * The stick records are written first, then one L record
      * per frame cut.
      **
           OPEN EXTEND CUT-LOG-FILE.
           IF WS-CUT-LOG-NOT-FOUND
               OPEN OUTPUT CUT-LOG-FILE
           END-IF.
           OPEN EXTEND OFFCUT-FILE.
           IF WS-OFFCUT-NOT-FOUND
               OPEN OUTPUT OFFCUT-FILE
           END-IF.
           OPEN OUTPUT CUT-LIST-FILE.
           PERFORM PRINT-CUT-HEADING.
           MOVE ZERO TO WS-TOO-LONG-COUNT.
           PERFORM CLEAR-PIECE-BIN
               VARYING WS-PIECE-SUB FROM 1 BY 1
               UNTIL WS-PIECE-SUB > WS-PIECE-COUNT.
           PERFORM PLAN-ONE-PROFILE
               VARYING WS-CUR-PROFILE FROM 1 BY 1
               UNTIL WS-CUR-PROFILE > WS-CATALOG-COUNT.
           PERFORM PRINT-CUT-WARNINGS.
           CLOSE CUT-LIST-FILE.
           PERFORM LOG-FRAME-CUT
               VARYING WS-FRAME-SUB FROM 1 BY 1
               UNTIL WS-FRAME-SUB > WS-FRAME-COUNT.
           CLOSE OFFCUT-FILE.
           CLOSE CUT-LOG-FILE.
           DISPLAY "CUT LIST COMMITTED - MIDTCUT.PRT IS THE LIST "
               "TO CUT FROM.".

       CLEAR-PIECE-BIN.
           MOVE ZERO TO WS-PC-BIN (WS-PIECE-SUB).

       LOG-PROFILE-STICKS.
           PERFORM LOG-ONE-STICK
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > WS-BIN-COUNT.

       LOG-ONE-STICK.
           IF WS-BIN-PIECES (WS-BIN-SUB) > 0
               MOVE "S" TO CUT-RECORD-TYPE
               MOVE WS-TODAY-DATE TO CUT-DATE
               MOVE WS-MLD-CODE (WS-CUR-PROFILE) TO CUT-PROFILE
               MOVE ZERO TO CUT-TRANSACTION-NUMBER
               MOVE ZERO TO CUT-LINE-ITEM-NUMBER
               MOVE WS-BIN-LENGTH (WS-BIN-SUB) TO CUT-LENGTH
               COMPUTE CUT-USED = WS-BIN-LENGTH (WS-BIN-SUB)
                   - WS-BIN-LEFT (WS-BIN-SUB)
               MOVE WS-BIN-SOURCE (WS-BIN-SUB) TO CUT-SOURCE
               MOVE WS-BIN-OFFCUT (WS-BIN-SUB) TO CUT-OFFCUT-NUMBER
               MOVE WS-OPERATOR-ID TO CUT-OPERATOR-ID
               WRITE CUT-LOG-REC
               IF WS-BIN-SOURCE (WS-BIN-SUB) = "O"
                   MOVE WS-BIN-OFFCUT (WS-BIN-SUB)
                       TO OFC-OFFCUT-NUMBER
                   MOVE "USED" TO OFC-EVENT
                   MOVE WS-MLD-CODE (WS-CUR-PROFILE) TO OFC-PROFILE
                   MOVE WS-BIN-LENGTH (WS-BIN-SUB) TO OFC-LENGTH
                   MOVE WS-TODAY-DATE TO OFC-DATE
                   MOVE WS-OPERATOR-ID TO OFC-OPERATOR-ID
                   WRITE OFFCUT-REC
               END-IF
           END-IF.

       LOG-FRAME-CUT.
           IF WS-FRM-NET (WS-FRAME-SUB) > 0
               AND WS-FRM-PROFILE (WS-FRAME-SUB) > 0
               MOVE "L" TO CUT-RECORD-TYPE
               MOVE WS-TODAY-DATE TO CUT-DATE
               MOVE WS-FRM-PROFILE (WS-FRAME-SUB) TO WS-CATALOG-SUB
               MOVE WS-MLD-CODE (WS-CATALOG-SUB) TO CUT-PROFILE
               MOVE WS-FRM-ORDER (WS-FRAME-SUB)
                   TO CUT-TRANSACTION-NUMBER
               MOVE WS-FRM-LINE (WS-FRAME-SUB) TO CUT-LINE-ITEM-NUMBER
               MOVE WS-FRM-PERIMETER (WS-FRAME-SUB) TO CUT-LENGTH
               MOVE ZERO TO CUT-USED
               MOVE SPACE TO CUT-SOURCE
               MOVE ZERO TO CUT-OFFCUT-NUMBER
               MOVE WS-OPERATOR-ID TO CUT-OPERATOR-ID
               WRITE CUT-LOG-REC
           END-IF.

       RACK-OFFCUTS.
           PERFORM SHOW-PROFILE-CHOICE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT.
           OPEN EXTEND OFFCUT-FILE.
           IF WS-OFFCUT-NOT-FOUND
               OPEN OUTPUT OFFCUT-FILE
           END-IF.
           MOVE 1 TO WS-PROFILE-NUM.
           PERFORM RACK-ONE-OFFCUT UNTIL WS-PROFILE-NUM = 0.
           CLOSE OFFCUT-FILE.

       SHOW-PROFILE-CHOICE.
           DISPLAY "[" WS-CATALOG-SUB "] " WS-MLD-CODE (WS-CATALOG-SUB)
               " " WS-MLD-DESC (WS-CATALOG-SUB).

       RACK-ONE-OFFCUT.
           DISPLAY "PROFILE NUMBER (0 TO QUIT): " WITH NO ADVANCING.
           ACCEPT WS-PROFILE-NUM.
           IF WS-PROFILE-NUM > WS-CATALOG-COUNT
               DISPLAY "NO SUCH PROFILE."
           ELSE IF WS-PROFILE-NUM > 0
               DISPLAY "OFFCUT LENGTH (INCHES, E.G. 023.5): "
                   WITH NO ADVANCING
               ACCEPT WS-OFFCUT-LENGTH
               IF WS-OFFCUT-LENGTH = 0
                   OR WS-OFFCUT-LENGTH > WS-STICK-LENGTH
                   DISPLAY "LENGTH MUST BE MORE THAN ZERO AND NO "
                       "LONGER THAN A STICK."
               ELSE
                   MOVE WS-NEXT-OFFCUT TO OFC-OFFCUT-NUMBER
                   ADD 1 TO WS-NEXT-OFFCUT
                   MOVE "RACK" TO OFC-EVENT
                   MOVE WS-MLD-CODE (WS-PROFILE-NUM) TO OFC-PROFILE
                   MOVE WS-OFFCUT-LENGTH TO OFC-LENGTH
                   MOVE WS-TODAY-DATE TO OFC-DATE
                   MOVE WS-OPERATOR-ID TO OFC-OPERATOR-ID
                   WRITE OFFCUT-REC
                   DISPLAY "OFFCUT " OFC-OFFCUT-NUMBER
                       " ON THE RACK - MARK IT WITH THAT NUMBER."
               END-IF
           END-IF.

       WASTE-REPORT.
      **
      * Taken is every stick and rack offcut the cuts started;
      * scrap is what was taken less what the cuts used and what
      * went back on the rack; over-charge is what was taken, net
      * of returns, past the perimeter DEDUCT-STOCK charged.
      **
           DISPLAY "REPORT FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "REPORT TO DATE (YYYYMMDD, 0 = SAME DAY): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           INITIALIZE WS-WASTE-TABLE.
           MOVE "N" TO WS-CUT-LOG-EOF.
           OPEN INPUT CUT-LOG-FILE.
           IF WS-CUT-LOG-OK
               PERFORM READ-CUT-LOG-RECORD
               PERFORM TALLY-CUT-LOG UNTIL CUT-LOG-AT-EOF
               CLOSE CUT-LOG-FILE
           END-IF.
           MOVE "N" TO WS-OFFCUT-EOF.
           OPEN INPUT OFFCUT-FILE.
           IF WS-OFFCUT-OK
               PERFORM READ-OFFCUT-RECORD
               PERFORM TALLY-RETURNED-OFFCUT UNTIL OFFCUT-AT-EOF
               CLOSE OFFCUT-FILE
           END-IF.
           DISPLAY "MOULDING WASTE " WS-FROM-DATE " - " WS-TO-DATE
               " (INCHES)".
           DISPLAY "PROFILE  CHARGED    TAKEN      CUT   RETURNED"
               "    SCRAP  OVER-CHG".
           PERFORM SHOW-WASTE-LINE
               VARYING WS-CATALOG-SUB FROM 1 BY 1
               UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT.

       TALLY-CUT-LOG.
           IF CUT-DATE >= WS-FROM-DATE AND CUT-DATE <= WS-TO-DATE
               MOVE CUT-PROFILE TO OUT-FRAME-TYPE-TAG
               PERFORM FIND-PROFILE-BY-CODE
               IF WS-CATALOG-HIT > 0
                   IF CUT-RECORD-TYPE = "L"
                       ADD CUT-LENGTH
                           TO WS-WST-CHARGED (WS-CATALOG-HIT)
                   ELSE
                       ADD CUT-LENGTH TO WS-WST-TAKEN (WS-CATALOG-HIT)
                       ADD CUT-USED TO WS-WST-CUT (WS-CATALOG-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-CUT-LOG-RECORD.

       TALLY-RETURNED-OFFCUT.
           IF OFC-EVENT = "RACK"
               AND OFC-DATE >= WS-FROM-DATE AND OFC-DATE <= WS-TO-DATE
               MOVE OFC-PROFILE TO OUT-FRAME-TYPE-TAG
               PERFORM FIND-PROFILE-BY-CODE
               IF WS-CATALOG-HIT > 0
                   ADD OFC-LENGTH TO WS-WST-RETURNED (WS-CATALOG-HIT)
               END-IF
           END-IF.
           PERFORM READ-OFFCUT-RECORD.

       SHOW-WASTE-LINE.
           IF WS-WST-TAKEN (WS-CATALOG-SUB) NOT = 0
               OR WS-WST-CHARGED (WS-CATALOG-SUB) NOT = 0
               OR WS-WST-RETURNED (WS-CATALOG-SUB) NOT = 0
               COMPUTE WS-SCRAP = WS-WST-TAKEN (WS-CATALOG-SUB)
                   - WS-WST-CUT (WS-CATALOG-SUB)
                   - WS-WST-RETURNED (WS-CATALOG-SUB)
               COMPUTE WS-OVER-CHARGE = WS-WST-TAKEN (WS-CATALOG-SUB)
                   - WS-WST-RETURNED (WS-CATALOG-SUB)
                   - WS-WST-CHARGED (WS-CATALOG-SUB)
               DISPLAY WS-MLD-CODE (WS-CATALOG-SUB) WITH NO ADVANCING
               MOVE WS-WST-CHARGED (WS-CATALOG-SUB) TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED WITH NO ADVANCING
               MOVE WS-WST-TAKEN (WS-CATALOG-SUB) TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED WITH NO ADVANCING
               MOVE WS-WST-CUT (WS-CATALOG-SUB) TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED WITH NO ADVANCING
               MOVE WS-WST-RETURNED (WS-CATALOG-SUB) TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED WITH NO ADVANCING
               MOVE WS-SCRAP TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED WITH NO ADVANCING
               MOVE WS-OVER-CHARGE TO WS-TOTAL-ED
               DISPLAY " " WS-TOTAL-ED
           END-IF.
       END PROGRAM MIDTCUT.
