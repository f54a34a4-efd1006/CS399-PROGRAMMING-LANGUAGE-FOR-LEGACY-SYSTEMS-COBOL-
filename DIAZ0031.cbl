      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0031.
      *-----------------------
      * Modification History
      * ---------------------
      * New accounting period control. Months were reported by the
      * DIAZ0022 accrual and the GL extracts but never closed, so a
      * posting program could still land an entry in a month whose
      * figures had gone out. Run mode 1 lets a supervisor close a
      * month (YYYYMM) on the append-only DIAZPRD.DAT period log in
      * the DIAZHLD.DAT manner; months close in order, the first
      * close may be any past or current month, and after that only
      * the month following the last one closed. Run mode 2 reopens
      * the last month closed, with a keyed reason, for a correction
      * accounting would rather post in the open. Run mode 3 lists
      * every month on the log and where it stands. The posting
      * programs check the log through DIAZPER before they commit,
      * and an entry let into a closed month under a supervisor's
      * second sign-on is recorded on DIAZADJ.DAT through DIAZADJ.
      * Run mode 4 is the prior-period adjustment report: the log
      * sorted by the closed period it moved, each entry with its
      * date, program, reference, description, amount, operator and
      * approver, a count and net amount per period and overall,
      * written to DIAZ0031.RPT, for a keyed period or all of them.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT PERIOD-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZPRD.DAT"
           FILE STATUS IS WS-PERIOD-STATUS.
       SELECT ADJUSTMENT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZADJ.DAT"
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
       SELECT SORT-WORK ASSIGN TO "SORTWK1".
       SELECT SORTED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0031.SRT"
           FILE STATUS IS WS-SORTED-STATUS.
       SELECT ADJUSTMENT-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0031.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PERIOD-FILE
           DATA RECORD IS PERIOD-REC.
       01 PERIOD-REC.
           05 prd-period PIC 9(6).
           05 prd-action PIC X(7).
           05 prd-reason PIC X(30).
           05 prd-operator-id PIC X(8).
           05 prd-stamp-date PIC 9(8).
           05 prd-stamp-time PIC 9(8).
       FD ADJUSTMENT-FILE
           DATA RECORD IS ADJUSTMENT-REC.
       01 ADJUSTMENT-REC.
           05 adj-period PIC 9(6).
           05 adj-entry-date PIC 9(8).
           05 adj-program PIC X(8).
           05 adj-reference PIC X(10).
           05 adj-amount PIC S9(9)V99.
           05 adj-description PIC X(20).
           05 adj-operator-id PIC X(8).
           05 adj-approved-by PIC X(8).
           05 adj-stamp-date PIC 9(8).
           05 adj-stamp-time PIC 9(8).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-PERIOD PIC 9(6).
           05 SORT-ENTRY-DATE PIC 9(8).
           05 SORT-PROGRAM PIC X(8).
           05 SORT-REFERENCE PIC X(10).
           05 SORT-AMOUNT PIC S9(9)V99.
           05 SORT-DESCRIPTION PIC X(20).
           05 SORT-OPERATOR-ID PIC X(8).
           05 SORT-APPROVED-BY PIC X(8).
           05 SORT-STAMP-DATE PIC 9(8).
           05 SORT-STAMP-TIME PIC 9(8).
       FD SORTED-FILE
           DATA RECORD IS SORTED-REC.
       01 SORTED-REC.
           05 SRT-PERIOD PIC 9(6).
           05 SRT-ENTRY-DATE PIC 9(8).
           05 SRT-PROGRAM PIC X(8).
           05 SRT-REFERENCE PIC X(10).
           05 SRT-AMOUNT PIC S9(9)V99.
           05 SRT-DESCRIPTION PIC X(20).
           05 SRT-OPERATOR-ID PIC X(8).
           05 SRT-APPROVED-BY PIC X(8).
           05 SRT-STAMP-DATE PIC 9(8).
           05 SRT-STAMP-TIME PIC 9(8).
       FD ADJUSTMENT-REPORT-FILE
           DATA RECORD IS ADJUSTMENT-LINE.
       01 ADJUSTMENT-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC XX VALUE "00".
           88 WS-PERIOD-OK VALUE "00".
           88 WS-PERIOD-NOT-FOUND VALUE "35".
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE "00".
           88 WS-ADJUSTMENT-OK VALUE "00".
       01 WS-SORTED-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-PERIOD-EOF PIC X VALUE "N".
           88 PERIOD-AT-EOF VALUE "Y".
       01 WS-SORTED-EOF PIC X VALUE "N".
           88 SORTED-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 3.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-PERIOD PIC 9(6).
           05 WS-TODAY-DD PIC 99.
       01 WS-KEYED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-KEYED-PERIOD-R REDEFINES WS-KEYED-PERIOD.
           05 WS-KEYED-YYYY PIC 9(4).
           05 WS-KEYED-MM PIC 99.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YYYY PIC 9(4).
           05 WS-NEXT-MM PIC 99.
       01 WS-LAST-CLOSED PIC 9(6) VALUE ZERO.
       01 WS-REOPEN-REASON PIC X(30) VALUE SPACES.
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-SUB PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-HIT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
               10 WS-TBL-PERIOD PIC 9(6).
               10 WS-TBL-STATE PIC X(7).
               10 WS-TBL-OPERATOR PIC X(8).
               10 WS-TBL-STAMP-DATE PIC 9(8).
       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-FIRST-PERIOD PIC X VALUE "Y".
           88 NO-PERIOD-YET VALUE "Y".
       01 WS-PERIOD-ENTRIES PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ENTRIES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-SIGNED-ON
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                DISPLAY "1-CLOSE PERIOD  2-REOPEN PERIOD  "
                    "3-PERIOD STATUS  4-ADJUSTMENT REPORT: "
                    WITH NO ADVANCING
                ACCEPT WS-RUN-MODE
                PERFORM A-100-LOAD-PERIODS
                EVALUATE WS-RUN-MODE
                    WHEN 1
                        IF OPERATOR-IS-SUPERVISOR
                            PERFORM B-100-CLOSE-PERIOD
                        ELSE
                            DISPLAY "PERIODS ARE CLOSED BY A "
                                "SUPERVISOR - NOTHING CLOSED."
                        END-IF
                    WHEN 2
                        IF OPERATOR-IS-SUPERVISOR
                            PERFORM C-100-REOPEN-PERIOD
                        ELSE
                            DISPLAY "PERIODS ARE REOPENED BY A "
                                "SUPERVISOR - NOTHING REOPENED."
                        END-IF
                    WHEN 4
                        PERFORM E-100-ADJUSTMENT-REPORT
                    WHEN OTHER
                        PERFORM D-100-LIST-PERIODS
                END-EVALUATE
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-LOAD-PERIODS.
      **
      * Replays the period log into one entry per month, the last
      * CLOSE or REOPEN deciding, and notes the latest month that
      * stands closed.
      **
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE ZERO TO WS-LAST-CLOSED.
           MOVE "N" TO WS-PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-OK
               PERFORM A-110-READ-PERIOD
               PERFORM A-120-TABLE-PERIOD UNTIL PERIOD-AT-EOF
               CLOSE PERIOD-FILE
           END-IF.
           PERFORM A-140-FIND-LAST-CLOSED
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
       A-110-READ-PERIOD.
           READ PERIOD-FILE
               AT END SET PERIOD-AT-EOF TO TRUE
           END-READ.
       A-120-TABLE-PERIOD.
           MOVE prd-period TO WS-KEYED-PERIOD.
           PERFORM A-130-FIND-PERIOD.
           IF WS-PERIOD-HIT = 0 AND WS-PERIOD-COUNT < 600
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PERIOD-HIT
               MOVE prd-period TO WS-TBL-PERIOD (WS-PERIOD-HIT)
           END-IF.
           IF WS-PERIOD-HIT > 0
               MOVE prd-action TO WS-TBL-STATE (WS-PERIOD-HIT)
               MOVE prd-operator-id
                   TO WS-TBL-OPERATOR (WS-PERIOD-HIT)
               MOVE prd-stamp-date
                   TO WS-TBL-STAMP-DATE (WS-PERIOD-HIT)
           END-IF.
           PERFORM A-110-READ-PERIOD.
       A-130-FIND-PERIOD.
           MOVE ZERO TO WS-PERIOD-HIT.
           PERFORM A-135-MATCH-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               OR WS-PERIOD-HIT > 0.
       A-135-MATCH-PERIOD.
           IF WS-TBL-PERIOD (WS-PERIOD-SUB) = WS-KEYED-PERIOD
               MOVE WS-PERIOD-SUB TO WS-PERIOD-HIT
           END-IF.
       A-140-FIND-LAST-CLOSED.
           IF WS-TBL-STATE (WS-PERIOD-SUB) = "CLOSE"
               AND WS-TBL-PERIOD (WS-PERIOD-SUB) > WS-LAST-CLOSED
               MOVE WS-TBL-PERIOD (WS-PERIOD-SUB) TO WS-LAST-CLOSED
           END-IF.
       B-100-CLOSE-PERIOD.
           IF WS-LAST-CLOSED > 0
               MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-YYYY
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               DISPLAY "LAST PERIOD CLOSED: " WS-LAST-CLOSED
                   "   NEXT TO CLOSE: " WS-NEXT-PERIOD
           END-IF.
           DISPLAY "PERIOD TO CLOSE (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-PERIOD.
           IF WS-KEYED-MM < 1 OR WS-KEYED-MM > 12
               DISPLAY "NOT A MONTH - NOTHING CLOSED."
           ELSE IF WS-KEYED-PERIOD > WS-TODAY-PERIOD
               DISPLAY "A FUTURE MONTH CANNOT BE CLOSED - NOTHING "
                   "CLOSED."
           ELSE IF WS-LAST-CLOSED > 0
               AND WS-KEYED-PERIOD NOT = WS-NEXT-PERIOD
               DISPLAY "MONTHS CLOSE IN ORDER - CLOSE "
                   WS-NEXT-PERIOD " NEXT. NOTHING CLOSED."
           ELSE
               DISPLAY "CLOSE " WS-KEYED-PERIOD
                   " TO ALL POSTING? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-RESP
               IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
                   MOVE "CLOSE" TO prd-action
                   MOVE SPACES TO prd-reason
                   PERFORM Z-100-WRITE-PERIOD
                   DISPLAY "PERIOD " WS-KEYED-PERIOD " CLOSED."
               ELSE
                   DISPLAY "NOT CONFIRMED - NOTHING CLOSED."
               END-IF
           END-IF.
       C-100-REOPEN-PERIOD.
      **
      * Only the last month closed reopens, so the closed months
      * always run unbroken up to it.
      **
           IF WS-LAST-CLOSED = 0
               DISPLAY "NO PERIOD IS CLOSED - NOTHING TO REOPEN."
           ELSE
               MOVE WS-LAST-CLOSED TO WS-KEYED-PERIOD
               DISPLAY "LAST PERIOD CLOSED: " WS-LAST-CLOSED
               DISPLAY "REASON FOR REOPENING: " WITH NO ADVANCING
               ACCEPT WS-REOPEN-REASON
               IF WS-REOPEN-REASON = SPACES
                   DISPLAY "A REOPEN NEEDS A REASON - NOTHING "
                       "REOPENED."
               ELSE
                   MOVE "REOPEN" TO prd-action
                   MOVE WS-REOPEN-REASON TO prd-reason
                   PERFORM Z-100-WRITE-PERIOD
                   DISPLAY "PERIOD " WS-KEYED-PERIOD " REOPENED."
               END-IF
           END-IF.
       D-100-LIST-PERIODS.
           IF WS-PERIOD-COUNT = 0
               DISPLAY "NO PERIOD HAS BEEN CLOSED - ALL MONTHS OPEN."
           ELSE
               DISPLAY "PERIOD  STATE    BY        ON"
               PERFORM D-110-LIST-ONE
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               DISPLAY "LAST PERIOD CLOSED: " WS-LAST-CLOSED
           END-IF.
       D-110-LIST-ONE.
           IF WS-TBL-STATE (WS-PERIOD-SUB) = "CLOSE"
               DISPLAY WS-TBL-PERIOD (WS-PERIOD-SUB) "  CLOSED   "
                   WS-TBL-OPERATOR (WS-PERIOD-SUB) "  "
                   WS-TBL-STAMP-DATE (WS-PERIOD-SUB)
           ELSE
               DISPLAY WS-TBL-PERIOD (WS-PERIOD-SUB) "  REOPENED "
                   WS-TBL-OPERATOR (WS-PERIOD-SUB) "  "
                   WS-TBL-STAMP-DATE (WS-PERIOD-SUB)
           END-IF.
       E-100-ADJUSTMENT-REPORT.
           DISPLAY "PERIOD TO REPORT (YYYYMM, 0 = ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-PERIOD.
           OPEN INPUT ADJUSTMENT-FILE.
           IF NOT WS-ADJUSTMENT-OK
               DISPLAY "NO PRIOR-PERIOD ADJUSTMENTS ON FILE."
           ELSE
               CLOSE ADJUSTMENT-FILE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-PERIOD
                   ON ASCENDING KEY SORT-STAMP-DATE
                   ON ASCENDING KEY SORT-STAMP-TIME
                   USING ADJUSTMENT-FILE GIVING SORTED-FILE
               OPEN OUTPUT ADJUSTMENT-REPORT-FILE
               PERFORM E-110-REPORT-HEADER
               MOVE "N" TO WS-SORTED-EOF
               MOVE "Y" TO WS-FIRST-PERIOD
               OPEN INPUT SORTED-FILE
               PERFORM E-120-READ-SORTED
               PERFORM E-130-TAKE-ADJUSTMENT UNTIL SORTED-AT-EOF
               CLOSE SORTED-FILE
               IF NOT NO-PERIOD-YET
                   PERFORM E-300-PERIOD-FOOTING
               END-IF
               PERFORM E-400-REPORT-TOTALS
               CLOSE ADJUSTMENT-REPORT-FILE
               DISPLAY "REPORT WRITTEN TO DIAZ0031.RPT"
           END-IF.
       E-110-REPORT-HEADER.
           MOVE SPACES TO ADJUSTMENT-LINE.
           IF WS-REPORT-PERIOD = 0
               MOVE "PRIOR-PERIOD ADJUSTMENTS - ALL CLOSED PERIODS"
                   TO ADJUSTMENT-LINE
           ELSE
               STRING "PRIOR-PERIOD ADJUSTMENTS - PERIOD "
                   DELIMITED BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
                   INTO ADJUSTMENT-LINE
           END-IF.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE ALL "-" TO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING "DATED    PROGRAM  REFERENCE  DESCRIPTION         "
               DELIMITED BY SIZE
               "        AMOUNT" DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
       E-120-READ-SORTED.
           READ SORTED-FILE
               AT END SET SORTED-AT-EOF TO TRUE
           END-READ.
       E-130-TAKE-ADJUSTMENT.
           IF WS-REPORT-PERIOD = 0 OR SRT-PERIOD = WS-REPORT-PERIOD
               IF NO-PERIOD-YET OR SRT-PERIOD NOT = WS-CURRENT-PERIOD
                   IF NOT NO-PERIOD-YET
                       PERFORM E-300-PERIOD-FOOTING
                   END-IF
                   PERFORM E-200-PERIOD-HEADING
               END-IF
               PERFORM E-140-ADJUSTMENT-LINE
           END-IF.
           PERFORM E-120-READ-SORTED.
       E-140-ADJUSTMENT-LINE.
           ADD 1 TO WS-PERIOD-ENTRIES.
           ADD SRT-AMOUNT TO WS-PERIOD-NET.
           MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING SRT-ENTRY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-DESCRIPTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING "         KEYED BY " DELIMITED BY SIZE
               SRT-OPERATOR-ID DELIMITED BY SIZE
               "  APPROVED BY " DELIMITED BY SIZE
               SRT-APPROVED-BY DELIMITED BY SIZE
               "  BOOKED " DELIMITED BY SIZE
               SRT-STAMP-DATE DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
       E-200-PERIOD-HEADING.
           MOVE "N" TO WS-FIRST-PERIOD.
           MOVE SRT-PERIOD TO WS-CURRENT-PERIOD.
           MOVE ZERO TO WS-PERIOD-ENTRIES.
           MOVE ZERO TO WS-PERIOD-NET.
           MOVE SPACES TO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING "CLOSED PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
       E-300-PERIOD-FOOTING.
           ADD WS-PERIOD-ENTRIES TO WS-TOTAL-ENTRIES.
           ADD WS-PERIOD-NET TO WS-TOTAL-NET.
           MOVE WS-PERIOD-NET TO WS-EDIT-TOTAL.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING "  PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               "  ADJUSTMENTS: " DELIMITED BY SIZE
               WS-PERIOD-ENTRIES DELIMITED BY SIZE
               "  NET MOVED: " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
       E-400-REPORT-TOTALS.
           MOVE SPACES TO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE ALL "-" TO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
           MOVE WS-TOTAL-NET TO WS-EDIT-TOTAL.
           MOVE SPACES TO ADJUSTMENT-LINE.
           STRING "TOTAL ADJUSTMENTS: " DELIMITED BY SIZE
               WS-TOTAL-ENTRIES DELIMITED BY SIZE
               "   NET MOVED: " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO ADJUSTMENT-LINE.
           PERFORM Z-200-WRITE-ADJUSTMENT-LINE.
       Z-100-WRITE-PERIOD.
           OPEN EXTEND PERIOD-FILE.
           IF WS-PERIOD-NOT-FOUND
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           MOVE WS-KEYED-PERIOD TO prd-period.
           MOVE WS-OPERATOR-ID TO prd-operator-id.
           ACCEPT prd-stamp-date FROM DATE YYYYMMDD.
           ACCEPT prd-stamp-time FROM TIME.
           WRITE PERIOD-REC.
           CLOSE PERIOD-FILE.
       Z-200-WRITE-ADJUSTMENT-LINE.
           DISPLAY ADJUSTMENT-LINE.
           WRITE ADJUSTMENT-LINE.
       END PROGRAM DIAZ0031.
