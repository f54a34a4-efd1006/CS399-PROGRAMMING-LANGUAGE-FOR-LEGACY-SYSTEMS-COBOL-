      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTCAP.
      *-----------------------
      * Modification History
      * ---------------------
      * New workshop capacity calendar. The clerk used to promise
      * any pickup date the customer asked for, and MIDTWRK only
      * showed the overload once the day had been missed. MIDTCAP.DAT
      * now holds how many frames the bench can finish in a day: a
      * standard figure per weekday, and dated entries that override
      * it for one day - a holiday or other closed day, or a day
      * with more or fewer hands. It is an append-only log, the last
      * entry for a weekday or a date being the one in force, and it
      * is started with Monday to Saturday at 8 frames and Sunday
      * closed the first time it is needed. Run mode 1 lists the
      * calendar and lets a supervisor change it. Run mode 2 is the
      * weekly load report to MIDTCAP.RPT: for each of seven days
      * from a chosen date, the frames promised for pickup that day
      * on RECEIVED and IN-PRODUCTION orders (counted from the
      * order's own lines, reversals netting out, the MIDTWRK way)
      * against the frames the bench can finish, with the room left
      * or the overload, and the orders already past their promise.
      * MIDTERM uses the same calendar to propose the earliest
      * pickup date with room when an order is taken.
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
       SELECT CAPACITY-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCAP.DAT"
           FILE STATUS IS WS-CAPACITY-STATUS.
       SELECT LOAD-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTCAP.RPT"
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
       FD CAPACITY-FILE
           DATA RECORD IS CAPACITY-REC.
       01 CAPACITY-REC.
           05 CAP-ENTRY-TYPE         PIC X.
               88 CAP-IS-WEEKDAY     VALUE "W".
               88 CAP-IS-DATE        VALUE "D".
           05 CAP-WEEKDAY            PIC 9.
           05 CAP-DATE               PIC 9(8).
           05 CAP-FRAMES             PIC 9(3).
           05 CAP-CLOSED             PIC X.
           05 CAP-NOTE               PIC X(20).
           05 CAP-SET-BY             PIC X(8).
           05 CAP-SET-DATE           PIC 9(8).
       FD LOAD-REPORT-FILE
           DATA RECORD IS LOAD-REPORT-LINE.
       01 LOAD-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
       01 WS-CAPACITY-STATUS PIC XX VALUE "00".
           88 WS-CAPACITY-OK VALUE "00".
           88 WS-CAPACITY-NOT-FOUND VALUE "35".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
       77 WS-LINES-EOF PIC X VALUE "N".
           88 LINES-AT-EOF VALUE "Y".
       77 WS-LINES-ON-FILE PIC X VALUE "N".
           88 LINES-ON-FILE VALUE "Y".
       77 WS-HEADER-EOF PIC X VALUE "N".
           88 HEADER-AT-EOF VALUE "Y".
       77 WS-CAPACITY-EOF PIC X VALUE "N".
           88 CAPACITY-AT-EOF VALUE "Y".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 2.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-ENTRY-CHOICE PIC X VALUE SPACE.
       77 WS-ENTRY-WEEKDAY PIC 9 VALUE ZERO.
       77 WS-ENTRY-DATE PIC 9(8) VALUE ZERO.
       77 WS-ENTRY-FRAMES PIC 9(3) VALUE ZERO.
       77 WS-ENTRY-CLOSED PIC X VALUE "N".
       77 WS-ENTRY-NOTE PIC X(20) VALUE SPACES.
      *-----------------------
      * The calendar in force: a standard day per weekday (1 is
      * Monday) and the dated entries that override it.
      *-----------------------
       01 WS-STANDARD-WEEK.
           05 WS-STANDARD-DAY OCCURS 7 TIMES.
               10 WS-STD-FRAMES PIC 9(3).
               10 WS-STD-CLOSED PIC X.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 200 TIMES.
               10 WS-EXC-DATE PIC 9(8).
               10 WS-EXC-FRAMES PIC 9(3).
               10 WS-EXC-CLOSED PIC X.
               10 WS-EXC-NOTE PIC X(20).
       77 WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       77 WS-EXCEPTION-SUB PIC 9(3) VALUE ZERO.
       77 WS-EXCEPTION-HIT PIC 9(3) VALUE ZERO.
       77 WS-EXCEPTION-OVERFLOW PIC X VALUE "N".
           88 EXCEPTION-TABLE-FULL VALUE "Y".
       01 WS-WEEKDAY-NAMES PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-WEEKDAY-NAMES-R REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
      *-----------------------
      * One calendar date worked on at a time: its day number,
      * weekday, and what the bench can do that day.
      *-----------------------
       01 WS-CAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
           05 WS-CAL-YYYY PIC 9(4).
           05 WS-CAL-MM PIC 99.
           05 WS-CAL-DD PIC 99.
       77 WS-CAL-YEAR PIC 9(4) VALUE ZERO.
       77 WS-CAL-MONTH PIC 99 VALUE ZERO.
       77 WS-CAL-MONTH-DAYS PIC 9(3) VALUE ZERO.
       77 WS-CAL-QUOTIENT-4 PIC 9(4) VALUE ZERO.
       77 WS-CAL-QUOTIENT-100 PIC 9(4) VALUE ZERO.
       77 WS-CAL-QUOTIENT-400 PIC 9(4) VALUE ZERO.
       77 WS-CAL-DAY-NUMBER PIC 9(7) VALUE ZERO.
       77 WS-CAL-WEEK-QUOTIENT PIC 9(7) VALUE ZERO.
       77 WS-CAL-WEEKDAY PIC 9 VALUE ZERO.
       77 WS-CAL-FRAMES PIC 9(3) VALUE ZERO.
       77 WS-CAL-CLOSED PIC X VALUE "N".
           88 CAL-DAY-CLOSED VALUE "Y".
       77 WS-CAL-NOTE PIC X(20) VALUE SPACES.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       77 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
      *-----------------------
      * The report week: one slot per day with the frames promised
      * for pickup that day.
      *-----------------------
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 7 TIMES.
               10 WS-WK-DATE PIC 9(8).
               10 WS-WK-WEEKDAY PIC 9.
               10 WS-WK-FRAMES PIC 9(3).
               10 WS-WK-CLOSED PIC X.
               10 WS-WK-NOTE PIC X(20).
               10 WS-WK-PROMISED PIC S9(5).
               10 WS-WK-ORDERS PIC 9(3).
       77 WS-WEEK-SUB PIC 9 VALUE ZERO.
       77 WS-WEEK-HIT PIC 9 VALUE ZERO.
       77 WS-WEEK-START PIC 9(8) VALUE ZERO.
       77 WS-WEEK-END PIC 9(8) VALUE ZERO.
       77 WS-FRAME-COUNT PIC S9(3) VALUE ZERO.
       77 WS-BEHIND-ORDERS PIC 9(3) VALUE ZERO.
       77 WS-BEHIND-FRAMES PIC S9(5) VALUE ZERO.
       77 WS-UNDATED-ORDERS PIC 9(3) VALUE ZERO.
       77 WS-TOTAL-CAPACITY PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-PROMISED PIC S9(5) VALUE ZERO.
       77 WS-ROOM PIC S9(5) VALUE ZERO.
       77 WS-FRAMES-ED PIC ZZ9.
       77 WS-PROMISED-ED PIC ----9.
       77 WS-ROOM-ED PIC ----9.
       77 WS-COUNT-ED PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-CAPACITY CALENDAR  2-WEEKLY LOAD REPORT: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = 1
               PERFORM CALENDAR-MAINTENANCE
           ELSE
               PERFORM WEEKLY-LOAD-REPORT
           END-IF.
           STOP RUN.

       CALENDAR-MAINTENANCE.
           PERFORM LOAD-CAPACITY-CALENDAR.
           PERFORM SHOW-CAPACITY-CALENDAR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "X" TO WS-ENTRY-CHOICE
               PERFORM SET-ONE-CAPACITY UNTIL WS-ENTRY-CHOICE = SPACE
           ELSE
               DISPLAY "CHANGING THE CALENDAR NEEDS A SUPERVISOR."
           END-IF.

       SHOW-CAPACITY-CALENDAR.
           DISPLAY "STANDARD WEEK (FRAMES THE BENCH CAN FINISH):".
           PERFORM SHOW-STANDARD-DAY
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 7.
           DISPLAY "DATED ENTRIES FROM TODAY:".
           PERFORM SHOW-EXCEPTION-DAY
               VARYING WS-EXCEPTION-SUB FROM 1 BY 1
               UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT.

       SHOW-STANDARD-DAY.
           MOVE WS-STD-FRAMES (WS-WEEK-SUB) TO WS-FRAMES-ED.
           IF WS-STD-CLOSED (WS-WEEK-SUB) = "Y"
               DISPLAY "  " WS-WEEKDAY-NAME (WS-WEEK-SUB) "  CLOSED"
           ELSE
               DISPLAY "  " WS-WEEKDAY-NAME (WS-WEEK-SUB) "  "
                   WS-FRAMES-ED " FRAMES"
           END-IF.

       SHOW-EXCEPTION-DAY.
           IF WS-EXC-DATE (WS-EXCEPTION-SUB) >= WS-TODAY-DATE
               MOVE WS-EXC-FRAMES (WS-EXCEPTION-SUB) TO WS-FRAMES-ED
               IF WS-EXC-CLOSED (WS-EXCEPTION-SUB) = "Y"
                   DISPLAY "  " WS-EXC-DATE (WS-EXCEPTION-SUB)
                       "  CLOSED      "
                       WS-EXC-NOTE (WS-EXCEPTION-SUB)
               ELSE
                   DISPLAY "  " WS-EXC-DATE (WS-EXCEPTION-SUB) "  "
                       WS-FRAMES-ED " FRAMES  "
                       WS-EXC-NOTE (WS-EXCEPTION-SUB)
               END-IF
           END-IF.

       SET-ONE-CAPACITY.
           DISPLAY "W-STANDARD WEEKDAY  D-ONE DATE  (BLANK TO QUIT): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-ENTRY-CHOICE.
           ACCEPT WS-ENTRY-CHOICE.
           IF WS-ENTRY-CHOICE = "w"
               MOVE "W" TO WS-ENTRY-CHOICE
           END-IF.
           IF WS-ENTRY-CHOICE = "d"
               MOVE "D" TO WS-ENTRY-CHOICE
           END-IF.
           IF WS-ENTRY-CHOICE = "W" OR WS-ENTRY-CHOICE = "D"
               MOVE ZERO TO WS-ENTRY-WEEKDAY
               MOVE ZERO TO WS-ENTRY-DATE
               MOVE SPACES TO WS-ENTRY-NOTE
               IF WS-ENTRY-CHOICE = "W"
                   DISPLAY "WEEKDAY (1-MON ... 7-SUN): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRY-WEEKDAY
               ELSE
                   DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-DATE
               END-IF
               DISPLAY "CLOSED THAT DAY? Y/N: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-CLOSED
               IF WS-ENTRY-CLOSED = "y"
                   MOVE "Y" TO WS-ENTRY-CLOSED
               END-IF
               MOVE ZERO TO WS-ENTRY-FRAMES
               IF WS-ENTRY-CLOSED NOT = "Y"
                   MOVE "N" TO WS-ENTRY-CLOSED
                   DISPLAY "FRAMES THE BENCH CAN FINISH: "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRY-FRAMES
               END-IF
               IF WS-ENTRY-CHOICE = "D"
                   DISPLAY "NOTE (HOLIDAY NAME ETC.): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRY-NOTE
               END-IF
               IF (WS-ENTRY-CHOICE = "W"
                   AND (WS-ENTRY-WEEKDAY < 1 OR WS-ENTRY-WEEKDAY > 7))
                   OR (WS-ENTRY-CHOICE = "D"
                   AND WS-ENTRY-DATE < WS-TODAY-DATE)
                   DISPLAY "NOT A WEEKDAY OR A DATE FROM TODAY ON - "
                       "NOT SAVED."
               ELSE
                   PERFORM WRITE-CAPACITY-ENTRY
               END-IF
           ELSE
               MOVE SPACE TO WS-ENTRY-CHOICE
           END-IF.

       WRITE-CAPACITY-ENTRY.
           OPEN EXTEND CAPACITY-FILE.
           IF WS-CAPACITY-NOT-FOUND
               OPEN OUTPUT CAPACITY-FILE
           END-IF.
           MOVE WS-ENTRY-CHOICE TO CAP-ENTRY-TYPE.
           MOVE WS-ENTRY-WEEKDAY TO CAP-WEEKDAY.
           MOVE WS-ENTRY-DATE TO CAP-DATE.
           MOVE WS-ENTRY-FRAMES TO CAP-FRAMES.
           MOVE WS-ENTRY-CLOSED TO CAP-CLOSED.
           MOVE WS-ENTRY-NOTE TO CAP-NOTE.
           MOVE WS-OPERATOR-ID TO CAP-SET-BY.
           MOVE WS-TODAY-DATE TO CAP-SET-DATE.
           WRITE CAPACITY-REC.
           CLOSE CAPACITY-FILE.
           DISPLAY "CALENDAR UPDATED.".

       LOAD-CAPACITY-CALENDAR.
      **
      * The last entry for a weekday or a date is the one in force.
      **
           PERFORM SEED-CAPACITY-IF-MISSING.
           MOVE ZERO TO WS-EXCEPTION-COUNT.
           PERFORM CLEAR-STANDARD-DAY
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 7.
           MOVE "N" TO WS-CAPACITY-EOF.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAPACITY-OK
               PERFORM READ-CAPACITY-RECORD
               PERFORM TABLE-CAPACITY-RECORD UNTIL CAPACITY-AT-EOF
               CLOSE CAPACITY-FILE
           END-IF.

       CLEAR-STANDARD-DAY.
           MOVE ZERO TO WS-STD-FRAMES (WS-WEEK-SUB).
           MOVE "Y" TO WS-STD-CLOSED (WS-WEEK-SUB).

       SEED-CAPACITY-IF-MISSING.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAPACITY-OK
               CLOSE CAPACITY-FILE
           ELSE
               OPEN OUTPUT CAPACITY-FILE
               PERFORM SEED-STANDARD-DAY
                   VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 7
               CLOSE CAPACITY-FILE
               DISPLAY "NO CAPACITY CALENDAR - STARTED MIDTCAP.DAT "
                   "AT 8 FRAMES MON-SAT, SUNDAY CLOSED."
           END-IF.

       SEED-STANDARD-DAY.
           MOVE "W" TO CAP-ENTRY-TYPE.
           MOVE WS-WEEK-SUB TO CAP-WEEKDAY.
           MOVE ZERO TO CAP-DATE.
           IF WS-WEEK-SUB = 7
               MOVE ZERO TO CAP-FRAMES
               MOVE "Y" TO CAP-CLOSED
           ELSE
               MOVE 8 TO CAP-FRAMES
               MOVE "N" TO CAP-CLOSED
           END-IF.
           MOVE SPACES TO CAP-NOTE.
           MOVE WS-OPERATOR-ID TO CAP-SET-BY.
           MOVE WS-TODAY-DATE TO CAP-SET-DATE.
           WRITE CAPACITY-REC.

       READ-CAPACITY-RECORD.
           READ CAPACITY-FILE
               AT END SET CAPACITY-AT-EOF TO TRUE
           END-READ.

       TABLE-CAPACITY-RECORD.
           IF CAP-IS-WEEKDAY AND CAP-WEEKDAY >= 1 AND CAP-WEEKDAY <= 7
               MOVE CAP-FRAMES TO WS-STD-FRAMES (CAP-WEEKDAY)
               MOVE CAP-CLOSED TO WS-STD-CLOSED (CAP-WEEKDAY)
           END-IF.
           IF CAP-IS-DATE
               PERFORM FIND-OR-ADD-EXCEPTION
               IF WS-EXCEPTION-HIT > 0
                   MOVE CAP-FRAMES TO WS-EXC-FRAMES (WS-EXCEPTION-HIT)
                   MOVE CAP-CLOSED TO WS-EXC-CLOSED (WS-EXCEPTION-HIT)
                   MOVE CAP-NOTE TO WS-EXC-NOTE (WS-EXCEPTION-HIT)
               END-IF
           END-IF.
           PERFORM READ-CAPACITY-RECORD.

       FIND-OR-ADD-EXCEPTION.
           MOVE ZERO TO WS-EXCEPTION-HIT.
           PERFORM MATCH-EXCEPTION
               VARYING WS-EXCEPTION-SUB FROM 1 BY 1
               UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT
               OR WS-EXCEPTION-HIT > 0.
           IF WS-EXCEPTION-HIT = 0
               IF WS-EXCEPTION-COUNT >= 200
                   SET EXCEPTION-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-HIT
                   MOVE CAP-DATE TO WS-EXC-DATE (WS-EXCEPTION-HIT)
               END-IF
           END-IF.

       MATCH-EXCEPTION.
           IF WS-EXC-DATE (WS-EXCEPTION-SUB) = CAP-DATE
               MOVE WS-EXCEPTION-SUB TO WS-EXCEPTION-HIT
           END-IF.

       CAPACITY-FOR-DATE.
      **
      * What the bench can finish on WS-CAL-DATE: a dated entry if
      * there is one, otherwise that weekday's standard.
      **
           PERFORM SET-CALENDAR-WEEKDAY.
           MOVE WS-STD-FRAMES (WS-CAL-WEEKDAY) TO WS-CAL-FRAMES.
           MOVE WS-STD-CLOSED (WS-CAL-WEEKDAY) TO WS-CAL-CLOSED.
           MOVE SPACES TO WS-CAL-NOTE.
           MOVE ZERO TO WS-EXCEPTION-HIT.
           PERFORM MATCH-CALENDAR-DATE
               VARYING WS-EXCEPTION-SUB FROM 1 BY 1
               UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT
               OR WS-EXCEPTION-HIT > 0.
           IF WS-EXCEPTION-HIT > 0
               MOVE WS-EXC-FRAMES (WS-EXCEPTION-HIT) TO WS-CAL-FRAMES
               MOVE WS-EXC-CLOSED (WS-EXCEPTION-HIT) TO WS-CAL-CLOSED
               MOVE WS-EXC-NOTE (WS-EXCEPTION-HIT) TO WS-CAL-NOTE
           END-IF.
           IF CAL-DAY-CLOSED
               MOVE ZERO TO WS-CAL-FRAMES
           END-IF.

       MATCH-CALENDAR-DATE.
           IF WS-EXC-DATE (WS-EXCEPTION-SUB) = WS-CAL-DATE
               MOVE WS-EXCEPTION-SUB TO WS-EXCEPTION-HIT
           END-IF.

       SET-CALENDAR-WEEKDAY.
      **
      * Days since a fixed origin on the proleptic Gregorian
      * calendar, the year counted from March so the leap day falls
      * at its end; the remainder over 7 gives the weekday, 1 for
      * Monday.
      **
           MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
           MOVE WS-CAL-MM TO WS-CAL-MONTH.
           IF WS-CAL-MONTH <= 2
               SUBTRACT 1 FROM WS-CAL-YEAR
               ADD 12 TO WS-CAL-MONTH
           END-IF.
           DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-QUOTIENT-4.
           DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-QUOTIENT-100.
           DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-QUOTIENT-400.
           COMPUTE WS-CAL-MONTH-DAYS =
               (153 * (WS-CAL-MONTH - 3) + 2) / 5.
           COMPUTE WS-CAL-DAY-NUMBER = (365 * WS-CAL-YEAR)
               + WS-CAL-QUOTIENT-4 - WS-CAL-QUOTIENT-100
               + WS-CAL-QUOTIENT-400 + WS-CAL-MONTH-DAYS + WS-CAL-DD
               + 1.
           DIVIDE WS-CAL-DAY-NUMBER BY 7
               GIVING WS-CAL-WEEK-QUOTIENT REMAINDER WS-CAL-WEEKDAY.
           ADD 1 TO WS-CAL-WEEKDAY.

       NEXT-CALENDAR-DATE.
           ADD 1 TO WS-CAL-DD.
           MOVE WS-MONTH-LENGTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
           IF WS-CAL-MM = 2
               DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CAL-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-CAL-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-CAL-DD > WS-CAL-MONTH-DAYS
               MOVE 1 TO WS-CAL-DD
               ADD 1 TO WS-CAL-MM
               IF WS-CAL-MM > 12
                   MOVE 1 TO WS-CAL-MM
                   ADD 1 TO WS-CAL-YYYY
               END-IF
           END-IF.

       WEEKLY-LOAD-REPORT.
           DISPLAY "WEEK STARTING (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-WEEK-START.
           IF WS-WEEK-START = 0
               MOVE WS-TODAY-DATE TO WS-WEEK-START
           END-IF.
           PERFORM LOAD-CAPACITY-CALENDAR.
           MOVE WS-WEEK-START TO WS-CAL-DATE.
           PERFORM BUILD-WEEK-SLOT
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 7.
           MOVE WS-WK-DATE (7) TO WS-WEEK-END.
           MOVE ZERO TO WS-BEHIND-ORDERS.
           MOVE ZERO TO WS-BEHIND-FRAMES.
           MOVE ZERO TO WS-UNDATED-ORDERS.
           PERFORM TALLY-PROMISED-FRAMES.
           OPEN OUTPUT LOAD-REPORT-FILE.
           PERFORM PRINT-LOAD-REPORT.
           CLOSE LOAD-REPORT-FILE.

       BUILD-WEEK-SLOT.
           PERFORM CAPACITY-FOR-DATE.
           MOVE WS-CAL-DATE TO WS-WK-DATE (WS-WEEK-SUB).
           MOVE WS-CAL-WEEKDAY TO WS-WK-WEEKDAY (WS-WEEK-SUB).
           MOVE WS-CAL-FRAMES TO WS-WK-FRAMES (WS-WEEK-SUB).
           MOVE WS-CAL-CLOSED TO WS-WK-CLOSED (WS-WEEK-SUB).
           MOVE WS-CAL-NOTE TO WS-WK-NOTE (WS-WEEK-SUB).
           MOVE ZERO TO WS-WK-PROMISED (WS-WEEK-SUB).
           MOVE ZERO TO WS-WK-ORDERS (WS-WEEK-SUB).
           PERFORM NEXT-CALENDAR-DATE.

       TALLY-PROMISED-FRAMES.
      **
      * Every order still to be made - RECEIVED or IN-PRODUCTION -
      * counts its frames against its promised pickup day. One
      * promised before the week and not yet made is behind.
      **
           MOVE "N" TO WS-LINES-ON-FILE.
           OPEN INPUT ORDER-FILE.
           IF WS-FILE-OK
               SET LINES-ON-FILE TO TRUE
           END-IF.
           MOVE "N" TO WS-HEADER-EOF.
           OPEN INPUT HEADER-FILE.
           IF WS-HEADER-OK
               PERFORM READ-NEXT-HEADER
               PERFORM TALLY-ONE-ORDER UNTIL HEADER-AT-EOF
               CLOSE HEADER-FILE
           END-IF.
           IF LINES-ON-FILE
               CLOSE ORDER-FILE
           END-IF.

       READ-NEXT-HEADER.
           READ HEADER-FILE NEXT RECORD
               AT END SET HEADER-AT-EOF TO TRUE
           END-READ.

       TALLY-ONE-ORDER.
           IF HDR-ORDER-STATUS = "RECEIVED"
               OR HDR-ORDER-STATUS = "IN-PRODUCTION"
               IF HDR-PICKUP-DATE = 0
                   ADD 1 TO WS-UNDATED-ORDERS
               ELSE IF HDR-PICKUP-DATE < WS-WEEK-START
                   PERFORM COUNT-ORDER-FRAMES
                   ADD 1 TO WS-BEHIND-ORDERS
                   ADD WS-FRAME-COUNT TO WS-BEHIND-FRAMES
               ELSE IF HDR-PICKUP-DATE <= WS-WEEK-END
                   MOVE ZERO TO WS-WEEK-HIT
                   PERFORM MATCH-WEEK-SLOT
                       VARYING WS-WEEK-SUB FROM 1 BY 1
                       UNTIL WS-WEEK-SUB > 7 OR WS-WEEK-HIT > 0
                   IF WS-WEEK-HIT > 0
                       PERFORM COUNT-ORDER-FRAMES
                       ADD WS-FRAME-COUNT
                           TO WS-WK-PROMISED (WS-WEEK-HIT)
                       ADD 1 TO WS-WK-ORDERS (WS-WEEK-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-HEADER.

       MATCH-WEEK-SLOT.
           IF WS-WK-DATE (WS-WEEK-SUB) = HDR-PICKUP-DATE
               MOVE WS-WEEK-SUB TO WS-WEEK-HIT
           END-IF.

       COUNT-ORDER-FRAMES.
      **
      * Over the order's own lines: a normal line adds a frame, a
      * reversal takes one back.
      **
           MOVE ZERO TO WS-FRAME-COUNT.
           MOVE "N" TO WS-LINES-EOF.
           IF LINES-ON-FILE
               MOVE HDR-TRANSACTION-NUMBER TO OUT-TRANSACTION-NUMBER
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
                       NOT = HDR-TRANSACTION-NUMBER
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

       PRINT-LOAD-REPORT.
           MOVE ZERO TO WS-TOTAL-CAPACITY.
           MOVE ZERO TO WS-TOTAL-PROMISED.
           STRING "WORKSHOP LOAD - WEEK OF " DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           PERFORM WRITE-LOAD-LINE.
           MOVE "DATE     DAY   CAPACITY  PROMISED  ORDERS      ROOM"
               TO LOAD-REPORT-LINE.
           PERFORM WRITE-LOAD-LINE.
           PERFORM PRINT-DAY-LINE
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 7.
           PERFORM WRITE-LOAD-LINE.
           MOVE WS-TOTAL-CAPACITY TO WS-PROMISED-ED.
           MOVE WS-TOTAL-PROMISED TO WS-ROOM-ED.
           STRING "WEEK CAPACITY " DELIMITED BY SIZE
               WS-PROMISED-ED DELIMITED BY SIZE
               " FRAMES, PROMISED " DELIMITED BY SIZE
               WS-ROOM-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           PERFORM WRITE-LOAD-LINE.
           IF WS-BEHIND-ORDERS > 0
               MOVE WS-BEHIND-ORDERS TO WS-COUNT-ED
               MOVE WS-BEHIND-FRAMES TO WS-PROMISED-ED
               STRING "BEHIND: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " ORDERS /" DELIMITED BY SIZE
                   WS-PROMISED-ED DELIMITED BY SIZE
                   " FRAMES PROMISED BEFORE THIS WEEK, NOT YET MADE"
                   DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               PERFORM WRITE-LOAD-LINE
           END-IF.
           IF WS-UNDATED-ORDERS > 0
               MOVE WS-UNDATED-ORDERS TO WS-COUNT-ED
               STRING "ORDERS IN WORK WITH NO PICKUP DATE: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               PERFORM WRITE-LOAD-LINE
           END-IF.
           IF EXCEPTION-TABLE-FULL
               MOVE "OVER 200 DATED CALENDAR ENTRIES - LATER ONES NOT"
                   TO LOAD-REPORT-LINE
               MOVE " APPLIED." TO LOAD-REPORT-LINE (49:)
               PERFORM WRITE-LOAD-LINE
           END-IF.

       PRINT-DAY-LINE.
           ADD WS-WK-FRAMES (WS-WEEK-SUB) TO WS-TOTAL-CAPACITY.
           ADD WS-WK-PROMISED (WS-WEEK-SUB) TO WS-TOTAL-PROMISED.
           MOVE WS-WK-DATE (WS-WEEK-SUB) TO LOAD-REPORT-LINE (1:8).
           MOVE WS-WEEKDAY-NAME (WS-WK-WEEKDAY (WS-WEEK-SUB))
               TO LOAD-REPORT-LINE (10:3).
           MOVE WS-WK-FRAMES (WS-WEEK-SUB) TO WS-FRAMES-ED.
           MOVE WS-WK-PROMISED (WS-WEEK-SUB) TO WS-PROMISED-ED.
           MOVE WS-WK-ORDERS (WS-WEEK-SUB) TO WS-COUNT-ED.
           COMPUTE WS-ROOM = WS-WK-FRAMES (WS-WEEK-SUB)
               - WS-WK-PROMISED (WS-WEEK-SUB).
           MOVE WS-ROOM TO WS-ROOM-ED.
           IF WS-WK-CLOSED (WS-WEEK-SUB) = "Y"
               MOVE "CLOSED" TO LOAD-REPORT-LINE (17:6)
           ELSE
               MOVE WS-FRAMES-ED TO LOAD-REPORT-LINE (20:3)
           END-IF.
           MOVE WS-PROMISED-ED TO LOAD-REPORT-LINE (27:5).
           MOVE WS-COUNT-ED TO LOAD-REPORT-LINE (37:3).
           MOVE WS-ROOM-ED TO LOAD-REPORT-LINE (46:5).
           IF WS-ROOM < 0
               MOVE "OVERBOOKED" TO LOAD-REPORT-LINE (53:10)
           ELSE IF WS-ROOM = 0 AND WS-WK-CLOSED (WS-WEEK-SUB) NOT = "Y"
               MOVE "FULL" TO LOAD-REPORT-LINE (53:4)
           END-IF.
           IF WS-WK-NOTE (WS-WEEK-SUB) NOT = SPACES
               MOVE WS-WK-NOTE (WS-WEEK-SUB) TO LOAD-REPORT-LINE (64:)
           END-IF.
           PERFORM WRITE-LOAD-LINE.

       WRITE-LOAD-LINE.
           DISPLAY LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
       END PROGRAM MIDTCAP.
