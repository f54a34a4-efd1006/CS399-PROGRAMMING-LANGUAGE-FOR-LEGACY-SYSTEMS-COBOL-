      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0034.
      *-----------------------
      * Modification History
      * ---------------------
      * New weekly segregation-of-duties exception report. The
      * supervisor sign-on guards deletes and large withdrawals as
      * they happen, but nothing looked back over the week for the
      * patterns that matter afterwards. For a keyed week-ending
      * date run mode 1 reads the seven days ending on it from
      * DIAZ0005.LOG, DIAZ0006.DAT and DIAZ0007.DAT, with the
      * DIAZJRN.DAT journal and DIAZOVR.DAT behind them, and lists
      * four kinds of hit on DIAZ0034.RPT, one section each:
      *   O - an operator amending or deleting in DIAZ0005 an
      *       account they booked themselves (the booking operator
      *       is the DIAZ0002 WRITE on the journal, or the live
      *       record's out-operator-id);
      *   A - a maintenance, movement or closure record whose
      *       approver is the operator who keyed it;
      *   S - a withdrawal or closure on an account whose depositor
      *       name is, letter for letter, a name on the SCR1.TXT
      *       roster;
      *   R - a pre-termination in DIAZ0007 with a DIAZ0023 rate
      *       override SET on the account within a keyed number of
      *       days before it.
      * Each hit prints with the records behind it, the journal
      * entries for the account that day included, and a KEY line.
      * Run mode 2 lets the owner, signed on at supervisor level,
      * sign a hit off as REVIEWED or REFERRED with a remark on the
      * append-only DIAZSOD.DAT review log; a signed-off hit shows
      * its disposition on later runs.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. TRANS-HIST-REC
      * grew txn-currency-code, the currency of the account the movement
      * was posted to. CLOSED-REC grew cls-currency-code, the currency
      * of the account the payout was made from.
      * JOURNAL-REC grew jrn-seal-sequence and jrn-seal-value, the
      * sequence number and chained check value DIAZJSL seals every
      * journal record with. They are proved by the DIAZ0037
      * verification run and play no part here.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT OUTPUT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS out-account-number
           FILE STATUS IS WS-FILE-STATUS.
       SELECT MAINT-LOG-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0005.LOG"
           FILE STATUS IS WS-LOG-STATUS.
       SELECT TRANS-HIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT CLOSED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0007.DAT"
           FILE STATUS IS WS-CLOSED-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT ROSTER-FILE
           ASSIGN TO "C:\COBOL_Files\SCR1.TXT"
           FILE STATUS IS WS-ROSTER-STATUS.
       SELECT REVIEW-LOG-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSOD.DAT"
           FILE STATUS IS WS-REVIEW-STATUS.
       SELECT EXCEPTION-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0034.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC.
           05 out-account-number PIC 99999.
           05 out-account-name PIC X(21).
           05 out-principal-amount PIC 999999V99.
           05 out-years-of-deposit PIC 99.
           05 out-operator-id PIC X(8).
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD MAINT-LOG-FILE
           DATA RECORD IS MAINT-LOG-REC.
       01 MAINT-LOG-REC.
           05 mnt-account-number PIC 99999.
           05 mnt-action PIC X(6).
           05 mnt-old-name PIC X(21).
           05 mnt-old-years PIC 99.
           05 mnt-new-name PIC X(21).
           05 mnt-new-years PIC 99.
           05 mnt-reason PIC X(30).
           05 mnt-operator-id PIC X(8).
           05 mnt-maint-date PIC 9(8).
           05 mnt-maint-time PIC 9(8).
           05 mnt-approved-by PIC X(8).
       FD TRANS-HIST-FILE
           DATA RECORD IS TRANS-HIST-REC.
       01 TRANS-HIST-REC.
           05 txn-account-number PIC 99999.
           05 txn-type PIC X.
           05 txn-amount PIC 9(6)V99.
           05 txn-old-balance PIC 9(6)V99.
           05 txn-new-balance PIC 9(6)V99.
           05 txn-operator-id PIC X(8).
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
       FD CLOSED-FILE
           DATA RECORD IS CLOSED-REC.
       01 CLOSED-REC.
           05 cls-account-number PIC 99999.
           05 cls-account-name PIC X(21).
           05 cls-principal-amount PIC 999999V99.
           05 cls-years-of-deposit PIC 99.
           05 cls-years-served PIC 99.
           05 cls-payout-rate PIC 99.
           05 cls-earned-interest PIC 9(6)V99.
           05 cls-penalty-amount PIC 9(6)V99.
           05 cls-net-proceeds PIC 9(7)V99.
           05 cls-close-reason PIC X(8).
           05 cls-operator-id PIC X(8).
           05 cls-close-date PIC 9(8).
           05 cls-close-time PIC 9(8).
           05 cls-tax-withheld PIC 9(7)V99.
           05 cls-approved-by PIC X(8).
           05 cls-currency-code PIC X(3).
       FD JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
           05 jrn-stamp-date PIC 9(8).
           05 jrn-stamp-time PIC 9(8).
           05 jrn-program PIC X(8).
           05 jrn-action PIC X(7).
           05 jrn-account-number PIC 9(5).
           05 jrn-operator-id PIC X(8).
           05 jrn-before-image PIC X(75).
           05 jrn-after-image PIC X(75).
           05 jrn-seal-sequence PIC 9(9).
           05 jrn-seal-value PIC 9(9).
       FD OVERRIDE-FILE
           DATA RECORD IS OVERRIDE-REC.
       01 OVERRIDE-REC.
           05 ovr-account-number PIC 9(5).
           05 ovr-action PIC X(7).
           05 ovr-rate PIC 99.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
       FD ROSTER-FILE
           DATA RECORD IS ROSTER-REC.
       01 ROSTER-REC.
           05 ID-OUT PIC XXXX.
           05 NAME-OUT PIC X(20).
           05 DEPARTMENT-OUT PIC X(15).
           05 DATE-ADDED-OUT PIC X(10).
           05 OPERATOR-ID-OUT PIC X(8).
           05 ENTRY-DATE-OUT PIC 9(8).
           05 ENTRY-TIME-OUT PIC 9(8).
           05 STATUS-OUT PIC X(9).
           05 SEPARATION-DATE-OUT PIC 9(8).
           05 ROLE-OUT PIC X.
       FD REVIEW-LOG-FILE
           DATA RECORD IS SOD-REVIEW-REC.
       01 SOD-REVIEW-REC.
           05 sod-hit-type PIC X.
           05 sod-account-number PIC 9(5).
           05 sod-source-date PIC 9(8).
           05 sod-source-time PIC 9(8).
           05 sod-disposition PIC X(8).
           05 sod-remark PIC X(30).
           05 sod-operator-id PIC X(8).
           05 sod-stamp-date PIC 9(8).
           05 sod-stamp-time PIC 9(8).
       FD EXCEPTION-REPORT-FILE
           DATA RECORD IS EXCEPTION-LINE.
       01 EXCEPTION-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-LOG-STATUS PIC XX VALUE "00".
           88 WS-LOG-OK VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
           88 WS-HIST-OK VALUE "00".
       01 WS-CLOSED-STATUS PIC XX VALUE "00".
           88 WS-CLOSED-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
       01 WS-OVERRIDE-STATUS PIC XX VALUE "00".
           88 WS-OVERRIDE-OK VALUE "00".
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
           88 WS-ROSTER-OK VALUE "00".
       01 WS-REVIEW-STATUS PIC XX VALUE "00".
           88 WS-REVIEW-OK VALUE "00".
           88 WS-REVIEW-NOT-FOUND VALUE "35".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
           88 ACCOUNT-AT-EOF VALUE "Y".
       01 WS-LOG-EOF PIC X VALUE "N".
           88 LOG-AT-EOF VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-AT-EOF VALUE "Y".
       01 WS-CLOSED-EOF PIC X VALUE "N".
           88 CLOSED-AT-EOF VALUE "Y".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".
       01 WS-OVERRIDE-EOF PIC X VALUE "N".
           88 OVERRIDE-AT-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
       01 WS-REVIEW-EOF PIC X VALUE "N".
           88 REVIEW-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-WEEK-ENDING PIC 9(8) VALUE ZERO.
       01 WS-LOOKBACK-DAYS PIC 999 VALUE ZERO.
       01 WS-DEFAULT-LOOKBACK PIC 999 VALUE 30.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05 WS-DAY-YYYY PIC 9(4).
           05 WS-DAY-MM PIC 99.
           05 WS-DAY-DD PIC 99.
       01 WS-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-END-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-START-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-CLOSE-DAY-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-DAY-IN-WEEK PIC X VALUE "N".
           88 DAY-IS-IN-WEEK VALUE "Y".
       01 WS-JRN-IMAGE PIC X(75) VALUE SPACES.
       01 WS-JRN-IMAGE-R REDEFINES WS-JRN-IMAGE.
           05 FILLER PIC X(5).
           05 WS-IMG-NAME PIC X(21).
           05 FILLER PIC X(49).
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 99999 TIMES.
               10 WS-ACT-BOOKED-BY PIC X(8).
               10 WS-ACT-NAME PIC X(21).
       01 WS-ROSTER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROSTER-SUB PIC 9(3) VALUE ZERO.
       01 WS-ROSTER-HIT PIC 9(3) VALUE ZERO.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10 WS-RST-ID PIC X(4).
               10 WS-RST-NAME PIC X(20).
               10 WS-RST-STATUS PIC X(9).
       01 WS-OVERRIDE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVERRIDE-SUB PIC 9(4) VALUE ZERO.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 2000 TIMES.
               10 WS-OVT-ACCOUNT PIC 9(5).
               10 WS-OVT-RATE PIC 99.
               10 WS-OVT-OPERATOR PIC X(8).
               10 WS-OVT-DATE PIC 9(8).
               10 WS-OVT-TIME PIC 9(8).
               10 WS-OVT-DAY-NUMBER PIC 9(8).
       01 WS-CHECK-NAME PIC X(21) VALUE SPACES.
       01 WS-HIT-TYPE PIC X VALUE SPACES.
           88 HIT-IS-OWN-BOOKING VALUE "O".
           88 HIT-IS-SELF-APPROVED VALUE "A".
           88 HIT-IS-STAFF-ACCOUNT VALUE "S".
           88 HIT-IS-OVERRIDE-PRETERM VALUE "R".
       01 WS-HIT-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-HIT-DATE PIC 9(8) VALUE ZERO.
       01 WS-HIT-TIME PIC 9(8) VALUE ZERO.
       01 WS-HIT-DISPOSITION PIC X(8) VALUE SPACES.
       01 WS-HIT-REMARK PIC X(30) VALUE SPACES.
       01 WS-HIT-TEXT PIC X(24) VALUE SPACES.
       01 WS-SECTION-HITS PIC 9(5) VALUE ZERO.
       01 WS-HIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-HIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERRIDE-SEEN PIC 9(3) VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ZZZZZZZ9.99.
       01 WS-KEY-TYPE PIC X VALUE SPACES.
       01 WS-KEY-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-KEY-DATE PIC 9(8) VALUE ZERO.
       01 WS-KEY-TIME PIC 9(8) VALUE ZERO.
       01 WS-KEY-REMARK PIC X(30) VALUE SPACES.
       01 WS-DISPOSITION-RESP PIC X VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            DISPLAY "1-WEEKLY EXCEPTION RUN  2-SIGN OFF A HIT: "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = 2
                PERFORM GET-OPERATOR-ID
                IF OPERATOR-SIGNED-ON AND OPERATOR-IS-SUPERVISOR
                    PERFORM F-100-SIGN-OFF-HIT
                ELSE
                    DISPLAY "HITS ARE SIGNED OFF BY A "
                        "SUPERVISOR - NOTHING RECORDED."
                END-IF
            ELSE
                PERFORM A-100-INITIALIZE
                PERFORM A-200-LOAD-ACCOUNTS
                PERFORM A-300-LOAD-ROSTER
                PERFORM A-400-LOAD-OVERRIDES
                OPEN OUTPUT EXCEPTION-REPORT-FILE
                PERFORM A-500-REPORT-HEADER
                PERFORM B-100-OWN-BOOKING-SECTION
                PERFORM C-100-SELF-APPROVAL-SECTION
                PERFORM D-100-STAFF-ACCOUNT-SECTION
                PERFORM E-100-OVERRIDE-SECTION
                PERFORM E-900-REPORT-TOTALS
                CLOSE EXCEPTION-REPORT-FILE
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-INITIALIZE.
           DISPLAY "SEGREGATION-OF-DUTIES EXCEPTION RUN".
           DISPLAY "WEEK ENDING (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-WEEK-ENDING.
           IF WS-WEEK-ENDING = 0
               ACCEPT WS-WEEK-ENDING FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "OVERRIDE-TO-PRETERM DAYS (0 = 30): "
               WITH NO ADVANCING.
           ACCEPT WS-LOOKBACK-DAYS.
           IF WS-LOOKBACK-DAYS = 0
               MOVE WS-DEFAULT-LOOKBACK TO WS-LOOKBACK-DAYS
           END-IF.
           MOVE WS-WEEK-ENDING TO WS-DAY-DATE.
           PERFORM Z-300-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER.
           COMPUTE WS-START-DAY-NUMBER = WS-END-DAY-NUMBER - 6.
       A-200-LOAD-ACCOUNTS.
      **
      * Who booked each account, and under what name: the DIAZ0002
      * WRITE on the journal first, so a closed account still
      * resolves, then the live file over the top.
      **
           MOVE SPACES TO WS-ACCOUNT-TABLE.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM A-210-READ-JOURNAL
               PERFORM A-220-ACCOUNT-FROM-JOURNAL
                   UNTIL JOURNAL-AT-EOF
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM A-230-READ-ACCOUNT
               PERFORM A-240-ACCOUNT-FROM-FILE UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           END-IF.
       A-210-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JOURNAL-AT-EOF TO TRUE
           END-READ.
       A-220-ACCOUNT-FROM-JOURNAL.
           IF jrn-after-image NOT = SPACES
               MOVE jrn-after-image TO WS-JRN-IMAGE
           ELSE
               MOVE jrn-before-image TO WS-JRN-IMAGE
           END-IF.
           IF jrn-account-number > 0
               IF jrn-program = "DIAZ0002" AND jrn-action = "WRITE"
                   MOVE jrn-operator-id
                       TO WS-ACT-BOOKED-BY (jrn-account-number)
               END-IF
               IF WS-JRN-IMAGE NOT = SPACES
                   MOVE WS-IMG-NAME
                       TO WS-ACT-NAME (jrn-account-number)
               END-IF
           END-IF.
           PERFORM A-210-READ-JOURNAL.
       A-230-READ-ACCOUNT.
           READ OUTPUT-FILE NEXT RECORD
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       A-240-ACCOUNT-FROM-FILE.
           IF out-account-number > 0
               IF out-operator-id NOT = SPACES
                   MOVE out-operator-id
                       TO WS-ACT-BOOKED-BY (out-account-number)
               END-IF
               MOVE out-account-name
                   TO WS-ACT-NAME (out-account-number)
           END-IF.
           PERFORM A-230-READ-ACCOUNT.
       A-300-LOAD-ROSTER.
      **
      * Every name on the roster, separated staff included - a
      * former employee's account is still worth a second look.
      **
           MOVE ZERO TO WS-ROSTER-COUNT.
           MOVE "N" TO WS-ROSTER-EOF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-OK
               PERFORM A-310-READ-ROSTER
               PERFORM A-320-TABLE-ROSTER UNTIL ROSTER-AT-EOF
               CLOSE ROSTER-FILE
           END-IF.
       A-310-READ-ROSTER.
           READ ROSTER-FILE
               AT END SET ROSTER-AT-EOF TO TRUE
           END-READ.
       A-320-TABLE-ROSTER.
           IF NAME-OUT NOT = SPACES
               IF WS-ROSTER-COUNT < 500
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ID-OUT TO WS-RST-ID (WS-ROSTER-COUNT)
                   MOVE NAME-OUT TO WS-RST-NAME (WS-ROSTER-COUNT)
                   MOVE STATUS-OUT TO WS-RST-STATUS (WS-ROSTER-COUNT)
               ELSE
                   DISPLAY "OVER 500 ROSTER NAMES - REST NOT CHECKED"
               END-IF
           END-IF.
           PERFORM A-310-READ-ROSTER.
       A-400-LOAD-OVERRIDES.
           MOVE ZERO TO WS-OVERRIDE-COUNT.
           MOVE "N" TO WS-OVERRIDE-EOF.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-OK
               PERFORM A-410-READ-OVERRIDE
               PERFORM A-420-TABLE-OVERRIDE UNTIL OVERRIDE-AT-EOF
               CLOSE OVERRIDE-FILE
           END-IF.
       A-410-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END SET OVERRIDE-AT-EOF TO TRUE
           END-READ.
       A-420-TABLE-OVERRIDE.
           IF ovr-action = "SET"
               IF WS-OVERRIDE-COUNT < 2000
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE ovr-account-number
                       TO WS-OVT-ACCOUNT (WS-OVERRIDE-COUNT)
                   MOVE ovr-rate TO WS-OVT-RATE (WS-OVERRIDE-COUNT)
                   MOVE ovr-operator-id
                       TO WS-OVT-OPERATOR (WS-OVERRIDE-COUNT)
                   MOVE ovr-stamp-date
                       TO WS-OVT-DATE (WS-OVERRIDE-COUNT)
                   MOVE ovr-stamp-time
                       TO WS-OVT-TIME (WS-OVERRIDE-COUNT)
                   MOVE ovr-stamp-date TO WS-DAY-DATE
                   PERFORM Z-300-DAY-NUMBER
                   MOVE WS-DAY-NUMBER
                       TO WS-OVT-DAY-NUMBER (WS-OVERRIDE-COUNT)
               ELSE
                   DISPLAY "OVER 2000 RATE OVERRIDES - REST NOT "
                       "CHECKED"
               END-IF
           END-IF.
           PERFORM A-410-READ-OVERRIDE.
       A-500-REPORT-HEADER.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "SEGREGATION-OF-DUTIES EXCEPTIONS - WEEK ENDING "
               DELIMITED BY SIZE
               WS-WEEK-ENDING DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE ALL "-" TO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       B-100-OWN-BOOKING-SECTION.
           MOVE "O" TO WS-HIT-TYPE.
           MOVE "OWN BOOKING MAINTAINED" TO WS-HIT-TEXT.
           PERFORM X-100-SECTION-HEADING.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-LOG-OK
               PERFORM B-110-READ-LOG
               PERFORM B-120-CHECK-OWN-BOOKING UNTIL LOG-AT-EOF
               CLOSE MAINT-LOG-FILE
           END-IF.
           PERFORM X-150-SECTION-FOOTING.
       B-110-READ-LOG.
           READ MAINT-LOG-FILE
               AT END SET LOG-AT-EOF TO TRUE
           END-READ.
       B-120-CHECK-OWN-BOOKING.
           MOVE mnt-maint-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND mnt-account-number > 0
               AND mnt-operator-id NOT = SPACES
               AND mnt-operator-id =
               WS-ACT-BOOKED-BY (mnt-account-number)
               MOVE mnt-account-number TO WS-HIT-ACCOUNT
               MOVE mnt-maint-date TO WS-HIT-DATE
               MOVE mnt-maint-time TO WS-HIT-TIME
               PERFORM X-200-HIT-HEADING
               PERFORM X-310-SHOW-BOOKING
               PERFORM X-320-SHOW-LOG-RECORD
               PERFORM X-400-SHOW-JOURNAL
           END-IF.
           PERFORM B-110-READ-LOG.
       C-100-SELF-APPROVAL-SECTION.
      **
      * An approval is a second person's check; an approver ID
      * equal to the keying operator's means nobody else looked.
      **
           MOVE "A" TO WS-HIT-TYPE.
           MOVE "APPROVED OWN ENTRY" TO WS-HIT-TEXT.
           PERFORM X-100-SECTION-HEADING.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-LOG-OK
               PERFORM B-110-READ-LOG
               PERFORM C-120-CHECK-LOG-APPROVAL UNTIL LOG-AT-EOF
               CLOSE MAINT-LOG-FILE
           END-IF.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-OK
               PERFORM C-210-READ-MOVEMENT
               PERFORM C-220-CHECK-MOVEMENT-APPROVAL
                   UNTIL HIST-AT-EOF
               CLOSE TRANS-HIST-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM C-310-READ-CLOSED
               PERFORM C-320-CHECK-CLOSED-APPROVAL
                   UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           PERFORM X-150-SECTION-FOOTING.
       C-120-CHECK-LOG-APPROVAL.
           MOVE mnt-maint-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND mnt-approved-by NOT = SPACES
               AND mnt-approved-by = mnt-operator-id
               MOVE mnt-account-number TO WS-HIT-ACCOUNT
               MOVE mnt-maint-date TO WS-HIT-DATE
               MOVE mnt-maint-time TO WS-HIT-TIME
               PERFORM X-200-HIT-HEADING
               PERFORM X-320-SHOW-LOG-RECORD
               PERFORM X-400-SHOW-JOURNAL
           END-IF.
           PERFORM B-110-READ-LOG.
       C-210-READ-MOVEMENT.
           READ TRANS-HIST-FILE
               AT END SET HIST-AT-EOF TO TRUE
           END-READ.
       C-220-CHECK-MOVEMENT-APPROVAL.
           MOVE txn-post-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND txn-approved-by NOT = SPACES
               AND txn-approved-by = txn-operator-id
               MOVE txn-account-number TO WS-HIT-ACCOUNT
               MOVE txn-post-date TO WS-HIT-DATE
               MOVE txn-post-time TO WS-HIT-TIME
               PERFORM X-200-HIT-HEADING
               PERFORM X-330-SHOW-MOVEMENT
               PERFORM X-400-SHOW-JOURNAL
           END-IF.
           PERFORM C-210-READ-MOVEMENT.
       C-310-READ-CLOSED.
           READ CLOSED-FILE
               AT END SET CLOSED-AT-EOF TO TRUE
           END-READ.
       C-320-CHECK-CLOSED-APPROVAL.
           MOVE cls-close-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND cls-approved-by NOT = SPACES
               AND cls-approved-by = cls-operator-id
               MOVE cls-account-number TO WS-HIT-ACCOUNT
               MOVE cls-close-date TO WS-HIT-DATE
               MOVE cls-close-time TO WS-HIT-TIME
               PERFORM X-200-HIT-HEADING
               PERFORM X-340-SHOW-CLOSURE
               PERFORM X-400-SHOW-JOURNAL
           END-IF.
           PERFORM C-310-READ-CLOSED.
       D-100-STAFF-ACCOUNT-SECTION.
      **
      * Money leaving an account held in the name of someone on
      * the roster. The match is letter for letter on the roster
      * name, so it finds the obvious case and no more.
      **
           MOVE "S" TO WS-HIT-TYPE.
           MOVE "STAFF-NAME ACCOUNT PAID" TO WS-HIT-TEXT.
           PERFORM X-100-SECTION-HEADING.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-OK
               PERFORM C-210-READ-MOVEMENT
               PERFORM D-120-CHECK-STAFF-WITHDRAWAL
                   UNTIL HIST-AT-EOF
               CLOSE TRANS-HIST-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM C-310-READ-CLOSED
               PERFORM D-220-CHECK-STAFF-CLOSURE UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           PERFORM X-150-SECTION-FOOTING.
       D-120-CHECK-STAFF-WITHDRAWAL.
           MOVE txn-post-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND txn-type = "W"
               AND txn-account-number > 0
               MOVE WS-ACT-NAME (txn-account-number) TO WS-CHECK-NAME
               PERFORM D-300-FIND-ROSTER-NAME
               IF WS-ROSTER-HIT > 0
                   MOVE txn-account-number TO WS-HIT-ACCOUNT
                   MOVE txn-post-date TO WS-HIT-DATE
                   MOVE txn-post-time TO WS-HIT-TIME
                   PERFORM X-200-HIT-HEADING
                   PERFORM X-350-SHOW-ROSTER-ENTRY
                   PERFORM X-330-SHOW-MOVEMENT
                   PERFORM X-400-SHOW-JOURNAL
               END-IF
           END-IF.
           PERFORM C-210-READ-MOVEMENT.
       D-220-CHECK-STAFF-CLOSURE.
           MOVE cls-close-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK
               MOVE cls-account-name TO WS-CHECK-NAME
               PERFORM D-300-FIND-ROSTER-NAME
               IF WS-ROSTER-HIT > 0
                   MOVE cls-account-number TO WS-HIT-ACCOUNT
                   MOVE cls-close-date TO WS-HIT-DATE
                   MOVE cls-close-time TO WS-HIT-TIME
                   PERFORM X-200-HIT-HEADING
                   PERFORM X-350-SHOW-ROSTER-ENTRY
                   PERFORM X-340-SHOW-CLOSURE
                   PERFORM X-400-SHOW-JOURNAL
               END-IF
           END-IF.
           PERFORM C-310-READ-CLOSED.
       D-300-FIND-ROSTER-NAME.
           MOVE ZERO TO WS-ROSTER-HIT.
           IF WS-CHECK-NAME NOT = SPACES
               AND WS-CHECK-NAME (21:1) = SPACE
               PERFORM D-310-MATCH-ROSTER-NAME
                   VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
                   OR WS-ROSTER-HIT > 0
           END-IF.
       D-310-MATCH-ROSTER-NAME.
           IF WS-RST-NAME (WS-ROSTER-SUB) = WS-CHECK-NAME (1:20)
               MOVE WS-ROSTER-SUB TO WS-ROSTER-HIT
           END-IF.
       E-100-OVERRIDE-SECTION.
      **
      * A negotiated rate lifts what an early exit earns through
      * the penalty schedule; one set shortly before the account is
      * pre-terminated is worth the owner's eye.
      **
           MOVE "R" TO WS-HIT-TYPE.
           MOVE "OVERRIDE THEN PRETERM" TO WS-HIT-TEXT.
           PERFORM X-100-SECTION-HEADING.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-OK
               PERFORM C-310-READ-CLOSED
               PERFORM E-120-CHECK-PRETERM UNTIL CLOSED-AT-EOF
               CLOSE CLOSED-FILE
           END-IF.
           PERFORM X-150-SECTION-FOOTING.
       E-120-CHECK-PRETERM.
           MOVE cls-close-date TO WS-DAY-DATE.
           PERFORM Z-200-CHECK-WEEK.
           IF DAY-IS-IN-WEEK AND cls-close-reason = "PRETERM"
               MOVE WS-DAY-NUMBER TO WS-CLOSE-DAY-NUMBER
               MOVE ZERO TO WS-OVERRIDE-SEEN
               PERFORM E-130-COUNT-OVERRIDE
                   VARYING WS-OVERRIDE-SUB FROM 1 BY 1
                   UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
               IF WS-OVERRIDE-SEEN > 0
                   MOVE cls-account-number TO WS-HIT-ACCOUNT
                   MOVE cls-close-date TO WS-HIT-DATE
                   MOVE cls-close-time TO WS-HIT-TIME
                   PERFORM X-200-HIT-HEADING
                   PERFORM E-140-SHOW-OVERRIDE
                       VARYING WS-OVERRIDE-SUB FROM 1 BY 1
                       UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
                   PERFORM X-340-SHOW-CLOSURE
                   PERFORM X-400-SHOW-JOURNAL
               END-IF
           END-IF.
           PERFORM C-310-READ-CLOSED.
       E-130-COUNT-OVERRIDE.
           IF WS-OVT-ACCOUNT (WS-OVERRIDE-SUB) = cls-account-number
               AND WS-OVT-DAY-NUMBER (WS-OVERRIDE-SUB)
               <= WS-CLOSE-DAY-NUMBER
               AND WS-OVT-DAY-NUMBER (WS-OVERRIDE-SUB)
               + WS-LOOKBACK-DAYS >= WS-CLOSE-DAY-NUMBER
               ADD 1 TO WS-OVERRIDE-SEEN
           END-IF.
       E-140-SHOW-OVERRIDE.
           IF WS-OVT-ACCOUNT (WS-OVERRIDE-SUB) = cls-account-number
               AND WS-OVT-DAY-NUMBER (WS-OVERRIDE-SUB)
               <= WS-CLOSE-DAY-NUMBER
               AND WS-OVT-DAY-NUMBER (WS-OVERRIDE-SUB)
               + WS-LOOKBACK-DAYS >= WS-CLOSE-DAY-NUMBER
               MOVE SPACES TO EXCEPTION-LINE
               STRING "    OVR  SET RATE " DELIMITED BY SIZE
                   WS-OVT-RATE (WS-OVERRIDE-SUB) DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   WS-OVT-DATE (WS-OVERRIDE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OVT-TIME (WS-OVERRIDE-SUB) DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   WS-OVT-OPERATOR (WS-OVERRIDE-SUB)
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               PERFORM Z-100-WRITE-EXCEPTION-LINE
           END-IF.
       E-900-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE ALL "-" TO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "HITS: " DELIMITED BY SIZE
               WS-HIT-COUNT DELIMITED BY SIZE
               "   NOT YET SIGNED OFF: " DELIMITED BY SIZE
               WS-OPEN-HIT-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "REVIEWED BY: ____________________  DATE: "
               DELIMITED BY SIZE
               "__________" DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           DISPLAY "EXCEPTION REPORT WRITTEN TO DIAZ0034.RPT".
       F-100-SIGN-OFF-HIT.
      **
      * The owner keys the hit exactly as its KEY line printed it.
      **
           DISPLAY "HIT TYPE (O/A/S/R): " WITH NO ADVANCING.
           ACCEPT WS-KEY-TYPE.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-KEY-ACCOUNT.
           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-KEY-DATE.
           DISPLAY "TIME: " WITH NO ADVANCING.
           ACCEPT WS-KEY-TIME.
           DISPLAY "REMARK: " WITH NO ADVANCING.
           ACCEPT WS-KEY-REMARK.
           DISPLAY "V - REVIEWED, NO ACTION  F - REFERRED: "
               WITH NO ADVANCING.
           ACCEPT WS-DISPOSITION-RESP.
           IF WS-DISPOSITION-RESP = "V" OR WS-DISPOSITION-RESP = "v"
               MOVE "REVIEWED" TO sod-disposition
               PERFORM F-110-WRITE-REVIEW
           ELSE IF WS-DISPOSITION-RESP = "F"
               OR WS-DISPOSITION-RESP = "f"
               MOVE "REFERRED" TO sod-disposition
               PERFORM F-110-WRITE-REVIEW
           ELSE
               DISPLAY "NOTHING SIGNED OFF."
           END-IF.
       F-110-WRITE-REVIEW.
           OPEN EXTEND REVIEW-LOG-FILE.
           IF WS-REVIEW-NOT-FOUND
               OPEN OUTPUT REVIEW-LOG-FILE
           END-IF.
           MOVE WS-KEY-TYPE TO sod-hit-type.
           MOVE WS-KEY-ACCOUNT TO sod-account-number.
           MOVE WS-KEY-DATE TO sod-source-date.
           MOVE WS-KEY-TIME TO sod-source-time.
           MOVE WS-KEY-REMARK TO sod-remark.
           MOVE WS-OPERATOR-ID TO sod-operator-id.
           ACCEPT sod-stamp-date FROM DATE YYYYMMDD.
           ACCEPT sod-stamp-time FROM TIME.
           WRITE SOD-REVIEW-REC.
           CLOSE REVIEW-LOG-FILE.
           DISPLAY "HIT SIGNED OFF AS " sod-disposition ".".
       X-100-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-HITS.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING WS-HIT-TYPE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-HIT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-150-SECTION-FOOTING.
           IF WS-SECTION-HITS = 0
               MOVE "    NONE THIS WEEK" TO EXCEPTION-LINE
               PERFORM Z-100-WRITE-EXCEPTION-LINE
           END-IF.
       X-200-HIT-HEADING.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           PERFORM X-500-FIND-REVIEW.
           IF WS-HIT-DISPOSITION = SPACES
               ADD 1 TO WS-OPEN-HIT-COUNT
               MOVE "OPEN" TO WS-HIT-DISPOSITION
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-CHECK-NAME.
           IF WS-HIT-ACCOUNT > 0
               MOVE WS-ACT-NAME (WS-HIT-ACCOUNT) TO WS-CHECK-NAME
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "  ACCOUNT " DELIMITED BY SIZE
               WS-HIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHECK-NAME DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               WS-HIT-DISPOSITION DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           IF WS-HIT-REMARK NOT = SPACES
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  REMARK: " DELIMITED BY SIZE
                   WS-HIT-REMARK DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               PERFORM Z-100-WRITE-EXCEPTION-LINE
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "  KEY: " DELIMITED BY SIZE
               WS-HIT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-TIME DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-310-SHOW-BOOKING.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "    BOOKED BY " DELIMITED BY SIZE
               WS-ACT-BOOKED-BY (mnt-account-number) DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-320-SHOW-LOG-RECORD.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "    LOG  " DELIMITED BY SIZE
               mnt-action DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               mnt-maint-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               mnt-maint-time DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               mnt-operator-id DELIMITED BY SIZE
               " AP " DELIMITED BY SIZE
               mnt-approved-by DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "         " DELIMITED BY SIZE
               mnt-old-name DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               mnt-old-years DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               mnt-new-name DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               mnt-new-years DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "         REASON: " DELIMITED BY SIZE
               mnt-reason DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-330-SHOW-MOVEMENT.
           MOVE txn-amount TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "    TXN  " DELIMITED BY SIZE
               txn-type DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               txn-post-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               txn-post-time DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               txn-operator-id DELIMITED BY SIZE
               " AP " DELIMITED BY SIZE
               txn-approved-by DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-340-SHOW-CLOSURE.
           MOVE cls-net-proceeds TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "    CLS  " DELIMITED BY SIZE
               cls-close-reason DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cls-close-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cls-close-time DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               cls-operator-id DELIMITED BY SIZE
               " AP " DELIMITED BY SIZE
               cls-approved-by DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-350-SHOW-ROSTER-ENTRY.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "    ROSTER ID " DELIMITED BY SIZE
               WS-RST-ID (WS-ROSTER-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RST-NAME (WS-ROSTER-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RST-STATUS (WS-ROSTER-HIT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION-LINE.
       X-400-SHOW-JOURNAL.
      **
      * Every journal entry for the account on the day of the hit.
      **
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM A-210-READ-JOURNAL
               PERFORM X-410-MATCH-JOURNAL UNTIL JOURNAL-AT-EOF
               CLOSE JOURNAL-FILE
           END-IF.
       X-410-MATCH-JOURNAL.
           IF jrn-account-number = WS-HIT-ACCOUNT
               AND jrn-stamp-date = WS-HIT-DATE
               MOVE SPACES TO EXCEPTION-LINE
               STRING "    JRN  " DELIMITED BY SIZE
                   jrn-program DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   jrn-action DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   jrn-stamp-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   jrn-stamp-time DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   jrn-operator-id DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               PERFORM Z-100-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM A-210-READ-JOURNAL.
       X-500-FIND-REVIEW.
      **
      * The newest sign-off on DIAZSOD.DAT for the hit key wins.
      **
           MOVE SPACES TO WS-HIT-DISPOSITION.
           MOVE SPACES TO WS-HIT-REMARK.
           MOVE "N" TO WS-REVIEW-EOF.
           OPEN INPUT REVIEW-LOG-FILE.
           IF WS-REVIEW-OK
               PERFORM X-510-READ-REVIEW
               PERFORM X-520-MATCH-REVIEW UNTIL REVIEW-AT-EOF
               CLOSE REVIEW-LOG-FILE
           END-IF.
       X-510-READ-REVIEW.
           READ REVIEW-LOG-FILE
               AT END SET REVIEW-AT-EOF TO TRUE
           END-READ.
       X-520-MATCH-REVIEW.
           IF sod-hit-type = WS-HIT-TYPE
               AND sod-account-number = WS-HIT-ACCOUNT
               AND sod-source-date = WS-HIT-DATE
               AND sod-source-time = WS-HIT-TIME
               MOVE sod-disposition TO WS-HIT-DISPOSITION
               MOVE sod-remark TO WS-HIT-REMARK
           END-IF.
           PERFORM X-510-READ-REVIEW.
       Z-100-WRITE-EXCEPTION-LINE.
           DISPLAY EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       Z-200-CHECK-WEEK.
           PERFORM Z-300-DAY-NUMBER.
           MOVE "N" TO WS-DAY-IN-WEEK.
           IF WS-DAY-NUMBER >= WS-START-DAY-NUMBER
               AND WS-DAY-NUMBER <= WS-END-DAY-NUMBER
               SET DAY-IS-IN-WEEK TO TRUE
           END-IF.
       Z-300-DAY-NUMBER.
      **
      * Same 365/30 day count the maturity and accrual programs use.
      **
           COMPUTE WS-DAY-NUMBER = (WS-DAY-YYYY * 365)
               + (WS-DAY-MM * 30) + WS-DAY-DD.
       END PROGRAM DIAZ0034.
