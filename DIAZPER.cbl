      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZPER.
      *-----------------------
      * Modification History
      * ---------------------
      * New shared posting-period check. Accounting closes the books
      * month by month in DIAZ0031, which keeps the DIAZPRD.DAT
      * period-control log (CLOSE and REOPEN entries, the last entry
      * for a month deciding), but nothing stopped DIAZ0006,
      * DIAZ0005, MIDTERM or MIDTVOID from posting into a month the
      * DIAZ0022 accrual and the GL extracts had already reported.
      * A posting program now CALLs this routine with the date its
      * entry will carry, before it commits. An open month comes
      * back O. A closed month is refused (C) unless the operator
      * asks to book a prior-period adjustment and a supervisor -
      * someone other than the operator - signs on through DIAZSGN
      * as the second signature; that comes back A with the
      * approver's ID, and the caller books the entry and records it
      * on the DIAZADJ.DAT adjustment log through DIAZADJ. While no
      * period has ever been closed every month is open.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC XX VALUE "00".
           88 WS-PERIOD-OK VALUE "00".
       01 WS-PERIOD-EOF PIC X VALUE "N".
           88 PERIOD-AT-EOF VALUE "Y".
       01 WS-CHECK-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-PERIOD PIC 9(6).
           05 WS-CHECK-DD PIC 99.
       01 WS-PERIOD-STATE PIC X(7) VALUE SPACES.
           88 PERIOD-IS-CLOSED VALUE "CLOSE".
       01 WS-ADJUST-RESP PIC X VALUE "N".
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-STATUS PIC X VALUE "N".
           88 APPROVER-SIGNED-ON VALUE "Y".
       01 WS-APPROVER-ROLE PIC X VALUE "T".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       LINKAGE SECTION.
       01 LNK-POSTING-DATE PIC 9(8).
       01 LNK-OPERATOR-ID PIC X(8).
       01 LNK-PERIOD-STATUS PIC X.
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
           88 PERIOD-REFUSED VALUE "C".
       01 LNK-APPROVER-ID PIC X(8).
      *-----------------------
       PROCEDURE DIVISION USING LNK-POSTING-DATE LNK-OPERATOR-ID
           LNK-PERIOD-STATUS LNK-APPROVER-ID.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            SET PERIOD-OPEN TO TRUE.
            MOVE SPACES TO LNK-APPROVER-ID.
            MOVE LNK-POSTING-DATE TO WS-CHECK-DATE.
            PERFORM B-100-REPLAY-PERIODS.
            IF PERIOD-IS-CLOSED
                PERFORM C-100-OFFER-ADJUSTMENT
            END-IF.
            GOBACK.
       B-100-REPLAY-PERIODS.
      **
      * The last CLOSE or REOPEN entry for the month decides.
      **
           MOVE SPACES TO WS-PERIOD-STATE.
           MOVE "N" TO WS-PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-OK
               PERFORM B-110-READ-PERIOD
               PERFORM B-120-REPLAY-ONE UNTIL PERIOD-AT-EOF
               CLOSE PERIOD-FILE
           END-IF.
       B-110-READ-PERIOD.
           READ PERIOD-FILE
               AT END SET PERIOD-AT-EOF TO TRUE
           END-READ.
       B-120-REPLAY-ONE.
           IF prd-period = WS-CHECK-PERIOD
               MOVE prd-action TO WS-PERIOD-STATE
           END-IF.
           PERFORM B-110-READ-PERIOD.
       C-100-OFFER-ADJUSTMENT.
      **
      * A closed month takes an entry only as a prior-period
      * adjustment under a supervisor's second sign-on; the
      * operator who keyed the entry cannot approve it.
      **
           SET PERIOD-REFUSED TO TRUE.
           DISPLAY "POSTING DATE " WS-CHECK-DATE
               " FALLS IN CLOSED PERIOD " WS-CHECK-PERIOD.
           DISPLAY "BOOK AS A PRIOR-PERIOD ADJUSTMENT? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-ADJUST-RESP.
           IF WS-ADJUST-RESP = "Y" OR WS-ADJUST-RESP = "y"
               DISPLAY "PRIOR-PERIOD ADJUSTMENT - SUPERVISOR SIGN-ON"
               MOVE "N" TO WS-APPROVER-STATUS
               MOVE SPACES TO WS-APPROVER-ID
               CALL "DIAZSGN" USING WS-APPROVER-ID WS-APPROVER-STATUS
                   WS-APPROVER-ROLE
               IF APPROVER-SIGNED-ON AND APPROVER-IS-SUPERVISOR
                   AND WS-APPROVER-ID NOT = LNK-OPERATOR-ID
                   SET PERIOD-ADJUSTMENT TO TRUE
                   MOVE WS-APPROVER-ID TO LNK-APPROVER-ID
                   DISPLAY "APPROVED AS A PRIOR-PERIOD ADJUSTMENT."
               ELSE
                   DISPLAY "NO SECOND SUPERVISOR SIGN-ON - "
                       "NOT POSTED."
               END-IF
           ELSE
               DISPLAY "PERIOD IS CLOSED - NOT POSTED."
           END-IF.
       END PROGRAM DIAZPER.
