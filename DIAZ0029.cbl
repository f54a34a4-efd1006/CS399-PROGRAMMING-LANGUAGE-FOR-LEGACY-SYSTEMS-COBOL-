      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0029.
      *-----------------------
      * Modification History
      * ---------------------
      * New check clearing and returned-check program. DIAZ0006 now
      * takes deposits by check onto the DIAZCHK.DAT register as
      * FLOAT, with the amount held on DIAZHLD.DAT under reason code
      * FLOAT. DIAZCHK.DAT is an append-only log in the DIAZHLD.DAT
      * convention: the newest record for an account and check
      * number is its standing. Run mode 1 is the daily clearing
      * batch for the night chain: every check still FLOAT whose
      * clearing date has come by the keyed business date is
      * written CLEARED and its FLOAT hold released, and the run is
      * listed on DIAZ0029.RPT with totals. Run mode 2 takes a
      * returned check under sign-on: the FLOAT hold (if the check
      * had not cleared) is released, the balance is reduced by the
      * check with a REWRITE and a type X movement on DIAZ0006.DAT
      * carrying the check number and the keyed return reason, the
      * returned-check fee is charged as a type F movement, both
      * are journalled to DIAZJRN.DAT, and the check goes RETURNED
      * on the register. Run mode 3 lists the checks still in float.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. TRANS-HIST-REC
      * grew txn-currency-code, the currency of the account the movement
      * was posted to.
      * Every journal record is now sealed. JOURNAL-REC grew
      * jrn-seal-sequence and jrn-seal-value: before the journal is
      * opened the append fetches the sequence and check value of the
      * last record on file (DIAZJSL function L), and the new record is
      * numbered one past it and sealed with a check value chained from
      * it (function S), so the DIAZ0037 verification run can show the
      * journal has not been edited, added to or cut short.
      * Before a returned check is reversed, C-105-CHECK-PERIOD hands
      * today's date to DIAZPER as DIAZ0006 does; a month closed in
      * DIAZ0031 leaves the balance and the register alone unless a
      * supervisor signs on as the second signature, and then the X
      * and F movements carry the approver in txn-approved-by and each
      * is logged on DIAZADJ.DAT through DIAZADJ as a prior-period
      * adjustment.
      * Run mode 1 is now a DIAZNDR step. The register table holds
      * 20000 checks, and a check whose newest standing is RETURNED
      * gives up its slot once the table is full, since nothing more
      * can happen to it. If the table is still full the run is
      * aborted with nothing posted and return code 16, rather than
      * leaving later checks unloaded, never cleared and never
      * returnable. The journal chain is fetched through DIAZJSL
      * function L once per run and carried forward by function S,
      * instead of rereading the whole journal before every append.
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
       SELECT CHECK-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCHK.DAT"
           FILE STATUS IS WS-CHECK-STATUS.
       SELECT HOLD-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZHLD.DAT"
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT TRANS-HIST-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CLEARING-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0029.RPT"
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
       FD CHECK-FILE
           DATA RECORD IS CHECK-REC.
       01 CHECK-REC.
           05 chk-account-number PIC 9(5).
           05 chk-check-number PIC X(10).
           05 chk-drawee-bank PIC X(20).
           05 chk-amount PIC 9(6)V99.
           05 chk-deposit-date PIC 9(8).
           05 chk-clearing-date PIC 9(8).
           05 chk-status PIC X(8).
           05 chk-return-reason PIC X(8).
           05 chk-operator-id PIC X(8).
           05 chk-stamp-date PIC 9(8).
           05 chk-stamp-time PIC 9(8).
       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 hld-account-number PIC 9(5).
           05 hld-action PIC X(7).
           05 hld-full-flag PIC X.
           05 hld-amount PIC 9(6)V99.
           05 hld-reason-code PIC X(8).
           05 hld-operator-id PIC X(8).
           05 hld-stamp-date PIC 9(8).
           05 hld-stamp-time PIC 9(8).
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
       FD CLEARING-REPORT-FILE
           DATA RECORD IS CLEARING-LINE.
       01 CLEARING-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-CHECK-STATUS PIC XX VALUE "00".
           88 WS-CHECK-OK VALUE "00".
           88 WS-CHECK-NOT-FOUND VALUE "35".
       01 WS-HOLD-STATUS PIC XX VALUE "00".
           88 WS-HOLD-NOT-FOUND VALUE "35".
       01 WS-HIST-STATUS PIC XX VALUE "00".
           88 WS-HIST-NOT-FOUND VALUE "35".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-NOT-FOUND VALUE "35".
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "L".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-SEAL-LOADED PIC X VALUE "N".
           88 SEAL-CHAIN-LOADED VALUE "Y".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-CHECK-EOF PIC X VALUE "N".
           88 CHECK-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHECK-SUB PIC 9(5) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(5) VALUE ZERO.
       01 WS-CHECK-TABLE-MAX PIC 9(5) VALUE 20000.
       01 WS-REGISTER-FULL PIC X VALUE "N".
           88 REGISTER-TABLE-FULL VALUE "Y".
       01 WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 20000 TIMES.
               10 WS-TBL-ACCOUNT PIC 9(5).
               10 WS-TBL-CHECK-NUMBER PIC X(10).
               10 WS-TBL-DRAWEE-BANK PIC X(20).
               10 WS-TBL-AMOUNT PIC 9(6)V99.
               10 WS-TBL-DEPOSIT-DATE PIC 9(8).
               10 WS-TBL-CLEARING-DATE PIC 9(8).
               10 WS-TBL-STATUS PIC X(8).
       01 WS-WORK-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-WORK-CHECK-NUMBER PIC X(10) VALUE SPACES.
       01 WS-WORK-STATUS PIC X(8) VALUE SPACES.
       01 WS-RETURN-REASON PIC X(8) VALUE SPACES.
       01 WS-RETURN-FEE PIC 9(6)V99 VALUE ZERO.
       01 WS-DEFAULT-RETURN-FEE PIC 9(6)V99 VALUE 500.
       01 WS-HOLD-ACTION PIC X(7) VALUE SPACES.
       01 WS-OLD-BALANCE PIC 9(6)V99 VALUE ZERO.
       01 WS-MOVEMENT-TYPE PIC X VALUE SPACES.
       01 WS-MOVEMENT-AMOUNT PIC 9(6)V99 VALUE ZERO.
       01 WS-MOVEMENT-REASON PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLEARED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FLOAT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FLOAT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0029".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            DISPLAY "1-CLEARING RUN  2-RETURNED CHECK  "
                "3-LIST FLOAT: " WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            MOVE "N" TO WS-SEAL-LOADED.
            IF WS-RUN-MODE = 2
                PERFORM GET-OPERATOR-ID
                IF OPERATOR-SIGNED-ON
                    PERFORM C-100-RETURN-CHECK
                END-IF
            ELSE IF WS-RUN-MODE = 3
                PERFORM D-100-LIST-FLOAT
            ELSE
                PERFORM B-100-CLEARING-RUN
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-LOAD-REGISTER.
      **
      * Replays DIAZCHK.DAT into one entry per account and check
      * number carrying its newest standing.
      **
           MOVE ZERO TO WS-CHECK-COUNT.
           MOVE "N" TO WS-CHECK-EOF.
           MOVE "N" TO WS-REGISTER-FULL.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-OK
               PERFORM A-110-READ-CHECK
               PERFORM A-120-REPLAY-CHECK
                   UNTIL CHECK-AT-EOF OR REGISTER-TABLE-FULL
               CLOSE CHECK-FILE
           END-IF.
           IF REGISTER-TABLE-FULL
      **
      * A check left off the table would never clear and could not
      * be returned, so nothing is posted from a partial register.
      **
               DISPLAY "CHECK REGISTER EXCEEDS THE TABLE - RUN "
                   "ABORTED, NOTHING POSTED."
               MOVE 16 TO RETURN-CODE
           END-IF.
       A-110-READ-CHECK.
           READ CHECK-FILE
               AT END SET CHECK-AT-EOF TO TRUE
           END-READ.
       A-120-REPLAY-CHECK.
           MOVE chk-account-number TO WS-WORK-ACCOUNT.
           MOVE chk-check-number TO WS-WORK-CHECK-NUMBER.
           PERFORM E-100-FIND-CHECK.
           IF WS-FOUND-SUB = 0
               IF WS-CHECK-COUNT < WS-CHECK-TABLE-MAX
                   ADD 1 TO WS-CHECK-COUNT
                   MOVE WS-CHECK-COUNT TO WS-FOUND-SUB
               ELSE
                   PERFORM E-120-FIND-RETURNED-SLOT
                   IF WS-FOUND-SUB = 0
                       SET REGISTER-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND-SUB > 0
               MOVE chk-account-number
                   TO WS-TBL-ACCOUNT (WS-FOUND-SUB)
               MOVE chk-check-number
                   TO WS-TBL-CHECK-NUMBER (WS-FOUND-SUB)
               MOVE chk-drawee-bank
                   TO WS-TBL-DRAWEE-BANK (WS-FOUND-SUB)
               MOVE chk-amount TO WS-TBL-AMOUNT (WS-FOUND-SUB)
               MOVE chk-deposit-date
                   TO WS-TBL-DEPOSIT-DATE (WS-FOUND-SUB)
               MOVE chk-clearing-date
                   TO WS-TBL-CLEARING-DATE (WS-FOUND-SUB)
               MOVE chk-status TO WS-TBL-STATUS (WS-FOUND-SUB)
           END-IF.
           PERFORM A-110-READ-CHECK.
       B-100-CLEARING-RUN.
           DISPLAY "CHECK CLEARING RUN".
           DISPLAY "BUSINESS DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE "DIAZ0029" TO WS-OPERATOR-ID.
           PERFORM A-100-LOAD-REGISTER.
           IF NOT REGISTER-TABLE-FULL
               PERFORM B-105-CLEAR-REGISTER
           END-IF.
       B-105-CLEAR-REGISTER.
           OPEN OUTPUT CLEARING-REPORT-FILE.
           MOVE SPACES TO CLEARING-LINE.
           STRING "CHECKS CLEARED AS OF " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
           MOVE "ACCT# CHECK #    DRAWEE BANK          CLEARING"
               TO CLEARING-LINE.
           MOVE "AMOUNT" TO CLEARING-LINE (63:6).
           PERFORM Z-100-WRITE-CLEARING-LINE.
           PERFORM B-110-CLEAR-ONE
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.
           MOVE WS-CLEARED-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLEARING-LINE.
           STRING "CHECKS CLEARED: " DELIMITED BY SIZE
               WS-CLEARED-COUNT DELIMITED BY SIZE
               "   FUNDS RELEASED: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
           MOVE WS-FLOAT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLEARING-LINE.
           STRING "STILL IN FLOAT: " DELIMITED BY SIZE
               WS-FLOAT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
           CLOSE CLEARING-REPORT-FILE.
       B-110-CLEAR-ONE.
           IF WS-TBL-STATUS (WS-CHECK-SUB) = "FLOAT"
               IF WS-TBL-CLEARING-DATE (WS-CHECK-SUB)
                   <= WS-BUSINESS-DATE
                   MOVE WS-CHECK-SUB TO WS-FOUND-SUB
                   MOVE "CLEARED" TO WS-WORK-STATUS
                   MOVE SPACES TO WS-RETURN-REASON
                   PERFORM Z-200-WRITE-CHECK-STATUS
                   MOVE "RELEASE" TO WS-HOLD-ACTION
                   PERFORM Z-300-WRITE-FLOAT-HOLD
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD WS-TBL-AMOUNT (WS-CHECK-SUB)
                       TO WS-CLEARED-TOTAL
                   PERFORM Z-400-CHECK-DETAIL-LINE
               ELSE
                   ADD 1 TO WS-FLOAT-COUNT
                   ADD WS-TBL-AMOUNT (WS-CHECK-SUB) TO WS-FLOAT-TOTAL
               END-IF
           END-IF.
       C-100-RETURN-CHECK.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ACCOUNT.
           DISPLAY "CHECK NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CHECK-NUMBER.
           PERFORM A-100-LOAD-REGISTER.
           PERFORM E-100-FIND-CHECK.
           IF REGISTER-TABLE-FULL
               CONTINUE
           ELSE IF WS-FOUND-SUB = 0
               DISPLAY "CHECK NOT ON THE REGISTER FOR THAT ACCOUNT."
           ELSE IF WS-TBL-STATUS (WS-FOUND-SUB) = "RETURNED"
               DISPLAY "CHECK ALREADY RETURNED - NOTHING POSTED."
           ELSE
               MOVE WS-TBL-AMOUNT (WS-FOUND-SUB) TO WS-EDIT-AMOUNT
               DISPLAY "CHECK " WS-TBL-CHECK-NUMBER (WS-FOUND-SUB)
                   " " WS-TBL-DRAWEE-BANK (WS-FOUND-SUB)
               DISPLAY "AMOUNT: " WS-EDIT-AMOUNT "  STATUS: "
                   WS-TBL-STATUS (WS-FOUND-SUB)
               DISPLAY "RETURN REASON (E.G. DAIF, DAUD, ACCTCLSD, "
                   "STOPPAY): " WITH NO ADVANCING
               ACCEPT WS-RETURN-REASON
               DISPLAY "RETURNED-CHECK FEE (0 = 500.00): "
                   WITH NO ADVANCING
               ACCEPT WS-RETURN-FEE
               IF WS-RETURN-FEE = 0
                   MOVE WS-DEFAULT-RETURN-FEE TO WS-RETURN-FEE
               END-IF
               IF WS-RETURN-REASON = SPACES
                   DISPLAY "A RETURN NEEDS A REASON - NOTHING POSTED."
               ELSE
                   PERFORM C-105-CHECK-PERIOD
               END-IF
           END-IF.
       C-105-CHECK-PERIOD.
      **
      * A reversal dated inside a month DIAZ0031 has closed goes on
      * only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           SET PERIOD-OPEN TO TRUE.
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF PERIOD-OPEN OR PERIOD-ADJUSTMENT
               PERFORM C-110-REVERSE-CHECK
           ELSE
               DISPLAY "PERIOD CLOSED - NOTHING POSTED."
           END-IF.
       C-110-REVERSE-CHECK.
      **
      * The check comes back off the balance in full. A check that
      * cleared may already have been drawn against; if the balance
      * no longer covers it nothing is posted and the account is
      * left for a supervisor. The fee is charged only from what
      * the balance still holds after the reversal.
      **
           OPEN I-O OUTPUT-FILE.
           IF NOT WS-FILE-OK
               DISPLAY "NO ACCOUNT FILE TO POST AGAINST - STATUS: "
                   WS-FILE-STATUS
           ELSE
               MOVE WS-WORK-ACCOUNT TO out-account-number
               READ OUTPUT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NUMBER NOT ON FILE."
                   NOT INVALID KEY
                       PERFORM C-120-POST-REVERSAL
               END-READ
               CLOSE OUTPUT-FILE
           END-IF.
       C-120-POST-REVERSAL.
           IF WS-TBL-AMOUNT (WS-FOUND-SUB) > out-principal-amount
               DISPLAY "BALANCE NO LONGER COVERS THE CHECK - REFER "
                   "TO A SUPERVISOR. NOTHING POSTED."
           ELSE
               IF WS-TBL-STATUS (WS-FOUND-SUB) = "FLOAT"
                   MOVE "RELEASE" TO WS-HOLD-ACTION
                   PERFORM Z-300-WRITE-FLOAT-HOLD
               END-IF
               MOVE "X" TO WS-MOVEMENT-TYPE
               MOVE WS-TBL-AMOUNT (WS-FOUND-SUB)
                   TO WS-MOVEMENT-AMOUNT
               MOVE WS-RETURN-REASON TO WS-MOVEMENT-REASON
               PERFORM C-130-APPLY-MOVEMENT
               IF WS-RETURN-FEE > out-principal-amount
                   DISPLAY "BALANCE DOES NOT COVER THE FEE - "
                       "FEE NOT CHARGED."
               ELSE
                   MOVE "F" TO WS-MOVEMENT-TYPE
                   MOVE WS-RETURN-FEE TO WS-MOVEMENT-AMOUNT
                   MOVE "RETFEE" TO WS-MOVEMENT-REASON
                   PERFORM C-130-APPLY-MOVEMENT
               END-IF
               MOVE "RETURNED" TO WS-WORK-STATUS
               PERFORM Z-200-WRITE-CHECK-STATUS
               MOVE out-principal-amount TO WS-EDIT-AMOUNT
               DISPLAY "CHECK RETURNED - NEW BALANCE: "
                   WS-EDIT-AMOUNT
           END-IF.
       C-130-APPLY-MOVEMENT.
           MOVE OUTPUT-REC TO WS-JRN-BEFORE.
           MOVE out-principal-amount TO WS-OLD-BALANCE.
           SUBTRACT WS-MOVEMENT-AMOUNT FROM out-principal-amount.
           REWRITE OUTPUT-REC.
           IF WS-FILE-OK
               MOVE OUTPUT-REC TO WS-JRN-AFTER
               PERFORM Z-900-WRITE-JOURNAL
               PERFORM Z-500-WRITE-HISTORY
               IF PERIOD-ADJUSTMENT
                   PERFORM C-140-LOG-ADJUSTMENT
               END-IF
           ELSE
               DISPLAY "REWRITE FAILED - STATUS: " WS-FILE-STATUS
           END-IF.
       C-140-LOG-ADJUSTMENT.
           MOVE out-account-number TO WS-ADJ-REFERENCE.
           COMPUTE WS-ADJ-AMOUNT = 0 - WS-MOVEMENT-AMOUNT.
           IF WS-MOVEMENT-TYPE = "F"
               MOVE "RETURNED-CHECK FEE" TO WS-ADJ-DESCRIPTION
           ELSE
               MOVE "RETURNED CHECK" TO WS-ADJ-DESCRIPTION
           END-IF.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       D-100-LIST-FLOAT.
           DISPLAY "ACCOUNT NUMBER (0 = ALL): " WITH NO ADVANCING.
           ACCEPT WS-WORK-ACCOUNT.
           PERFORM A-100-LOAD-REGISTER.
           IF NOT REGISTER-TABLE-FULL
               PERFORM D-105-LIST-REGISTER
           END-IF.
       D-105-LIST-REGISTER.
           OPEN OUTPUT CLEARING-REPORT-FILE.
           MOVE "CHECKS IN FLOAT" TO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
           MOVE "ACCT# CHECK #    DRAWEE BANK          CLEARING"
               TO CLEARING-LINE.
           MOVE "AMOUNT" TO CLEARING-LINE (63:6).
           PERFORM Z-100-WRITE-CLEARING-LINE.
           PERFORM D-110-LIST-ONE
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.
           MOVE WS-FLOAT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLEARING-LINE.
           STRING "CHECKS IN FLOAT: " DELIMITED BY SIZE
               WS-FLOAT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
           CLOSE CLEARING-REPORT-FILE.
       D-110-LIST-ONE.
           IF WS-TBL-STATUS (WS-CHECK-SUB) = "FLOAT"
               AND (WS-WORK-ACCOUNT = 0
               OR WS-TBL-ACCOUNT (WS-CHECK-SUB) = WS-WORK-ACCOUNT)
               ADD 1 TO WS-FLOAT-COUNT
               ADD WS-TBL-AMOUNT (WS-CHECK-SUB) TO WS-FLOAT-TOTAL
               PERFORM Z-400-CHECK-DETAIL-LINE
           END-IF.
       E-100-FIND-CHECK.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM E-110-MATCH-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
               OR WS-FOUND-SUB > 0.
       E-110-MATCH-CHECK.
           IF WS-TBL-ACCOUNT (WS-CHECK-SUB) = WS-WORK-ACCOUNT
               AND WS-TBL-CHECK-NUMBER (WS-CHECK-SUB) =
               WS-WORK-CHECK-NUMBER
               MOVE WS-CHECK-SUB TO WS-FOUND-SUB
           END-IF.
       E-120-FIND-RETURNED-SLOT.
      **
      * RETURNED is final on the register, so a returned check's
      * slot can be handed to a newer check.
      **
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM E-130-MATCH-RETURNED
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
               OR WS-FOUND-SUB > 0.
       E-130-MATCH-RETURNED.
           IF WS-TBL-STATUS (WS-CHECK-SUB) = "RETURNED"
               MOVE WS-CHECK-SUB TO WS-FOUND-SUB
           END-IF.
       Z-100-WRITE-CLEARING-LINE.
           DISPLAY CLEARING-LINE.
           WRITE CLEARING-LINE.
       Z-200-WRITE-CHECK-STATUS.
           OPEN EXTEND CHECK-FILE.
           IF WS-CHECK-NOT-FOUND
               OPEN OUTPUT CHECK-FILE
           END-IF.
           MOVE WS-TBL-ACCOUNT (WS-FOUND-SUB) TO chk-account-number.
           MOVE WS-TBL-CHECK-NUMBER (WS-FOUND-SUB)
               TO chk-check-number.
           MOVE WS-TBL-DRAWEE-BANK (WS-FOUND-SUB) TO chk-drawee-bank.
           MOVE WS-TBL-AMOUNT (WS-FOUND-SUB) TO chk-amount.
           MOVE WS-TBL-DEPOSIT-DATE (WS-FOUND-SUB)
               TO chk-deposit-date.
           MOVE WS-TBL-CLEARING-DATE (WS-FOUND-SUB)
               TO chk-clearing-date.
           MOVE WS-WORK-STATUS TO chk-status.
           MOVE WS-RETURN-REASON TO chk-return-reason.
           MOVE WS-OPERATOR-ID TO chk-operator-id.
           ACCEPT chk-stamp-date FROM DATE YYYYMMDD.
           ACCEPT chk-stamp-time FROM TIME.
           WRITE CHECK-REC.
           CLOSE CHECK-FILE.
           MOVE WS-WORK-STATUS TO WS-TBL-STATUS (WS-FOUND-SUB).
       Z-300-WRITE-FLOAT-HOLD.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE WS-TBL-ACCOUNT (WS-FOUND-SUB) TO hld-account-number.
           MOVE WS-HOLD-ACTION TO hld-action.
           MOVE "P" TO hld-full-flag.
           MOVE WS-TBL-AMOUNT (WS-FOUND-SUB) TO hld-amount.
           MOVE "FLOAT" TO hld-reason-code.
           MOVE WS-OPERATOR-ID TO hld-operator-id.
           ACCEPT hld-stamp-date FROM DATE YYYYMMDD.
           ACCEPT hld-stamp-time FROM TIME.
           WRITE HOLD-REC.
           CLOSE HOLD-FILE.
       Z-400-CHECK-DETAIL-LINE.
           MOVE WS-TBL-AMOUNT (WS-CHECK-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLEARING-LINE.
           STRING WS-TBL-ACCOUNT (WS-CHECK-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TBL-CHECK-NUMBER (WS-CHECK-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TBL-DRAWEE-BANK (WS-CHECK-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TBL-CLEARING-DATE (WS-CHECK-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CLEARING-LINE.
           PERFORM Z-100-WRITE-CLEARING-LINE.
       Z-500-WRITE-HISTORY.
           OPEN EXTEND TRANS-HIST-FILE.
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT TRANS-HIST-FILE
           END-IF.
           MOVE out-account-number TO txn-account-number.
           MOVE WS-MOVEMENT-TYPE TO txn-type.
           MOVE WS-MOVEMENT-AMOUNT TO txn-amount.
           MOVE WS-OLD-BALANCE TO txn-old-balance.
           MOVE out-principal-amount TO txn-new-balance.
           MOVE WS-OPERATOR-ID TO txn-operator-id.
           ACCEPT txn-post-date FROM DATE YYYYMMDD.
           ACCEPT txn-post-time FROM TIME.
           MOVE SPACES TO txn-approved-by.
           IF PERIOD-ADJUSTMENT
               MOVE WS-PERIOD-APPROVER TO txn-approved-by
           END-IF.
           MOVE WS-WORK-CHECK-NUMBER TO txn-reference.
           MOVE WS-MOVEMENT-REASON TO txn-reason-code.
           MOVE out-currency-code TO txn-currency-code.
           WRITE TRANS-HIST-REC.
           CLOSE TRANS-HIST-FILE.
       Z-900-WRITE-JOURNAL.
      **
      * The last sequence and check value on file are fetched once
      * a run; DIAZJSL function S carries them on to each record it
      * seals.
      **
           IF NOT SEAL-CHAIN-LOADED
               MOVE "L" TO WS-SEAL-FUNCTION
               CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC
               SET SEAL-CHAIN-LOADED TO TRUE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           ACCEPT jrn-stamp-date FROM DATE YYYYMMDD.
           ACCEPT jrn-stamp-time FROM TIME.
           MOVE "DIAZ0029" TO jrn-program.
           MOVE "REWRITE" TO jrn-action.
           MOVE out-account-number TO jrn-account-number.
           MOVE WS-OPERATOR-ID TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       END PROGRAM DIAZ0029.
