      * journal (Z-900-WRITE-JOURNAL), so DIAZ0020 can rebuild the
      * file from the DIAZ0002.BKP backup and replay the day
      * forward after a corruption.
      * A deposit may now be taken by check: the teller keys the
      * check number, drawee bank and clearing date, the check goes
      * on the DIAZCHK.DAT register as FLOAT, and the amount is held
      * on DIAZHLD.DAT under reason code FLOAT, so the withdrawal
      * check here and DIAZ0007's closure check leave uncollected
      * funds alone until the DIAZ0029 clearing batch releases
      * them. The check number rides on the movement record in the
      * new txn-reference field; a movement file written before it
      * must go through DIAZCNV run mode 19 once.
      * Before a posting commits, B-226-CHECK-PERIOD hands today's
      * date to DIAZPER against the DIAZ0031 period-control log; a
      * posting into a closed month is refused unless a supervisor
      * signs on as the second signature, and then the movement
      * record carries reason code PRIORPER, the approver rides in
      * txn-approved-by, and the entry is logged on DIAZADJ.DAT
      * through DIAZADJ for the DIAZ0031 adjustment report.
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
      * A check deposit is refused when DIAZCHK.DAT already holds the
      * same check number for the account, whatever its standing:
      * DIAZ0029 keeps one register entry per account and check
      * number, so a second deposit of it would leave a FLOAT hold
      * that never comes off and a return that reverses only one.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CHECK-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCHK.DAT"
           FILE STATUS IS WS-CHECK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD TRANS-HIST-FILE
           DATA RECORD IS TRANS-HIST-REC.
       01 TRANS-HIST-REC.
           05 txn-post-date PIC 9(8).
           05 txn-post-time PIC 9(8).
           05 txn-approved-by PIC X(8).
           05 txn-reference PIC X(10).
           05 txn-reason-code PIC X(8).
           05 txn-currency-code PIC X(3).
       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 jrn-action PIC X(7).
           05 jrn-account-number PIC 9(5).
           05 jrn-operator-id PIC X(8).
           05 jrn-before-image PIC X(75).
           05 jrn-after-image PIC X(75).
           05 jrn-seal-sequence PIC 9(9).
           05 jrn-seal-value PIC 9(9).
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
           88 WS-JOURNAL-NOT-FOUND VALUE "35".
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "L".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-JRN-ACTION PIC X(7) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 RESPONSES.
           05 SCR-RESP-WS PIC X VALUE SPACES.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 POSTING-IS-VALID VALUE "Y".
       01 WS-HOLD-STATUS PIC XX VALUE "00".
           88 WS-HOLD-OK VALUE "00".
           88 WS-HOLD-NOT-FOUND VALUE "35".
       01 WS-CHECK-STATUS PIC XX VALUE "00".
           88 WS-CHECK-OK VALUE "00".
           88 WS-CHECK-NOT-FOUND VALUE "35".
       01 WS-CHECK-EOF PIC X VALUE "N".
           88 CHECK-AT-EOF VALUE "Y".
       01 WS-CHECK-ON-REGISTER PIC X VALUE "N".
           88 CHECK-ALREADY-REGISTERED VALUE "Y".
       01 WS-CHECK-NUMBER PIC X(10) VALUE SPACES.
       01 WS-DRAWEE-BANK PIC X(20) VALUE SPACES.
       01 WS-CLEARING-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-HOLD-EOF PIC X VALUE "N".
           88 HOLD-AT-EOF VALUE "Y".
       01 WS-HELD-AMOUNT PIC S9(8)V99 VALUE ZERO.
       01 WS-APPROVER-ROLE PIC X VALUE "T".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0006".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE SPACES.
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
       SCREEN SECTION.
               10 PIC X TO WS-POST-TYPE LINE 9 COL 43.
               10 VALUE "AMOUNT (XXXXXX.XX): " LINE 11 COL 12.
               10 PIC 999999.99 TO WS-POST-AMOUNT LINE 11 COL 32.
               10 VALUE "CHECK # (BLANK = CASH): " LINE 15 COL 12.
               10 PIC X(10) TO WS-CHECK-NUMBER LINE 15 COL 36.
               10 VALUE "DRAWEE BANK: " LINE 16 COL 12.
               10 PIC X(20) TO WS-DRAWEE-BANK LINE 16 COL 25.
               10 VALUE "CLEARING DATE (YYYYMMDD): " LINE 17 COL 12.
               10 PIC 9(8) TO WS-CLEARING-DATE LINE 17 COL 38.
           05 RESP-INFO.
               10 VALUE "C - TO CONTINUE" LINE 18 COL 30.
               10 VALUE "Q - TO QUIT" LINE 19 COL 30.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O OUTPUT-FILE.
           IF NOT WS-FILE-OK
               DISPLAY "NO ACCOUNT FILE TO POST AGAINST - STATUS: "
           ACCEPT in-account-number LINE 3 COL 31.
           PERFORM B-210-FETCH-ACCOUNT.
           IF RECORD-ON-FILE
               MOVE SPACES TO WS-CHECK-NUMBER
               MOVE SPACES TO WS-DRAWEE-BANK
               MOVE ZERO TO WS-CLEARING-DATE
               DISPLAY POST-DETAIL
               ACCEPT POST-DETAIL
               PERFORM B-220-VALIDATE-POSTING
               MOVE SPACES TO WS-APPROVED-BY
               SET PERIOD-OPEN TO TRUE
               IF POSTING-IS-VALID AND POSTING-WITHDRAWAL
                   AND WS-POST-AMOUNT > WS-APPROVAL-LIMIT
                   PERFORM B-228-GET-APPROVAL
               END-IF
               IF POSTING-IS-VALID
                   PERFORM B-226-CHECK-PERIOD
               END-IF
               IF POSTING-IS-VALID
                   PERFORM B-230-APPLY-POSTING
               END-IF
           ELSE IF WS-POST-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - NOT POSTED"
                   LINE 13 COL 12
           ELSE IF POSTING-WITHDRAWAL
               AND WS-CHECK-NUMBER NOT = SPACES
               DISPLAY "CHECK DETAILS ARE FOR DEPOSITS - NOT POSTED"
                   LINE 13 COL 12
           ELSE IF WS-CHECK-NUMBER NOT = SPACES
               AND (WS-DRAWEE-BANK = SPACES
               OR WS-CLEARING-DATE NOT > WS-TODAY)
               DISPLAY "CHECK NEEDS DRAWEE BANK AND A LATER "
                   "CLEARING DATE - NOT POSTED" LINE 13 COL 12
           ELSE IF WS-CHECK-NUMBER NOT = SPACES
               PERFORM B-222-CHECK-REGISTER
           ELSE IF POSTING-WITHDRAWAL
               AND WS-POST-AMOUNT > out-principal-amount
               DISPLAY "WITHDRAWAL EXCEEDS BALANCE - NOT POSTED"
           ELSE
               SET POSTING-IS-VALID TO TRUE
           END-IF.
       B-222-CHECK-REGISTER.
      **
      * A check number already on DIAZCHK.DAT for the account, in
      * any standing, is not taken again.
      **
           MOVE "N" TO WS-CHECK-ON-REGISTER.
           MOVE "N" TO WS-CHECK-EOF.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-OK
               PERFORM B-223-READ-CHECK
               PERFORM B-224-MATCH-CHECK
                   UNTIL CHECK-AT-EOF OR CHECK-ALREADY-REGISTERED
               CLOSE CHECK-FILE
           END-IF.
           IF CHECK-ALREADY-REGISTERED
               DISPLAY "CHECK ALREADY ON THE REGISTER - NOT POSTED"
                   LINE 13 COL 12
           ELSE
               SET POSTING-IS-VALID TO TRUE
           END-IF.
       B-223-READ-CHECK.
           READ CHECK-FILE
               AT END SET CHECK-AT-EOF TO TRUE
           END-READ.
       B-224-MATCH-CHECK.
           IF chk-account-number = out-account-number
               AND chk-check-number = WS-CHECK-NUMBER
               SET CHECK-ALREADY-REGISTERED TO TRUE
           ELSE
               PERFORM B-223-READ-CHECK
           END-IF.
       B-225-CHECK-HOLDS.
      **
      * A withdrawal may only pass the money not frozen by an
               END-IF
           END-IF.
           PERFORM H-110-READ-HOLD.
       B-226-CHECK-PERIOD.
      **
      * A posting dated inside a month DIAZ0031 has closed goes on
      * only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               MOVE "N" TO WS-POST-VALID
               DISPLAY "PERIOD CLOSED - NOT POSTED" LINE 14 COL 12
           END-IF.
       B-228-GET-APPROVAL.
      **
      * A withdrawal above the approval limit does not commit on
               REWRITE OUTPUT-REC
               IF WS-FILE-OK
                   PERFORM B-240-WRITE-HISTORY
                   IF POSTING-DEPOSIT AND WS-CHECK-NUMBER NOT = SPACES
                       PERFORM B-250-FLOAT-CHECK
                   END-IF
                   MOVE "REWRITE" TO WS-JRN-ACTION
                   MOVE OUTPUT-REC TO WS-JRN-AFTER
                   PERFORM Z-900-WRITE-JOURNAL
           ACCEPT txn-post-date FROM DATE YYYYMMDD.
           ACCEPT txn-post-time FROM TIME.
           MOVE WS-APPROVED-BY TO txn-approved-by.
           MOVE WS-CHECK-NUMBER TO txn-reference.
           MOVE SPACES TO txn-reason-code.
           IF PERIOD-ADJUSTMENT
               MOVE "PRIORPER" TO txn-reason-code
               IF txn-approved-by = SPACES
                   MOVE WS-PERIOD-APPROVER TO txn-approved-by
               END-IF
           END-IF.
           MOVE out-currency-code TO txn-currency-code.
           WRITE TRANS-HIST-REC.
           IF PERIOD-ADJUSTMENT
               PERFORM B-245-LOG-ADJUSTMENT
           END-IF.
       B-245-LOG-ADJUSTMENT.
           MOVE out-account-number TO WS-ADJ-REFERENCE.
           IF POSTING-DEPOSIT
               MOVE WS-POST-AMOUNT TO WS-ADJ-AMOUNT
               MOVE "DEPOSIT POSTING" TO WS-ADJ-DESCRIPTION
           ELSE
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-POST-AMOUNT
               MOVE "WITHDRAWAL POSTING" TO WS-ADJ-DESCRIPTION
           END-IF.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       B-250-FLOAT-CHECK.
      **
      * The check goes on the register as FLOAT and its amount is
      * held under reason FLOAT until DIAZ0029 clears or returns
      * it, so the money is on the balance but not yet available.
      **
           OPEN EXTEND CHECK-FILE.
           IF WS-CHECK-NOT-FOUND
               OPEN OUTPUT CHECK-FILE
           END-IF.
           MOVE out-account-number TO chk-account-number.
           MOVE WS-CHECK-NUMBER TO chk-check-number.
           MOVE WS-DRAWEE-BANK TO chk-drawee-bank.
           MOVE WS-POST-AMOUNT TO chk-amount.
           MOVE WS-TODAY TO chk-deposit-date.
           MOVE WS-CLEARING-DATE TO chk-clearing-date.
           MOVE "FLOAT" TO chk-status.
           MOVE SPACES TO chk-return-reason.
           MOVE WS-OPERATOR-ID TO chk-operator-id.
           ACCEPT chk-stamp-date FROM DATE YYYYMMDD.
           ACCEPT chk-stamp-time FROM TIME.
           WRITE CHECK-REC.
           CLOSE CHECK-FILE.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE out-account-number TO hld-account-number.
           MOVE "PLACE" TO hld-action.
           MOVE "P" TO hld-full-flag.
           MOVE WS-POST-AMOUNT TO hld-amount.
           MOVE "FLOAT" TO hld-reason-code.
           MOVE WS-OPERATOR-ID TO hld-operator-id.
           ACCEPT hld-stamp-date FROM DATE YYYYMMDD.
           ACCEPT hld-stamp-time FROM TIME.
           WRITE HOLD-REC.
           CLOSE HOLD-FILE.
           DISPLAY "CHECK FUNDS HELD UNTIL " LINE 14 COL 12.
           DISPLAY WS-CLEARING-DATE LINE 14 COL 35.
       C-100-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE TRANS-HIST-FILE.
      * corruption. Only actions that actually took effect on the
      * file are journalled.
      **
           MOVE "L" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           MOVE WS-OPERATOR-ID TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       END PROGRAM DIAZ0006.
