      * journal (Z-900-WRITE-JOURNAL), so DIAZ0020 can rebuild the
      * file from the DIAZ0002.BKP backup and replay the day
      * forward after a corruption.
      * An amend or delete now passes today's date to DIAZPER
      * (B-260-CHECK-PERIOD) before it commits; a month closed in
      * DIAZ0031 refuses the change unless a supervisor signs on as
      * the second signature, and then the log record carries the
      * approver in mnt-approved-by (an amend's mnt-reason reads
      * PRIOR-PERIOD ADJUSTMENT) and the change is logged on
      * DIAZADJ.DAT through DIAZADJ.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape;
      * the journal images grew to match.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match.
      * Every journal record is now sealed. JOURNAL-REC grew
      * jrn-seal-sequence and jrn-seal-value: before the journal is
      * opened the append fetches the sequence and check value of the
      * last record on file (DIAZJSL function L), and the new record is
      * numbered one past it and sealed with a check value chained from
      * it (function S), so the DIAZ0037 verification run can show the
      * journal has not been edited, added to or cut short.
      * Deleting an account settles its certificate: the DIAZCTD.DAT
      * register is replayed for the account the DIAZ0007 way, and
      * a certificate still ISSUED or REPLACED is written CANCELLED
      * under the delete's approver once the record is gone, so the
      * DIAZ0025 register no longer carries it as outstanding.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CERTIFICATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.DAT"
           FILE STATUS IS WS-CERTIFICATE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD MAINT-LOG-FILE
           DATA RECORD IS MAINT-LOG-REC.
       01 MAINT-LOG-REC.
           05 jrn-action PIC X(7).
           05 jrn-account-number PIC 9(5).
           05 jrn-operator-id PIC X(8).
           05 jrn-before-image PIC X(75).
           05 jrn-after-image PIC X(75).
           05 jrn-seal-sequence PIC 9(9).
           05 jrn-seal-value PIC 9(9).
       FD CERTIFICATE-FILE
           DATA RECORD IS CERTIFICATE-REC.
       01 CERTIFICATE-REC.
           05 ctd-serial-number PIC 9(5).
           05 ctd-account-number PIC 9(5).
           05 ctd-status PIC X(11).
           05 ctd-related-serial PIC 9(5).
           05 ctd-principal-amount PIC 9(6)V99.
           05 ctd-operator-id PIC X(8).
           05 ctd-approved-by PIC X(8).
           05 ctd-stamp-date PIC 9(8).
           05 ctd-stamp-time PIC 9(8).
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
       01 WS-CERTIFICATE-STATUS PIC XX VALUE "00".
           88 WS-CERTIFICATE-OK VALUE "00".
           88 WS-CERTIFICATE-NOT-FOUND VALUE "35".
       01 WS-CERTIFICATE-EOF PIC X VALUE "N".
           88 CERTIFICATE-AT-EOF VALUE "Y".
       01 WS-OUTSTANDING-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-CERT-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-CERT-PRINCIPAL PIC 9(6)V99 VALUE ZERO.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 RESPONSES.
           05 SCR-RESP-WS PIC X VALUE SPACES.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       01 WS-APPROVAL-GOOD PIC X VALUE "N".
           88 DELETE-IS-APPROVED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0005".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE SPACES.
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
           05 in-account-name PIC X(21).
               DISPLAY "YEARS OF DEPOSIT MUST BE 1-50 - NOT AMENDED"
                   LINE 16 COL 12
           ELSE
               PERFORM B-260-CHECK-PERIOD
           END-IF.
           IF in-years-of-deposit > 0 AND in-years-of-deposit < 51
               AND (PERIOD-OPEN OR PERIOD-ADJUSTMENT)
               PERFORM B-250-LOG-SETUP
               MOVE "AMEND" TO mnt-action
               MOVE in-account-name TO mnt-new-name
               MOVE in-years-of-deposit TO mnt-new-years
               MOVE in-account-name TO out-account-name
               MOVE in-years-of-deposit TO out-years-of-deposit
               IF PERIOD-ADJUSTMENT
                   MOVE "PRIOR-PERIOD ADJUSTMENT" TO mnt-reason
                   MOVE WS-PERIOD-APPROVER TO mnt-approved-by
               END-IF
               REWRITE OUTPUT-REC
               IF WS-FILE-OK
                   WRITE MAINT-LOG-REC
                   IF PERIOD-ADJUSTMENT
                       MOVE ZERO TO WS-ADJ-AMOUNT
                       MOVE "ACCOUNT AMENDED" TO WS-ADJ-DESCRIPTION
                       PERFORM B-270-LOG-ADJUSTMENT
                   END-IF
                   MOVE "REWRITE" TO WS-JRN-ACTION
                   MOVE OUTPUT-REC TO WS-JRN-AFTER
                   PERFORM Z-900-WRITE-JOURNAL
           ELSE
               PERFORM B-240-GET-APPROVAL
           END-IF.
           IF DELETE-IS-APPROVED
               PERFORM B-260-CHECK-PERIOD
               IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
                   MOVE "N" TO WS-APPROVAL-GOOD
               END-IF
           END-IF.
           IF DELETE-IS-APPROVED
               PERFORM B-250-LOG-SETUP
               MOVE "DELETE" TO mnt-action
               MOVE WS-DELETE-REASON TO mnt-reason
               MOVE WS-APPROVER-ID TO mnt-approved-by
               COMPUTE WS-ADJ-AMOUNT = 0 - out-principal-amount
               PERFORM K-100-FIND-CERTIFICATE
               DELETE OUTPUT-FILE
               IF WS-FILE-OK
                   WRITE MAINT-LOG-REC
                   PERFORM B-280-CANCEL-CERTIFICATE
                   IF PERIOD-ADJUSTMENT
                       MOVE "ACCOUNT DELETED" TO WS-ADJ-DESCRIPTION
                       PERFORM B-270-LOG-ADJUSTMENT
                   END-IF
                   MOVE "DELETE" TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-AFTER
                   PERFORM Z-900-WRITE-JOURNAL
           MOVE WS-OPERATOR-ID TO mnt-operator-id.
           ACCEPT mnt-maint-date FROM DATE YYYYMMDD.
           ACCEPT mnt-maint-time FROM TIME.
       B-260-CHECK-PERIOD.
      **
      * A change dated inside a month DIAZ0031 has closed goes on
      * only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               DISPLAY "PERIOD CLOSED - RECORD NOT CHANGED"
                   LINE 16 COL 12
           END-IF.
       B-270-LOG-ADJUSTMENT.
           MOVE mnt-account-number TO WS-ADJ-REFERENCE.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       B-280-CANCEL-CERTIFICATE.
      **
      * The certificate of a deleted account can never be paid out,
      * so an outstanding one is cancelled on the register.
      **
           IF WS-OUTSTANDING-SERIAL > 0
               OPEN EXTEND CERTIFICATE-FILE
               IF WS-CERTIFICATE-NOT-FOUND
                   OPEN OUTPUT CERTIFICATE-FILE
               END-IF
               MOVE WS-OUTSTANDING-SERIAL TO ctd-serial-number
               MOVE WS-CERT-ACCOUNT TO ctd-account-number
               MOVE "CANCELLED" TO ctd-status
               MOVE ZERO TO ctd-related-serial
               MOVE WS-CERT-PRINCIPAL TO ctd-principal-amount
               MOVE WS-OPERATOR-ID TO ctd-operator-id
               MOVE WS-APPROVER-ID TO ctd-approved-by
               ACCEPT ctd-stamp-date FROM DATE YYYYMMDD
               ACCEPT ctd-stamp-time FROM TIME
               WRITE CERTIFICATE-REC
               CLOSE CERTIFICATE-FILE
           END-IF.
       K-100-FIND-CERTIFICATE.
      **
      * Replays the DIAZCTD.DAT register (DIAZ0002, DIAZ0025) for
      * the account: an ISSUED or REPLACED record makes its serial
      * the outstanding one, and a later SURRENDERED or CANCELLED
      * record for that serial takes it off again.
      **
           MOVE out-account-number TO WS-CERT-ACCOUNT.
           MOVE out-principal-amount TO WS-CERT-PRINCIPAL.
           MOVE ZERO TO WS-OUTSTANDING-SERIAL.
           MOVE "N" TO WS-CERTIFICATE-EOF.
           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-OK
               PERFORM K-110-READ-CERTIFICATE
               PERFORM K-120-REPLAY-ONE UNTIL CERTIFICATE-AT-EOF
               CLOSE CERTIFICATE-FILE
           END-IF.
       K-110-READ-CERTIFICATE.
           READ CERTIFICATE-FILE
               AT END SET CERTIFICATE-AT-EOF TO TRUE
           END-READ.
       K-120-REPLAY-ONE.
           IF ctd-account-number = WS-CERT-ACCOUNT
               IF ctd-status = "ISSUED" OR ctd-status = "REPLACED"
                   MOVE ctd-serial-number TO WS-OUTSTANDING-SERIAL
               ELSE
                   IF ctd-serial-number = WS-OUTSTANDING-SERIAL
                       MOVE ZERO TO WS-OUTSTANDING-SERIAL
                   END-IF
               END-IF
           END-IF.
           PERFORM K-110-READ-CERTIFICATE.
       C-100-TERMINATE.
           CLOSE OUTPUT-FILE.
           CLOSE MAINT-LOG-FILE.
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
       END PROGRAM DIAZ0005.
