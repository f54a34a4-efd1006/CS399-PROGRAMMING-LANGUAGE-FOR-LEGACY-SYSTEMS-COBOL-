      * releases one, mode 3 lists an account's hold history and
      * its active position. DIAZ0006 and DIAZ0007 replay the same
      * log at the point of withdrawal and closure.
      * Holds under reason code LOAN belong to the DIAZ0028
      * deposit-backed loans and come off only when the loan is paid
      * or offset there: a release here may not be keyed under LOAN
      * nor reach into the amount the loans still hold.
      * Check float held under reason code FLOAT is likewise left to
      * the DIAZ0029 clearing and return runs.
      * Placing a hold now queues a HOLD text message on the
      * DIAZSMS.DAT notification file - reason code and amount, or
      * FULL BALANCE - to the contact number on the depositor's
      * DIAZCUST.DAT record, unless the depositor opted out there.
      * An unlinked account is queued without a number so the
      * DIAZSMS batch reports it for the branch to phone.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * CUSTOMER-REC grew cst-merged-into (DIAZ0014 customer merge);
      * hold messages still follow each account's customer number.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT HOLD-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZHLD.DAT"
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cst-customer-number
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT NOTIFY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.DAT"
           FILE STATUS IS WS-NOTIFY-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 hld-operator-id PIC X(8).
           05 hld-stamp-date PIC 9(8).
           05 hld-stamp-time PIC 9(8).
       FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-REC.
       01 CUSTOMER-REC.
           05 cst-customer-number PIC 9(5).
           05 cst-customer-name PIC X(21).
           05 cst-address PIC X(30).
           05 cst-contact-number PIC X(11).
           05 cst-id-presented PIC X(20).
           05 cst-operator-id PIC X(8).
           05 cst-entry-date PIC 9(8).
           05 cst-entry-time PIC 9(8).
           05 cst-sms-opt-out PIC X.
           05 cst-merged-into PIC 9(5).
       FD NOTIFY-FILE
           DATA RECORD IS NOTIFY-REC.
       01 NOTIFY-REC.
           05 ntf-status PIC X.
           05 ntf-business PIC X(4).
           05 ntf-template PIC X(8).
           05 ntf-contact-number PIC X(11).
           05 ntf-customer-name PIC X(21).
           05 ntf-reference PIC 9(5).
           05 ntf-merge-1 PIC X(20).
           05 ntf-merge-2 PIC X(20).
           05 ntf-queued-date PIC 9(8).
           05 ntf-queued-by PIC X(8).
           05 ntf-sent-date PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
       01 WS-WORK-REASON PIC X(8) VALUE SPACES.
       01 WS-HELD-AMOUNT PIC S9(8)V99 VALUE ZERO.
       01 WS-FULL-HOLD-COUNT PIC S9(3) VALUE ZERO.
       01 WS-SYSTEM-HELD-AMOUNT PIC S9(8)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC --------9.99.
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
       01 WS-NOTIFY-STATUS PIC XX VALUE "00".
           88 WS-NOTIFY-OK VALUE "00".
           88 WS-NOTIFY-NOT-FOUND VALUE "35".
       01 WS-WORK-CUSTOMER PIC 9(5) VALUE ZERO.
       01 WS-WORK-NAME PIC X(21) VALUE SPACES.
       01 WS-TEXT-CONTACT PIC X(11) VALUE SPACES.
       01 WS-TEXT-OPT-OUT PIC X VALUE "N".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   INVALID KEY MOVE "N" TO WS-RECORD-FOUND
                   NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
               END-READ
               MOVE out-customer-number TO WS-WORK-CUSTOMER
               MOVE out-account-name TO WS-WORK-NAME
               CLOSE OUTPUT-FILE
           ELSE
               DISPLAY "NO ACCOUNT FILE ON HAND - STATUS: "
               ELSE
                   PERFORM Z-100-WRITE-HOLD-RECORD
                   DISPLAY "HOLD PLACED."
                   PERFORM B-200-QUEUE-HOLD-TEXT
               END-IF
           END-IF.
       B-200-QUEUE-HOLD-TEXT.
      **
      * The depositor hears of the hold by text unless they opted
      * out on the customer master; DIAZSMS sends it.
      **
           MOVE SPACES TO WS-TEXT-CONTACT.
           MOVE "N" TO WS-TEXT-OPT-OUT.
           IF WS-WORK-CUSTOMER NOT = 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-OK
                   MOVE WS-WORK-CUSTOMER TO cst-customer-number
                   READ CUSTOMER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE cst-contact-number TO WS-TEXT-CONTACT
                           MOVE cst-sms-opt-out TO WS-TEXT-OPT-OUT
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-TEXT-OPT-OUT NOT = "Y"
               OPEN EXTEND NOTIFY-FILE
               IF WS-NOTIFY-NOT-FOUND
                   OPEN OUTPUT NOTIFY-FILE
               END-IF
               MOVE "P" TO ntf-status
               MOVE "DIAZ" TO ntf-business
               MOVE "HOLD" TO ntf-template
               MOVE WS-TEXT-CONTACT TO ntf-contact-number
               MOVE WS-WORK-NAME TO ntf-customer-name
               MOVE WS-WORK-ACCOUNT TO ntf-reference
               MOVE WS-WORK-REASON TO ntf-merge-1
               IF WS-WORK-FULL = "F"
                   MOVE "FULL BALANCE" TO ntf-merge-2
               ELSE
                   MOVE WS-WORK-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO ntf-merge-2
               END-IF
               ACCEPT ntf-queued-date FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO ntf-queued-by
               MOVE ZERO TO ntf-sent-date
               WRITE NOTIFY-REC
               CLOSE NOTIFY-FILE
           END-IF.
       C-100-RELEASE-HOLD.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ACCOUNT.
               END-IF
               DISPLAY "REASON CODE: " WITH NO ADVANCING
               ACCEPT WS-WORK-REASON
               IF WS-WORK-REASON = "LOAN"
                   DISPLAY "LOAN HOLDS ARE RELEASED BY DIAZ0028 - "
                       "NOTHING RELEASED."
               ELSE IF WS-WORK-REASON = "FLOAT"
                   DISPLAY "CHECK FLOAT IS RELEASED BY DIAZ0029 - "
                       "NOTHING RELEASED."
               ELSE IF WS-WORK-FULL = "F" AND WS-FULL-HOLD-COUNT = 0
                   DISPLAY "NO FULL HOLD ACTIVE - NOTHING RELEASED."
               ELSE IF WS-WORK-FULL = "P"
                   AND WS-WORK-AMOUNT > WS-HELD-AMOUNT
                   DISPLAY "RELEASE EXCEEDS THE AMOUNT HELD - "
                       "NOTHING RELEASED."
               ELSE IF WS-WORK-FULL = "P" AND WS-WORK-AMOUNT >
                   WS-HELD-AMOUNT - WS-SYSTEM-HELD-AMOUNT
                   DISPLAY "RELEASE REACHES INTO LOAN OR FLOAT "
                       "HOLDS - NOTHING RELEASED."
               ELSE
                   PERFORM Z-110-WRITE-RELEASE-RECORD
                   DISPLAY "HOLD RELEASED."
      **
           MOVE ZERO TO WS-HELD-AMOUNT.
           MOVE ZERO TO WS-FULL-HOLD-COUNT.
           MOVE ZERO TO WS-SYSTEM-HELD-AMOUNT.
           MOVE "N" TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-OK
                       SUBTRACT hld-amount FROM WS-HELD-AMOUNT
                   END-IF
               END-IF
               IF (hld-reason-code = "LOAN"
                   OR hld-reason-code = "FLOAT")
                   AND hld-full-flag = "P"
                   IF hld-action = "PLACE"
                       ADD hld-amount TO WS-SYSTEM-HELD-AMOUNT
                   ELSE
                       SUBTRACT hld-amount FROM WS-SYSTEM-HELD-AMOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM D-110-READ-HOLD.
       Z-100-WRITE-HOLD-RECORD.
