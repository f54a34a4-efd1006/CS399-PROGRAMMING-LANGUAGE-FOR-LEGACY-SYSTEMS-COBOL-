      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZSMS.
      *-----------------------
      * Modification History
      * ---------------------
      * New daily text-message batch for both businesses. The
      * branch and the frame shop used to phone customers off paper
      * lists for events the system already knew about. MIDTERM
      * (order READY), DIAZ0011 (maturity notice) and DIAZ0019
      * (hold placed) now queue a message on the DIAZSMS.DAT
      * notification file: contact number, template code and the
      * merge fields, status P (pending). This batch reads the
      * file, composes each pending message from its template and
      * writes it to DIAZSMS.OUT, the fixed-format file the SMS
      * gateway takes, then REWRITEs the queue record S (sent) with
      * the date. A message whose contact number is not a usable
      * eleven-digit 09 mobile number is marked N and listed on
      * DIAZSMS.RPT for the branch or shop to phone. Customers who
      * opted out (cst-sms-opt-out on DIAZCUST.DAT, HDR-SMS-OPT-OUT
      * on MIDTHDR.DAT) are never queued in the first place.
      * Each run opens DIAZSMS.OUT afresh: the gateway is expected
      * to collect it before the next run.
      * The MATURITY payout is now quoted in the account's own
      * currency, which DIAZ0011 queues in ntf-merge-1 after the
      * maturity date; a message queued before that has none there and
      * is quoted in pesos as before.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT NOTIFY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.DAT"
           FILE STATUS IS WS-NOTIFY-STATUS.
       SELECT GATEWAY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.OUT"
           FILE STATUS IS WS-GATEWAY-STATUS.
       SELECT EXCEPTION-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZSMS.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
       FD GATEWAY-FILE
           DATA RECORD IS GATEWAY-REC.
       01 GATEWAY-REC.
           05 gw-contact-number PIC X(11).
           05 gw-business PIC X(4).
           05 gw-template PIC X(8).
           05 gw-reference PIC 9(5).
           05 gw-message PIC X(160).
       FD EXCEPTION-FILE
           DATA RECORD IS EXCEPTION-LINE.
       01 EXCEPTION-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-NOTIFY-STATUS PIC XX VALUE "00".
           88 WS-NOTIFY-OK VALUE "00".
       01 WS-GATEWAY-STATUS PIC XX VALUE "00".
           88 WS-GATEWAY-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
       01 WS-NOTIFY-EOF PIC X VALUE "N".
           88 NOTIFY-AT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-SENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-NUMBER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NUMBER-USABLE PIC X VALUE "N".
           88 NUMBER-IS-USABLE VALUE "Y".
       01 WS-MERGE-WORK PIC X(20) VALUE SPACES.
       01 WS-MERGE-LEAD PIC 99 VALUE ZERO.
       01 WS-MERGE-TEXT PIC X(20) VALUE SPACES.
       01 WS-MERGE-1-TEXT PIC X(20) VALUE SPACES.
       01 WS-MERGE-2-TEXT PIC X(20) VALUE SPACES.
       01 WS-MSG-DATE PIC 9(8) VALUE ZERO.
       01 WS-MSG-DATE-R REDEFINES WS-MSG-DATE.
           05 WS-MSG-YYYY PIC 9(4).
           05 WS-MSG-MM PIC 99.
           05 WS-MSG-DD PIC 99.
       01 WS-MSG-CURRENCY PIC X(3) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN I-O NOTIFY-FILE.
            IF NOT WS-NOTIFY-OK
                DISPLAY "NO MESSAGES QUEUED ON DIAZSMS.DAT - STATUS: "
                    WS-NOTIFY-STATUS
            ELSE
                OPEN OUTPUT GATEWAY-FILE
                OPEN OUTPUT EXCEPTION-FILE
                MOVE "CUSTOMERS WITH NO USABLE CONTACT NUMBER - RUN "
                    TO EXCEPTION-LINE
                MOVE WS-RUN-DATE TO EXCEPTION-LINE (48:8)
                PERFORM Z-100-WRITE-EXCEPTION
                MOVE "BUS  TEMPLATE REF   NAME                  "
                    TO EXCEPTION-LINE
                MOVE "CONTACT     QUEUED" TO EXCEPTION-LINE (44:18)
                PERFORM Z-100-WRITE-EXCEPTION
                PERFORM B-100-READ-NOTIFY
                PERFORM B-200-SEND-ONE UNTIL NOTIFY-AT-EOF
                CLOSE NOTIFY-FILE
                CLOSE GATEWAY-FILE
                MOVE SPACES TO EXCEPTION-LINE
                PERFORM Z-100-WRITE-EXCEPTION
                STRING "NO USABLE NUMBER: " DELIMITED BY SIZE
                    WS-NO-NUMBER-COUNT DELIMITED BY SIZE
                    INTO EXCEPTION-LINE
                PERFORM Z-100-WRITE-EXCEPTION
                CLOSE EXCEPTION-FILE
                DISPLAY "MESSAGES SENT TO GATEWAY: " WS-SENT-COUNT
            END-IF.
            GOBACK.
       B-100-READ-NOTIFY.
           READ NOTIFY-FILE
               AT END SET NOTIFY-AT-EOF TO TRUE
           END-READ.
       B-200-SEND-ONE.
           IF ntf-status = "P"
               PERFORM B-300-CHECK-NUMBER
               IF NUMBER-IS-USABLE
                   PERFORM C-100-COMPOSE-MESSAGE
                   WRITE GATEWAY-REC
                   MOVE "S" TO ntf-status
                   MOVE WS-RUN-DATE TO ntf-sent-date
                   ADD 1 TO WS-SENT-COUNT
               ELSE
                   MOVE "N" TO ntf-status
                   PERFORM D-100-LIST-NO-NUMBER
               END-IF
               REWRITE NOTIFY-REC
           END-IF.
           PERFORM B-100-READ-NOTIFY.
       B-300-CHECK-NUMBER.
      **
      * A usable number is a Philippine mobile as the shop and the
      * branch key it: eleven digits beginning 09.
      **
           MOVE "N" TO WS-NUMBER-USABLE.
           IF ntf-contact-number IS NUMERIC
               AND ntf-contact-number (1:2) = "09"
               SET NUMBER-IS-USABLE TO TRUE
           END-IF.
       C-100-COMPOSE-MESSAGE.
           MOVE ntf-contact-number TO gw-contact-number.
           MOVE ntf-business TO gw-business.
           MOVE ntf-template TO gw-template.
           MOVE ntf-reference TO gw-reference.
           MOVE SPACES TO gw-message.
           MOVE ntf-merge-1 TO WS-MERGE-WORK.
           PERFORM C-200-TRIM-MERGE.
           MOVE WS-MERGE-TEXT TO WS-MERGE-1-TEXT.
           MOVE ntf-merge-2 TO WS-MERGE-WORK.
           PERFORM C-200-TRIM-MERGE.
           MOVE WS-MERGE-TEXT TO WS-MERGE-2-TEXT.
           EVALUATE ntf-template
               WHEN "ORDREADY"
                   STRING "DIAZ MIDTOWN FRAME SHOP: HI "
                       DELIMITED BY SIZE
                       ntf-customer-name DELIMITED BY "  "
                       ", YOUR ORDER " DELIMITED BY SIZE
                       ntf-reference DELIMITED BY SIZE
                       " IS READY FOR PICKUP. BALANCE DUE: PHP "
                       DELIMITED BY SIZE
                       WS-MERGE-2-TEXT DELIMITED BY " "
                       "." DELIMITED BY SIZE
                       INTO gw-message
               WHEN "MATURITY"
                   MOVE ntf-merge-1 (1:8) TO WS-MSG-DATE
                   MOVE ntf-merge-1 (9:3) TO WS-MSG-CURRENCY
                   IF WS-MSG-CURRENCY = SPACES
                       MOVE "PHP" TO WS-MSG-CURRENCY
                   END-IF
                   STRING "YOUR TIME DEPOSIT ACCT " DELIMITED BY SIZE
                       ntf-reference DELIMITED BY SIZE
                       " MATURES ON " DELIMITED BY SIZE
                       WS-MSG-MM "/" WS-MSG-DD "/" WS-MSG-YYYY
                       DELIMITED BY SIZE
                       ". PROJECTED NET PAYOUT " DELIMITED BY SIZE
                       WS-MSG-CURRENCY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MERGE-2-TEXT DELIMITED BY " "
                       ". PLEASE VISIT THE BRANCH." DELIMITED BY SIZE
                       INTO gw-message
               WHEN "HOLD"
                   STRING "A HOLD (" DELIMITED BY SIZE
                       WS-MERGE-1-TEXT DELIMITED BY "  "
                       ") ON " DELIMITED BY SIZE
                       WS-MERGE-2-TEXT DELIMITED BY "  "
                       " WAS PLACED ON YOUR ACCT " DELIMITED BY SIZE
                       ntf-reference DELIMITED BY SIZE
                       ". PLEASE CONTACT THE BRANCH." DELIMITED BY SIZE
                       INTO gw-message
               WHEN OTHER
                   STRING ntf-customer-name DELIMITED BY "  "
                       ": " DELIMITED BY SIZE
                       WS-MERGE-1-TEXT DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-MERGE-2-TEXT DELIMITED BY "  "
                       INTO gw-message
           END-EVALUATE.
       C-200-TRIM-MERGE.
      **
      * Edited amounts arrive right-justified; the leading spaces
      * are dropped so the figure sits against the message text.
      **
           MOVE ZERO TO WS-MERGE-LEAD.
           INSPECT WS-MERGE-WORK TALLYING WS-MERGE-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-MERGE-TEXT.
           IF WS-MERGE-LEAD < 20
               MOVE WS-MERGE-WORK (WS-MERGE-LEAD + 1:)
                   TO WS-MERGE-TEXT
           END-IF.
       D-100-LIST-NO-NUMBER.
           ADD 1 TO WS-NO-NUMBER-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING ntf-business DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ntf-template DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ntf-reference DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ntf-customer-name DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ntf-contact-number DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ntf-queued-date DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           PERFORM Z-100-WRITE-EXCEPTION.
       Z-100-WRITE-EXCEPTION.
           DISPLAY EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
       END PROGRAM DIAZSMS.
