      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0025.
      *-----------------------
      * Modification History
      * ---------------------
      * New Certificate of Time Deposit register. DIAZ0002 now issues
      * a serially numbered certificate for every account it
      * commits, taking the serial from its own DIAZCTD.CTL control
      * record, printing the certificate to DIAZCTD.PRT and logging
      * it on the DIAZCTD.DAT register. The register is an
      * append-only status log in the DIAZHLD.DAT convention: every
      * change of status is one record with the serial, account,
      * status (ISSUED, REPLACED, SURRENDERED or CANCELLED) and the
      * usual operator/date/time stamp, and the newest record for a
      * serial is its status. DIAZ0007 will not pay out an account
      * whose certificate is outstanding until it is surrendered or
      * reported lost under a supervisor's second sign-on. Run mode
      * 1 here replaces a lost certificate: with a supervisor's
      * approval the old serial is CANCELLED and a new serial is
      * printed and registered as REPLACED, pointing back at the
      * one it replaces. Run mode 2 writes the register report to
      * DIAZ0025.RPT: every serial from 1 up to the control record
      * with its account, status and date, serials with no register
      * record flagged MISSING, and a count by status, so the
      * auditor can account for every blank in the series the way
      * MIDTOR accounts for the OR series.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape.
      * A replacement certificate is priced through DIAZPDT and
      * carries the face DIAZ0002 prints at opening: the currency,
      * the term in the product's own unit, the product line and the
      * maturity date DIAZPDT works out, so a days or months product
      * no longer shows a whole-year term and a wrong maturity.
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
       SELECT CERTIFICATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.DAT"
           FILE STATUS IS WS-CERTIFICATE-STATUS.
       SELECT CERT-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.CTL"
           FILE STATUS IS WS-CERT-CONTROL-STATUS.
       SELECT CERT-PRINT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.PRT"
           FILE STATUS IS WS-CERT-PRINT-STATUS.
       SELECT REGISTER-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0025.RPT"
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
       FD CERT-CONTROL-FILE
           DATA RECORD IS CERT-CONTROL-REC.
       01 CERT-CONTROL-REC.
           05 ctl-next-serial-number PIC 9(5).
       FD CERT-PRINT-FILE
           DATA RECORD IS CERT-PRINT-LINE.
       01 CERT-PRINT-LINE PIC X(80).
       FD REGISTER-REPORT-FILE
           DATA RECORD IS REGISTER-LINE.
       01 REGISTER-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
       01 WS-CERTIFICATE-STATUS PIC XX VALUE "00".
           88 WS-CERTIFICATE-OK VALUE "00".
           88 WS-CERTIFICATE-NOT-FOUND VALUE "35".
       01 WS-CERT-CONTROL-STATUS PIC XX VALUE "00".
           88 WS-CERT-CONTROL-OK VALUE "00".
       01 WS-CERT-PRINT-STATUS PIC XX VALUE "00".
           88 WS-CERT-PRINT-NOT-FOUND VALUE "35".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-CERTIFICATE-EOF PIC X VALUE "N".
           88 CERTIFICATE-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-STATUS PIC X VALUE "N".
           88 APPROVER-SIGNED-ON VALUE "Y".
       01 WS-APPROVER-ROLE PIC X VALUE "T".
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-ON-FILE VALUE "Y".
       01 WS-NEXT-SERIAL PIC 9(5) VALUE 1.
       01 WS-LOST-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-NEW-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-LOST-ACCOUNT PIC 9(5) VALUE ZERO.
       01 WS-LOST-CURRENT PIC X(11) VALUE SPACES.
           88 LOST-IS-OUTSTANDING VALUE "ISSUED" "REPLACED".
       01 WS-WORK-STATUS PIC X(11) VALUE SPACES.
       01 WS-WORK-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-WORK-RELATED PIC 9(5) VALUE ZERO.
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-MATURITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TERM-WORD PIC X(6) VALUE SPACES.
       01 WS-PDT-REQUEST.
           05 WS-PDQ-PRODUCT-CODE PIC X(4).
           05 WS-PDQ-ENTRY-DATE PIC 9(8).
           05 WS-PDQ-TERM-LENGTH PIC 999.
           05 WS-PDQ-YEARS PIC 99.
           05 WS-PDQ-PRINCIPAL PIC 9(9)V99.
           05 WS-PDQ-AS-OF-DATE PIC 9(8).
           05 WS-PDQ-PERIODS-POSTED PIC 999.
       01 WS-PDT-TERMS.
           05 WS-PDT-STATUS PIC X.
               88 PRODUCT-IS-STANDARD VALUE "S".
               88 PRODUCT-ON-FILE VALUE "F".
               88 PRODUCT-NOT-ON-FILE VALUE "N".
           05 WS-PDT-DESCRIPTION PIC X(20).
           05 WS-PDT-TERM-UNIT PIC X.
           05 WS-PDT-MINIMUM-TERM PIC 999.
           05 WS-PDT-MAXIMUM-TERM PIC 999.
           05 WS-PDT-MINIMUM-PLACEMENT PIC 9(6)V99.
           05 WS-PDT-INTEREST-MODE PIC X.
               88 PRODUCT-PAYS-OUT VALUE "P".
           05 WS-PDT-ELIGIBILITY PIC X.
               88 PRODUCT-FOR-SENIORS VALUE "S".
           05 WS-PDT-SALE-STATUS PIC X.
               88 PRODUCT-WITHDRAWN VALUE "W".
           05 WS-PDT-RATE PIC 99.
           05 WS-PDT-TERM-LENGTH PIC 999.
           05 WS-PDT-TERM-YEARS PIC 99.
           05 WS-PDT-UNITS-PER-YEAR PIC 999.
           05 WS-PDT-PERIOD-UNITS PIC 999.
           05 WS-PDT-TERM-PERIODS PIC 999.
           05 WS-PDT-UNITS-SERVED PIC 9(5).
           05 WS-PDT-PERIODS-SERVED PIC 999.
           05 WS-PDT-MATURED PIC X.
               88 PRODUCT-TERM-MATURED VALUE "Y".
           05 WS-PDT-PENALTY-RATE PIC 99.
           05 WS-PDT-MATURITY-DATE PIC 9(8).
           05 WS-PDT-PERIOD-START-DATE PIC 9(8).
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-SERIAL-SUB PIC 9(5) VALUE ZERO.
       01 WS-SERIAL-TABLE.
           05 WS-SERIAL-ENTRY OCCURS 99999 TIMES.
               10 WS-SER-STATUS PIC X(11).
               10 WS-SER-ACCOUNT PIC 9(5).
               10 WS-SER-DATE PIC 9(8).
       01 WS-STATUS-COUNTS.
           05 WS-ISSUED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-SURRENDERED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPORT-STATUS-TEXT PIC X(11) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            DISPLAY "1-REPLACE LOST CERTIFICATE  2-REGISTER REPORT: "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = 2
                PERFORM D-100-REGISTER-REPORT
            ELSE
                PERFORM GET-OPERATOR-ID
                IF OPERATOR-SIGNED-ON
                    PERFORM B-100-REPLACE-CERTIFICATE
                END-IF
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-LOAD-CONTROL.
           OPEN INPUT CERT-CONTROL-FILE.
           IF WS-CERT-CONTROL-OK
               READ CERT-CONTROL-FILE
                   AT END MOVE 1 TO WS-NEXT-SERIAL
                   NOT AT END
                       MOVE ctl-next-serial-number TO WS-NEXT-SERIAL
               END-READ
               CLOSE CERT-CONTROL-FILE
           ELSE
               MOVE 1 TO WS-NEXT-SERIAL
           END-IF.
       A-110-SAVE-CONTROL.
           OPEN OUTPUT CERT-CONTROL-FILE.
           MOVE WS-NEXT-SERIAL TO ctl-next-serial-number.
           WRITE CERT-CONTROL-REC.
           CLOSE CERT-CONTROL-FILE.
       A-120-FETCH-ACCOUNT.
           MOVE "N" TO WS-RECORD-FOUND.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               MOVE WS-LOST-ACCOUNT TO out-account-number
               READ OUTPUT-FILE
                   INVALID KEY MOVE "N" TO WS-RECORD-FOUND
                   NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
               END-READ
               CLOSE OUTPUT-FILE
           ELSE
               DISPLAY "NO ACCOUNT FILE ON HAND - STATUS: "
                   WS-FILE-STATUS
           END-IF.
       B-100-REPLACE-CERTIFICATE.
      **
      * A lost certificate is never reprinted under its own serial:
      * the old serial is cancelled on the register and the
      * replacement goes out under the next serial, so the lost
      * blank can never be presented for payout.
      **
           DISPLAY "LOST CERTIFICATE SERIAL #: " WITH NO ADVANCING.
           ACCEPT WS-LOST-SERIAL.
           PERFORM E-100-FIND-SERIAL.
           IF NOT LOST-IS-OUTSTANDING
               DISPLAY "SERIAL IS NOT AN OUTSTANDING CERTIFICATE - "
                   "NOTHING REPLACED."
           ELSE
               PERFORM A-120-FETCH-ACCOUNT
               IF NOT RECORD-ON-FILE
                   DISPLAY "ACCOUNT " WS-LOST-ACCOUNT
                       " NO LONGER ON FILE - NOTHING REPLACED."
               ELSE
                   PERFORM B-110-CONFIRM-AND-APPROVE
               END-IF
           END-IF.
       B-110-CONFIRM-AND-APPROVE.
           MOVE out-principal-amount TO WS-EDIT-AMOUNT.
           DISPLAY "ACCOUNT: " out-account-number " "
               out-account-name "  PRINCIPAL: " WS-EDIT-AMOUNT.
           DISPLAY "CANCEL SERIAL " WS-LOST-SERIAL
               " AND ISSUE A REPLACEMENT? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-RESP.
           IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
               DISPLAY "LOST CERTIFICATE - SUPERVISOR APPROVAL"
               MOVE "N" TO WS-APPROVER-STATUS
               CALL "DIAZSGN" USING WS-APPROVER-ID
                   WS-APPROVER-STATUS WS-APPROVER-ROLE
               IF APPROVER-SIGNED-ON AND APPROVER-IS-SUPERVISOR
                   PERFORM B-120-ISSUE-REPLACEMENT
               ELSE
                   DISPLAY "NO SUPERVISOR APPROVAL - NOTHING "
                       "REPLACED."
               END-IF
           ELSE
               DISPLAY "NOTHING REPLACED."
           END-IF.
       B-120-ISSUE-REPLACEMENT.
      **
      * The control record is re-read at the assignment so a serial
      * DIAZ0002 handed out in the meantime is never handed out
      * again here.
      **
           PERFORM A-100-LOAD-CONTROL.
           MOVE WS-NEXT-SERIAL TO WS-NEW-SERIAL.
           ADD 1 TO WS-NEXT-SERIAL.
           PERFORM A-110-SAVE-CONTROL.
           MOVE WS-LOST-SERIAL TO WS-WORK-SERIAL.
           MOVE "CANCELLED" TO WS-WORK-STATUS.
           MOVE WS-NEW-SERIAL TO WS-WORK-RELATED.
           PERFORM Z-200-WRITE-REGISTER.
           MOVE WS-NEW-SERIAL TO WS-WORK-SERIAL.
           MOVE "REPLACED" TO WS-WORK-STATUS.
           MOVE WS-LOST-SERIAL TO WS-WORK-RELATED.
           PERFORM Z-200-WRITE-REGISTER.
           PERFORM Z-290-PRICE-PRODUCT.
           PERFORM Z-300-PRINT-CERTIFICATE.
           DISPLAY "SERIAL " WS-LOST-SERIAL " CANCELLED - "
               "REPLACEMENT SERIAL " WS-NEW-SERIAL " PRINTED.".
       D-100-REGISTER-REPORT.
           PERFORM A-100-LOAD-CONTROL.
           MOVE SPACES TO WS-SERIAL-TABLE.
           MOVE "N" TO WS-CERTIFICATE-EOF.
           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-OK
               PERFORM D-110-READ-CERTIFICATE
               PERFORM D-120-TABLE-CERTIFICATE
                   UNTIL CERTIFICATE-AT-EOF
               CLOSE CERTIFICATE-FILE
           END-IF.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CERTIFICATE OF TIME DEPOSIT REGISTER - SERIALS 1 TO "
               DELIMITED BY SIZE
               WS-NEXT-SERIAL DELIMITED BY SIZE
               " (NEXT)" DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE "SERIAL ACCOUNT STATUS      DATE" TO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           PERFORM D-130-REPORT-ONE-SERIAL
               VARYING WS-SERIAL-SUB FROM 1 BY 1
               UNTIL WS-SERIAL-SUB >= WS-NEXT-SERIAL.
           PERFORM D-140-REPORT-TOTALS.
           CLOSE REGISTER-REPORT-FILE.
           DISPLAY "REPORT WRITTEN TO DIAZ0025.RPT".
       D-110-READ-CERTIFICATE.
           READ CERTIFICATE-FILE
               AT END SET CERTIFICATE-AT-EOF TO TRUE
           END-READ.
       D-120-TABLE-CERTIFICATE.
      **
      * The register is appended in time order, so the last record
      * for a serial leaves its current status in the table.
      **
           IF ctd-serial-number > 0
               MOVE ctd-status
                   TO WS-SER-STATUS (ctd-serial-number)
               MOVE ctd-account-number
                   TO WS-SER-ACCOUNT (ctd-serial-number)
               MOVE ctd-stamp-date
                   TO WS-SER-DATE (ctd-serial-number)
           END-IF.
           PERFORM D-110-READ-CERTIFICATE.
       D-130-REPORT-ONE-SERIAL.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-SER-STATUS (WS-SERIAL-SUB) = SPACES
               ADD 1 TO WS-MISSING-COUNT
               STRING WS-SERIAL-SUB DELIMITED BY SIZE
                   "  -----   MISSING" DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               MOVE WS-SER-STATUS (WS-SERIAL-SUB)
                   TO WS-REPORT-STATUS-TEXT
               EVALUATE WS-REPORT-STATUS-TEXT
                   WHEN "ISSUED"
                       ADD 1 TO WS-ISSUED-COUNT
                   WHEN "REPLACED"
                       ADD 1 TO WS-REPLACED-COUNT
                   WHEN "SURRENDERED"
                       ADD 1 TO WS-SURRENDERED-COUNT
                   WHEN "CANCELLED"
                       ADD 1 TO WS-CANCELLED-COUNT
               END-EVALUATE
               STRING WS-SERIAL-SUB DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SER-ACCOUNT (WS-SERIAL-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-REPORT-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-DATE (WS-SERIAL-SUB) DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF.
           PERFORM Z-100-WRITE-REGISTER-LINE.
       D-140-REPORT-TOTALS.
           MOVE ALL "-" TO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "OUTSTANDING - ISSUED:      " DELIMITED BY SIZE
               WS-ISSUED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "OUTSTANDING - REPLACEMENTS:" DELIMITED BY SIZE
               WS-REPLACED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "SURRENDERED AT PAYOUT:     " DELIMITED BY SIZE
               WS-SURRENDERED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CANCELLED (LOST):          " DELIMITED BY SIZE
               WS-CANCELLED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "MISSING FROM REGISTER:     " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-100-WRITE-REGISTER-LINE.
       E-100-FIND-SERIAL.
      **
      * Replays the register for one serial: the newest record
      * gives its current status and the account it belongs to.
      **
           MOVE SPACES TO WS-LOST-CURRENT.
           MOVE ZERO TO WS-LOST-ACCOUNT.
           MOVE "N" TO WS-CERTIFICATE-EOF.
           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-OK
               PERFORM D-110-READ-CERTIFICATE
               PERFORM E-110-MATCH-SERIAL UNTIL CERTIFICATE-AT-EOF
               CLOSE CERTIFICATE-FILE
           END-IF.
       E-110-MATCH-SERIAL.
           IF ctd-serial-number = WS-LOST-SERIAL
               MOVE ctd-status TO WS-LOST-CURRENT
               MOVE ctd-account-number TO WS-LOST-ACCOUNT
           END-IF.
           PERFORM D-110-READ-CERTIFICATE.
       Z-100-WRITE-REGISTER-LINE.
           DISPLAY REGISTER-LINE.
           WRITE REGISTER-LINE.
       Z-200-WRITE-REGISTER.
           OPEN EXTEND CERTIFICATE-FILE.
           IF WS-CERTIFICATE-NOT-FOUND
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           MOVE WS-WORK-SERIAL TO ctd-serial-number.
           MOVE out-account-number TO ctd-account-number.
           MOVE WS-WORK-STATUS TO ctd-status.
           MOVE WS-WORK-RELATED TO ctd-related-serial.
           MOVE out-principal-amount TO ctd-principal-amount.
           MOVE WS-OPERATOR-ID TO ctd-operator-id.
           MOVE WS-APPROVER-ID TO ctd-approved-by.
           ACCEPT ctd-stamp-date FROM DATE YYYYMMDD.
           ACCEPT ctd-stamp-time FROM TIME.
           WRITE CERTIFICATE-REC.
           CLOSE CERTIFICATE-FILE.
       Z-290-PRICE-PRODUCT.
      **
      * The account is priced by its product, as DIAZ0007 prices it
      * at payout, for the maturity date and the term unit.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE out-product-code TO WS-PDQ-PRODUCT-CODE.
           MOVE out-entry-date TO WS-PDQ-ENTRY-DATE.
           MOVE out-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE out-years-of-deposit TO WS-PDQ-YEARS.
           MOVE out-principal-amount TO WS-PDQ-PRINCIPAL.
           MOVE WS-TODAY TO WS-PDQ-AS-OF-DATE.
           MOVE ZERO TO WS-PDQ-PERIODS-POSTED.
           CALL "DIAZPDT" USING WS-PDT-REQUEST WS-PDT-TERMS.
           EVALUATE WS-PDT-TERM-UNIT
               WHEN "D"
                   MOVE "DAYS" TO WS-TERM-WORD
               WHEN "M"
                   MOVE "MONTHS" TO WS-TERM-WORD
               WHEN OTHER
                   MOVE "YEARS" TO WS-TERM-WORD
           END-EVALUATE.
       Z-300-PRINT-CERTIFICATE.
      **
      * Same certificate face DIAZ0002 prints at account opening,
      * marked as a replacement with the serial it supersedes.
      **
           OPEN EXTEND CERT-PRINT-FILE.
           IF WS-CERT-PRINT-NOT-FOUND
               OPEN OUTPUT CERT-PRINT-FILE
           END-IF.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "CERTIFICATE OF TIME DEPOSIT      SERIAL NO. "
               DELIMITED BY SIZE
               WS-NEW-SERIAL DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "REPLACEMENT FOR LOST SERIAL NO. " DELIMITED BY SIZE
               WS-LOST-SERIAL DELIMITED BY SIZE
               " - THAT CERTIFICATE IS VOID" DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "ACCOUNT NO.:  " DELIMITED BY SIZE
               out-account-number DELIMITED BY SIZE
               "    DEPOSITOR: " DELIMITED BY SIZE
               out-account-name DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE out-principal-amount TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "PRINCIPAL:    " DELIMITED BY SIZE
               out-currency-code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "    TERM: " DELIMITED BY SIZE
               WS-PDT-TERM-LENGTH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TERM-WORD DELIMITED BY SPACE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "PRODUCT:      " DELIMITED BY SIZE
               out-product-code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PDT-DESCRIPTION DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "DATE PLACED:  " DELIMITED BY SIZE
               out-entry-date DELIMITED BY SIZE
               "    MATURITY DATE: " DELIMITED BY SIZE
               WS-MATURITY-DATE DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "ISSUED BY:    " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "    APPROVED BY: " DELIMITED BY SIZE
               WS-APPROVER-ID DELIMITED BY SIZE
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE "NON-NEGOTIABLE - SURRENDER THIS CERTIFICATE AT PAYOUT"
               TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE ALL "-" TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           CLOSE CERT-PRINT-FILE.
       END PROGRAM DIAZ0025.
