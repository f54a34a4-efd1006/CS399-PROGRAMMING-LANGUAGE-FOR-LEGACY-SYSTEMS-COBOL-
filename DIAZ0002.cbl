      * journal (Z-900-WRITE-JOURNAL), so DIAZ0020 can rebuild the
      * file from the DIAZ0002.BKP backup and replay the day
      * forward after a corruption.
      * Every committed account now gets a serially numbered
      * Certificate of Time Deposit (B-270-ISSUE-CERTIFICATE): the
      * serial comes from its own DIAZCTD.CTL control record,
      * re-read at every assignment like DIAZ0002.CTL, the
      * certificate is printed to DIAZCTD.PRT, and an ISSUED record
      * goes on the DIAZCTD.DAT register that DIAZ0007 checks at
      * payout and DIAZ0025 reports on.
      * CUSTOMER-REC grew the cst-sms-opt-out flag DIAZ0014 keeps for
      * a depositor who declines text messages; a master written
      * before it goes through DIAZCNV run mode 20 once.
      * A confirmed entry now passes today's date to DIAZPER
      * (B-280-CHECK-PERIOD) before it is written; a month closed in
      * DIAZ0031 refuses the new account unless a supervisor signs on
      * as the second signature, and then the opening is logged on
      * DIAZADJ.DAT through DIAZADJ as a prior-period adjustment.
      * Accounts now carry a deposit product. The data screen takes a
      * product code (blank for the standard deposit) and the term in
      * the product's own unit - days, months or years - and
      * B-290-PRICE-PRODUCT CALLs DIAZPDT for its terms: a code not on
      * DIAZPROD.DAT or withdrawn from sale, a principal under the
      * product minimum or a term outside its range is refused, and a
      * senior citizen product needs the teller to confirm the senior
      * citizen ID was seen. OUTPUT-REC grew out-product-code and
      * out-term-length; out-years-of-deposit keeps the term in whole
      * years (rounded up) for the programs that read it that way. The
      * certificate prints the product and the term in its unit, with
      * the maturity date DIAZPDT works out. A retrieved quote comes in
      * as the standard deposit. The journal images grew to match.
      * CUSTOMER-REC grew cst-merged-into for the duplicate depositor
      * merge in DIAZ0014: a customer number retired into another is
      * refused when an account is booked, and the message names the
      * surviving number to key instead.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. QUOTE-LOG-REC
      * grew log-currency-code, the currency the quote was given in.
      * The entry screen takes the account's currency (blank is
      * pesos) on line 6 and a retrieved quote brings its own. A
      * dollar deposit is sold as the standard deposit only, priced
      * from the dollar tiers; the review screen and the printed
      * certificate show the currency with the principal.
      * Every journal record is now sealed. JOURNAL-REC grew
      * jrn-seal-sequence and jrn-seal-value: before the journal is
      * opened the append fetches the sequence and check value of the
      * last record on file (DIAZJSL function L), and the new record is
      * numbered one past it and sealed with a check value chained from
      * it (function S), so the DIAZ0037 verification run can show the
      * journal has not been edited, added to or cut short.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CERTIFICATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.DAT"
           FILE STATUS IS WS-CERTIFICATE-STATUS.
       SELECT CERT-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.CTL"
           FILE STATUS IS WS-CERT-CONTROL-STATUS.
       SELECT CERT-PRINT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCTD.PRT"
           FILE STATUS IS WS-CERT-PRINT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-REC.
       01 ARCHIVE-REC.
           05 arc-entry-date PIC 9(8).
           05 arc-entry-time PIC 9(8).
           05 arc-customer-number PIC 9(5).
           05 arc-product-code PIC X(4).
           05 arc-term-length PIC 999.
           05 arc-currency-code PIC X(3).
       FD QUOTE-LOG-FILE
           DATA RECORD IS QUOTE-LOG-REC.
       01 QUOTE-LOG-REC.
           05 log-interest-rate PIC 99.
           05 log-interest-amount PIC 9(6)V9(2).
           05 log-entry-date PIC 9(8).
           05 log-currency-code PIC X(3).
       FD CONTROL-FILE
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           05 cst-operator-id PIC X(8).
           05 cst-entry-date PIC 9(8).
           05 cst-entry-time PIC 9(8).
           05 cst-sms-opt-out PIC X.
           05 cst-merged-into PIC 9(5).
       FD JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
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
       FD CERT-CONTROL-FILE
           DATA RECORD IS CERT-CONTROL-REC.
       01 CERT-CONTROL-REC.
           05 ctl-next-serial-number PIC 9(5).
       FD CERT-PRINT-FILE
           DATA RECORD IS CERT-PRINT-LINE.
       01 CERT-PRINT-LINE PIC X(80).
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
           88 CUSTOMER-FILE-ON-HAND VALUE "Y".
       01 WS-CUSTOMER-GOOD PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE VALUE "Y".
           88 CUSTOMER-IS-RETIRED VALUE "R".
       01 WS-CERTIFICATE-STATUS PIC XX VALUE "00".
           88 WS-CERTIFICATE-NOT-FOUND VALUE "35".
       01 WS-CERT-CONTROL-STATUS PIC XX VALUE "00".
           88 WS-CERT-CONTROL-OK VALUE "00".
       01 WS-CERT-PRINT-STATUS PIC XX VALUE "00".
           88 WS-CERT-PRINT-NOT-FOUND VALUE "35".
       01 WS-NEXT-SERIAL PIC 9(5) VALUE 1.
       01 WS-CERT-SERIAL PIC 9(5) VALUE ZERO.
       01 WS-MATURITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-MATURITY-DATE-R REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YYYY PIC 9(4).
           05 WS-MAT-MMDD PIC 9(4).
       01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-RESULT PIC X VALUE "O".
           88 PERIOD-OPEN VALUE "O".
           88 PERIOD-ADJUSTMENT VALUE "A".
       01 WS-PERIOD-APPROVER PIC X(8) VALUE SPACES.
       01 WS-ADJ-PROGRAM PIC X(8) VALUE "DIAZ0002".
       01 WS-ADJ-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ADJ-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJ-DESCRIPTION PIC X(20) VALUE "NEW ACCOUNT OPENED".
       01 WS-SENIOR-RESP PIC X VALUE "N".
           88 SENIOR-ID-SEEN VALUE "Y" "y".
       01 WS-TERM-MESSAGE PIC X(50) VALUE SPACES.
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
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
           05 in-account-name PIC X(21).
           05 in-principal-amount PIC 999999V99.
           05 in-years-of-deposit PIC 99.
           05 in-customer-number PIC 99999.
           05 in-product-code PIC X(4).
           05 in-term-length PIC 999.
           05 in-currency-code PIC X(3).
       SCREEN SECTION.
       01 DATA-SCREEN.
           05 HDR-INFO.
               LINE 1 COL 30.
               10 VALUE "ACCOUNT # (XXXXX): " LINE 3 COL 12.
               10 VALUE "ACCOUNT NAME: " LINE 5 COL 12.
               10 VALUE "CURRENCY (PHP/USD): " LINE 6 COL 12.
               10 VALUE "PRINCIPAL AMOUNT (XXXXXX.XX): " LINE 7 COL 12.
               10 VALUE "PRODUCT CODE (BLANK=STANDARD): "
               LINE 8 COL 12.
               10 VALUE "TERM OF DEPOSIT: " LINE 9 COL 12.
               10 VALUE "CUSTOMER # (XXXXX): " LINE 10 COL 12.
           05 RESP-INFO.
               10 VALUE "C - TO CONTINUE" LINE 16 COL 30.
           10 PIC 99999 FROM in-account-number LINE 3 COL 23.
           10 VALUE "ACCOUNT NAME: " LINE 5 COL 12.
           10 PIC X(21) FROM in-account-name LINE 5 COL 26.
           10 VALUE "CURRENCY: " LINE 6 COL 12.
           10 PIC X(3) FROM in-currency-code LINE 6 COL 22.
           10 VALUE "PRINCIPAL AMOUNT: " LINE 7 COL 12.
           10 PIC ZZZZZ9.99 FROM in-principal-amount LINE 7 COL 30.
           10 VALUE "PRODUCT: " LINE 8 COL 12.
           10 PIC X(4) FROM in-product-code LINE 8 COL 21.
           10 PIC X(20) FROM WS-PDT-DESCRIPTION LINE 8 COL 26.
           10 VALUE "TERM OF DEPOSIT: " LINE 9 COL 12.
           10 PIC ZZ9 FROM in-term-length LINE 9 COL 30.
           10 PIC X(6) FROM WS-TERM-WORD LINE 9 COL 34.
           10 VALUE "CUSTOMER #: " LINE 11 COL 12.
           10 PIC 99999 FROM in-customer-number LINE 11 COL 24.
           10 VALUE "C - CONFIRM AND SAVE" LINE 16 COL 30.
       B-200-LOOP.
           MOVE "N" TO WS-CONFIRM-FLAG.
           PERFORM B-205-CAPTURE-AND-CONFIRM UNTIL ENTRY-CONFIRMED.
           PERFORM B-280-CHECK-PERIOD.
           IF PERIOD-OPEN OR PERIOD-ADJUSTMENT
               PERFORM B-202-WRITE-ENTRY
           END-IF.
           DISPLAY RESP-INFO.
           ACCEPT RESP-INFO.
       B-202-WRITE-ENTRY.
           MOVE in-account-number TO out-account-number.
           MOVE in-account-name TO out-account-name.
           MOVE in-principal-amount TO out-principal-amount.
           MOVE in-years-of-deposit TO out-years-of-deposit.
           MOVE in-customer-number TO out-customer-number.
           MOVE in-product-code TO out-product-code.
           MOVE in-term-length TO out-term-length.
           MOVE in-currency-code TO out-currency-code.
           MOVE WS-OPERATOR-ID TO out-operator-id.
           ACCEPT out-entry-date FROM DATE YYYYMMDD.
           ACCEPT out-entry-time FROM TIME.
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE OUTPUT-REC TO WS-JRN-AFTER
               PERFORM Z-900-WRITE-JOURNAL
               IF PERIOD-ADJUSTMENT
                   PERFORM B-285-LOG-ADJUSTMENT
               END-IF
               DISPLAY SPACES LINE 11 COL 12
               PERFORM B-270-ISSUE-CERTIFICATE
               DISPLAY "CERTIFICATE SERIAL # " LINE 12 COL 12
               DISPLAY WS-CERT-SERIAL LINE 12 COL 33
               DISPLAY " PRINTED - HAND TO DEPOSITOR" LINE 12 COL 38
           ELSE
               DISPLAY "ENTRY NOT WRITTEN - STATUS: " LINE 11 COL 12
               DISPLAY WS-FILE-STATUS LINE 11 COL 40
               DISPLAY "(NUMBER MAY BE TAKEN - KEY THE ENTRY AGAIN)"
                   LINE 12 COL 12
           END-IF.
       B-205-CAPTURE-AND-CONFIRM.
           DISPLAY HDR-INFO.
           MOVE "N" TO WS-ENTRY-VALID.
               ACCEPT in-account-number LINE 3 COL 31
           END-IF.
           ACCEPT in-account-name LINE 5 COL 26.
           ACCEPT in-currency-code LINE 6 COL 32.
           ACCEPT in-principal-amount LINE 7 COL 42.
           ACCEPT in-product-code LINE 8 COL 43.
           ACCEPT in-term-length LINE 9 COL 30.
           ACCEPT in-customer-number LINE 10 COL 33.
           PERFORM B-240-VALIDATE-ENTRY.
       B-215-OFFER-QUOTE-RETRIEVAL.
               IF QUOTE-WAS-FOUND
                   DISPLAY in-account-number LINE 3 COL 31
                   DISPLAY in-account-name LINE 5 COL 26
                   DISPLAY in-currency-code LINE 6 COL 32
                   DISPLAY in-principal-amount LINE 7 COL 42
                   DISPLAY in-product-code LINE 8 COL 43
                   DISPLAY in-term-length LINE 9 COL 30
                   PERFORM B-240-VALIDATE-ENTRY
               ELSE
                   DISPLAY "NO QUOTE ON FILE FOR THAT ACCOUNT"
               MOVE log-account-name TO in-account-name
               MOVE log-principal-amount TO in-principal-amount
               MOVE log-years-of-deposit TO in-years-of-deposit
               MOVE SPACES TO in-product-code
               MOVE log-years-of-deposit TO in-term-length
               MOVE log-currency-code TO in-currency-code
           END-IF.
           PERFORM B-232-READ-QUOTE.
       B-245-NUMBERING-MODE.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.
       B-240-VALIDATE-ENTRY.
           IF in-currency-code = SPACES OR in-currency-code = "php"
               MOVE "PHP" TO in-currency-code
           ELSE IF in-currency-code = "usd"
               MOVE "USD" TO in-currency-code
           END-IF.
           PERFORM B-290-PRICE-PRODUCT.
           IF in-principal-amount = 0
               DISPLAY "PRINCIPAL MUST BE GREATER THAN ZERO - REENTER"
                   LINE 11 COL 12
           ELSE IF in-currency-code NOT = "PHP"
               AND in-currency-code NOT = "USD"
               DISPLAY "CURRENCY MUST BE PHP OR USD - REENTER"
                   LINE 11 COL 12
           ELSE IF in-currency-code = "USD"
               AND in-product-code NOT = SPACES
               DISPLAY "DOLLAR DEPOSITS ARE STANDARD PRODUCT ONLY "
                   "- REENTER" LINE 11 COL 12
           ELSE IF PRODUCT-NOT-ON-FILE
               DISPLAY "PRODUCT CODE NOT ON DIAZPROD.DAT - REENTER"
                   LINE 11 COL 12
           ELSE IF PRODUCT-WITHDRAWN
               DISPLAY "PRODUCT WITHDRAWN FROM SALE - REENTER"
                   LINE 11 COL 12
           ELSE IF in-principal-amount < WS-PDT-MINIMUM-PLACEMENT
               DISPLAY "PRINCIPAL BELOW THE PRODUCT MINIMUM - REENTER"
                   LINE 11 COL 12
           ELSE IF in-term-length < WS-PDT-MINIMUM-TERM
               OR in-term-length > WS-PDT-MAXIMUM-TERM
               MOVE SPACES TO WS-TERM-MESSAGE
               STRING "TERM MUST BE " DELIMITED BY SIZE
                   WS-PDT-MINIMUM-TERM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PDT-MAXIMUM-TERM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TERM-WORD DELIMITED BY SPACE
                   " - REENTER" DELIMITED BY SIZE
                   INTO WS-TERM-MESSAGE
               DISPLAY WS-TERM-MESSAGE LINE 11 COL 12
           ELSE IF PRODUCT-FOR-SENIORS AND NOT SENIOR-ID-SEEN
               DISPLAY "SENIOR CITIZEN PRODUCT - ID NOT SEEN - REENTER"
                   LINE 11 COL 12
           ELSE
               PERFORM B-260-CHECK-CUSTOMER
               IF CUSTOMER-IS-RETIRED
                   MOVE SPACES TO WS-TERM-MESSAGE
                   STRING "CUSTOMER MERGED INTO " DELIMITED BY SIZE
                       cst-merged-into DELIMITED BY SIZE
                       " - REENTER" DELIMITED BY SIZE
                       INTO WS-TERM-MESSAGE
                   DISPLAY WS-TERM-MESSAGE LINE 11 COL 12
               ELSE IF NOT CUSTOMER-IS-ON-FILE
                   DISPLAY "CUSTOMER # NOT ON DIAZCUST.DAT - REENTER"
                       LINE 11 COL 12
               ELSE
               END-IF
               END-IF
           END-IF.
       B-290-PRICE-PRODUCT.
      **
      * The keyed product decides the term unit, the term range,
      * the minimum placement and who may buy it. A blank code is
      * the standard deposit in whole years. The whole-year term
      * DIAZPDT works out goes on out-years-of-deposit for the
      * programs that still read the term in years.
      **
           MOVE in-product-code TO WS-PDQ-PRODUCT-CODE.
           ACCEPT WS-PDQ-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE WS-PDQ-ENTRY-DATE TO WS-PDQ-AS-OF-DATE.
           MOVE in-term-length TO WS-PDQ-TERM-LENGTH.
           MOVE in-term-length (2:2) TO WS-PDQ-YEARS.
           MOVE in-principal-amount TO WS-PDQ-PRINCIPAL.
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
           DISPLAY WS-TERM-WORD LINE 9 COL 34.
           MOVE WS-PDT-TERM-YEARS TO in-years-of-deposit.
           MOVE "N" TO WS-SENIOR-RESP.
           IF PRODUCT-FOR-SENIORS AND NOT PRODUCT-WITHDRAWN
               DISPLAY "SENIOR CITIZEN ID SEEN? (Y/N): "
                   LINE 15 COL 12
               ACCEPT WS-SENIOR-RESP LINE 15 COL 43
           ELSE
               DISPLAY SPACES LINE 15 COL 12
           END-IF.
       B-260-CHECK-CUSTOMER.
      **
      * The customer link is only as good as the master it points
      * at, so the keyed number must be on DIAZCUST.DAT before the
      * account is written. With no master on hand yet the number
      * passes as keyed. A number DIAZ0014 has merged into another
      * is on file but retired, and is refused.
      **
           IF CUSTOMER-FILE-ON-HAND
               MOVE "N" TO WS-CUSTOMER-GOOD
                   INVALID KEY MOVE "N" TO WS-CUSTOMER-GOOD
                   NOT INVALID KEY SET CUSTOMER-IS-ON-FILE TO TRUE
               END-READ
               IF CUSTOMER-IS-ON-FILE AND cst-merged-into > 0
                   SET CUSTOMER-IS-RETIRED TO TRUE
               END-IF
           ELSE
               SET CUSTOMER-IS-ON-FILE TO TRUE
           END-IF.
               INVALID KEY SET WS-NOT-DUPLICATE TO TRUE
               NOT INVALID KEY SET WS-DUPLICATE-FOUND TO TRUE
           END-READ.
       B-280-CHECK-PERIOD.
      **
      * An account opened inside a month DIAZ0031 has closed goes
      * on only as a prior-period adjustment under a supervisor's
      * second sign-on.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "DIAZPER" USING WS-TODAY WS-OPERATOR-ID
               WS-PERIOD-RESULT WS-PERIOD-APPROVER.
           IF NOT PERIOD-OPEN AND NOT PERIOD-ADJUSTMENT
               DISPLAY "PERIOD CLOSED - ENTRY NOT WRITTEN"
                   LINE 11 COL 12
           END-IF.
       B-285-LOG-ADJUSTMENT.
           MOVE out-account-number TO WS-ADJ-REFERENCE.
           MOVE out-principal-amount TO WS-ADJ-AMOUNT.
           CALL "DIAZADJ" USING WS-ADJ-PROGRAM WS-TODAY
               WS-ADJ-REFERENCE WS-ADJ-AMOUNT WS-ADJ-DESCRIPTION
               WS-OPERATOR-ID WS-PERIOD-APPROVER.
       B-270-ISSUE-CERTIFICATE.
      **
      * The certificate serial has its own control record, re-read
      * at every assignment so a serial DIAZ0025 handed out for a
      * replacement in the meantime is never handed out again.
      **
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
           MOVE WS-NEXT-SERIAL TO WS-CERT-SERIAL.
           ADD 1 TO WS-NEXT-SERIAL.
           OPEN OUTPUT CERT-CONTROL-FILE.
           MOVE WS-NEXT-SERIAL TO ctl-next-serial-number.
           WRITE CERT-CONTROL-REC.
           CLOSE CERT-CONTROL-FILE.
           OPEN EXTEND CERTIFICATE-FILE.
           IF WS-CERTIFICATE-NOT-FOUND
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           MOVE WS-CERT-SERIAL TO ctd-serial-number.
           MOVE out-account-number TO ctd-account-number.
           MOVE "ISSUED" TO ctd-status.
           MOVE ZERO TO ctd-related-serial.
           MOVE out-principal-amount TO ctd-principal-amount.
           MOVE WS-OPERATOR-ID TO ctd-operator-id.
           MOVE SPACES TO ctd-approved-by.
           MOVE out-entry-date TO ctd-stamp-date.
           MOVE out-entry-time TO ctd-stamp-time.
           WRITE CERTIFICATE-REC.
           CLOSE CERTIFICATE-FILE.
           PERFORM B-275-PRINT-CERTIFICATE.
       B-275-PRINT-CERTIFICATE.
           OPEN EXTEND CERT-PRINT-FILE.
           IF WS-CERT-PRINT-NOT-FOUND
               OPEN OUTPUT CERT-PRINT-FILE
           END-IF.
           MOVE WS-PDT-MATURITY-DATE TO WS-MATURITY-DATE.
           MOVE SPACES TO CERT-PRINT-LINE.
           STRING "CERTIFICATE OF TIME DEPOSIT      SERIAL NO. "
               DELIMITED BY SIZE
               WS-CERT-SERIAL DELIMITED BY SIZE
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
               out-term-length DELIMITED BY SIZE
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
               INTO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE "NON-NEGOTIABLE - SURRENDER THIS CERTIFICATE AT PAYOUT"
               TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE ALL "-" TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           CLOSE CERT-PRINT-FILE.
       C-100-TERMINATE.
           CLOSE OUTPUT-FILE.
           IF CUSTOMER-FILE-ON-HAND
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
       END PROGRAM DIAZ0002.
