      * account replaces the tier rate, so the customer position
      * shows a negotiated-rate depositor at the rate actually in
      * force.
      * The master now carries cst-sms-opt-out: a new customer is
      * asked whether they will take text messages, and run mode 2
      * can change the answer (S-SMS). Maturity notices (DIAZ0011)
      * and holds (DIAZ0019) skip an opted-out depositor when they
      * queue messages on DIAZSMS.DAT. A master written before the
      * flag goes through DIAZCNV run mode 20 once.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * Run mode 4 reports probable duplicate depositors on
      * DIAZ0014.RPT: two active customers pair up when they share a
      * contact number or an ID presented (compared on letters and
      * digits only), or when their names agree once punctuation and
      * initials are dropped and the words are put in order. Run
      * mode 5 lets a supervisor merge such a pair: every
      * DIAZ0002.DAT account linked to the retiring number is
      * relinked to the survivor, each REWRITE journalled on
      * DIAZJRN.DAT, and the retiring record keeps its place on the
      * master with cst-merged-into pointing at the survivor. Every
      * merge is logged on the append-only DIAZMRG.DAT with the
      * supervisor, both numbers, the accounts relinked and the
      * reason. A retired customer shows as merged in modes 2 and 3
      * and is refused by DIAZ0002. A master written before
      * cst-merged-into goes through DIAZCNV run mode 28 once.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape; the journal images grew to match. RATE-TABLE-REC
      * grew rte-currency-code: DIAZRATE.DAT holds a peso (PHP) and a
      * dollar (USD) tier set, each effective-dated on its own; a
      * dollar account is priced from the dollar set.
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
       SELECT OVERRIDE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZOVR.DAT"
           FILE STATUS IS WS-OVERRIDE-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT MERGE-LOG-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZMRG.DAT"
           FILE STATUS IS WS-MERGE-LOG-STATUS.
       SELECT DUPLICATE-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0014.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 cst-operator-id PIC X(8).
           05 cst-entry-date PIC 9(8).
           05 cst-entry-time PIC 9(8).
           05 cst-sms-opt-out PIC X.
           05 cst-merged-into PIC 9(5).
       FD CONTROL-FILE
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
       FD RATE-FILE
           DATA RECORD IS RATE-TABLE-REC.
       01 RATE-TABLE-REC.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD OVERRIDE-FILE
           DATA RECORD IS OVERRIDE-REC.
       01 OVERRIDE-REC.
           05 ovr-operator-id PIC X(8).
           05 ovr-stamp-date PIC 9(8).
           05 ovr-stamp-time PIC 9(8).
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
       FD MERGE-LOG-FILE
           DATA RECORD IS MERGE-LOG-REC.
       01 MERGE-LOG-REC.
           05 mrg-stamp-date PIC 9(8).
           05 mrg-stamp-time PIC 9(8).
           05 mrg-operator-id PIC X(8).
           05 mrg-survivor-number PIC 9(5).
           05 mrg-retired-number PIC 9(5).
           05 mrg-retired-name PIC X(21).
           05 mrg-accounts-relinked PIC 9(5).
           05 mrg-accounts-failed PIC 9(5).
           05 mrg-outcome PIC X(8).
           05 mrg-reason PIC X(30).
       FD DUPLICATE-REPORT-FILE
           DATA RECORD IS DUPLICATE-LINE.
       01 DUPLICATE-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           88 WS-CONTROL-OK VALUE "00".
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
           88 WS-FILE-NOT-FOUND VALUE "35".
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
       01 WS-MERGE-LOG-STATUS PIC XX VALUE "00".
           88 WS-MERGE-LOG-NOT-FOUND VALUE "35".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
           88 WS-REPORT-OK VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
           88 WS-RATE-OK VALUE "00".
       01 WS-RATE-EOF PIC X VALUE "N".
           05 WS-TIER-2-RATE PIC 99 VALUE 10.
           05 WS-TIER-3-RATE PIC 99 VALUE 8.
           05 WS-TIER-4-RATE PIC 99 VALUE 7.
       01 WS-PESO-TIER-RATES PIC X(8) VALUE SPACES.
       01 WS-DOLLAR-RATE-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-DOLLAR-TIER-RATES.
           05 WS-DOLLAR-TIER-1-RATE PIC 99 VALUE 4.
           05 WS-DOLLAR-TIER-2-RATE PIC 99 VALUE 3.
           05 WS-DOLLAR-TIER-3-RATE PIC 99 VALUE 2.
           05 WS-DOLLAR-TIER-4-RATE PIC 99 VALUE 1.
       01 WS-OVERRIDE-STATUS PIC XX VALUE "00".
           88 WS-OVERRIDE-OK VALUE "00".
       01 WS-OVERRIDE-EOF PIC X VALUE "N".
       01 WS-COMBINED-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-INTEREST-RATE PIC 99.
       01 WS-INTEREST PIC 9(6)V99.
       01 WS-CUSTOMER-EOF PIC X VALUE "N".
           88 CUSTOMER-AT-EOF VALUE "Y".
       01 WS-DUP-MAXIMUM PIC 9(4) VALUE 2000.
       01 WS-DUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DUP-I PIC 9(4) VALUE ZERO.
       01 WS-DUP-J PIC 9(4) VALUE ZERO.
       01 WS-DUP-START PIC 9(4) VALUE ZERO.
       01 WS-DUP-FULL PIC X VALUE "N".
           88 DUP-TABLE-FULL VALUE "Y".
       01 WS-DUP-TABLE.
           05 WS-DUP-ENTRY OCCURS 2000 TIMES.
               10 WS-DUP-NUMBER PIC 9(5).
               10 WS-DUP-NAME PIC X(21).
               10 WS-DUP-NAME-KEY PIC X(30).
               10 WS-DUP-CONTACT-KEY PIC X(30).
               10 WS-DUP-ID-KEY PIC X(30).
       01 WS-RETIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CONTACT-HITS PIC 9(7) VALUE ZERO.
       01 WS-ID-HITS PIC 9(7) VALUE ZERO.
       01 WS-NAME-HITS PIC 9(7) VALUE ZERO.
       01 WS-MATCH-REASONS PIC X(20) VALUE SPACES.
       01 WS-REASON-PTR PIC 99 VALUE 1.
       01 WS-REPORT-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOWER-CASE PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-KEY-SOURCE PIC X(30) VALUE SPACES.
       01 WS-KEY-WORK PIC X(30) VALUE SPACES.
       01 WS-KEY-RESULT PIC X(30) VALUE SPACES.
       01 WS-KEY-POS PIC 99 VALUE ZERO.
       01 WS-KEY-LEN PIC 99 VALUE ZERO.
       01 WS-KEY-DIGITS PIC 99 VALUE ZERO.
       01 WS-KEY-PTR PIC 99 VALUE 1.
       01 WS-KEY-CHAR PIC X VALUE SPACE.
           88 KEY-CHAR-LETTER VALUE "A" THRU "Z".
           88 KEY-CHAR-DIGIT VALUE "0" THRU "9".
           88 KEY-CHAR-SEPARATOR VALUE " " "," ".".
       01 WS-WORD PIC X(21) VALUE SPACES.
       01 WS-WORD-LEN PIC 99 VALUE ZERO.
       01 WS-WORD-COUNT PIC 9 VALUE ZERO.
       01 WS-WORD-SUB PIC 9 VALUE ZERO.
       01 WS-WORD-TABLE.
           05 WS-WORD-ENTRY PIC X(21) OCCURS 8 TIMES.
       01 WS-SURVIVOR-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-SURVIVOR-NAME PIC X(21) VALUE SPACES.
       01 WS-RETIRE-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-RETIRE-NAME PIC X(21) VALUE SPACES.
       01 WS-MERGE-REASON PIC X(30) VALUE SPACES.
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-MERGE-CHECK PIC X VALUE "N".
           88 MERGE-PAIR-GOOD VALUE "Y".
       01 WS-LINKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RELINK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RELINK-FAILED PIC 9(5) VALUE ZERO.
       01 WS-MERGE-OUTCOME PIC X(8) VALUE SPACES.
       01 INFO-SCR-IN.
           05 in-account-number PIC 99999.
           05 in-account-name PIC X(21).
           05 in-address PIC X(30).
           05 in-contact-number PIC X(11).
           05 in-id-presented PIC X(20).
           05 in-sms-resp PIC X.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM GET-RUN-MODE.
            IF WS-RUN-MODE = 3
                PERFORM D-100-CUSTOMER-POSITION
            ELSE IF WS-RUN-MODE = 4
                PERFORM E-100-DUPLICATE-REPORT
            ELSE
                PERFORM GET-OPERATOR-ID
                IF OPERATOR-SIGNED-ON
                    IF WS-RUN-MODE = 2
                        PERFORM C-100-MAINTAIN-CUSTOMER
                    ELSE IF WS-RUN-MODE = 5
                        PERFORM F-100-MERGE-CUSTOMERS
                    ELSE
                        PERFORM B-100-ENTER-CUSTOMERS
                    END-IF
            GOBACK.
       GET-RUN-MODE.
           DISPLAY "1-ENTER CUSTOMER  2-MAINTAIN  "
               "3-CUSTOMER POSITION".
           DISPLAY "4-DUPLICATE REPORT  "
               "5-MERGE CUSTOMERS (SUPERVISOR): " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
           ACCEPT in-contact-number.
           DISPLAY "ID PRESENTED: " WITH NO ADVANCING.
           ACCEPT in-id-presented.
           DISPLAY "TEXT MESSAGES? Y - YES  N - NO, OPTED OUT: "
               WITH NO ADVANCING.
           ACCEPT in-sms-resp.
           IF in-customer-name = SPACES
               DISPLAY "CUSTOMER NAME IS REQUIRED - NOT SAVED."
           ELSE
               MOVE in-address TO cst-address
               MOVE in-contact-number TO cst-contact-number
               MOVE in-id-presented TO cst-id-presented
               IF in-sms-resp = "N" OR in-sms-resp = "n"
                   MOVE "Y" TO cst-sms-opt-out
               ELSE
                   MOVE "N" TO cst-sms-opt-out
               END-IF
               MOVE ZERO TO cst-merged-into
               MOVE WS-OPERATOR-ID TO cst-operator-id
               ACCEPT cst-entry-date FROM DATE YYYYMMDD
               ACCEPT cst-entry-time FROM TIME
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-NUMBER.
           PERFORM C-210-FETCH-CUSTOMER.
           IF RECORD-ON-FILE AND cst-merged-into > 0
               DISPLAY "NAME:    " cst-customer-name
               DISPLAY "CUSTOMER MERGED INTO " cst-merged-into
                   " - MAINTAIN THAT NUMBER INSTEAD."
           ELSE IF RECORD-ON-FILE
               PERFORM C-220-SHOW-AND-AMEND
           ELSE
               DISPLAY "CUSTOMER NUMBER NOT ON FILE."
           DISPLAY "ADDRESS: " cst-address.
           DISPLAY "CONTACT: " cst-contact-number.
           DISPLAY "ID:      " cst-id-presented.
           IF cst-sms-opt-out = "Y"
               DISPLAY "TEXTS:   OPTED OUT"
           ELSE
               DISPLAY "TEXTS:   YES"
           END-IF.
           DISPLAY "N-NAME  A-ADDRESS  C-CONTACT  I-ID  S-SMS  "
               "X-NOTHING: " WITH NO ADVANCING.
           ACCEPT WS-AMEND-ACTION.
           EVALUATE WS-AMEND-ACTION
               WHEN "N"
                   DISPLAY "NEW ID PRESENTED: " WITH NO ADVANCING
                   ACCEPT cst-id-presented
                   PERFORM C-230-RESTAMP-AND-REWRITE
               WHEN "S"
               WHEN "s"
                   IF cst-sms-opt-out = "Y"
                       MOVE "N" TO cst-sms-opt-out
                   ELSE
                       MOVE "Y" TO cst-sms-opt-out
                   END-IF
                   PERFORM C-230-RESTAMP-AND-REWRITE
               WHEN OTHER
                   DISPLAY "RECORD LEFT AS IT WAS."
           END-EVALUATE.
                       cst-customer-name
                   DISPLAY "ADDRESS: " cst-address
                       "  CONTACT: " cst-contact-number
                   IF cst-merged-into > 0
                       DISPLAY "MERGED INTO CUSTOMER " cst-merged-into
                           " - ACCOUNTS NOW HELD THERE."
                   END-IF
                   PERFORM D-200-LIST-ACCOUNTS
               ELSE
                   DISPLAY "CUSTOMER NUMBER NOT ON FILE."
               ADD WS-INTEREST TO WS-COMBINED-INTEREST
           END-IF.
           PERFORM D-210-READ-ACCOUNT.
       E-100-DUPLICATE-REPORT.
      **
      * Every active customer goes into a table with three match
      * keys built once, then each pair is compared on the keys. A
      * merged (retired) record is left out - its accounts already
      * sit with the survivor.
      **
           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY "NO CUSTOMER MASTER ON FILE YET - STATUS: "
                   WS-CUSTOMER-STATUS
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               MOVE ZERO TO WS-DUP-COUNT
               MOVE ZERO TO WS-RETIRED-COUNT
               MOVE "N" TO WS-CUSTOMER-EOF
               PERFORM E-110-READ-CUSTOMER
               PERFORM E-120-TABLE-CUSTOMER UNTIL CUSTOMER-AT-EOF
               CLOSE CUSTOMER-FILE
               OPEN OUTPUT DUPLICATE-REPORT-FILE
               PERFORM E-200-REPORT-HEADER
               PERFORM E-210-COMPARE-ONE
                   VARYING WS-DUP-I FROM 1 BY 1
                   UNTIL WS-DUP-I >= WS-DUP-COUNT
               PERFORM E-250-REPORT-TOTALS
               CLOSE DUPLICATE-REPORT-FILE
               DISPLAY "PROBABLE DUPLICATE PAIRS: " WS-PAIR-COUNT
               DISPLAY "REPORT WRITTEN TO DIAZ0014.RPT"
           END-IF.
       E-110-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET CUSTOMER-AT-EOF TO TRUE
           END-READ.
       E-120-TABLE-CUSTOMER.
           IF cst-merged-into > 0
               ADD 1 TO WS-RETIRED-COUNT
           ELSE IF WS-DUP-COUNT >= WS-DUP-MAXIMUM
               SET DUP-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-DUP-COUNT
               MOVE cst-customer-number TO WS-DUP-NUMBER (WS-DUP-COUNT)
               MOVE cst-customer-name TO WS-DUP-NAME (WS-DUP-COUNT)
               MOVE cst-customer-name TO WS-KEY-SOURCE
               PERFORM E-300-BUILD-NAME-KEY
               MOVE WS-KEY-RESULT TO WS-DUP-NAME-KEY (WS-DUP-COUNT)
               MOVE cst-contact-number TO WS-KEY-SOURCE
               PERFORM E-400-BUILD-PLAIN-KEY
               PERFORM E-420-LOCAL-CONTACT
               MOVE WS-KEY-RESULT TO WS-DUP-CONTACT-KEY (WS-DUP-COUNT)
               MOVE cst-id-presented TO WS-KEY-SOURCE
               PERFORM E-400-BUILD-PLAIN-KEY
               MOVE WS-KEY-RESULT TO WS-DUP-ID-KEY (WS-DUP-COUNT)
           END-IF.
           PERFORM E-110-READ-CUSTOMER.
       E-200-REPORT-HEADER.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "PROBABLE DUPLICATE DEPOSITORS ON DIAZCUST.DAT"
               DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
           MOVE ALL "-" TO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
           STRING "CUST# NAME                   " DELIMITED BY SIZE
               "CUST# NAME                   " DELIMITED BY SIZE
               "MATCHED ON" DELIMITED BY SIZE
               INTO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
       E-210-COMPARE-ONE.
           COMPUTE WS-DUP-START = WS-DUP-I + 1.
           PERFORM E-220-COMPARE-PAIR
               VARYING WS-DUP-J FROM WS-DUP-START BY 1
               UNTIL WS-DUP-J > WS-DUP-COUNT.
       E-220-COMPARE-PAIR.
      **
      * A blank key never matches: a customer with no contact
      * number on file is not the same person as every other one.
      **
           MOVE SPACES TO WS-MATCH-REASONS.
           MOVE 1 TO WS-REASON-PTR.
           IF WS-DUP-CONTACT-KEY (WS-DUP-I) NOT = SPACES
               AND WS-DUP-CONTACT-KEY (WS-DUP-I)
                   = WS-DUP-CONTACT-KEY (WS-DUP-J)
               STRING "CONTACT " DELIMITED BY SIZE
                   INTO WS-MATCH-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-CONTACT-HITS
           END-IF.
           IF WS-DUP-ID-KEY (WS-DUP-I) NOT = SPACES
               AND WS-DUP-ID-KEY (WS-DUP-I) = WS-DUP-ID-KEY (WS-DUP-J)
               STRING "ID " DELIMITED BY SIZE
                   INTO WS-MATCH-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-ID-HITS
           END-IF.
           IF WS-DUP-NAME-KEY (WS-DUP-I) NOT = SPACES
               AND WS-DUP-NAME-KEY (WS-DUP-I)
                   = WS-DUP-NAME-KEY (WS-DUP-J)
               STRING "NAME" DELIMITED BY SIZE
                   INTO WS-MATCH-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-NAME-HITS
           END-IF.
           IF WS-MATCH-REASONS NOT = SPACES
               ADD 1 TO WS-PAIR-COUNT
               MOVE SPACES TO DUPLICATE-LINE
               STRING WS-DUP-NUMBER (WS-DUP-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DUP-NAME (WS-DUP-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DUP-NUMBER (WS-DUP-J) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DUP-NAME (WS-DUP-J) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MATCH-REASONS DELIMITED BY SIZE
                   INTO DUPLICATE-LINE
               PERFORM Z-100-WRITE-DUPLICATE-LINE
           END-IF.
       E-250-REPORT-TOTALS.
           MOVE ALL "-" TO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
           IF WS-PAIR-COUNT = 0
               MOVE "NO PROBABLE DUPLICATES FOUND." TO DUPLICATE-LINE
               PERFORM Z-100-WRITE-DUPLICATE-LINE
           END-IF.
           STRING "ACTIVE CUSTOMERS COMPARED: " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               "   MERGED AND LEFT OUT: " DELIMITED BY SIZE
               WS-RETIRED-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
           STRING "PAIRS: " DELIMITED BY SIZE
               WS-PAIR-COUNT DELIMITED BY SIZE
               "  ON CONTACT: " DELIMITED BY SIZE
               WS-CONTACT-HITS DELIMITED BY SIZE
               "  ON ID: " DELIMITED BY SIZE
               WS-ID-HITS DELIMITED BY SIZE
               "  ON NAME: " DELIMITED BY SIZE
               WS-NAME-HITS DELIMITED BY SIZE
               INTO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
           IF DUP-TABLE-FULL
               MOVE "OVER 2000 ACTIVE CUSTOMERS - REPORT INCOMPLETE."
                   TO DUPLICATE-LINE
               PERFORM Z-100-WRITE-DUPLICATE-LINE
           END-IF.
           MOVE "A SUPERVISOR MERGES A CONFIRMED PAIR IN RUN MODE 5."
               TO DUPLICATE-LINE.
           PERFORM Z-100-WRITE-DUPLICATE-LINE.
       E-300-BUILD-NAME-KEY.
      **
      * The name key is the name in capitals cut into words at
      * spaces, commas and periods, with any other punctuation
      * dropped from inside a word, and every one-letter word (a
      * middle initial) thrown away. The words that are left are
      * put in order and run together, so "DELA CRUZ, JUAN P." and
      * "Juan P Dela Cruz" give the same key.
      **
           MOVE WS-KEY-SOURCE TO WS-KEY-WORK.
           INSPECT WS-KEY-WORK CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE ZERO TO WS-WORD-COUNT.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE SPACES TO WS-WORD.
           MOVE ZERO TO WS-WORD-LEN.
           PERFORM E-310-SCAN-NAME-CHAR
               VARYING WS-KEY-POS FROM 1 BY 1 UNTIL WS-KEY-POS > 30.
           PERFORM E-320-END-WORD.
           PERFORM E-330-SORT-PASS WS-WORD-COUNT TIMES.
           MOVE SPACES TO WS-KEY-RESULT.
           MOVE 1 TO WS-KEY-PTR.
           PERFORM E-350-JOIN-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-WORD-COUNT.
       E-310-SCAN-NAME-CHAR.
           MOVE WS-KEY-WORK (WS-KEY-POS:1) TO WS-KEY-CHAR.
           IF KEY-CHAR-LETTER OR KEY-CHAR-DIGIT
               IF WS-WORD-LEN < 21
                   ADD 1 TO WS-WORD-LEN
                   MOVE WS-KEY-CHAR TO WS-WORD (WS-WORD-LEN:1)
               END-IF
           ELSE IF KEY-CHAR-SEPARATOR
               PERFORM E-320-END-WORD
           END-IF.
       E-320-END-WORD.
           IF WS-WORD-LEN > 1 AND WS-WORD-COUNT < 8
               ADD 1 TO WS-WORD-COUNT
               MOVE WS-WORD TO WS-WORD-ENTRY (WS-WORD-COUNT)
           END-IF.
           MOVE SPACES TO WS-WORD.
           MOVE ZERO TO WS-WORD-LEN.
       E-330-SORT-PASS.
           PERFORM E-340-ORDER-TWO-WORDS
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB >= WS-WORD-COUNT.
       E-340-ORDER-TWO-WORDS.
           IF WS-WORD-ENTRY (WS-WORD-SUB)
               > WS-WORD-ENTRY (WS-WORD-SUB + 1)
               MOVE WS-WORD-ENTRY (WS-WORD-SUB) TO WS-WORD
               MOVE WS-WORD-ENTRY (WS-WORD-SUB + 1)
                   TO WS-WORD-ENTRY (WS-WORD-SUB)
               MOVE WS-WORD TO WS-WORD-ENTRY (WS-WORD-SUB + 1)
           END-IF.
       E-350-JOIN-WORD.
           STRING WS-WORD-ENTRY (WS-WORD-SUB) DELIMITED BY SPACE
               INTO WS-KEY-RESULT WITH POINTER WS-KEY-PTR.
       E-400-BUILD-PLAIN-KEY.
      **
      * Contact numbers and IDs are keyed as typed but with only
      * their letters and digits, so "SSS 12-3456789-0" and
      * "SSS1234567890" agree. A value with fewer than five digits
      * ("NONE", "N/A", "PASSPORT") is no key at all.
      **
           MOVE WS-KEY-SOURCE TO WS-KEY-WORK.
           INSPECT WS-KEY-WORK CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE SPACES TO WS-KEY-RESULT.
           MOVE ZERO TO WS-KEY-LEN.
           MOVE ZERO TO WS-KEY-DIGITS.
           PERFORM E-410-KEEP-PLAIN-CHAR
               VARYING WS-KEY-POS FROM 1 BY 1 UNTIL WS-KEY-POS > 30.
           IF WS-KEY-DIGITS < 5
               MOVE SPACES TO WS-KEY-RESULT
               MOVE ZERO TO WS-KEY-LEN
           END-IF.
       E-410-KEEP-PLAIN-CHAR.
           MOVE WS-KEY-WORK (WS-KEY-POS:1) TO WS-KEY-CHAR.
           IF KEY-CHAR-LETTER OR KEY-CHAR-DIGIT
               ADD 1 TO WS-KEY-LEN
               MOVE WS-KEY-CHAR TO WS-KEY-RESULT (WS-KEY-LEN:1)
               IF KEY-CHAR-DIGIT
                   ADD 1 TO WS-KEY-DIGITS
               END-IF
           END-IF.
       E-420-LOCAL-CONTACT.
      **
      * A mobile number keyed without its leading zero (9171234567)
      * is the same line as 09171234567.
      **
           IF WS-KEY-LEN = 10 AND WS-KEY-RESULT (1:1) = "9"
               MOVE WS-KEY-RESULT TO WS-KEY-WORK
               MOVE "0" TO WS-KEY-RESULT
               MOVE WS-KEY-WORK (1:10) TO WS-KEY-RESULT (2:10)
           END-IF.
       F-100-MERGE-CUSTOMERS.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "CUSTOMER MERGES TAKE A SUPERVISOR "
                   "SIGN-ON - NOTHING MERGED."
           ELSE
               PERFORM A-100-OPEN-MASTER
               MOVE "C" TO WS-CONTINUE-RESP
               PERFORM F-200-MERGE-ONE
                   UNTIL WS-CONTINUE-RESP = "Q"
                   OR WS-CONTINUE-RESP = "q"
               CLOSE CUSTOMER-FILE
           END-IF.
       F-200-MERGE-ONE.
           DISPLAY "SURVIVING CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-SURVIVOR-NUMBER.
           DISPLAY "CUSTOMER NUMBER TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-RETIRE-NUMBER.
           PERFORM F-210-CHECK-PAIR.
           IF MERGE-PAIR-GOOD
               PERFORM F-220-SHOW-PAIR
               DISPLAY "REASON FOR MERGE: " WITH NO ADVANCING
               ACCEPT WS-MERGE-REASON
               IF WS-MERGE-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - NOTHING MERGED."
               ELSE
                   DISPLAY "MERGE " WS-RETIRE-NUMBER " INTO "
                       WS-SURVIVOR-NUMBER "? Y/N: " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-RESP
                   IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
                       PERFORM F-300-APPLY-MERGE
                   ELSE
                       DISPLAY "NOTHING MERGED."
                   END-IF
               END-IF
           END-IF.
           DISPLAY "C - TO CONTINUE  Q - TO QUIT: " WITH NO ADVANCING.
           ACCEPT WS-CONTINUE-RESP.
       F-210-CHECK-PAIR.
      **
      * Both numbers must be on the master and still active, and
      * they must differ. A survivor that was itself merged away
      * would leave the accounts pointing at a retired number.
      **
           MOVE "N" TO WS-MERGE-CHECK.
           MOVE WS-SURVIVOR-NUMBER TO WS-LOOKUP-NUMBER.
           PERFORM C-210-FETCH-CUSTOMER.
           IF WS-SURVIVOR-NUMBER = WS-RETIRE-NUMBER
               DISPLAY "THE TWO NUMBERS ARE THE SAME - NOTHING MERGED."
           ELSE IF NOT RECORD-ON-FILE
               DISPLAY "SURVIVING CUSTOMER NOT ON FILE."
           ELSE IF cst-merged-into > 0
               DISPLAY "CUSTOMER " WS-SURVIVOR-NUMBER
                   " WAS ITSELF MERGED INTO " cst-merged-into "."
           ELSE
               MOVE cst-customer-name TO WS-SURVIVOR-NAME
               DISPLAY "SURVIVOR: " WS-SURVIVOR-NUMBER " "
                   cst-customer-name
               DISPLAY "  " cst-address "  " cst-contact-number
                   "  " cst-id-presented
               MOVE WS-RETIRE-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM C-210-FETCH-CUSTOMER
               IF NOT RECORD-ON-FILE
                   DISPLAY "CUSTOMER TO RETIRE NOT ON FILE."
               ELSE IF cst-merged-into > 0
                   DISPLAY "CUSTOMER " WS-RETIRE-NUMBER
                       " IS ALREADY MERGED INTO " cst-merged-into "."
               ELSE
                   MOVE cst-customer-name TO WS-RETIRE-NAME
                   DISPLAY "RETIRE:   " WS-RETIRE-NUMBER " "
                       cst-customer-name
                   DISPLAY "  " cst-address "  " cst-contact-number
                       "  " cst-id-presented
                   SET MERGE-PAIR-GOOD TO TRUE
               END-IF
           END-IF.
       F-220-SHOW-PAIR.
           MOVE ZERO TO WS-LINKED-COUNT.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM D-210-READ-ACCOUNT
               PERFORM F-230-COUNT-LINKED UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           END-IF.
           DISPLAY "ACCOUNTS TO RELINK TO " WS-SURVIVOR-NUMBER ": "
               WS-LINKED-COUNT.
       F-230-COUNT-LINKED.
           IF out-customer-number = WS-RETIRE-NUMBER
               DISPLAY "  " out-account-number " " out-account-name
                   " " out-principal-amount
               ADD 1 TO WS-LINKED-COUNT
           END-IF.
           PERFORM D-210-READ-ACCOUNT.
       F-300-APPLY-MERGE.
      **
      * Accounts are relinked first, each REWRITE journalled so
      * DIAZ0020 can replay it. Only when every one has moved is
      * the retiring record marked; after a failure it stays
      * active and the merge is simply run again, which picks up
      * the accounts still left behind.
      **
           MOVE ZERO TO WS-RELINK-COUNT.
           MOVE ZERO TO WS-RELINK-FAILED.
           MOVE "N" TO WS-ACCOUNT-EOF.
           OPEN I-O OUTPUT-FILE.
           IF WS-FILE-OK
               PERFORM D-210-READ-ACCOUNT
               PERFORM F-310-RELINK-ACCOUNT UNTIL ACCOUNT-AT-EOF
               CLOSE OUTPUT-FILE
           ELSE IF NOT WS-FILE-NOT-FOUND
               DISPLAY "ACCOUNT FILE NOT AVAILABLE - STATUS: "
                   WS-FILE-STATUS
               ADD 1 TO WS-RELINK-FAILED
           END-IF.
           MOVE "PARTIAL" TO WS-MERGE-OUTCOME.
           IF WS-RELINK-FAILED = 0
               MOVE WS-RETIRE-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM C-210-FETCH-CUSTOMER
               IF RECORD-ON-FILE
                   MOVE WS-SURVIVOR-NUMBER TO cst-merged-into
                   PERFORM C-230-RESTAMP-AND-REWRITE
                   IF WS-CUSTOMER-OK
                       MOVE "MERGED" TO WS-MERGE-OUTCOME
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ACCOUNTS RELINKED: " WS-RELINK-COUNT.
           IF WS-MERGE-OUTCOME = "MERGED"
               DISPLAY "CUSTOMER " WS-RETIRE-NUMBER
                   " RETIRED - MERGED INTO " WS-SURVIVOR-NUMBER "."
           ELSE
               DISPLAY "MERGE NOT COMPLETE - CUSTOMER "
                   WS-RETIRE-NUMBER " LEFT ACTIVE; RUN IT AGAIN."
           END-IF.
           PERFORM F-400-LOG-MERGE.
       F-310-RELINK-ACCOUNT.
           IF out-customer-number = WS-RETIRE-NUMBER
               MOVE OUTPUT-REC TO WS-JRN-BEFORE
               MOVE WS-SURVIVOR-NUMBER TO out-customer-number
               REWRITE OUTPUT-REC
               IF WS-FILE-OK
                   MOVE "REWRITE" TO WS-JRN-ACTION
                   MOVE OUTPUT-REC TO WS-JRN-AFTER
                   PERFORM Z-900-WRITE-JOURNAL
                   ADD 1 TO WS-RELINK-COUNT
               ELSE
                   DISPLAY "ACCOUNT " out-account-number
                       " NOT RELINKED - STATUS: " WS-FILE-STATUS
                   ADD 1 TO WS-RELINK-FAILED
               END-IF
           END-IF.
           PERFORM D-210-READ-ACCOUNT.
       F-400-LOG-MERGE.
      **
      * DIAZMRG.DAT is append-only: one record per merge run,
      * complete or not, with the supervisor and the reason.
      **
           OPEN EXTEND MERGE-LOG-FILE.
           IF WS-MERGE-LOG-NOT-FOUND
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF.
           ACCEPT mrg-stamp-date FROM DATE YYYYMMDD.
           ACCEPT mrg-stamp-time FROM TIME.
           MOVE WS-OPERATOR-ID TO mrg-operator-id.
           MOVE WS-SURVIVOR-NUMBER TO mrg-survivor-number.
           MOVE WS-RETIRE-NUMBER TO mrg-retired-number.
           MOVE WS-RETIRE-NAME TO mrg-retired-name.
           MOVE WS-RELINK-COUNT TO mrg-accounts-relinked.
           MOVE WS-RELINK-FAILED TO mrg-accounts-failed.
           MOVE WS-MERGE-OUTCOME TO mrg-outcome.
           MOVE WS-MERGE-REASON TO mrg-reason.
           WRITE MERGE-LOG-REC.
           CLOSE MERGE-LOG-FILE.
       Z-100-WRITE-DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
       Z-900-WRITE-JOURNAL.
      **
      * Same before/after image journal DIAZ0002 and DIAZ0005 keep,
      * so a relinked account replays through DIAZ0020 like any
      * other REWRITE.
      **
           MOVE "L" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           ACCEPT jrn-stamp-date FROM DATE YYYYMMDD.
           ACCEPT jrn-stamp-time FROM TIME.
           MOVE "DIAZ0014" TO jrn-program.
           MOVE WS-JRN-ACTION TO jrn-action.
           MOVE out-account-number TO jrn-account-number.
           MOVE WS-OPERATOR-ID TO jrn-operator-id.
           MOVE WS-JRN-BEFORE TO jrn-before-image.
           MOVE WS-JRN-AFTER TO jrn-after-image.
           MOVE "S" TO WS-SEAL-FUNCTION.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       CALCULTE-INTEREST.
           IF out-currency-code = "USD"
               MOVE WS-DOLLAR-TIER-RATES TO WS-TIER-RATES
           ELSE
               MOVE WS-PESO-TIER-RATES TO WS-TIER-RATES
           END-IF.
           EVALUATE TRUE
                WHEN in-principal-amount >= 10000 AND
                in-years-of-deposit >= 5
      * Loads the rate set in force from DIAZRATE.DAT: the record
      * with the newest effective date on or before today wins. The
      * built-in VALUEs stay in force while no table file exists.
      * Peso and dollar sets are picked each on its own dates;
      * the account's currency decides which one prices it.
      **
           ACCEPT WS-RATE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RATE-FILE.
               PERFORM PICK-RATE-SET UNTIL RATE-AT-EOF
               CLOSE RATE-FILE
           END-IF.
           MOVE WS-TIER-RATES TO WS-PESO-TIER-RATES.
       READ-RATE-SET.
           READ RATE-FILE
               AT END SET RATE-AT-EOF TO TRUE
           END-READ.
       PICK-RATE-SET.
           IF rte-currency-code = "USD"
               PERFORM PICK-DOLLAR-RATE-SET
           ELSE IF rte-effective-date <= WS-RATE-RUN-DATE
               AND rte-effective-date >= WS-RATE-EFFECTIVE
               MOVE rte-effective-date TO WS-RATE-EFFECTIVE
               MOVE rte-tier-1-rate TO WS-TIER-1-RATE
               MOVE rte-tier-4-rate TO WS-TIER-4-RATE
           END-IF.
           PERFORM READ-RATE-SET.
       PICK-DOLLAR-RATE-SET.
           IF rte-effective-date <= WS-RATE-RUN-DATE
               AND rte-effective-date >= WS-DOLLAR-RATE-EFFECTIVE
               MOVE rte-effective-date TO WS-DOLLAR-RATE-EFFECTIVE
               MOVE rte-tier-1-rate TO WS-DOLLAR-TIER-1-RATE
               MOVE rte-tier-2-rate TO WS-DOLLAR-TIER-2-RATE
               MOVE rte-tier-3-rate TO WS-DOLLAR-TIER-3-RATE
               MOVE rte-tier-4-rate TO WS-DOLLAR-TIER-4-RATE
           END-IF.
       END PROGRAM DIAZ0014.
