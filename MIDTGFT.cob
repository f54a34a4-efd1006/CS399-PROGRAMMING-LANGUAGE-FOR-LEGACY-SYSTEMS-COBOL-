      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTGFT.
      *-----------------------
      * Modification History
      * ---------------------
      * New gift-certificate and store-credit liability report.
      * MIDTERM run mode 7 sells numbered gift certificates at the
      * counter, MIDTVOID can pay a refund out as store credit, and
      * either is taken back as a tender at the drawer; all three
      * keep MIDTGFT.DAT, one record per certificate or credit with
      * the amount issued, the balance still unspent and the expiry
      * date. Every peso still on the register is owed to a
      * customer until it is spent or expires. Run mode 1 lists,
      * as of a keyed date, every certificate and credit still
      * outstanding with the liability per kind, then every one
      * that expired with money left on it and how much went
      * unused, to MIDTGFT.RPT. Run mode 2 answers the counter's
      * "how much is left on this?" for one number.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GIFT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTGFT.DAT"
           FILE STATUS IS WS-GIFT-STATUS.
       SELECT GIFT-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTGFT.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GIFT-FILE
           DATA RECORD IS GIFT-REC.
       01 GIFT-REC.
           05 GFT-NUMBER             PIC 9(5).
           05 GFT-TYPE               PIC X.
               88 GFT-IS-CERTIFICATE VALUE "G".
               88 GFT-IS-CREDIT VALUE "C".
           05 GFT-ISSUED-AMOUNT      PIC 9(7).
           05 GFT-BALANCE            PIC 9(7).
           05 GFT-ISSUE-DATE         PIC 9(8).
           05 GFT-EXPIRY-DATE        PIC 9(8).
           05 GFT-LAST-USED-DATE     PIC 9(8).
           05 GFT-HOLDER-NAME        PIC X(20).
           05 GFT-OR-NUMBER          PIC 9(5).
           05 GFT-SOURCE-ORDER       PIC 9(5).
           05 GFT-OPERATOR-ID        PIC X(8).
       FD GIFT-REPORT-FILE
           DATA RECORD IS GIFT-REPORT-LINE.
       01 GIFT-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-GIFT-STATUS PIC XX VALUE "00".
           88 WS-GIFT-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-SIGNON-STATUS PIC X VALUE "N".
       77 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       77 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       77 WS-GIFT-EOF PIC X VALUE "N".
           88 GIFT-AT-EOF VALUE "Y".
       77 WS-LOOKUP-NUMBER PIC 9(5) VALUE ZERO.
       77 WS-GIFT-FOUND PIC X VALUE "N".
           88 GIFT-ON-FILE VALUE "Y".
       77 WS-SECTION PIC X VALUE "O".
           88 LISTING-OUTSTANDING VALUE "O".
           88 LISTING-EXPIRED VALUE "E".
       77 WS-GIFT-STATE PIC X(9) VALUE SPACES.
       77 WS-KIND-TAG PIC X(6) VALUE SPACES.
      *-----------------------
      * Totals per section: certificates and credits apart, since
      * a certificate was bought for cash and a credit came out of
      * a refund.
      *-----------------------
       01 WS-SECTION-TOTALS.
           05 WS-CERT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CERT-AMOUNT PIC 9(9) VALUE ZERO.
           05 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CREDIT-AMOUNT PIC 9(9) VALUE ZERO.
           05 WS-NEVER-USED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SPENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LIABILITY-TOTAL PIC 9(9) VALUE ZERO.
       77 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-COUNT-ED PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
           IF WS-SIGNON-STATUS NOT = "Y"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "1-LIABILITY REPORT  2-LOOK UP ONE NUMBER: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = 2
               PERFORM LOOK-UP-ONE
           ELSE
               PERFORM LIABILITY-REPORT
           END-IF.
           STOP RUN.

       LOOK-UP-ONE.
           DISPLAY "CERTIFICATE OR CREDIT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-NUMBER.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           MOVE "N" TO WS-GIFT-FOUND.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN INPUT GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM MATCH-GIFT-NUMBER UNTIL GIFT-AT-EOF
                   OR GIFT-ON-FILE
               CLOSE GIFT-FILE
           END-IF.
           IF GIFT-ON-FILE
               PERFORM SET-GIFT-STATE
               DISPLAY WS-KIND-TAG " NO. " GFT-NUMBER "  "
                   GFT-HOLDER-NAME
               MOVE GFT-ISSUED-AMOUNT TO WS-MONEY-ED
               DISPLAY "  ISSUED  " GFT-ISSUE-DATE "  "
                   WS-MONEY-ED " PHP"
               MOVE GFT-BALANCE TO WS-MONEY-ED
               DISPLAY "  BALANCE " WS-MONEY-ED " PHP  EXPIRES "
                   GFT-EXPIRY-DATE "  " WS-GIFT-STATE
               IF GFT-LAST-USED-DATE > 0
                   DISPLAY "  LAST USED " GFT-LAST-USED-DATE
               END-IF
           ELSE
               DISPLAY "NO CERTIFICATE OR CREDIT WITH THAT NUMBER."
           END-IF.

       MATCH-GIFT-NUMBER.
           IF GFT-NUMBER = WS-LOOKUP-NUMBER
               SET GIFT-ON-FILE TO TRUE
           ELSE
               PERFORM READ-GIFT-RECORD
           END-IF.

       READ-GIFT-RECORD.
           READ GIFT-FILE
               AT END SET GIFT-AT-EOF TO TRUE
           END-READ.

       SET-GIFT-STATE.
      **
      * Spent wins over expired: a certificate used up before its
      * date owes nothing, whatever the calendar says now.
      **
           IF GFT-IS-CREDIT
               MOVE "CREDIT" TO WS-KIND-TAG
           ELSE
               MOVE "GIFT" TO WS-KIND-TAG
           END-IF.
           IF GFT-BALANCE = 0
               MOVE "SPENT" TO WS-GIFT-STATE
           ELSE IF GFT-EXPIRY-DATE < WS-AS-OF-DATE
               MOVE "EXPIRED" TO WS-GIFT-STATE
           ELSE
               MOVE "OPEN" TO WS-GIFT-STATE
           END-IF.

       LIABILITY-REPORT.
           DISPLAY "AS OF DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           END-IF.
           OPEN OUTPUT GIFT-REPORT-FILE.
           MOVE SPACES TO GIFT-REPORT-LINE.
           STRING "GIFT CERTIFICATE AND STORE CREDIT LIABILITY  AS OF "
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO GIFT-REPORT-LINE.
           PERFORM WRITE-GIFT-LINE.
           MOVE ZERO TO WS-SPENT-COUNT.
           SET LISTING-OUTSTANDING TO TRUE.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-CERT-AMOUNT TO WS-LIABILITY-TOTAL.
           ADD WS-CREDIT-AMOUNT TO WS-LIABILITY-TOTAL.
           SET LISTING-EXPIRED TO TRUE.
           PERFORM PRINT-ONE-SECTION.
           PERFORM WRITE-GIFT-LINE.
           MOVE WS-LIABILITY-TOTAL TO WS-MONEY-ED.
           STRING "TOTAL OUTSTANDING LIABILITY       " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               " PHP" DELIMITED BY SIZE
               INTO GIFT-REPORT-LINE.
           PERFORM WRITE-GIFT-LINE.
           MOVE WS-SPENT-COUNT TO WS-COUNT-ED.
           STRING "SPENT IN FULL (NOTHING OWED)      " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO GIFT-REPORT-LINE.
           PERFORM WRITE-GIFT-LINE.
           CLOSE GIFT-REPORT-FILE.
           DISPLAY "REPORT WRITTEN TO MIDTGFT.RPT".

       PRINT-ONE-SECTION.
      **
      * One pass of the register per section, so the outstanding
      * and the expired lists each come out in number order.
      **
           INITIALIZE WS-SECTION-TOTALS.
           PERFORM WRITE-GIFT-LINE.
           IF LISTING-OUTSTANDING
               MOVE "OUTSTANDING - STILL OWED TO THE HOLDER"
                   TO GIFT-REPORT-LINE
           ELSE
               MOVE "EXPIRED UNUSED - BALANCE LEFT AT EXPIRY"
                   TO GIFT-REPORT-LINE
           END-IF.
           PERFORM WRITE-GIFT-LINE.
           MOVE "NUMBER KIND   HOLDER                ISSUED"
               TO GIFT-REPORT-LINE.
           MOVE "     AMOUNT    BALANCE  EXPIRES"
               TO GIFT-REPORT-LINE (45:).
           PERFORM WRITE-GIFT-LINE.
           MOVE "N" TO WS-GIFT-EOF.
           OPEN INPUT GIFT-FILE.
           IF WS-GIFT-OK
               PERFORM READ-GIFT-RECORD
               PERFORM LIST-GIFT-RECORD UNTIL GIFT-AT-EOF
               CLOSE GIFT-FILE
           END-IF.
           MOVE WS-CERT-AMOUNT TO WS-MONEY-ED.
           MOVE WS-CERT-COUNT TO WS-COUNT-ED.
           STRING "  GIFT CERTIFICATES " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               " PHP" DELIMITED BY SIZE
               INTO GIFT-REPORT-LINE.
           PERFORM WRITE-GIFT-LINE.
           MOVE WS-CREDIT-AMOUNT TO WS-MONEY-ED.
           MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.
           STRING "  STORE CREDITS     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               " PHP" DELIMITED BY SIZE
               INTO GIFT-REPORT-LINE.
           PERFORM WRITE-GIFT-LINE.
           IF LISTING-EXPIRED
               MOVE WS-NEVER-USED-COUNT TO WS-COUNT-ED
               STRING "  OF WHICH NEVER USED AT ALL " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO GIFT-REPORT-LINE
               PERFORM WRITE-GIFT-LINE
           END-IF.

       LIST-GIFT-RECORD.
           PERFORM SET-GIFT-STATE.
           IF LISTING-OUTSTANDING AND WS-GIFT-STATE = "SPENT"
               ADD 1 TO WS-SPENT-COUNT
           END-IF.
           IF (LISTING-OUTSTANDING AND WS-GIFT-STATE = "OPEN")
               OR (LISTING-EXPIRED AND WS-GIFT-STATE = "EXPIRED")
               PERFORM PRINT-GIFT-LINE
           END-IF.
           PERFORM READ-GIFT-RECORD.

       PRINT-GIFT-LINE.
           MOVE GFT-NUMBER TO GIFT-REPORT-LINE (1:5).
           MOVE WS-KIND-TAG TO GIFT-REPORT-LINE (8:6).
           MOVE GFT-HOLDER-NAME TO GIFT-REPORT-LINE (15:20).
           MOVE GFT-ISSUE-DATE TO GIFT-REPORT-LINE (37:8).
           MOVE GFT-ISSUED-AMOUNT TO WS-MONEY-ED.
           MOVE WS-MONEY-ED (4:8) TO GIFT-REPORT-LINE (48:8).
           MOVE GFT-BALANCE TO WS-MONEY-ED.
           MOVE WS-MONEY-ED (4:8) TO GIFT-REPORT-LINE (59:8).
           MOVE GFT-EXPIRY-DATE TO GIFT-REPORT-LINE (68:8).
           PERFORM WRITE-GIFT-LINE.
           IF GFT-IS-CREDIT
               ADD 1 TO WS-CREDIT-COUNT
               ADD GFT-BALANCE TO WS-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-CERT-COUNT
               ADD GFT-BALANCE TO WS-CERT-AMOUNT
           END-IF.
           IF GFT-BALANCE = GFT-ISSUED-AMOUNT
               ADD 1 TO WS-NEVER-USED-COUNT
           END-IF.

       WRITE-GIFT-LINE.
           DISPLAY GIFT-REPORT-LINE.
           WRITE GIFT-REPORT-LINE.
           MOVE SPACES TO GIFT-REPORT-LINE.
       END PROGRAM MIDTGFT.
