      * startup (falling back to the old built-in 12/10/8/7 while no
      * table exists), so a rate change keyed in DIAZ0012 reaches
      * quotes and DIAZ0003's listing on the same day.
      * RATE-TABLE-REC grew rte-currency-code: DIAZRATE.DAT holds a peso
      * (PHP) and a dollar (USD) tier set, each effective-dated on its
      * own. QUOTE-LOG-REC grew log-currency-code, the currency the
      * quote was given in. The quote asks for the currency (blank
      * is pesos) and prices a dollar quote from the dollar tiers.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 log-interest-rate PIC 99.
           05 log-interest-amount PIC 9(6)V9(2).
           05 log-entry-date PIC 9(8).
           05 log-currency-code PIC X(3).
       FD RATE-FILE
           DATA RECORD IS RATE-TABLE-REC.
       01 RATE-TABLE-REC.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       WORKING-STORAGE SECTION.
       01 ws-account-number PIC 9(5).
       01 ws-account-name PIC X(21).
       01 ws-file-status PIC XX VALUE "00".
           88 ws-file-ok VALUE "00".
           88 ws-file-not-found VALUE "35".
       01 ws-currency-code PIC X(3) VALUE "PHP".
           88 ws-dollar-quote VALUE "USD".
       01 ws-rate-status PIC XX VALUE "00".
           88 ws-rate-ok VALUE "00".
       01 ws-rate-eof PIC X VALUE "N".
           05 ws-tier-2-rate PIC 99 VALUE 10.
           05 ws-tier-3-rate PIC 99 VALUE 8.
           05 ws-tier-4-rate PIC 99 VALUE 7.
       01 ws-peso-tier-rates PIC X(8) VALUE SPACES.
       01 ws-dollar-rate-effective PIC 9(8) VALUE ZERO.
       01 ws-dollar-tier-rates.
           05 ws-dollar-tier-1-rate PIC 99 VALUE 4.
           05 ws-dollar-tier-2-rate PIC 99 VALUE 3.
           05 ws-dollar-tier-3-rate PIC 99 VALUE 2.
           05 ws-dollar-tier-4-rate PIC 99 VALUE 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-RATE-TABLE.
                ACCEPT ws-principal-amount
                DISPLAY "Enter Years of Desposit: " WITH NO ADVANCING
                ACCEPT ws-years-of-deposit
                DISPLAY "Enter Currency (PHP/USD): " WITH NO ADVANCING
                ACCEPT ws-currency-code
                IF ws-currency-code = "usd"
                    MOVE "USD" TO ws-currency-code
                END-IF
                IF ws-dollar-quote
                    MOVE ws-dollar-tier-rates TO ws-tier-rates
                ELSE
                    MOVE "PHP" TO ws-currency-code
                    MOVE ws-peso-tier-rates TO ws-tier-rates
                END-IF
                EVALUATE TRUE
                WHEN ws-principal-amount >= 10000 AND
                ws-years-of-deposit >= 5
                DISPLAY "Interest Rate: " ws-interest-rate "%"
                COMPUTE ws-interest-amount ROUNDED =
                    ws-principal-amount * ws-interest-rate / 100
                DISPLAY "Interest Amount: " ws-interest-amount " "
                    ws-currency-code
                MOVE ws-account-number TO log-account-number
                MOVE ws-account-name TO log-account-name
                MOVE ws-principal-amount TO log-principal-amount
                MOVE ws-interest-rate TO log-interest-rate
                MOVE ws-interest-amount TO log-interest-amount
                ACCEPT log-entry-date FROM DATE YYYYMMDD
                MOVE ws-currency-code TO log-currency-code
                WRITE QUOTE-LOG-REC
                DISPLAY " "
                DISPLAY "C - to continue"
      * Loads the rate set in force from DIAZRATE.DAT: the record
      * with the newest effective date on or before today wins. The
      * built-in VALUEs stay in force while no table file exists.
      * Peso and dollar sets are picked each on its own dates.
      **
           ACCEPT ws-rate-run-date FROM DATE YYYYMMDD.
           OPEN INPUT RATE-FILE.
               PERFORM PICK-RATE-SET UNTIL rate-at-eof
               CLOSE RATE-FILE
           END-IF.
           MOVE ws-tier-rates TO ws-peso-tier-rates.
       READ-RATE-SET.
           READ RATE-FILE
               AT END SET rate-at-eof TO TRUE
           END-READ.
       PICK-RATE-SET.
           IF rte-currency-code = "USD"
               PERFORM PICK-DOLLAR-RATE-SET
           ELSE IF rte-effective-date <= ws-rate-run-date
               AND rte-effective-date >= ws-rate-effective
               MOVE rte-effective-date TO ws-rate-effective
               MOVE rte-tier-1-rate TO ws-tier-1-rate
               MOVE rte-tier-4-rate TO ws-tier-4-rate
           END-IF.
           PERFORM READ-RATE-SET.
       PICK-DOLLAR-RATE-SET.
           IF rte-effective-date <= ws-rate-run-date
               AND rte-effective-date >= ws-dollar-rate-effective
               MOVE rte-effective-date TO ws-dollar-rate-effective
               MOVE rte-tier-1-rate TO ws-dollar-tier-1-rate
               MOVE rte-tier-2-rate TO ws-dollar-tier-2-rate
               MOVE rte-tier-3-rate TO ws-dollar-tier-3-rate
               MOVE rte-tier-4-rate TO ws-dollar-tier-4-rate
           END-IF.
       END PROGRAM DIAZ0001.
