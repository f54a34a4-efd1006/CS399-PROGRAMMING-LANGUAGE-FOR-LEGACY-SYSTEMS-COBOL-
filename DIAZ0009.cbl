      * When the register table fills, both run modes say so instead
      * of listing or searching an incomplete set as if it were
      * everything.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own; a dollar account is priced
      * from the dollar set.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 arc-entry-date PIC 9(8).
           05 arc-entry-time PIC 9(8).
           05 arc-customer-number PIC 9(5).
           05 arc-product-code PIC X(4).
           05 arc-term-length PIC 999.
           05 arc-currency-code PIC X(3).
       FD RATE-FILE
           DATA RECORD IS RATE-TABLE-REC.
       01 RATE-TABLE-REC.
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
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
       01 WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-FILENAME PIC X(40).
           MOVE WS-TBL-FILENAME (WS-TBL-SUB) TO WS-ARCHIVE-FILENAME.
           PERFORM B-200-BROWSE-ARCHIVE.
       CALCULTE-INTEREST.
           IF arc-currency-code = "USD"
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
       END PROGRAM DIAZ0009.
