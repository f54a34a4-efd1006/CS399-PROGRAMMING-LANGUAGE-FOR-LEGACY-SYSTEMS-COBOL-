      * versus the proposed rates, and the delta - all before
      * anything is keyed into DIAZRATE.DAT. The simulation touches
      * neither the rate table nor the account file.
      * OUTPUT-REC grew out-product-code and out-term-length for the
      * deposit products kept on DIAZPROD.DAT (DIAZ0033), keeping
      * every layout of DIAZ0002.DAT byte-for-byte the same shape.
      * OUTPUT-REC grew out-currency-code for the US-dollar time
      * deposits (PHP or USD - every amount on an account is in its own
      * currency), keeping every layout of DIAZ0002.DAT byte-for-byte
      * the same shape. RATE-TABLE-REC grew rte-currency-code:
      * DIAZRATE.DAT holds a peso (PHP) and a dollar (USD) tier set,
      * each effective-dated on its own. Both run modes now ask which
      * currency's set to work on (blank is pesos): maintenance shows
      * and appends sets of that currency only, and the simulation
      * prices only the accounts held in it. The dollar set's
      * built-in fallback is 04/03/02/01.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 rte-tier-2-rate PIC 99.
           05 rte-tier-3-rate PIC 99.
           05 rte-tier-4-rate PIC 99.
           05 rte-currency-code PIC X(3).
       FD OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC.
           05 out-entry-date PIC 9(8).
           05 out-entry-time PIC 9(8).
           05 out-customer-number PIC 9(5).
           05 out-product-code PIC X(4).
           05 out-term-length PIC 999.
           05 out-currency-code PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC XX VALUE "00".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 RATE-AT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RATE-CURRENCY PIC X(3) VALUE "PHP".
           88 RATE-SET-IN-DOLLARS VALUE "USD".
       01 WS-DOLLAR-BUILT-IN PIC X(8) VALUE "04030201".
       01 WS-CHECK-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-SET-MATCH PIC X VALUE "N".
           88 SET-IN-CURRENCY VALUE "Y".
       01 WS-CURRENT-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-RATES.
           05 WS-TIER-1-RATE PIC 99 VALUE 12.
            DISPLAY "1-MAINTAIN RATE TABLE  2-SIMULATE PROPOSED "
                "RATES: " WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            PERFORM A-100-GET-CURRENCY.
            IF WS-RUN-MODE = 2
                PERFORM B-100-SHOW-RATES-ON-FILE
                PERFORM S-100-SIMULATE-RATE-SET
                PERFORM B-200-ENTER-RATE-CHANGE
            END-IF.
            GOBACK.
       A-100-GET-CURRENCY.
           DISPLAY "CURRENCY OF THE RATE SET (PHP/USD, BLANK = PHP): "
               WITH NO ADVANCING.
           ACCEPT WS-RATE-CURRENCY.
           IF WS-RATE-CURRENCY = "usd"
               MOVE "USD" TO WS-RATE-CURRENCY
           END-IF.
           IF RATE-SET-IN-DOLLARS
               MOVE WS-DOLLAR-BUILT-IN TO WS-CURRENT-RATES
           ELSE
               MOVE "PHP" TO WS-RATE-CURRENCY
           END-IF.
       A-110-CHECK-CURRENCY.
      **
      * A set or account belongs to the dollar run only when it says
      * USD; anything else is pesos.
      **
           MOVE "N" TO WS-SET-MATCH.
           IF RATE-SET-IN-DOLLARS
               IF WS-CHECK-CURRENCY = "USD"
                   SET SET-IN-CURRENCY TO TRUE
               END-IF
           ELSE
               IF WS-CHECK-CURRENCY NOT = "USD"
                   SET SET-IN-CURRENCY TO TRUE
               END-IF
           END-IF.
       B-100-SHOW-RATES-ON-FILE.
           DISPLAY "DEPOSIT RATE TIER TABLE  RUN DATE: " WS-RUN-DATE
               "  CURRENCY: " WS-RATE-CURRENCY.
           OPEN INPUT RATE-FILE.
           IF NOT WS-RATE-OK
               DISPLAY "NO RATE TABLE ON FILE YET - PROGRAMS ARE "
                   "USING THE BUILT-IN RATES (" WS-TIER-1-RATE "/"
                   WS-TIER-2-RATE "/" WS-TIER-3-RATE "/"
                   WS-TIER-4-RATE ")."
           ELSE
               DISPLAY "RATE SETS ON FILE (EFFECTIVE T1 T2 T3 T4):"
               PERFORM B-110-READ-RATE-SET
               AT END SET RATE-AT-EOF TO TRUE
           END-READ.
       B-120-SHOW-RATE-SET.
           MOVE rte-currency-code TO WS-CHECK-CURRENCY.
           PERFORM A-110-CHECK-CURRENCY.
           IF SET-IN-CURRENCY
               PERFORM B-130-SHOW-ONE-SET
           END-IF.
           PERFORM B-110-READ-RATE-SET.
       B-130-SHOW-ONE-SET.
           DISPLAY "  " rte-effective-date "  " rte-tier-1-rate " "
               rte-tier-2-rate " " rte-tier-3-rate " "
               rte-tier-4-rate.
               MOVE rte-tier-3-rate TO WS-TIER-3-RATE
               MOVE rte-tier-4-rate TO WS-TIER-4-RATE
           END-IF.
       B-200-ENTER-RATE-CHANGE.
           DISPLAY "ENTER A RATE CHANGE (EFFECTIVE DATE YYYYMMDD, "
               "0 TO QUIT): " WITH NO ADVANCING.
                   DISPLAY "A TIER RATE OF ZERO IS NOT ALLOWED - "
                       "NOT SAVED."
               ELSE
                   DISPLAY "SAVE THESE " WS-RATE-CURRENCY
                       " RATES EFFECTIVE " WS-NEW-EFFECTIVE
                       "? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-RESP
                   IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
                       PERFORM B-300-APPEND-RATE-SET
           MOVE WS-NEW-TIER-2 TO rte-tier-2-rate.
           MOVE WS-NEW-TIER-3 TO rte-tier-3-rate.
           MOVE WS-NEW-TIER-4 TO rte-tier-4-rate.
           MOVE WS-RATE-CURRENCY TO rte-currency-code.
           WRITE RATE-TABLE-REC.
           CLOSE RATE-FILE.
           DISPLAY "RATE CHANGE SAVED - TAKES EFFECT "
               AT END SET ACCOUNT-AT-EOF TO TRUE
           END-READ.
       S-230-PRICE-ACCOUNT.
           MOVE out-currency-code TO WS-CHECK-CURRENCY.
           PERFORM A-110-CHECK-CURRENCY.
           IF SET-IN-CURRENCY
               PERFORM S-240-PRICE-ONE-ACCOUNT
           END-IF.
           PERFORM S-220-READ-ACCOUNT.
       S-240-PRICE-ONE-ACCOUNT.
      **
      * Same breakpoints as CALCULTE-INTEREST in DIAZ0003, so the
      * simulation prices exactly the accounts each tier would hit.
               WS-SIM-NEW-INTEREST (WS-SIM-TIER)
               + (out-principal-amount
               * WS-NEW-TIER (WS-SIM-TIER) / 100).
       S-300-REPORT-SIMULATION.
           DISPLAY "ACCOUNTS HELD IN " WS-RATE-CURRENCY " ONLY".
           DISPLAY "TIER ACCTS     PRINCIPAL   CURRENT-INT  "
               "PROPOSED-INT         DELTA".
           PERFORM S-310-REPORT-ONE-TIER
