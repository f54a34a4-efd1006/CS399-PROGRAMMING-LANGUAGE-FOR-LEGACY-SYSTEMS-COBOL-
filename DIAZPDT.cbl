      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZPDT.
      *-----------------------
      * Modification History
      * ---------------------
      * New shared deposit-product lookup. Every account used to be
      * the same product - one DIAZRATE.DAT tier table, annual
      * capitalization, one penalty schedule - and each program
      * worked out terms in years for itself. Accounts now carry a
      * product code from booking, and the products are kept on
      * DIAZPROD.DAT (DIAZ0033): term unit (days, months or years),
      * term range, minimum placement, four principal tiers with
      * their own rates, capitalize-or-pay-out interest and the
      * pre-termination penalty schedule. A pricing program CALLs
      * this routine with the account's product code, entry date,
      * term, principal, the date it is pricing as of and the
      * periods already posted, and gets back the product's terms
      * in force today with everything worked out from them: the
      * tier rate for the principal, the posting period and the
      * number of periods in the term, units and periods served,
      * maturity date and whether it has passed, the penalty rate
      * an early exit would earn, and where the next unposted
      * period starts. A blank product code is the standard
      * deposit: whole years, annual capitalization, the DIAZRATE
      * tiers (left to the caller, which knows the years-based
      * breakpoints and comes back with rate zero) and the 1/3/5%
      * schedule DIAZ0007 has always used. A code not on file
      * comes back N with the standard terms, so the caller can
      * report it and still price the account. The product file is
      * read once, on the first CALL of the run; the version of
      * each product with the newest effective date on or before
      * today wins, the DIAZRATE.DAT convention.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT PRODUCT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZPROD.DAT"
           FILE STATUS IS WS-PRODUCT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PRODUCT-FILE
           DATA RECORD IS PRODUCT-REC.
       01 PRODUCT-REC.
           05 pdt-product-code PIC X(4).
           05 pdt-effective-date PIC 9(8).
           05 pdt-body.
               10 pdt-description PIC X(20).
               10 pdt-term-unit PIC X.
               10 pdt-minimum-term PIC 999.
               10 pdt-maximum-term PIC 999.
               10 pdt-minimum-placement PIC 9(6)V99.
               10 pdt-tier OCCURS 4 TIMES.
                   15 pdt-tier-floor PIC 9(6)V99.
                   15 pdt-tier-rate PIC 99.
               10 pdt-interest-mode PIC X.
               10 pdt-penalty-1-units PIC 999.
               10 pdt-penalty-rate PIC 99 OCCURS 3 TIMES.
               10 pdt-eligibility PIC X.
               10 pdt-sale-status PIC X.
           05 pdt-operator-id PIC X(8).
           05 pdt-stamp-date PIC 9(8).
           05 pdt-stamp-time PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX VALUE "00".
           88 WS-PRODUCT-OK VALUE "00".
       01 WS-PRODUCT-EOF PIC X VALUE "N".
           88 PRODUCT-AT-EOF VALUE "Y".
       01 WS-TABLE-LOADED PIC X VALUE "N".
           88 PRODUCT-TABLE-LOADED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRT-ENTRY OCCURS 50 TIMES.
               10 WS-PRT-CODE PIC X(4).
               10 WS-PRT-EFFECTIVE PIC 9(8).
               10 WS-PRT-BODY PIC X(87).
       01 WS-PRODUCT-COUNT PIC 99 VALUE ZERO.
       01 WS-PRT-SUB PIC 99 VALUE ZERO.
       01 WS-PRT-HIT PIC 99 VALUE ZERO.
       01 WS-PRODUCT-BODY.
           05 WS-PDB-DESCRIPTION PIC X(20).
           05 WS-PDB-TERM-UNIT PIC X.
           05 WS-PDB-MINIMUM-TERM PIC 999.
           05 WS-PDB-MAXIMUM-TERM PIC 999.
           05 WS-PDB-MINIMUM-PLACEMENT PIC 9(6)V99.
           05 WS-PDB-TIER OCCURS 4 TIMES.
               10 WS-PDB-TIER-FLOOR PIC 9(6)V99.
               10 WS-PDB-TIER-RATE PIC 99.
           05 WS-PDB-INTEREST-MODE PIC X.
           05 WS-PDB-PENALTY-1-UNITS PIC 999.
           05 WS-PDB-PENALTY-RATE PIC 99 OCCURS 3 TIMES.
           05 WS-PDB-ELIGIBILITY PIC X.
           05 WS-PDB-SALE-STATUS PIC X.
       01 WS-TIER-SUB PIC 9 VALUE ZERO.
       01 WS-HALF-TERM PIC 999 VALUE ZERO.
       01 WS-CALC-DATE PIC 9(8) VALUE ZERO.
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY PIC 9(4).
           05 WS-CALC-MM PIC 99.
           05 WS-CALC-DD PIC 99.
       01 WS-CALC-UNITS PIC 9(5) VALUE ZERO.
       01 WS-DAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MONTH-INDEX PIC 9(6) VALUE ZERO.
       01 WS-MONTH-REMAINDER PIC 99 VALUE ZERO.
       01 WS-MONTH-DAYS PIC 99 VALUE ZERO.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       01 WS-DAYS-BEFORE-MONTH PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-DAYS-BEFORE-MONTH-R REDEFINES WS-DAYS-BEFORE-MONTH.
           05 WS-DAYS-BEFORE PIC 999 OCCURS 12 TIMES.
       01 WS-LEAP-FLAG PIC X VALUE "N".
           88 YEAR-IS-LEAP VALUE "Y".
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-YEARS PIC 9(4) VALUE ZERO.
       01 WS-LEAP-DAYS-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-DAYS-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-DAYS-400 PIC 9(4) VALUE ZERO.
       01 WS-DAY-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-DAY-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-AS-OF-DAY-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           05 WS-ENT-YYYY PIC 9(4).
           05 WS-ENT-MM PIC 99.
           05 WS-ENT-DD PIC 99.
       01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05 WS-ASO-YYYY PIC 9(4).
           05 WS-ASO-MM PIC 99.
           05 WS-ASO-DD PIC 99.
       01 WS-UNITS-SERVED PIC S9(5) VALUE ZERO.
       01 WS-PERIODS-SERVED PIC 9(5) VALUE ZERO.
       LINKAGE SECTION.
       01 LNK-PDT-REQUEST.
           05 LNK-PDQ-PRODUCT-CODE PIC X(4).
           05 LNK-PDQ-ENTRY-DATE PIC 9(8).
           05 LNK-PDQ-TERM-LENGTH PIC 999.
           05 LNK-PDQ-YEARS PIC 99.
           05 LNK-PDQ-PRINCIPAL PIC 9(9)V99.
           05 LNK-PDQ-AS-OF-DATE PIC 9(8).
           05 LNK-PDQ-PERIODS-POSTED PIC 999.
       01 LNK-PDT-TERMS.
           05 LNK-PDT-STATUS PIC X.
               88 PRODUCT-IS-STANDARD VALUE "S".
               88 PRODUCT-ON-FILE VALUE "F".
               88 PRODUCT-NOT-ON-FILE VALUE "N".
           05 LNK-PDT-DESCRIPTION PIC X(20).
           05 LNK-PDT-TERM-UNIT PIC X.
           05 LNK-PDT-MINIMUM-TERM PIC 999.
           05 LNK-PDT-MAXIMUM-TERM PIC 999.
           05 LNK-PDT-MINIMUM-PLACEMENT PIC 9(6)V99.
           05 LNK-PDT-INTEREST-MODE PIC X.
           05 LNK-PDT-ELIGIBILITY PIC X.
           05 LNK-PDT-SALE-STATUS PIC X.
           05 LNK-PDT-RATE PIC 99.
           05 LNK-PDT-TERM-LENGTH PIC 999.
           05 LNK-PDT-TERM-YEARS PIC 99.
           05 LNK-PDT-UNITS-PER-YEAR PIC 999.
           05 LNK-PDT-PERIOD-UNITS PIC 999.
           05 LNK-PDT-TERM-PERIODS PIC 999.
           05 LNK-PDT-UNITS-SERVED PIC 9(5).
           05 LNK-PDT-PERIODS-SERVED PIC 999.
           05 LNK-PDT-MATURED PIC X.
           05 LNK-PDT-PENALTY-RATE PIC 99.
           05 LNK-PDT-MATURITY-DATE PIC 9(8).
           05 LNK-PDT-PERIOD-START-DATE PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION USING LNK-PDT-REQUEST LNK-PDT-TERMS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            IF NOT PRODUCT-TABLE-LOADED
                PERFORM A-100-LOAD-PRODUCTS
            END-IF.
            PERFORM B-100-FIND-PRODUCT.
            PERFORM C-100-WORK-OUT-TERM.
            PERFORM C-200-WORK-OUT-SERVED.
            PERFORM C-300-WORK-OUT-PENALTY.
            GOBACK.
       A-100-LOAD-PRODUCTS.
      **
      * Keeps, per product code, the version with the newest
      * effective date on or before today. A version keyed ahead
      * of its effective date waits on the file until the day.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-PRODUCT-COUNT.
           MOVE "N" TO WS-PRODUCT-EOF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-OK
               PERFORM A-110-READ-PRODUCT
               PERFORM A-120-TABLE-PRODUCT UNTIL PRODUCT-AT-EOF
               CLOSE PRODUCT-FILE
           END-IF.
           SET PRODUCT-TABLE-LOADED TO TRUE.
       A-110-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END SET PRODUCT-AT-EOF TO TRUE
           END-READ.
       A-120-TABLE-PRODUCT.
           IF pdt-effective-date <= WS-TODAY
               MOVE ZERO TO WS-PRT-HIT
               PERFORM A-130-LOOK-FOR-CODE
                   VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > WS-PRODUCT-COUNT
                   OR WS-PRT-HIT > 0
               IF WS-PRT-HIT = 0 AND WS-PRODUCT-COUNT < 50
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-PRT-HIT
                   MOVE pdt-product-code TO WS-PRT-CODE (WS-PRT-HIT)
                   MOVE ZERO TO WS-PRT-EFFECTIVE (WS-PRT-HIT)
               END-IF
               IF WS-PRT-HIT > 0
                   IF pdt-effective-date >=
                       WS-PRT-EFFECTIVE (WS-PRT-HIT)
                       MOVE pdt-effective-date
                           TO WS-PRT-EFFECTIVE (WS-PRT-HIT)
                       MOVE pdt-body TO WS-PRT-BODY (WS-PRT-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM A-110-READ-PRODUCT.
       A-130-LOOK-FOR-CODE.
           IF WS-PRT-CODE (WS-PRT-SUB) = pdt-product-code
               MOVE WS-PRT-SUB TO WS-PRT-HIT
           END-IF.
       B-100-FIND-PRODUCT.
           MOVE ZERO TO WS-PRT-HIT.
           IF LNK-PDQ-PRODUCT-CODE NOT = SPACES
               PERFORM B-110-MATCH-CODE
                   VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > WS-PRODUCT-COUNT
                   OR WS-PRT-HIT > 0
           END-IF.
           IF WS-PRT-HIT > 0
               SET PRODUCT-ON-FILE TO TRUE
               MOVE WS-PRT-BODY (WS-PRT-HIT) TO WS-PRODUCT-BODY
               MOVE WS-PDB-DESCRIPTION TO LNK-PDT-DESCRIPTION
               MOVE WS-PDB-TERM-UNIT TO LNK-PDT-TERM-UNIT
               MOVE WS-PDB-MINIMUM-TERM TO LNK-PDT-MINIMUM-TERM
               MOVE WS-PDB-MAXIMUM-TERM TO LNK-PDT-MAXIMUM-TERM
               MOVE WS-PDB-MINIMUM-PLACEMENT
                   TO LNK-PDT-MINIMUM-PLACEMENT
               MOVE WS-PDB-INTEREST-MODE TO LNK-PDT-INTEREST-MODE
               MOVE WS-PDB-ELIGIBILITY TO LNK-PDT-ELIGIBILITY
               MOVE WS-PDB-SALE-STATUS TO LNK-PDT-SALE-STATUS
               MOVE LNK-PDQ-TERM-LENGTH TO LNK-PDT-TERM-LENGTH
               PERFORM B-200-PICK-TIER-RATE
           ELSE
               PERFORM B-300-STANDARD-TERMS
               IF LNK-PDQ-PRODUCT-CODE = SPACES
                   SET PRODUCT-IS-STANDARD TO TRUE
               ELSE
                   SET PRODUCT-NOT-ON-FILE TO TRUE
               END-IF
           END-IF.
       B-110-MATCH-CODE.
           IF WS-PRT-CODE (WS-PRT-SUB) = LNK-PDQ-PRODUCT-CODE
               MOVE WS-PRT-SUB TO WS-PRT-HIT
           END-IF.
       B-200-PICK-TIER-RATE.
      **
      * The highest tier whose floor the principal reaches, among
      * the tiers carrying a rate. A principal below the first
      * floor still earns the first tier.
      **
           MOVE WS-PDB-TIER-RATE (1) TO LNK-PDT-RATE.
           PERFORM B-210-TRY-ONE-TIER
               VARYING WS-TIER-SUB FROM 2 BY 1
               UNTIL WS-TIER-SUB > 4.
       B-210-TRY-ONE-TIER.
           IF WS-PDB-TIER-RATE (WS-TIER-SUB) > 0
               AND LNK-PDQ-PRINCIPAL >=
               WS-PDB-TIER-FLOOR (WS-TIER-SUB)
               MOVE WS-PDB-TIER-RATE (WS-TIER-SUB) TO LNK-PDT-RATE
           END-IF.
       B-300-STANDARD-TERMS.
           MOVE "STANDARD TIME DEP." TO LNK-PDT-DESCRIPTION.
           MOVE "Y" TO LNK-PDT-TERM-UNIT.
           MOVE 1 TO LNK-PDT-MINIMUM-TERM.
           MOVE 50 TO LNK-PDT-MAXIMUM-TERM.
           MOVE 0.01 TO LNK-PDT-MINIMUM-PLACEMENT.
           MOVE "C" TO LNK-PDT-INTEREST-MODE.
           MOVE SPACE TO LNK-PDT-ELIGIBILITY.
           MOVE "A" TO LNK-PDT-SALE-STATUS.
           MOVE ZERO TO LNK-PDT-RATE.
           MOVE LNK-PDQ-YEARS TO LNK-PDT-TERM-LENGTH.
           MOVE 1 TO WS-PDB-PENALTY-1-UNITS.
           MOVE 1 TO WS-PDB-PENALTY-RATE (1).
           MOVE 3 TO WS-PDB-PENALTY-RATE (2).
           MOVE 5 TO WS-PDB-PENALTY-RATE (3).
       C-100-WORK-OUT-TERM.
      **
      * Years and months post interest once per unit; a term in
      * days is a single period paid at maturity. The whole-year
      * figure (rounded up) is what goes on out-years-of-deposit,
      * for the programs that still read the term in years.
      **
           EVALUATE LNK-PDT-TERM-UNIT
               WHEN "D"
                   MOVE 365 TO LNK-PDT-UNITS-PER-YEAR
                   MOVE LNK-PDT-TERM-LENGTH TO LNK-PDT-PERIOD-UNITS
                   MOVE 1 TO LNK-PDT-TERM-PERIODS
                   COMPUTE LNK-PDT-TERM-YEARS =
                       (LNK-PDT-TERM-LENGTH + 364) / 365
               WHEN "M"
                   MOVE 12 TO LNK-PDT-UNITS-PER-YEAR
                   MOVE 1 TO LNK-PDT-PERIOD-UNITS
                   MOVE LNK-PDT-TERM-LENGTH TO LNK-PDT-TERM-PERIODS
                   COMPUTE LNK-PDT-TERM-YEARS =
                       (LNK-PDT-TERM-LENGTH + 11) / 12
               WHEN OTHER
                   MOVE 1 TO LNK-PDT-UNITS-PER-YEAR
                   MOVE 1 TO LNK-PDT-PERIOD-UNITS
                   MOVE LNK-PDT-TERM-LENGTH TO LNK-PDT-TERM-PERIODS
                   MOVE LNK-PDT-TERM-LENGTH TO LNK-PDT-TERM-YEARS
           END-EVALUATE.
           IF LNK-PDT-TERM-YEARS = 0
               MOVE 1 TO LNK-PDT-TERM-YEARS
           END-IF.
           MOVE LNK-PDQ-ENTRY-DATE TO WS-CALC-DATE.
           MOVE LNK-PDT-TERM-LENGTH TO WS-CALC-UNITS.
           PERFORM D-100-ADD-UNITS.
           MOVE WS-CALC-DATE TO LNK-PDT-MATURITY-DATE.
           MOVE LNK-PDQ-ENTRY-DATE TO WS-CALC-DATE.
           COMPUTE WS-CALC-UNITS =
               LNK-PDQ-PERIODS-POSTED * LNK-PDT-PERIOD-UNITS.
           PERFORM D-100-ADD-UNITS.
           MOVE WS-CALC-DATE TO LNK-PDT-PERIOD-START-DATE.
       C-200-WORK-OUT-SERVED.
      **
      * Whole units served as of the pricing date: a year or a
      * month counts once the entry day has come round again, a
      * day counts on the calendar.
      **
           MOVE LNK-PDQ-ENTRY-DATE TO WS-ENTRY-DATE.
           MOVE LNK-PDQ-AS-OF-DATE TO WS-AS-OF-DATE.
           EVALUATE LNK-PDT-TERM-UNIT
               WHEN "D"
                   MOVE WS-ENTRY-DATE TO WS-CALC-DATE
                   PERFORM D-300-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WS-ENTRY-DAY-NUMBER
                   MOVE WS-AS-OF-DATE TO WS-CALC-DATE
                   PERFORM D-300-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
                   COMPUTE WS-UNITS-SERVED =
                       WS-AS-OF-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
               WHEN "M"
                   COMPUTE WS-UNITS-SERVED =
                       ((WS-ASO-YYYY * 12) + WS-ASO-MM)
                       - ((WS-ENT-YYYY * 12) + WS-ENT-MM)
                   IF WS-ASO-DD < WS-ENT-DD
                       SUBTRACT 1 FROM WS-UNITS-SERVED
                   END-IF
               WHEN OTHER
                   COMPUTE WS-UNITS-SERVED = WS-ASO-YYYY - WS-ENT-YYYY
                   IF WS-AS-OF-DATE (5:4) < WS-ENTRY-DATE (5:4)
                       SUBTRACT 1 FROM WS-UNITS-SERVED
                   END-IF
           END-EVALUATE.
           IF WS-UNITS-SERVED < 0
               MOVE ZERO TO WS-UNITS-SERVED
           END-IF.
           MOVE WS-UNITS-SERVED TO LNK-PDT-UNITS-SERVED.
           MOVE "N" TO LNK-PDT-MATURED.
           IF LNK-PDQ-AS-OF-DATE >= LNK-PDT-MATURITY-DATE
               MOVE "Y" TO LNK-PDT-MATURED
           END-IF.
           IF LNK-PDT-PERIOD-UNITS > 0
               DIVIDE WS-UNITS-SERVED BY LNK-PDT-PERIOD-UNITS
                   GIVING WS-PERIODS-SERVED
           ELSE
               MOVE ZERO TO WS-PERIODS-SERVED
           END-IF.
           IF LNK-PDT-MATURED = "Y"
               OR WS-PERIODS-SERVED > LNK-PDT-TERM-PERIODS
               MOVE LNK-PDT-TERM-PERIODS TO WS-PERIODS-SERVED
           END-IF.
           MOVE WS-PERIODS-SERVED TO LNK-PDT-PERIODS-SERVED.
       C-300-WORK-OUT-PENALTY.
      **
      * The rate an exit on the pricing date would earn: the first
      * penalty rate inside the product's opening units, the
      * second under half the term, the third past half. Matured
      * accounts earn the full rate, so the penalty rate is zero.
      **
           COMPUTE WS-HALF-TERM ROUNDED = LNK-PDT-TERM-LENGTH / 2.
           EVALUATE TRUE
               WHEN LNK-PDT-MATURED = "Y"
                   MOVE ZERO TO LNK-PDT-PENALTY-RATE
               WHEN WS-UNITS-SERVED < WS-PDB-PENALTY-1-UNITS
                   MOVE WS-PDB-PENALTY-RATE (1) TO LNK-PDT-PENALTY-RATE
               WHEN WS-UNITS-SERVED < WS-HALF-TERM
                   MOVE WS-PDB-PENALTY-RATE (2) TO LNK-PDT-PENALTY-RATE
               WHEN OTHER
                   MOVE WS-PDB-PENALTY-RATE (3) TO LNK-PDT-PENALTY-RATE
           END-EVALUATE.
       D-100-ADD-UNITS.
      **
      * Moves WS-CALC-DATE forward WS-CALC-UNITS of the term unit.
      * A month or year landing past the end of a shorter month
      * settles on that month's last day.
      **
           EVALUATE LNK-PDT-TERM-UNIT
               WHEN "D"
                   COMPUTE WS-DAY-COUNT = WS-CALC-DD + WS-CALC-UNITS
                   PERFORM D-200-SET-MONTH-DAYS
                   PERFORM D-110-ROLL-MONTH
                       UNTIL WS-DAY-COUNT <= WS-MONTH-DAYS
                   MOVE WS-DAY-COUNT TO WS-CALC-DD
               WHEN "M"
                   COMPUTE WS-MONTH-INDEX = (WS-CALC-YYYY * 12)
                       + WS-CALC-MM - 1 + WS-CALC-UNITS
                   DIVIDE WS-MONTH-INDEX BY 12
                       GIVING WS-CALC-YYYY
                       REMAINDER WS-MONTH-REMAINDER
                   COMPUTE WS-CALC-MM = WS-MONTH-REMAINDER + 1
                   PERFORM D-120-CLAMP-DAY
               WHEN OTHER
                   ADD WS-CALC-UNITS TO WS-CALC-YYYY
                   PERFORM D-120-CLAMP-DAY
           END-EVALUATE.
       D-110-ROLL-MONTH.
           SUBTRACT WS-MONTH-DAYS FROM WS-DAY-COUNT.
           ADD 1 TO WS-CALC-MM.
           IF WS-CALC-MM > 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-YYYY
           END-IF.
           PERFORM D-200-SET-MONTH-DAYS.
       D-120-CLAMP-DAY.
           PERFORM D-200-SET-MONTH-DAYS.
           IF WS-CALC-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CALC-DD
           END-IF.
       D-200-SET-MONTH-DAYS.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 31 TO WS-MONTH-DAYS
           ELSE
               MOVE WS-MONTH-LENGTH (WS-CALC-MM) TO WS-MONTH-DAYS
               IF WS-CALC-MM = 2
                   PERFORM D-210-CHECK-LEAP-YEAR
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.
       D-210-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-FLAG.
           DIVIDE WS-CALC-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CALC-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CALC-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               SET YEAR-IS-LEAP TO TRUE
           END-IF.
       D-300-DAY-NUMBER.
      **
      * Calendar day count for WS-CALC-DATE, leap years included,
      * so a term in days is served to the day.
      **
           COMPUTE WS-PRIOR-YEARS = WS-CALC-YYYY - 1.
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS-4.
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-DAYS-100.
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-DAYS-400.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 1 TO WS-CALC-MM
           END-IF.
           COMPUTE WS-DAY-NUMBER = (WS-PRIOR-YEARS * 365)
               + WS-LEAP-DAYS-4 - WS-LEAP-DAYS-100 + WS-LEAP-DAYS-400
               + WS-DAYS-BEFORE (WS-CALC-MM) + WS-CALC-DD.
           PERFORM D-210-CHECK-LEAP-YEAR.
           IF YEAR-IS-LEAP AND WS-CALC-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       END PROGRAM DIAZPDT.
