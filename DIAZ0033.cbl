      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0033.
      *-----------------------
      * Modification History
      * ---------------------
      * New deposit-product maintenance program. Everything on
      * DIAZ0002.DAT used to be one product; the products now live
      * on DIAZPROD.DAT, one record per product version: code,
      * description, term unit (D days, M months, Y years), the
      * term range a booking may choose from, minimum placement,
      * four principal tiers (floor and rate, a tier with rate zero
      * unused), C to capitalize interest or P to pay it out each
      * period, the pre-termination penalty schedule (the rate paid
      * inside the opening units, under half the term, past half),
      * who may buy it (blank anyone, S senior citizens) and
      * whether it is on sale (A) or withdrawn (W - accounts already
      * booked keep their terms). The file is append-only: a change
      * is a new version with the date it takes effect, and every
      * program prices with the newest version effective on or
      * before its run date, the DIAZRATE.DAT convention. Run mode
      * 1 lists every version on file; run mode 2 keys a new
      * product or a new version and takes a supervisor sign-on.
      * The first supervisor session on a missing file seeds the
      * three products management launched with - the 90/180-day
      * short-term placement, the monthly interest-payout deposit
      * and the senior citizen deposit - for review. A blank code
      * is the standard deposit priced from DIAZRATE.DAT and cannot
      * be keyed here.
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
           88 WS-PRODUCT-NOT-FOUND VALUE "35".
       01 WS-PRODUCT-EOF PIC X VALUE "N".
           88 PRODUCT-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-VERSION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VERSION-STATE PIC X(10) VALUE SPACES.
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-NEW-CODE PIC X(4) VALUE SPACES.
       01 WS-NEW-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-NEW-BODY.
           05 WS-NEW-DESCRIPTION PIC X(20).
           05 WS-NEW-TERM-UNIT PIC X.
               88 NEW-UNIT-VALID VALUE "D" "M" "Y".
           05 WS-NEW-MINIMUM-TERM PIC 999.
           05 WS-NEW-MAXIMUM-TERM PIC 999.
           05 WS-NEW-MINIMUM-PLACEMENT PIC 9(6)V99.
           05 WS-NEW-TIER OCCURS 4 TIMES.
               10 WS-NEW-TIER-FLOOR PIC 9(6)V99.
               10 WS-NEW-TIER-RATE PIC 99.
           05 WS-NEW-INTEREST-MODE PIC X.
               88 NEW-MODE-VALID VALUE "C" "P".
           05 WS-NEW-PENALTY-1-UNITS PIC 999.
           05 WS-NEW-PENALTY-RATE PIC 99 OCCURS 3 TIMES.
           05 WS-NEW-ELIGIBILITY PIC X.
               88 NEW-ELIGIBILITY-VALID VALUE SPACE "S".
           05 WS-NEW-SALE-STATUS PIC X.
               88 NEW-STATUS-VALID VALUE "A" "W".
       01 WS-TIER-SUB PIC 9 VALUE ZERO.
       01 WS-LAST-FLOOR PIC 9(6)V99 VALUE ZERO.
       01 WS-TERM-LIMIT PIC 999 VALUE ZERO.
       01 WS-ENTRY-FAULT PIC X(50) VALUE SPACES.
       01 WS-EDIT-AMOUNT PIC ZZZZZ9.99.
       01 WS-EDIT-FLOOR PIC ZZZZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "1-LIST PRODUCTS  2-ADD OR CHANGE A PRODUCT: "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = 2
                PERFORM GET-OPERATOR-ID
                IF NOT OPERATOR-SIGNED-ON
                    CONTINUE
                ELSE IF NOT OPERATOR-IS-SUPERVISOR
                    DISPLAY "PRODUCT CHANGES TAKE A SUPERVISOR "
                        "SIGN-ON - NOTHING RECORDED."
                ELSE
                    PERFORM A-100-SEED-IF-MISSING
                    PERFORM C-100-ENTER-PRODUCT
                END-IF
            ELSE
                PERFORM B-100-LIST-PRODUCTS
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-SEED-IF-MISSING.
      **
      * A missing product file is started with the products
      * management launched, effective today, for the supervisor
      * to review and re-key where the terms differ.
      **
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-OK
               CLOSE PRODUCT-FILE
           ELSE
               OPEN OUTPUT PRODUCT-FILE
               PERFORM A-200-SEED-PRODUCTS
               CLOSE PRODUCT-FILE
               DISPLAY "NO PRODUCT FILE - STARTED DIAZPROD.DAT WITH "
                   "ST90, MIP1 AND SNR1."
           END-IF.
       A-200-SEED-PRODUCTS.
           MOVE SPACES TO PRODUCT-REC.
           MOVE "ST90" TO pdt-product-code.
           MOVE "SHORT-TERM PLACEMENT" TO pdt-description.
           MOVE "D" TO pdt-term-unit.
           MOVE 90 TO pdt-minimum-term.
           MOVE 180 TO pdt-maximum-term.
           MOVE 10000 TO pdt-minimum-placement.
           MOVE 10000 TO pdt-tier-floor (1).
           MOVE 4 TO pdt-tier-rate (1).
           MOVE 50000 TO pdt-tier-floor (2).
           MOVE 5 TO pdt-tier-rate (2).
           MOVE 250000 TO pdt-tier-floor (3).
           MOVE 6 TO pdt-tier-rate (3).
           MOVE ZERO TO pdt-tier-floor (4).
           MOVE ZERO TO pdt-tier-rate (4).
           MOVE "C" TO pdt-interest-mode.
           MOVE 30 TO pdt-penalty-1-units.
           MOVE ZERO TO pdt-penalty-rate (1).
           MOVE 1 TO pdt-penalty-rate (2).
           MOVE 2 TO pdt-penalty-rate (3).
           MOVE SPACE TO pdt-eligibility.
           PERFORM A-210-WRITE-SEED.
           MOVE SPACES TO PRODUCT-REC.
           MOVE "MIP1" TO pdt-product-code.
           MOVE "MONTHLY INT. PAYOUT" TO pdt-description.
           MOVE "M" TO pdt-term-unit.
           MOVE 12 TO pdt-minimum-term.
           MOVE 60 TO pdt-maximum-term.
           MOVE 25000 TO pdt-minimum-placement.
           MOVE 25000 TO pdt-tier-floor (1).
           MOVE 6 TO pdt-tier-rate (1).
           MOVE 100000 TO pdt-tier-floor (2).
           MOVE 7 TO pdt-tier-rate (2).
           MOVE 500000 TO pdt-tier-floor (3).
           MOVE 8 TO pdt-tier-rate (3).
           MOVE ZERO TO pdt-tier-floor (4).
           MOVE ZERO TO pdt-tier-rate (4).
           MOVE "P" TO pdt-interest-mode.
           MOVE 3 TO pdt-penalty-1-units.
           MOVE 1 TO pdt-penalty-rate (1).
           MOVE 2 TO pdt-penalty-rate (2).
           MOVE 3 TO pdt-penalty-rate (3).
           MOVE SPACE TO pdt-eligibility.
           PERFORM A-210-WRITE-SEED.
           MOVE SPACES TO PRODUCT-REC.
           MOVE "SNR1" TO pdt-product-code.
           MOVE "SENIOR CITIZEN DEP." TO pdt-description.
           MOVE "Y" TO pdt-term-unit.
           MOVE 1 TO pdt-minimum-term.
           MOVE 5 TO pdt-maximum-term.
           MOVE 5000 TO pdt-minimum-placement.
           MOVE 5000 TO pdt-tier-floor (1).
           MOVE 9 TO pdt-tier-rate (1).
           MOVE 10000 TO pdt-tier-floor (2).
           MOVE 10 TO pdt-tier-rate (2).
           MOVE 50000 TO pdt-tier-floor (3).
           MOVE 11 TO pdt-tier-rate (3).
           MOVE 100000 TO pdt-tier-floor (4).
           MOVE 12 TO pdt-tier-rate (4).
           MOVE "C" TO pdt-interest-mode.
           MOVE 1 TO pdt-penalty-1-units.
           MOVE 2 TO pdt-penalty-rate (1).
           MOVE 4 TO pdt-penalty-rate (2).
           MOVE 6 TO pdt-penalty-rate (3).
           MOVE "S" TO pdt-eligibility.
           PERFORM A-210-WRITE-SEED.
       A-210-WRITE-SEED.
           MOVE WS-RUN-DATE TO pdt-effective-date.
           MOVE "A" TO pdt-sale-status.
           MOVE WS-OPERATOR-ID TO pdt-operator-id.
           ACCEPT pdt-stamp-date FROM DATE YYYYMMDD.
           ACCEPT pdt-stamp-time FROM TIME.
           WRITE PRODUCT-REC.
       B-100-LIST-PRODUCTS.
           DISPLAY "DEPOSIT PRODUCTS ON FILE  RUN DATE: " WS-RUN-DATE.
           MOVE ZERO TO WS-VERSION-COUNT.
           MOVE "N" TO WS-PRODUCT-EOF.
           OPEN INPUT PRODUCT-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY "NO PRODUCT FILE YET - ONLY THE STANDARD "
                   "DEPOSIT (DIAZRATE.DAT TIERS) IS SOLD."
           ELSE
               PERFORM B-110-READ-PRODUCT
               PERFORM B-120-SHOW-PRODUCT UNTIL PRODUCT-AT-EOF
               CLOSE PRODUCT-FILE
               DISPLAY "VERSIONS ON FILE: " WS-VERSION-COUNT
           END-IF.
       B-110-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END SET PRODUCT-AT-EOF TO TRUE
           END-READ.
       B-120-SHOW-PRODUCT.
      **
      * Versions are listed in the order keyed; one dated after
      * today is marked PENDING. For each code the latest version
      * not pending is the one in force.
      **
           ADD 1 TO WS-VERSION-COUNT.
           IF pdt-effective-date > WS-RUN-DATE
               MOVE "PENDING" TO WS-VERSION-STATE
           ELSE
               MOVE "EFFECTIVE" TO WS-VERSION-STATE
           END-IF.
           MOVE pdt-minimum-placement TO WS-EDIT-AMOUNT.
           DISPLAY " ".
           DISPLAY pdt-product-code " " pdt-description " "
               WS-VERSION-STATE " " pdt-effective-date
               " BY " pdt-operator-id.
           DISPLAY "  TERM " pdt-minimum-term "-" pdt-maximum-term
               " " pdt-term-unit "  MINIMUM " WS-EDIT-AMOUNT
               "  INTEREST " pdt-interest-mode
               "  FOR " pdt-eligibility "  SALE " pdt-sale-status.
           PERFORM B-130-SHOW-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4.
           DISPLAY "  PENALTY RATES " pdt-penalty-rate (1)
               " UNDER " pdt-penalty-1-units " " pdt-term-unit
               ", " pdt-penalty-rate (2) " UNDER HALF TERM, "
               pdt-penalty-rate (3) " PAST HALF".
           PERFORM B-110-READ-PRODUCT.
       B-130-SHOW-TIER.
           IF pdt-tier-rate (WS-TIER-SUB) > 0
               MOVE pdt-tier-floor (WS-TIER-SUB) TO WS-EDIT-FLOOR
               DISPLAY "  TIER " WS-TIER-SUB " FROM " WS-EDIT-FLOOR
                   "  RATE " pdt-tier-rate (WS-TIER-SUB)
           END-IF.
       C-100-ENTER-PRODUCT.
           DISPLAY "PRODUCT CODE (4 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-NEW-CODE.
           IF WS-NEW-CODE = SPACES
               DISPLAY "THE BLANK CODE IS THE STANDARD DEPOSIT - "
                   "NOTHING RECORDED."
           ELSE
               DISPLAY "EFFECTIVE DATE (YYYYMMDD, 0 = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-EFFECTIVE
               IF WS-NEW-EFFECTIVE = 0
                   MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE
               END-IF
               IF WS-NEW-EFFECTIVE < WS-RUN-DATE
                   DISPLAY "EFFECTIVE DATE IS IN THE PAST - "
                       "NOT SAVED."
               ELSE
                   PERFORM C-200-KEY-TERMS
                   PERFORM C-300-VALIDATE-TERMS
                   IF WS-ENTRY-FAULT NOT = SPACES
                       DISPLAY WS-ENTRY-FAULT
                       DISPLAY "NOT SAVED."
                   ELSE
                       DISPLAY "SAVE PRODUCT " WS-NEW-CODE
                           " EFFECTIVE " WS-NEW-EFFECTIVE
                           "? (Y/N): " WITH NO ADVANCING
                       ACCEPT WS-CONFIRM-RESP
                       IF WS-CONFIRM-RESP = "Y"
                           OR WS-CONFIRM-RESP = "y"
                           PERFORM C-400-APPEND-PRODUCT
                       ELSE
                           DISPLAY "NOT SAVED."
                       END-IF
                   END-IF
               END-IF
           END-IF.
       C-200-KEY-TERMS.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-NEW-DESCRIPTION.
           DISPLAY "TERM UNIT (D-DAYS M-MONTHS Y-YEARS): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TERM-UNIT.
           DISPLAY "SHORTEST TERM: " WITH NO ADVANCING.
           ACCEPT WS-NEW-MINIMUM-TERM.
           DISPLAY "LONGEST TERM: " WITH NO ADVANCING.
           ACCEPT WS-NEW-MAXIMUM-TERM.
           DISPLAY "MINIMUM PLACEMENT (XXXXXX.XX): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-MINIMUM-PLACEMENT.
           PERFORM C-210-KEY-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4.
           DISPLAY "INTEREST C-CAPITALIZE P-PAY OUT: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-INTEREST-MODE.
           DISPLAY "FIRST PENALTY BRACKET, UNITS SERVED UNDER: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PENALTY-1-UNITS.
           DISPLAY "RATE PAID INSIDE FIRST BRACKET: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PENALTY-RATE (1).
           DISPLAY "RATE PAID UNDER HALF THE TERM: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PENALTY-RATE (2).
           DISPLAY "RATE PAID PAST HALF THE TERM: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PENALTY-RATE (3).
           DISPLAY "ELIGIBILITY (BLANK-ANYONE S-SENIOR CITIZEN): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ELIGIBILITY.
           DISPLAY "SALE STATUS (A-ON SALE W-WITHDRAWN): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-SALE-STATUS.
       C-210-KEY-TIER.
           DISPLAY "TIER " WS-TIER-SUB " PRINCIPAL FLOOR: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TIER-FLOOR (WS-TIER-SUB).
           DISPLAY "TIER " WS-TIER-SUB " RATE (0 = UNUSED): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TIER-RATE (WS-TIER-SUB).
       C-300-VALIDATE-TERMS.
      **
      * Interest periods are numbered in two digits on the
      * DIAZACCR.DAT history, so a monthly product runs at most 99
      * months; a yearly one keeps the 50-year booking limit. A
      * term in days is a single period.
      **
           MOVE SPACES TO WS-ENTRY-FAULT.
           EVALUATE WS-NEW-TERM-UNIT
               WHEN "D"
                   MOVE 999 TO WS-TERM-LIMIT
               WHEN "M"
                   MOVE 99 TO WS-TERM-LIMIT
               WHEN OTHER
                   MOVE 50 TO WS-TERM-LIMIT
           END-EVALUATE.
           MOVE ZERO TO WS-LAST-FLOOR.
           EVALUATE TRUE
               WHEN WS-NEW-DESCRIPTION = SPACES
                   MOVE "A PRODUCT NEEDS A DESCRIPTION."
                       TO WS-ENTRY-FAULT
               WHEN NOT NEW-UNIT-VALID
                   MOVE "TERM UNIT MUST BE D, M OR Y."
                       TO WS-ENTRY-FAULT
               WHEN WS-NEW-MINIMUM-TERM = 0
                   OR WS-NEW-MAXIMUM-TERM < WS-NEW-MINIMUM-TERM
                   MOVE "TERM RANGE IS EMPTY."
                       TO WS-ENTRY-FAULT
               WHEN WS-NEW-MAXIMUM-TERM > WS-TERM-LIMIT
                   MOVE "LONGEST TERM IS OVER THE LIMIT FOR THE UNIT."
                       TO WS-ENTRY-FAULT
               WHEN WS-NEW-MINIMUM-PLACEMENT = 0
                   MOVE "MINIMUM PLACEMENT MUST BE GREATER THAN ZERO."
                       TO WS-ENTRY-FAULT
               WHEN WS-NEW-TIER-RATE (1) = 0
                   MOVE "TIER 1 NEEDS A RATE."
                       TO WS-ENTRY-FAULT
               WHEN NOT NEW-MODE-VALID
                   MOVE "INTEREST MUST BE C OR P."
                       TO WS-ENTRY-FAULT
               WHEN WS-NEW-PENALTY-RATE (1) > WS-NEW-TIER-RATE (1)
                   OR WS-NEW-PENALTY-RATE (2) > WS-NEW-TIER-RATE (1)
                   OR WS-NEW-PENALTY-RATE (3) > WS-NEW-TIER-RATE (1)
                   MOVE "A PENALTY RATE CANNOT EXCEED THE TIER 1 RATE."
                       TO WS-ENTRY-FAULT
               WHEN NOT NEW-ELIGIBILITY-VALID
                   MOVE "ELIGIBILITY MUST BE BLANK OR S."
                       TO WS-ENTRY-FAULT
               WHEN NOT NEW-STATUS-VALID
                   MOVE "SALE STATUS MUST BE A OR W."
                       TO WS-ENTRY-FAULT
               WHEN OTHER
                   PERFORM C-310-CHECK-TIER
                       VARYING WS-TIER-SUB FROM 1 BY 1
                       UNTIL WS-TIER-SUB > 4
           END-EVALUATE.
       C-310-CHECK-TIER.
           IF WS-NEW-TIER-RATE (WS-TIER-SUB) > 0
               IF WS-TIER-SUB > 1 AND
                   WS-NEW-TIER-FLOOR (WS-TIER-SUB) <= WS-LAST-FLOOR
                   MOVE "TIER FLOORS MUST RISE FROM TIER TO TIER."
                       TO WS-ENTRY-FAULT
               END-IF
               MOVE WS-NEW-TIER-FLOOR (WS-TIER-SUB) TO WS-LAST-FLOOR
           END-IF.
       C-400-APPEND-PRODUCT.
           OPEN EXTEND PRODUCT-FILE.
           IF WS-PRODUCT-NOT-FOUND
               OPEN OUTPUT PRODUCT-FILE
           END-IF.
           MOVE WS-NEW-CODE TO pdt-product-code.
           MOVE WS-NEW-EFFECTIVE TO pdt-effective-date.
           MOVE WS-NEW-BODY TO pdt-body.
           MOVE WS-OPERATOR-ID TO pdt-operator-id.
           ACCEPT pdt-stamp-date FROM DATE YYYYMMDD.
           ACCEPT pdt-stamp-time FROM TIME.
           WRITE PRODUCT-REC.
           CLOSE PRODUCT-FILE.
           DISPLAY "PRODUCT " WS-NEW-CODE " SAVED - TAKES EFFECT "
               WS-NEW-EFFECTIVE.
       END PROGRAM DIAZ0033.
