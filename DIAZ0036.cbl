      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0036.
      *-----------------------
      * Modification History
      * ---------------------
      * New exchange-rate maintenance program. With US-dollar time
      * deposits on the books alongside peso deposits, the reports
      * that add money up total each currency on its own and show
      * the dollar total's peso equivalent at the day's rate. The
      * daily rate lives on DIAZFXR.DAT, keyed by the date it is
      * for: pesos per US dollar to four decimals, with the
      * supervisor who keyed it and when. Run mode 1 lists every
      * rate on file, oldest first. Run mode 2 takes a supervisor
      * sign-on and keys the rate for a date (0 is today); a date
      * already on file shows the rate it holds and is corrected
      * only on a second confirmation. A day with no rate of its
      * own is valued at the latest earlier rate (DIAZFX), so a
      * weekend or holiday needs no entry.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT FX-RATE-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZFXR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fxr-rate-date
           FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FX-RATE-FILE
           DATA RECORD IS FX-RATE-REC.
       01 FX-RATE-REC.
           05 fxr-rate-date PIC 9(8).
           05 fxr-peso-rate PIC 9(3)V9(4).
           05 fxr-operator-id PIC X(8).
           05 fxr-stamp-date PIC 9(8).
           05 fxr-stamp-time PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FX-STATUS PIC XX VALUE "00".
           88 WS-FX-OK VALUE "00".
           88 WS-FX-NOT-FOUND VALUE "35".
       01 WS-FX-EOF PIC X VALUE "N".
           88 FX-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-RATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEW-DATE-R REDEFINES WS-NEW-DATE.
           05 WS-NEW-YYYY PIC 9(4).
           05 WS-NEW-MM PIC 99.
           05 WS-NEW-DD PIC 99.
       01 WS-NEW-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 WS-RATE-FOUND PIC X VALUE "N".
           88 RATE-ON-FILE VALUE "Y".
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-EDIT-RATE PIC ZZ9.9999.
       01 WS-EDIT-OLD-RATE PIC ZZ9.9999.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "1-LIST EXCHANGE RATES  2-KEY A DAY'S RATE: "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = 2
                PERFORM GET-OPERATOR-ID
                IF NOT OPERATOR-SIGNED-ON
                    CONTINUE
                ELSE IF NOT OPERATOR-IS-SUPERVISOR
                    DISPLAY "EXCHANGE RATES TAKE A SUPERVISOR "
                        "SIGN-ON - NOTHING RECORDED."
                ELSE
                    PERFORM C-100-ENTER-RATE
                END-IF
            ELSE
                PERFORM B-100-LIST-RATES
            END-IF.
            GOBACK.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       B-100-LIST-RATES.
           DISPLAY "PESOS PER US DOLLAR ON FILE  RUN DATE: "
               WS-RUN-DATE.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE "N" TO WS-FX-EOF.
           OPEN INPUT FX-RATE-FILE.
           IF NOT WS-FX-OK
               DISPLAY "NO EXCHANGE RATE FILE YET - DOLLAR TOTALS "
                   "SHOW NO PESO EQUIVALENT."
           ELSE
               DISPLAY "RATE DATE      RATE  KEYED BY  ON"
               PERFORM B-110-READ-RATE
               PERFORM B-120-SHOW-RATE UNTIL FX-AT-EOF
               CLOSE FX-RATE-FILE
               DISPLAY "RATES ON FILE: " WS-RATE-COUNT
           END-IF.
       B-110-READ-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END SET FX-AT-EOF TO TRUE
           END-READ.
       B-120-SHOW-RATE.
           ADD 1 TO WS-RATE-COUNT.
           MOVE fxr-peso-rate TO WS-EDIT-RATE.
           DISPLAY fxr-rate-date " " WS-EDIT-RATE "  "
               fxr-operator-id "  " fxr-stamp-date.
           PERFORM B-110-READ-RATE.
       C-100-ENTER-RATE.
           DISPLAY "RATE FOR DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = 0
               MOVE WS-RUN-DATE TO WS-NEW-DATE
           END-IF.
           DISPLAY "PESOS PER US DOLLAR (XXX.XXXX): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RATE.
           IF WS-NEW-MM < 1 OR WS-NEW-MM > 12
               OR WS-NEW-DD < 1 OR WS-NEW-DD > 31
               DISPLAY "NOT A CALENDAR DATE - NOTHING RECORDED."
           ELSE IF WS-NEW-DATE > WS-RUN-DATE
               DISPLAY "A RATE CANNOT BE KEYED AHEAD OF ITS DAY - "
                   "NOTHING RECORDED."
           ELSE IF WS-NEW-RATE = 0
               DISPLAY "A RATE OF ZERO IS NOT ALLOWED - "
                   "NOTHING RECORDED."
           ELSE
               PERFORM C-110-SAVE-RATE
           END-IF.
       C-110-SAVE-RATE.
           OPEN I-O FX-RATE-FILE.
           IF WS-FX-NOT-FOUND
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
           END-IF.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE WS-NEW-DATE TO fxr-rate-date.
           READ FX-RATE-FILE
               INVALID KEY MOVE "N" TO WS-RATE-FOUND
               NOT INVALID KEY SET RATE-ON-FILE TO TRUE
           END-READ.
           MOVE WS-NEW-RATE TO WS-EDIT-RATE.
           IF RATE-ON-FILE
               MOVE fxr-peso-rate TO WS-EDIT-OLD-RATE
               DISPLAY "RATE FOR " WS-NEW-DATE " IS ON FILE AT "
                   WS-EDIT-OLD-RATE " (KEYED BY " fxr-operator-id ")"
               DISPLAY "CORRECT IT TO " WS-EDIT-RATE "? (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "SAVE " WS-EDIT-RATE " PESOS PER DOLLAR FOR "
                   WS-NEW-DATE "? (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM-RESP.
           IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
               PERFORM C-120-WRITE-RATE
           ELSE
               DISPLAY "NOT SAVED."
           END-IF.
           CLOSE FX-RATE-FILE.
       C-120-WRITE-RATE.
           MOVE WS-NEW-DATE TO fxr-rate-date.
           MOVE WS-NEW-RATE TO fxr-peso-rate.
           MOVE WS-OPERATOR-ID TO fxr-operator-id.
           ACCEPT fxr-stamp-date FROM DATE YYYYMMDD.
           ACCEPT fxr-stamp-time FROM TIME.
           IF RATE-ON-FILE
               REWRITE FX-RATE-REC
           ELSE
               WRITE FX-RATE-REC
           END-IF.
           IF WS-FX-OK
               DISPLAY "RATE SAVED FOR " WS-NEW-DATE "."
           ELSE
               DISPLAY "RATE NOT SAVED - STATUS: " WS-FX-STATUS
           END-IF.
       END PROGRAM DIAZ0036.
