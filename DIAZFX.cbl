      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZFX.
      *-----------------------
      * Modification History
      * ---------------------
      * New shared exchange-rate lookup. A report that totals
      * dollar deposits CALLs this routine with the date it is
      * valuing at and gets back the pesos per US dollar in force
      * that day from DIAZFXR.DAT (kept by DIAZ0036): the rate keyed
      * for that date, or failing that the latest rate keyed before
      * it, together with the date that rate was keyed for. With no
      * rate on or before the date the rate and its date come back
      * zero, and the caller shows no peso equivalent.
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
       01 WS-FX-EOF PIC X VALUE "N".
           88 FX-AT-EOF VALUE "Y".
       LINKAGE SECTION.
       01 LNK-VALUE-DATE PIC 9(8).
       01 LNK-PESO-RATE PIC 9(3)V9(4).
       01 LNK-RATE-DATE PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION USING LNK-VALUE-DATE LNK-PESO-RATE
           LNK-RATE-DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            MOVE ZERO TO LNK-PESO-RATE.
            MOVE ZERO TO LNK-RATE-DATE.
            MOVE "N" TO WS-FX-EOF.
            OPEN INPUT FX-RATE-FILE.
            IF WS-FX-OK
                PERFORM B-110-READ-RATE
                PERFORM B-120-TAKE-RATE UNTIL FX-AT-EOF
                CLOSE FX-RATE-FILE
            END-IF.
            GOBACK.
       B-110-READ-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END SET FX-AT-EOF TO TRUE
           END-READ.
       B-120-TAKE-RATE.
      **
      * The file reads back in date order, so the scan stops at the
      * first rate dated after the valuation date.
      **
           IF fxr-rate-date > LNK-VALUE-DATE
               SET FX-AT-EOF TO TRUE
           ELSE
               MOVE fxr-peso-rate TO LNK-PESO-RATE
               MOVE fxr-rate-date TO LNK-RATE-DATE
               PERFORM B-110-READ-RATE
           END-IF.
       END PROGRAM DIAZFX.
