      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZJSL.
      *-----------------------
      * Modification History
      * ---------------------
      * New shared journal-seal routine. DIAZJRN.DAT is what DIAZ0020
      * replays to rebuild DIAZ0002.DAT and what is shown when a
      * balance is disputed, so every record on it now carries a
      * sequence number and a check value chained from the record
      * before it: the previous record's check value folded
      * character by character through the new record's header,
      * images and sequence number. Editing, inserting or removing
      * a record leaves a check value that no longer follows from
      * its neighbour, which the DIAZ0037 verification run finds.
      * Every program that journals CALLs this routine twice around
      * its append: function L before the journal is opened, to
      * fetch the sequence and check value of the last record on
      * file (zero for an empty or missing journal), and function S
      * once the new record is built, to number it one past the
      * last and seal it. S also advances the request to the record
      * it sealed, so a caller sealing a run of records in order
      * (the DIAZCNV conversion, starting from zero) calls S per
      * record.
      * Function C only computes the check value that follows the
      * given one for the record passed, leaving the record as it
      * is - the verification run's recomputation.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".
      *-----------------------
      * Each character counts by its place in this list; anything
      * not in it counts one past the end.
      *-----------------------
       01 WS-SEAL-ALPHABET.
           05 FILLER PIC X(11) VALUE " 0123456789".
           05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 FILLER PIC X(20) VALUE ".,-/:;'&#()*+=?!@$%_".
       01 WS-SEAL-TEXT PIC X(203) VALUE SPACES.
       01 WS-SEAL-LENGTH PIC 999 VALUE 203.
       01 WS-SEAL-SUB PIC 999 VALUE ZERO.
       01 WS-SEAL-CHAR PIC X VALUE SPACE.
       01 WS-CHAR-CODE PIC 99 VALUE ZERO.
       01 WS-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-CHAIN-WORK PIC 9(11) VALUE ZERO.
       01 WS-CHAIN-QUOTIENT PIC 999 VALUE ZERO.
       01 WS-CHAIN-MULTIPLIER PIC 99 VALUE 89.
       01 WS-CHAIN-MODULUS PIC 9(9) VALUE 999999937.
       LINKAGE SECTION.
       01 LNK-SEAL-REQUEST.
           05 LNK-SEAL-FUNCTION PIC X.
               88 SEAL-FETCH-LAST VALUE "L".
               88 SEAL-NEW-RECORD VALUE "S".
               88 SEAL-COMPUTE-ONLY VALUE "C".
           05 LNK-LAST-SEQUENCE PIC 9(9).
           05 LNK-LAST-VALUE PIC 9(9).
           05 LNK-CHAIN-VALUE PIC 9(9).
       01 LNK-JOURNAL-REC.
           05 LNK-SEALED-TEXT.
               10 LNK-JOURNAL-BODY PIC X(194).
               10 LNK-SEAL-SEQUENCE PIC 9(9).
           05 LNK-SEAL-VALUE PIC 9(9).
      *-----------------------
       PROCEDURE DIVISION USING LNK-SEAL-REQUEST LNK-JOURNAL-REC.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            IF SEAL-FETCH-LAST
                PERFORM B-100-FETCH-LAST
            ELSE IF SEAL-NEW-RECORD
                COMPUTE LNK-SEAL-SEQUENCE = LNK-LAST-SEQUENCE + 1
                PERFORM C-100-CHAIN-RECORD
                MOVE LNK-CHAIN-VALUE TO LNK-SEAL-VALUE
                MOVE LNK-SEAL-SEQUENCE TO LNK-LAST-SEQUENCE
                MOVE LNK-SEAL-VALUE TO LNK-LAST-VALUE
            ELSE
                PERFORM C-100-CHAIN-RECORD
            END-IF.
            GOBACK.
       B-100-FETCH-LAST.
           MOVE ZERO TO LNK-LAST-SEQUENCE.
           MOVE ZERO TO LNK-LAST-VALUE.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM B-110-READ-JOURNAL
               PERFORM B-120-TAKE-LAST UNTIL JOURNAL-AT-EOF
               CLOSE JOURNAL-FILE
           END-IF.
       B-110-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JOURNAL-AT-EOF TO TRUE
           END-READ.
       B-120-TAKE-LAST.
           MOVE jrn-seal-sequence TO LNK-LAST-SEQUENCE.
           MOVE jrn-seal-value TO LNK-LAST-VALUE.
           PERFORM B-110-READ-JOURNAL.
       C-100-CHAIN-RECORD.
      **
      * The check value runs on from the last record's: each
      * character of the header, images and sequence number is
      * folded in by multiply, add and remainder, so a change to
      * any character, or to the value carried in, changes the
      * result.
      **
           MOVE LNK-SEALED-TEXT TO WS-SEAL-TEXT.
           MOVE LNK-LAST-VALUE TO WS-CHAIN-VALUE.
           PERFORM C-110-FOLD-CHARACTER
               VARYING WS-SEAL-SUB FROM 1 BY 1
               UNTIL WS-SEAL-SUB > WS-SEAL-LENGTH.
           MOVE WS-CHAIN-VALUE TO LNK-CHAIN-VALUE.
       C-110-FOLD-CHARACTER.
           MOVE WS-SEAL-TEXT (WS-SEAL-SUB:1) TO WS-SEAL-CHAR.
           MOVE ZERO TO WS-CHAR-CODE.
           INSPECT WS-SEAL-ALPHABET TALLYING WS-CHAR-CODE
               FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
           COMPUTE WS-CHAIN-WORK =
               WS-CHAIN-VALUE * WS-CHAIN-MULTIPLIER
               + WS-CHAR-CODE + 1.
           DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
               GIVING WS-CHAIN-QUOTIENT
               REMAINDER WS-CHAIN-VALUE.
       END PROGRAM DIAZJSL.
