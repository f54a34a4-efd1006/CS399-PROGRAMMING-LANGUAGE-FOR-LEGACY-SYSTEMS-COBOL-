      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZ0037.
      *-----------------------
      * Modification History
      * ---------------------
      * New journal verification batch. DIAZJRN.DAT is what DIAZ0020
      * replays to rebuild DIAZ0002.DAT and what is shown when a
      * balance is disputed, but as a plain sequential file it could
      * be edited or cut short without a trace. Every record now
      * carries a sequence number and a check value chained from the
      * record before it (DIAZJSL), and DIAZEOD appends the day's
      * last sequence and check value to DIAZJRN.SEL. This run walks
      * the journal from the top, recomputes each record's check
      * value from the one before it, and reports to DIAZ0037.RPT
      * and the screen every record that no longer follows: one
      * whose contents were changed (ALTERED), one that does not
      * belong in its place or was never sealed (INSERTED), and a
      * gap in the sequence (REMOVED, with the number missing). The
      * journal is held to every daily seal as it goes, and a seal
      * counting past the end of the journal shows records cut from
      * the end. The run closes with the counts and names the first
      * point the chain breaks. It runs in the DIAZNDR night chain
      * ahead of the DIAZ0008 unload; a failing journal is answered
      * N at the driver, so the night stops before the journal is
      * made the basis of a recovery.
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
       SELECT JOURNAL-SEAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.SEL"
           FILE STATUS IS WS-SEAL-STATUS.
       SELECT VERIFY-REPORT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0037.RPT"
           FILE STATUS IS WS-REPORT-STATUS.
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
       FD JOURNAL-SEAL-FILE
           DATA RECORD IS JOURNAL-SEAL-REC.
       01 JOURNAL-SEAL-REC.
           05 sel-business-date PIC 9(8).
           05 sel-stamp-date PIC 9(8).
           05 sel-stamp-time PIC 9(8).
           05 sel-record-count PIC 9(9).
           05 sel-chain-value PIC 9(9).
       FD VERIFY-REPORT-FILE
           DATA RECORD IS VERIFY-LINE.
       01 VERIFY-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           88 WS-JOURNAL-OK VALUE "00".
       01 WS-SEAL-STATUS PIC XX VALUE "00".
           88 WS-SEAL-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".
       01 WS-SEAL-EOF PIC X VALUE "N".
           88 SEAL-AT-EOF VALUE "Y".
       01 WS-SEALS-ON-FILE PIC X VALUE "N".
           88 SEALS-ON-FILE VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "C".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
       01 WS-RECORD-NUMBER PIC 9(9) VALUE ZERO.
       01 WS-PRIOR-SEQUENCE PIC 9(9) VALUE ZERO.
       01 WS-PRIOR-VALUE PIC 9(9) VALUE ZERO.
       01 WS-EXPECTED-SEQUENCE PIC 9(9) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BREAK-KIND PIC X(8) VALUE SPACES.
       01 WS-BREAK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INSERTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REMOVED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SEALS-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-SEAL-BREAKS PIC 9(5) VALUE ZERO.
       01 WS-FIRST-BREAK-LINE PIC X(80) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT VERIFY-REPORT-FILE.
            MOVE SPACES TO VERIFY-LINE.
            STRING "JOURNAL VERIFICATION RUN " DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO VERIFY-LINE.
            PERFORM Z-100-WRITE-VERIFY-LINE.
            PERFORM A-100-OPEN-SEALS.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-OK
                PERFORM B-110-READ-JOURNAL
                PERFORM B-200-VERIFY-RECORD UNTIL JOURNAL-AT-EOF
                CLOSE JOURNAL-FILE
            ELSE
                MOVE SPACES TO VERIFY-LINE
                STRING "NO JOURNAL ON FILE - STATUS: " DELIMITED BY SIZE
                    WS-JOURNAL-STATUS DELIMITED BY SIZE
                    INTO VERIFY-LINE
                PERFORM Z-100-WRITE-VERIFY-LINE
            END-IF.
            PERFORM D-100-CHECK-TRIMMED UNTIL SEAL-AT-EOF.
            IF SEALS-ON-FILE
                CLOSE JOURNAL-SEAL-FILE
            END-IF.
            PERFORM E-100-TOTALS.
            CLOSE VERIFY-REPORT-FILE.
            GOBACK.
       A-100-OPEN-SEALS.
           OPEN INPUT JOURNAL-SEAL-FILE.
           IF WS-SEAL-OK
               SET SEALS-ON-FILE TO TRUE
               PERFORM C-110-READ-SEAL
           ELSE
               SET SEAL-AT-EOF TO TRUE
               MOVE SPACES TO VERIFY-LINE
               STRING "NO DAILY SEALS ON FILE - THE END OF THE "
                   DELIMITED BY SIZE
                   "JOURNAL IS NOT PROVED." DELIMITED BY SIZE
                   INTO VERIFY-LINE
               PERFORM Z-100-WRITE-VERIFY-LINE
           END-IF.
       B-110-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JOURNAL-AT-EOF TO TRUE
           END-READ.
       B-200-VERIFY-RECORD.
      **
      * The record must carry the next sequence number and the check
      * value that follows from the record before it. A record out
      * of sequence is set aside and the chain carries on from the
      * last record in its place, so one bad record is reported once
      * and the records after it still prove.
      **
           ADD 1 TO WS-RECORD-NUMBER.
           MOVE "C" TO WS-SEAL-FUNCTION.
           MOVE WS-PRIOR-VALUE TO WS-SEAL-LAST-VALUE.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST JOURNAL-REC.
           COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1.
           IF jrn-seal-sequence = WS-EXPECTED-SEQUENCE
               IF WS-SEAL-CHAIN-VALUE NOT = jrn-seal-value
                   MOVE "ALTERED" TO WS-BREAK-KIND
                   ADD 1 TO WS-ALTERED-COUNT
                   PERFORM B-500-REPORT-BREAK
               END-IF
               PERFORM B-300-ADVANCE-CHAIN
           ELSE IF jrn-seal-sequence > WS-EXPECTED-SEQUENCE
               COMPUTE WS-MISSING-COUNT =
                   jrn-seal-sequence - WS-EXPECTED-SEQUENCE
               ADD WS-MISSING-COUNT TO WS-REMOVED-COUNT
               MOVE "REMOVED" TO WS-BREAK-KIND
               PERFORM B-500-REPORT-BREAK
               PERFORM B-300-ADVANCE-CHAIN
           ELSE
               MOVE "INSERTED" TO WS-BREAK-KIND
               ADD 1 TO WS-INSERTED-COUNT
               PERFORM B-500-REPORT-BREAK
           END-IF.
           PERFORM B-110-READ-JOURNAL.
       B-300-ADVANCE-CHAIN.
           MOVE jrn-seal-sequence TO WS-PRIOR-SEQUENCE.
           MOVE jrn-seal-value TO WS-PRIOR-VALUE.
           PERFORM C-100-CHECK-ONE-SEAL
               UNTIL SEAL-AT-EOF
               OR sel-record-count > WS-PRIOR-SEQUENCE.
       B-500-REPORT-BREAK.
           MOVE SPACES TO VERIFY-LINE.
           STRING "REC " DELIMITED BY SIZE
               WS-RECORD-NUMBER DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               jrn-seal-sequence DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BREAK-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jrn-stamp-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jrn-program DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jrn-action DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jrn-account-number DELIMITED BY SIZE
               INTO VERIFY-LINE.
           PERFORM Z-200-NOTE-BREAK.
           MOVE SPACES TO VERIFY-LINE.
           IF WS-BREAK-KIND = "ALTERED"
               STRING "    CHECK VALUE ON FILE " DELIMITED BY SIZE
                   jrn-seal-value DELIMITED BY SIZE
                   ", RECOMPUTED " DELIMITED BY SIZE
                   WS-SEAL-CHAIN-VALUE DELIMITED BY SIZE
                   INTO VERIFY-LINE
           ELSE IF WS-BREAK-KIND = "REMOVED"
               STRING "    " DELIMITED BY SIZE
                   WS-MISSING-COUNT DELIMITED BY SIZE
                   " RECORD(S) MISSING BEFORE THIS ONE"
                   DELIMITED BY SIZE
                   INTO VERIFY-LINE
           ELSE
               STRING "    NOT SEALED IN ITS PLACE - EXPECTED SEQUENCE "
                   DELIMITED BY SIZE
                   WS-EXPECTED-SEQUENCE DELIMITED BY SIZE
                   INTO VERIFY-LINE
           END-IF.
           PERFORM Z-100-WRITE-VERIFY-LINE.
       C-100-CHECK-ONE-SEAL.
      **
      * Seals are written in journal order, so they are taken in
      * step with the walk. A seal of an empty journal proves
      * nothing; any other must land on a record in sequence and
      * agree with its check value.
      **
           IF sel-record-count = 0
               CONTINUE
           ELSE IF sel-record-count = WS-PRIOR-SEQUENCE
               ADD 1 TO WS-SEALS-CHECKED
               IF sel-chain-value NOT = WS-PRIOR-VALUE
                   MOVE SPACES TO VERIFY-LINE
                   STRING "SEAL OF " DELIMITED BY SIZE
                       sel-business-date DELIMITED BY SIZE
                       " AT RECORD " DELIMITED BY SIZE
                       sel-record-count DELIMITED BY SIZE
                       ": CHECK VALUE DIFFERS" DELIMITED BY SIZE
                       INTO VERIFY-LINE
                   ADD 1 TO WS-SEAL-BREAKS
                   PERFORM Z-200-NOTE-BREAK
               END-IF
           ELSE
               ADD 1 TO WS-SEALS-CHECKED
               MOVE SPACES TO VERIFY-LINE
               STRING "SEAL OF " DELIMITED BY SIZE
                   sel-business-date DELIMITED BY SIZE
                   " AT RECORD " DELIMITED BY SIZE
                   sel-record-count DELIMITED BY SIZE
                   ": RECORD NOT ON JOURNAL" DELIMITED BY SIZE
                   INTO VERIFY-LINE
               ADD 1 TO WS-SEAL-BREAKS
               PERFORM Z-200-NOTE-BREAK
           END-IF.
           PERFORM C-110-READ-SEAL.
       C-110-READ-SEAL.
           READ JOURNAL-SEAL-FILE
               AT END SET SEAL-AT-EOF TO TRUE
           END-READ.
       D-100-CHECK-TRIMMED.
      **
      * A seal left over once the journal has run out counted
      * records that are no longer there: the journal was cut short.
      **
           IF sel-record-count > WS-PRIOR-SEQUENCE
               ADD 1 TO WS-SEALS-CHECKED
               ADD 1 TO WS-SEAL-BREAKS
               MOVE SPACES TO VERIFY-LINE
               STRING "SEAL OF " DELIMITED BY SIZE
                   sel-business-date DELIMITED BY SIZE
                   " AT RECORD " DELIMITED BY SIZE
                   sel-record-count DELIMITED BY SIZE
                   ": JOURNAL ENDS AT RECORD " DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   INTO VERIFY-LINE
               PERFORM Z-200-NOTE-BREAK
           END-IF.
           PERFORM C-110-READ-SEAL.
       E-100-TOTALS.
           MOVE ALL "-" TO VERIFY-LINE.
           PERFORM Z-100-WRITE-VERIFY-LINE.
           MOVE SPACES TO VERIFY-LINE.
           STRING "JOURNAL RECORDS READ " DELIMITED BY SIZE
               WS-RECORD-NUMBER DELIMITED BY SIZE
               "  LAST SEQUENCE " DELIMITED BY SIZE
               WS-PRIOR-SEQUENCE DELIMITED BY SIZE
               INTO VERIFY-LINE.
           PERFORM Z-100-WRITE-VERIFY-LINE.
           MOVE SPACES TO VERIFY-LINE.
           STRING "ALTERED " DELIMITED BY SIZE
               WS-ALTERED-COUNT DELIMITED BY SIZE
               "  INSERTED " DELIMITED BY SIZE
               WS-INSERTED-COUNT DELIMITED BY SIZE
               "  REMOVED " DELIMITED BY SIZE
               WS-REMOVED-COUNT DELIMITED BY SIZE
               INTO VERIFY-LINE.
           PERFORM Z-100-WRITE-VERIFY-LINE.
           MOVE SPACES TO VERIFY-LINE.
           STRING "DAILY SEALS CHECKED " DELIMITED BY SIZE
               WS-SEALS-CHECKED DELIMITED BY SIZE
               "  BROKEN " DELIMITED BY SIZE
               WS-SEAL-BREAKS DELIMITED BY SIZE
               INTO VERIFY-LINE.
           PERFORM Z-100-WRITE-VERIFY-LINE.
           MOVE SPACES TO VERIFY-LINE.
           IF WS-BREAK-COUNT = 0
               STRING "JOURNAL CHAIN INTACT - CHECK VALUE "
                   DELIMITED BY SIZE
                   WS-PRIOR-VALUE DELIMITED BY SIZE
                   " AT SEQUENCE " DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   INTO VERIFY-LINE
               PERFORM Z-100-WRITE-VERIFY-LINE
           ELSE
               STRING "*** JOURNAL FAILS VERIFICATION - DO NOT "
                   DELIMITED BY SIZE
                   "REPLAY OR UNLOAD UNTIL EXPLAINED ***"
                   DELIMITED BY SIZE
                   INTO VERIFY-LINE
               PERFORM Z-100-WRITE-VERIFY-LINE
               MOVE "CHAIN FIRST BREAKS AT:" TO VERIFY-LINE
               PERFORM Z-100-WRITE-VERIFY-LINE
               MOVE WS-FIRST-BREAK-LINE TO VERIFY-LINE
               PERFORM Z-100-WRITE-VERIFY-LINE
               DISPLAY "ANSWER N AT THE NIGHT DRIVER TO HOLD THE RUN."
           END-IF.
           DISPLAY "VERIFICATION WRITTEN TO DIAZ0037.RPT".
       Z-100-WRITE-VERIFY-LINE.
           DISPLAY VERIFY-LINE.
           WRITE VERIFY-LINE.
       Z-200-NOTE-BREAK.
           IF WS-BREAK-COUNT = 0
               MOVE VERIFY-LINE TO WS-FIRST-BREAK-LINE
           END-IF.
           ADD 1 TO WS-BREAK-COUNT.
           PERFORM Z-100-WRITE-VERIFY-LINE.
       END PROGRAM DIAZ0037.
