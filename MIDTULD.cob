      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTULD.
      *-----------------------
      * Modification History
      * ---------------------
      * New recovery utility for the indexed order files, on the
      * DIAZ0008 pattern. A crash mid-WRITE can leave an index
      * unusable, and a keyed file cannot be eyeballed and patched
      * the way the old sequential ones could. Run mode 1 (unload)
      * reads MIDTHDR.DAT and MIDTERM.DAT in key order, salvaging
      * every record it can reach, into the flat backups MIDTHDR.BKP
      * and MIDTERM.BKP; run mode 2 (reload) rebuilds fresh indexed
      * files from those backups, listing and skipping any record
      * whose key is already loaded. Both passes report the header
      * and line counts and the line total amount so the before and
      * after can be compared and nothing-lost proven. The unload
      * also serves as a standing backup of the order files.
      *-----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORDER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-ORDER-KEY
           FILE STATUS IS WS-FILE-STATUS.
       SELECT HEADER-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDR-TRANSACTION-NUMBER
           FILE STATUS IS WS-HEADER-STATUS.
       SELECT ORDER-BACKUP-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.BKP"
           FILE STATUS IS WS-ORDER-BACKUP-STATUS.
       SELECT HEADER-BACKUP-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.BKP"
           FILE STATUS IS WS-HEADER-BACKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01 ORDER-REC.
           05 OUT-LENGTH            PIC 99.
           05 OUT-WIDTH             PIC 99.
           05 OUT-AREA              PIC 999999.
           05 OUT-PERIMETER         PIC 999999.
           05 OUT-FRAME-TYPE-TAG    PIC X(7).
           05 OUT-FRAME-AMOUNT      PIC S9(6).
           05 OUT-CARDBOARD-AMOUNT  PIC S9(6).
           05 OUT-GLASS-AMOUNT      PIC S9(6).
           05 OUT-COLOR-TAG         PIC X(10).
           05 OUT-COLOR-AMOUNT      PIC S9(6).
           05 OUT-CROWN-COUNT       PIC 9.
           05 OUT-CROWN-AMOUNT      PIC S9(6).
           05 OUT-TAX-AMOUNT        PIC S9(7).
           05 OUT-TOTAL-AMOUNT      PIC S9(7).
           05 OUT-ORDER-KEY.
               10 OUT-TRANSACTION-NUMBER PIC 9(5).
               10 OUT-LINE-ITEM-NUMBER   PIC 9.
               10 OUT-REVERSAL-FLAG      PIC X.
           05 OUT-OPERATOR-ID        PIC X(8).
           05 OUT-VOID-REASON        PIC X(20).
           05 OUT-DISCOUNT-AMOUNT    PIC S9(7).
       FD HEADER-FILE
           DATA RECORD IS HEADER-REC.
       01 HEADER-REC.
           05 HDR-TRANSACTION-NUMBER PIC 9(5).
           05 HDR-CUSTOMER-NAME      PIC X(20).
           05 HDR-CONTACT-NUMBER     PIC X(11).
           05 HDR-ORDER-DATE         PIC 9(8).
           05 HDR-PICKUP-DATE        PIC 9(8).
           05 HDR-ORDER-STATUS       PIC X(13).
           05 HDR-DISCOUNT-TYPE      PIC X(3).
           05 HDR-DISCOUNT-ID        PIC X(12).
           05 HDR-SMS-OPT-OUT        PIC X.
       FD ORDER-BACKUP-FILE
           DATA RECORD IS ORDER-BACKUP-REC.
       01 ORDER-BACKUP-REC           PIC X(120).
       FD HEADER-BACKUP-FILE
           DATA RECORD IS HEADER-BACKUP-REC.
       01 HEADER-BACKUP-REC          PIC X(81).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE "00".
           88 WS-FILE-OK VALUE "00".
           88 WS-FILE-AT-END VALUE "10".
       01 WS-HEADER-STATUS PIC XX VALUE "00".
           88 WS-HEADER-OK VALUE "00".
           88 WS-HEADER-AT-END VALUE "10".
       01 WS-ORDER-BACKUP-STATUS PIC XX VALUE "00".
           88 WS-ORDER-BACKUP-OK VALUE "00".
       01 WS-HEADER-BACKUP-STATUS PIC XX VALUE "00".
           88 WS-HEADER-BACKUP-OK VALUE "00".
       77 WS-RUN-MODE PIC 9 VALUE 1.
       77 WS-EOF-FLAG PIC X VALUE "N".
           88 AT-EOF VALUE "Y".
       77 WS-SALVAGE-STOP PIC X VALUE "N".
           88 SALVAGE-STOPPED VALUE "Y".
       77 WS-HEADER-COUNT PIC 9(7) VALUE ZERO.
       77 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-LINE-TOTAL PIC S9(11) VALUE ZERO.
       77 WS-LINE-TOTAL-ED PIC -----------9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1-UNLOAD TO FLAT BACKUP  2-RELOAD FROM BACKUP: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = 2
               PERFORM RELOAD-HEADERS
               PERFORM RELOAD-LINES
               DISPLAY "COMPARE AGAINST THE UNLOAD TOTALS TO "
                   "PROVE NOTHING WAS LOST."
           ELSE
               PERFORM UNLOAD-HEADERS
               PERFORM UNLOAD-LINES
           END-IF.
           STOP RUN.

       UNLOAD-HEADERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "N" TO WS-SALVAGE-STOP.
           OPEN INPUT HEADER-FILE.
           IF NOT WS-HEADER-OK
               DISPLAY "CANNOT OPEN MIDTHDR.DAT - STATUS: "
                   WS-HEADER-STATUS
           ELSE
               OPEN OUTPUT HEADER-BACKUP-FILE
               PERFORM READ-HEADER-RECORD
               PERFORM UNLOAD-ONE-HEADER
                   UNTIL AT-EOF OR SALVAGE-STOPPED
               CLOSE HEADER-FILE
               CLOSE HEADER-BACKUP-FILE
               DISPLAY "UNLOADED HEADERS:  " WS-HEADER-COUNT
               IF SALVAGE-STOPPED
                   DISPLAY "HEADER UNLOAD STOPPED EARLY - READ "
                       "STATUS: " WS-HEADER-STATUS
                   DISPLAY "HEADERS ABOVE ARE WHAT WAS SALVAGED."
               END-IF
           END-IF.

       READ-HEADER-RECORD.
           READ HEADER-FILE NEXT RECORD
               AT END SET AT-EOF TO TRUE
           END-READ.
           IF NOT WS-HEADER-OK AND NOT WS-HEADER-AT-END
               AND NOT AT-EOF
               SET SALVAGE-STOPPED TO TRUE
           END-IF.

       UNLOAD-ONE-HEADER.
           WRITE HEADER-BACKUP-REC FROM HEADER-REC.
           ADD 1 TO WS-HEADER-COUNT.
           PERFORM READ-HEADER-RECORD.

       UNLOAD-LINES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "N" TO WS-SALVAGE-STOP.
           OPEN INPUT ORDER-FILE.
           IF NOT WS-FILE-OK
               DISPLAY "CANNOT OPEN MIDTERM.DAT - STATUS: "
                   WS-FILE-STATUS
           ELSE
               OPEN OUTPUT ORDER-BACKUP-FILE
               PERFORM READ-ORDER-LINE
               PERFORM UNLOAD-ONE-LINE
                   UNTIL AT-EOF OR SALVAGE-STOPPED
               CLOSE ORDER-FILE
               CLOSE ORDER-BACKUP-FILE
               MOVE WS-LINE-TOTAL TO WS-LINE-TOTAL-ED
               DISPLAY "UNLOADED LINES:    " WS-LINE-COUNT
               DISPLAY "LINE TOTAL AMOUNT: " WS-LINE-TOTAL-ED
               IF SALVAGE-STOPPED
                   DISPLAY "LINE UNLOAD STOPPED EARLY - READ "
                       "STATUS: " WS-FILE-STATUS
                   DISPLAY "LINES ABOVE ARE WHAT WAS SALVAGED."
               END-IF
           END-IF.

       READ-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET AT-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-OK AND NOT WS-FILE-AT-END AND NOT AT-EOF
               SET SALVAGE-STOPPED TO TRUE
           END-IF.

       UNLOAD-ONE-LINE.
           WRITE ORDER-BACKUP-REC FROM ORDER-REC.
           ADD 1 TO WS-LINE-COUNT.
           ADD OUT-TOTAL-AMOUNT TO WS-LINE-TOTAL.
           PERFORM READ-ORDER-LINE.

       RELOAD-HEADERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           OPEN INPUT HEADER-BACKUP-FILE.
           IF NOT WS-HEADER-BACKUP-OK
               DISPLAY "NO MIDTHDR.BKP TO RELOAD - STATUS: "
                   WS-HEADER-BACKUP-STATUS
           ELSE
               OPEN OUTPUT HEADER-FILE
               IF NOT WS-HEADER-OK
                   DISPLAY "CANNOT REBUILD MIDTHDR.DAT - STATUS: "
                       WS-HEADER-STATUS
                   CLOSE HEADER-BACKUP-FILE
               ELSE
                   PERFORM READ-HEADER-BACKUP
                   PERFORM RELOAD-ONE-HEADER UNTIL AT-EOF
                   CLOSE HEADER-BACKUP-FILE
                   CLOSE HEADER-FILE
                   DISPLAY "RELOADED HEADERS:  " WS-HEADER-COUNT
                   DISPLAY "DUPLICATES SKIPPED: " WS-SKIPPED-COUNT
               END-IF
           END-IF.

       READ-HEADER-BACKUP.
           READ HEADER-BACKUP-FILE
               AT END SET AT-EOF TO TRUE
           END-READ.

       RELOAD-ONE-HEADER.
           MOVE HEADER-BACKUP-REC TO HEADER-REC.
           WRITE HEADER-REC
               INVALID KEY
                   DISPLAY "DUPLICATE KEY SKIPPED: ORDER "
                       HDR-TRANSACTION-NUMBER
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-HEADER-COUNT
           END-WRITE.
           PERFORM READ-HEADER-BACKUP.

       RELOAD-LINES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           OPEN INPUT ORDER-BACKUP-FILE.
           IF NOT WS-ORDER-BACKUP-OK
               DISPLAY "NO MIDTERM.BKP TO RELOAD - STATUS: "
                   WS-ORDER-BACKUP-STATUS
           ELSE
               OPEN OUTPUT ORDER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY "CANNOT REBUILD MIDTERM.DAT - STATUS: "
                       WS-FILE-STATUS
                   CLOSE ORDER-BACKUP-FILE
               ELSE
                   PERFORM READ-ORDER-BACKUP
                   PERFORM RELOAD-ONE-LINE UNTIL AT-EOF
                   CLOSE ORDER-BACKUP-FILE
                   CLOSE ORDER-FILE
                   MOVE WS-LINE-TOTAL TO WS-LINE-TOTAL-ED
                   DISPLAY "RELOADED LINES:    " WS-LINE-COUNT
                   DISPLAY "LINE TOTAL AMOUNT: " WS-LINE-TOTAL-ED
                   DISPLAY "DUPLICATES SKIPPED: " WS-SKIPPED-COUNT
               END-IF
           END-IF.

       READ-ORDER-BACKUP.
           READ ORDER-BACKUP-FILE
               AT END SET AT-EOF TO TRUE
           END-READ.

       RELOAD-ONE-LINE.
           MOVE ORDER-BACKUP-REC TO ORDER-REC.
           WRITE ORDER-REC
               INVALID KEY
                   DISPLAY "DUPLICATE KEY SKIPPED: ORDER "
                       OUT-TRANSACTION-NUMBER " LINE "
                       OUT-LINE-ITEM-NUMBER " " OUT-REVERSAL-FLAG
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   ADD OUT-TOTAL-AMOUNT TO WS-LINE-TOTAL
           END-WRITE.
           PERFORM READ-ORDER-BACKUP.

       END PROGRAM MIDTULD.
