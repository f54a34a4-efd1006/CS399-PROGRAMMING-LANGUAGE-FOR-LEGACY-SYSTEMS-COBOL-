      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DIAZADJ.
      *-----------------------
      * Modification History
      * ---------------------
      * New shared prior-period adjustment log. When DIAZPER lets an
      * entry into a closed month under a supervisor's second
      * sign-on, the posting program CALLs this routine once the
      * entry has committed, and one record goes on the append-only
      * DIAZADJ.DAT log: the closed period, the date the entry
      * carries, the program, its reference (account, order or
      * transaction number), the amount it moved with its sign, a
      * short description, the operator and the approving
      * supervisor, stamped with the date and time it was booked.
      * DIAZ0031 run mode 4 reports the log so accounting knows
      * which closed figures moved.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT ADJUSTMENT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZADJ.DAT"
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ADJUSTMENT-FILE
           DATA RECORD IS ADJUSTMENT-REC.
       01 ADJUSTMENT-REC.
           05 adj-period PIC 9(6).
           05 adj-entry-date PIC 9(8).
           05 adj-program PIC X(8).
           05 adj-reference PIC X(10).
           05 adj-amount PIC S9(9)V99.
           05 adj-description PIC X(20).
           05 adj-operator-id PIC X(8).
           05 adj-approved-by PIC X(8).
           05 adj-stamp-date PIC 9(8).
           05 adj-stamp-time PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE "00".
           88 WS-ADJUSTMENT-OK VALUE "00".
           88 WS-ADJUSTMENT-NOT-FOUND VALUE "35".
       01 WS-ENTRY-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           05 WS-ENTRY-PERIOD PIC 9(6).
           05 WS-ENTRY-DD PIC 99.
       LINKAGE SECTION.
       01 LNK-PROGRAM PIC X(8).
       01 LNK-ENTRY-DATE PIC 9(8).
       01 LNK-REFERENCE PIC X(10).
       01 LNK-AMOUNT PIC S9(9)V99.
       01 LNK-DESCRIPTION PIC X(20).
       01 LNK-OPERATOR-ID PIC X(8).
       01 LNK-APPROVER-ID PIC X(8).
      *-----------------------
       PROCEDURE DIVISION USING LNK-PROGRAM LNK-ENTRY-DATE
           LNK-REFERENCE LNK-AMOUNT LNK-DESCRIPTION LNK-OPERATOR-ID
           LNK-APPROVER-ID.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            MOVE LNK-ENTRY-DATE TO WS-ENTRY-DATE.
            OPEN EXTEND ADJUSTMENT-FILE.
            IF WS-ADJUSTMENT-NOT-FOUND
                OPEN OUTPUT ADJUSTMENT-FILE
            END-IF.
            MOVE WS-ENTRY-PERIOD TO adj-period.
            MOVE LNK-ENTRY-DATE TO adj-entry-date.
            MOVE LNK-PROGRAM TO adj-program.
            MOVE LNK-REFERENCE TO adj-reference.
            MOVE LNK-AMOUNT TO adj-amount.
            MOVE LNK-DESCRIPTION TO adj-description.
            MOVE LNK-OPERATOR-ID TO adj-operator-id.
            MOVE LNK-APPROVER-ID TO adj-approved-by.
            ACCEPT adj-stamp-date FROM DATE YYYYMMDD.
            ACCEPT adj-stamp-time FROM TIME.
            WRITE ADJUSTMENT-REC.
            CLOSE ADJUSTMENT-FILE.
            GOBACK.
       END PROGRAM DIAZADJ.
