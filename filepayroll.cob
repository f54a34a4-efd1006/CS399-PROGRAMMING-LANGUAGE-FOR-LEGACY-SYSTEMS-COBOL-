      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FILEPAY.
      *-----------------------
      * Modification History
      * ---------------------
      * New payroll program for the staff on the SCR1.TXT roster
      * FILEHAND maintains. Payroll was a spreadsheet the roster was
      * retyped into every cutoff; the roster now drives it. Run
      * mode 1 (supervisor) keeps a pay master per employee on the
      * indexed PAYMAST.DAT: pay basis (M monthly salary, D daily
      * rate), basic rate, taxable and non-taxable allowances per
      * month, and the TIN, SSS, PhilHealth and Pag-IBIG numbers
      * the remittance lists carry. Run mode 2 keys the semi-monthly
      * attendance for a cutoff (days worked for the daily-paid,
      * days absent for the monthly-paid, minutes late, overtime,
      * rest-day/special-holiday, regular-holiday and night hours)
      * to the append-only PAYATT.DAT, where the last entry for an
      * employee and cutoff is the one in force.
      * Run mode 3 is the cutoff run for the 15th or the month end:
      * gross pay from the master and attendance, the SSS,
      * PhilHealth and Pag-IBIG contributions (taken once a month,
      * in the month-end cutoff, on the month's pay) and the
      * withholding tax on the semi-monthly table, all from the
      * tables in force on the cutoff date. Payslips go to
      * PAYSLIP.PRT and the payroll register to PAYREG.RPT. A trial
      * run prints only; posting takes a supervisor, writes every
      * employee's figures to the append-only PAYHIST.DAT and is
      * refused for a cutoff already posted. A SEPARATED employee
      * gets a final pay - basic up to the separation date, the
      * pro-rated 13th month pay and that month's contributions -
      * and, once it is posted, the master is marked with the
      * final cutoff and the employee drops off later runs.
      * Run mode 4 lists a month's SSS, PhilHealth and Pag-IBIG
      * remittances and the tax withheld per employee on
      * PAYREM.RPT. Run mode 5 lists the contribution and tax
      * tables in force on a date and lets a supervisor key a new
      * version of one, effective from a date, to the append-only
      * PAYTBL.DAT (the DIAZRATE.DAT convention: the newest version
      * on or before the cutoff wins). A missing table file is
      * started with the schedules in force from 1 January 2025
      * for the supervisor to review.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT ROSTER-FILE
           ASSIGN TO "C:\COBOL_Files\SCR1.TXT"
           FILE STATUS IS WS-ROSTER-STATUS.
       SELECT PAY-MASTER-FILE
           ASSIGN TO "C:\COBOL_Files\PAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pm-employee-id
           FILE STATUS IS WS-MASTER-STATUS.
       SELECT ATTENDANCE-FILE
           ASSIGN TO "C:\COBOL_Files\PAYATT.DAT"
           FILE STATUS IS WS-ATTEND-STATUS.
       SELECT TABLE-FILE
           ASSIGN TO "C:\COBOL_Files\PAYTBL.DAT"
           FILE STATUS IS WS-TABLE-STATUS.
       SELECT HISTORY-FILE
           ASSIGN TO "C:\COBOL_Files\PAYHIST.DAT"
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT PAYSLIP-FILE
           ASSIGN TO "C:\COBOL_Files\PAYSLIP.PRT"
           FILE STATUS IS WS-PAYSLIP-STATUS.
       SELECT REGISTER-FILE
           ASSIGN TO "C:\COBOL_Files\PAYREG.RPT"
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT REMITTANCE-FILE
           ASSIGN TO "C:\COBOL_Files\PAYREM.RPT"
           FILE STATUS IS WS-REMIT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ROSTER-FILE
           DATA RECORD IS ROSTER-REC.
       01 ROSTER-REC.
           05 ID-OUT PIC XXXX.
           05 NAME-OUT PIC X(20).
           05 DEPARTMENT-OUT PIC X(15).
           05 DATE-ADDED-OUT PIC X(10).
           05 OPERATOR-ID-OUT PIC X(8).
           05 ENTRY-DATE-OUT PIC 9(8).
           05 ENTRY-TIME-OUT PIC 9(8).
           05 STATUS-OUT PIC X(9).
           05 SEPARATION-DATE-OUT PIC 9(8).
           05 ROLE-OUT PIC X.
       FD PAY-MASTER-FILE
           DATA RECORD IS PAY-MASTER-REC.
       01 PAY-MASTER-REC.
           05 pm-employee-id PIC X(4).
           05 pm-pay-basis PIC X.
               88 PAID-MONTHLY VALUE "M".
               88 PAID-DAILY VALUE "D".
           05 pm-basic-rate PIC 9(6)V99.
           05 pm-taxable-allowance PIC 9(6)V99.
           05 pm-nontax-allowance PIC 9(6)V99.
           05 pm-tin PIC X(12).
           05 pm-sss-number PIC X(10).
           05 pm-philhealth-number PIC X(12).
           05 pm-pagibig-number PIC X(12).
           05 pm-final-cutoff PIC 9(8).
           05 pm-operator-id PIC X(8).
           05 pm-entry-date PIC 9(8).
           05 pm-entry-time PIC 9(8).
       FD ATTENDANCE-FILE
           DATA RECORD IS ATTENDANCE-REC.
       01 ATTENDANCE-REC.
           05 att-cutoff-date PIC 9(8).
           05 att-employee-id PIC X(4).
           05 att-days-worked PIC 99V9.
           05 att-days-absent PIC 99V9.
           05 att-late-minutes PIC 9(4).
           05 att-overtime-hours PIC 999V99.
           05 att-restday-hours PIC 999V99.
           05 att-holiday-hours PIC 999V99.
           05 att-night-hours PIC 999V99.
           05 att-operator-id PIC X(8).
           05 att-stamp-date PIC 9(8).
           05 att-stamp-time PIC 9(8).
       FD TABLE-FILE
           DATA RECORD IS TABLE-REC.
       01 TABLE-REC.
           05 tbl-type PIC X(4).
           05 tbl-effective-date PIC 9(8).
           05 tbl-low PIC 9(7)V99.
           05 tbl-high PIC 9(7)V99.
           05 tbl-amount-1 PIC 9(7)V99.
           05 tbl-amount-2 PIC 9(7)V99.
           05 tbl-amount-3 PIC 9(7)V99.
           05 tbl-rate-1 PIC 99V99.
           05 tbl-rate-2 PIC 99V99.
           05 tbl-rate-3 PIC 99V99.
           05 tbl-set-by PIC X(8).
           05 tbl-stamp-date PIC 9(8).
       FD HISTORY-FILE
           DATA RECORD IS HISTORY-REC.
       01 HISTORY-REC.
           05 hst-cutoff-date PIC 9(8).
           05 hst-employee-id PIC X(4).
           05 hst-employee-name PIC X(20).
           05 hst-pay-type PIC X.
           05 hst-basic-pay PIC 9(7)V99.
           05 hst-overtime-pay PIC 9(7)V99.
           05 hst-allowances PIC 9(7)V99.
           05 hst-thirteenth-month PIC 9(7)V99.
           05 hst-gross-pay PIC 9(7)V99.
           05 hst-taxable-pay PIC 9(7)V99.
           05 hst-sss-ee PIC 9(5)V99.
           05 hst-sss-er PIC 9(5)V99.
           05 hst-sss-ec PIC 9(5)V99.
           05 hst-phic-ee PIC 9(5)V99.
           05 hst-phic-er PIC 9(5)V99.
           05 hst-hdmf-ee PIC 9(5)V99.
           05 hst-hdmf-er PIC 9(5)V99.
           05 hst-tax-withheld PIC 9(7)V99.
           05 hst-net-pay PIC 9(7)V99.
           05 hst-operator-id PIC X(8).
           05 hst-stamp-date PIC 9(8).
           05 hst-stamp-time PIC 9(8).
       FD PAYSLIP-FILE
           DATA RECORD IS PAYSLIP-LINE.
       01 PAYSLIP-LINE PIC X(80).
       FD REGISTER-FILE
           DATA RECORD IS REGISTER-LINE.
       01 REGISTER-LINE PIC X(132).
       FD REMITTANCE-FILE
           DATA RECORD IS REMITTANCE-LINE.
       01 REMITTANCE-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
           88 WS-ROSTER-OK VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
           88 WS-MASTER-OK VALUE "00".
           88 WS-MASTER-NOT-FOUND VALUE "35".
       01 WS-ATTEND-STATUS PIC XX VALUE "00".
           88 WS-ATTEND-OK VALUE "00".
           88 WS-ATTEND-NOT-FOUND VALUE "35".
       01 WS-TABLE-STATUS PIC XX VALUE "00".
           88 WS-TABLE-OK VALUE "00".
           88 WS-TABLE-NOT-FOUND VALUE "35".
       01 WS-HISTORY-STATUS PIC XX VALUE "00".
           88 WS-HISTORY-OK VALUE "00".
           88 WS-HISTORY-NOT-FOUND VALUE "35".
       01 WS-PAYSLIP-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-REMIT-STATUS PIC XX VALUE "00".
       01 WS-ROSTER-EOF PIC X VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
       01 WS-ATTEND-EOF PIC X VALUE "N".
           88 ATTEND-AT-EOF VALUE "Y".
       01 WS-TABLE-EOF PIC X VALUE "N".
           88 TABLE-AT-EOF VALUE "Y".
       01 WS-HISTORY-EOF PIC X VALUE "N".
           88 HISTORY-AT-EOF VALUE "Y".
       01 WS-RUN-MODE PIC 9 VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATOR-ROLE PIC X VALUE "T".
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-KEY-ID PIC X(4) VALUE SPACES.
       01 WS-CONFIRM-RESP PIC X VALUE "N".
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-ON-FILE VALUE "Y".
      *
      * Roster: the last record for an ID is the current one.
      *
       01 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EMP-SUB PIC 9(3) VALUE ZERO.
       01 WS-EMP-HIT PIC 9(3) VALUE ZERO.
       01 WS-EMP-FULL PIC X VALUE "N".
           88 EMP-TABLE-FULL VALUE "Y".
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
               10 WS-EMP-ID PIC X(4).
               10 WS-EMP-NAME PIC X(20).
               10 WS-EMP-DEPARTMENT PIC X(15).
               10 WS-EMP-STATUS PIC X(9).
               10 WS-EMP-SEPARATION PIC 9(8).
               10 WS-EMP-ATT-FOUND PIC X.
               10 WS-EMP-DAYS-WORKED PIC 99V9.
               10 WS-EMP-DAYS-ABSENT PIC 99V9.
               10 WS-EMP-LATE-MINUTES PIC 9(4).
               10 WS-EMP-OVERTIME-HOURS PIC 999V99.
               10 WS-EMP-RESTDAY-HOURS PIC 999V99.
               10 WS-EMP-HOLIDAY-HOURS PIC 999V99.
               10 WS-EMP-NIGHT-HOURS PIC 999V99.
               10 WS-EMP-YTD-BASIC PIC 9(8)V99.
               10 WS-EMP-MONTH-BASIC PIC 9(7)V99.
               10 WS-EMP-MONTH-TAXABLE PIC 9(7)V99.
      *
      * Cutoff: the 15th or the last day of a month.
      *
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY PIC 9(4).
           05 WS-CUTOFF-MM PIC 99.
           05 WS-CUTOFF-DD PIC 99.
       01 WS-CUTOFF-START PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-START-R REDEFINES WS-CUTOFF-START.
           05 WS-START-YYYY PIC 9(4).
           05 WS-START-MM PIC 99.
           05 WS-START-DD PIC 99.
       01 WS-CUTOFF-CHECK PIC X VALUE "N".
           88 CUTOFF-IS-VALID VALUE "Y".
       01 WS-CUTOFF-POSTED PIC X VALUE "N".
           88 CUTOFF-ALREADY-POSTED VALUE "Y".
       01 WS-MONTH-END PIC X VALUE "N".
           88 CUTOFF-IS-MONTH-END VALUE "Y".
       01 WS-MONTH-DAYS PIC 99 VALUE ZERO.
       01 WS-MONTH-LENGTHS PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 99 OCCURS 12 TIMES.
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       01 WS-SEPARATION-DATE PIC 9(8) VALUE ZERO.
       01 WS-SEPARATION-DATE-R REDEFINES WS-SEPARATION-DATE.
           05 WS-SEPARATION-YYYY PIC 9(4).
           05 WS-SEPARATION-MM PIC 99.
           05 WS-SEPARATION-DD PIC 99.
       01 WS-RUN-TYPE PIC X VALUE "T".
           88 RUN-IS-POSTING VALUE "P".
           88 RUN-IS-TRIAL VALUE "T".
      *
      * Contribution and tax tables in force on the cutoff date.
      *
       01 WS-SSS-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-PHIC-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-HDMF-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-WTAX-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-TABLE-AS-OF PIC 9(8) VALUE ZERO.
       01 WS-SSS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SSS-SUB PIC 9(3) VALUE ZERO.
       01 WS-SSS-TABLE.
           05 WS-SSS-ROW OCCURS 100 TIMES.
               10 WS-SSS-LOW PIC 9(7)V99.
               10 WS-SSS-EE PIC 9(7)V99.
               10 WS-SSS-ER PIC 9(7)V99.
               10 WS-SSS-EC PIC 9(7)V99.
       01 WS-WTAX-COUNT PIC 99 VALUE ZERO.
       01 WS-WTAX-SUB PIC 99 VALUE ZERO.
       01 WS-WTAX-TABLE.
           05 WS-WTAX-ROW OCCURS 20 TIMES.
               10 WS-WTAX-LOW PIC 9(7)V99.
               10 WS-WTAX-BASE PIC 9(7)V99.
               10 WS-WTAX-RATE PIC 99V99.
       01 WS-PHIC-FOUND PIC X VALUE "N".
           88 PHIC-ON-FILE VALUE "Y".
       01 WS-PHIC-FLOOR PIC 9(7)V99 VALUE ZERO.
       01 WS-PHIC-CEILING PIC 9(7)V99 VALUE ZERO.
       01 WS-PHIC-RATE PIC 99V99 VALUE ZERO.
       01 WS-HDMF-FOUND PIC X VALUE "N".
           88 HDMF-ON-FILE VALUE "Y".
       01 WS-HDMF-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-HDMF-MAXIMUM PIC 9(7)V99 VALUE ZERO.
       01 WS-HDMF-LOW-RATE PIC 99V99 VALUE ZERO.
       01 WS-HDMF-EE-RATE PIC 99V99 VALUE ZERO.
       01 WS-HDMF-ER-RATE PIC 99V99 VALUE ZERO.
       01 WS-BEST-LOW PIC 9(7)V99 VALUE ZERO.
       01 WS-BEST-SUB PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-AMOUNT PIC 9(7)V99 VALUE ZERO.
      *
      * Seeding and keying a table version.
      *
       01 WS-SEED-MSC PIC 9(5) VALUE ZERO.
       01 WS-NEW-TYPE PIC X(4) VALUE SPACES.
       01 WS-NEW-EFFECTIVE PIC 9(8) VALUE ZERO.
       01 WS-NEW-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NEW-SUB PIC 9(3) VALUE ZERO.
       01 WS-NEW-MORE PIC X VALUE "Y".
       01 WS-NEW-TABLE.
           05 WS-NEW-ROW OCCURS 100 TIMES.
               10 WS-NEW-LOW PIC 9(7)V99.
               10 WS-NEW-HIGH PIC 9(7)V99.
               10 WS-NEW-AMOUNT-1 PIC 9(7)V99.
               10 WS-NEW-AMOUNT-2 PIC 9(7)V99.
               10 WS-NEW-AMOUNT-3 PIC 9(7)V99.
               10 WS-NEW-RATE-1 PIC 99V99.
               10 WS-NEW-RATE-2 PIC 99V99.
               10 WS-NEW-RATE-3 PIC 99V99.
       01 WS-TABLE-ACTION PIC X VALUE SPACES.
      *
      * Premiums on the hourly rate and the working days a monthly
      * salary is spread over.
      *
       01 WS-OVERTIME-PREMIUM PIC 9V99 VALUE 1.25.
       01 WS-RESTDAY-PREMIUM PIC 9V99 VALUE 1.30.
       01 WS-HOLIDAY-PREMIUM PIC 9V99 VALUE 2.00.
       01 WS-NIGHT-PREMIUM PIC 9V99 VALUE 0.10.
       01 WS-WORK-DAYS-A-YEAR PIC 999 VALUE 261.
       01 WS-HOURS-A-DAY PIC 99 VALUE 8.
       01 WS-THIRTEENTH-EXEMPT PIC 9(6)V99 VALUE 90000.00.
      *
      * One employee's pay for the cutoff.
      *
       01 WS-FINAL-PAY PIC X VALUE "N".
           88 IS-FINAL-PAY VALUE "Y".
       01 WS-SERVED-FACTOR PIC 9V9(6) VALUE ZERO.
       01 WS-CUTOFF-DAYS PIC 99 VALUE ZERO.
       01 WS-SERVED-DAYS PIC 99 VALUE ZERO.
       01 WS-DAILY-RATE PIC 9(6)V9(4) VALUE ZERO.
       01 WS-HOURLY-RATE PIC 9(5)V9(4) VALUE ZERO.
       01 WS-BASIC-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-ABSENCE-DEDUCTION PIC 9(7)V99 VALUE ZERO.
       01 WS-LATE-DEDUCTION PIC 9(7)V99 VALUE ZERO.
       01 WS-BASIC-EARNED PIC 9(7)V99 VALUE ZERO.
       01 WS-OVERTIME-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXABLE-ALLOWANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-NONTAX-ALLOWANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-THIRTEENTH-MONTH PIC 9(7)V99 VALUE ZERO.
       01 WS-THIRTEENTH-TAXABLE PIC 9(7)V99 VALUE ZERO.
       01 WS-GROSS-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXABLE-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-COMPENSATION PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-BASIC PIC 9(7)V99 VALUE ZERO.
       01 WS-SSS-EE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-SSS-ER-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-SSS-EC-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-PHIC-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-PHIC-PREMIUM PIC 9(7)V99 VALUE ZERO.
       01 WS-PHIC-EE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-PHIC-ER-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-HDMF-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-HDMF-EE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-HDMF-ER-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-TAX-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-WITHHELD PIC 9(7)V99 VALUE ZERO.
       01 WS-CONTRIBUTIONS PIC 9(7)V99 VALUE ZERO.
       01 WS-DEDUCTIONS PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-SHORT-PAY PIC X VALUE "N".
           88 DEDUCTIONS-EXCEED-GROSS VALUE "Y".
      *
      * Register totals.
      *
       01 WS-PAID-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FINAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NO-MASTER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TOT-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-OVERTIME PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-ALLOWANCES PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-THIRTEENTH PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-GROSS PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CONTRIBUTIONS PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-NET PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-EMPLOYER PIC 9(9)V99 VALUE ZERO.
      *
      * Remittance month.
      *
       01 WS-REMIT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REMIT-SECTION PIC X(4) VALUE SPACES.
       01 WS-REMIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REMIT-SUB PIC 9(3) VALUE ZERO.
       01 WS-REMIT-HIT PIC 9(3) VALUE ZERO.
       01 WS-REMIT-FULL PIC X VALUE "N".
           88 REMIT-TABLE-FULL VALUE "Y".
       01 WS-REMIT-TABLE.
           05 WS-REMIT-ENTRY OCCURS 100 TIMES.
               10 WS-RMT-ID PIC X(4).
               10 WS-RMT-NAME PIC X(20).
               10 WS-RMT-GROSS PIC 9(8)V99.
               10 WS-RMT-SSS-EE PIC 9(6)V99.
               10 WS-RMT-SSS-ER PIC 9(6)V99.
               10 WS-RMT-SSS-EC PIC 9(6)V99.
               10 WS-RMT-PHIC-EE PIC 9(6)V99.
               10 WS-RMT-PHIC-ER PIC 9(6)V99.
               10 WS-RMT-HDMF-EE PIC 9(6)V99.
               10 WS-RMT-HDMF-ER PIC 9(6)V99.
               10 WS-RMT-TAX PIC 9(8)V99.
       01 WS-RMT-NUMBER PIC X(12) VALUE SPACES.
       01 WS-RMT-EE PIC 9(8)V99 VALUE ZERO.
       01 WS-RMT-ER PIC 9(8)V99 VALUE ZERO.
       01 WS-RMT-EC PIC 9(8)V99 VALUE ZERO.
       01 WS-RMT-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-SECTION-EE PIC 9(9)V99 VALUE ZERO.
       01 WS-SECTION-ER PIC 9(9)V99 VALUE ZERO.
       01 WS-SECTION-EC PIC 9(9)V99 VALUE ZERO.
       01 WS-SECTION-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(3) VALUE ZERO.
      *
      * Edited fields for the payslip, register and lists.
      *
       01 WS-SLIP-LABEL PIC X(30) VALUE SPACES.
       01 WS-SLIP-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-BASIC PIC ZZZ,ZZ9.99.
       01 WS-EDIT-OVERTIME PIC ZZZ,ZZ9.99.
       01 WS-EDIT-ALLOWANCES PIC ZZZ,ZZ9.99.
       01 WS-EDIT-THIRTEENTH PIC ZZZ,ZZ9.99.
       01 WS-EDIT-GROSS PIC ZZZ,ZZ9.99.
       01 WS-EDIT-SSS PIC ZZ,ZZ9.99.
       01 WS-EDIT-PHIC PIC ZZ,ZZ9.99.
       01 WS-EDIT-HDMF PIC ZZ,ZZ9.99.
       01 WS-EDIT-TAX PIC ZZZ,ZZ9.99.
       01 WS-EDIT-NET PIC ZZZ,ZZ9.99.
       01 WS-EDIT-EE PIC ZZZ,ZZ9.99.
       01 WS-EDIT-ER PIC ZZZ,ZZ9.99.
       01 WS-EDIT-EC PIC ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-LOW PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-HIGH PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE PIC Z9.99.
       01 WS-EDIT-RATE-2 PIC Z9.99.
       01 WS-EDIT-RATE-3 PIC Z9.99.
       01 WS-EDIT-HOURS PIC ZZ9.99.
       01 WS-EDIT-DAYS PIC Z9.9.
       01 WS-EDIT-COUNT PIC ZZ9.
       01 WS-PAY-TYPE-TEXT PIC X(9) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAINLINE.
      **
      * The main procedure of the program
      **
            PERFORM GET-RUN-MODE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-SIGNED-ON
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                EVALUATE WS-RUN-MODE
                    WHEN 1
                        IF OPERATOR-IS-SUPERVISOR
                            PERFORM B-100-PAY-MASTER
                        ELSE
                            DISPLAY "THE PAY MASTER TAKES A SUPERVISOR "
                                "SIGN-ON - NOTHING CHANGED."
                        END-IF
                    WHEN 2
                        PERFORM C-100-ATTENDANCE
                    WHEN 3
                        PERFORM D-100-CUTOFF-RUN
                    WHEN 4
                        PERFORM F-100-REMITTANCE-LISTS
                    WHEN 5
                        PERFORM E-100-TABLES
                    WHEN OTHER
                        DISPLAY "NOTHING DONE."
                END-EVALUATE
            END-IF.
            STOP RUN.
       GET-RUN-MODE.
           DISPLAY "1-PAY MASTER  2-ATTENDANCE  3-CUTOFF RUN  "
               "4-REMITTANCE LISTS".
           DISPLAY "5-CONTRIBUTION AND TAX TABLES: " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
       GET-OPERATOR-ID.
           CALL "DIAZSGN" USING WS-OPERATOR-ID WS-SIGNON-STATUS
               WS-OPERATOR-ROLE.
       A-100-OPEN-MASTER.
           OPEN I-O PAY-MASTER-FILE.
           IF WS-MASTER-NOT-FOUND
               OPEN OUTPUT PAY-MASTER-FILE
               CLOSE PAY-MASTER-FILE
               OPEN I-O PAY-MASTER-FILE
           END-IF.
       A-200-LOAD-ROSTER.
      **
      * The roster is tabled the way FILEHAND maintenance reads it:
      * a later record for an ID replaces the earlier one.
      **
           MOVE ZERO TO WS-EMP-COUNT.
           MOVE "N" TO WS-ROSTER-EOF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-OK
               PERFORM A-210-READ-ROSTER
               PERFORM A-220-TABLE-ROSTER UNTIL ROSTER-AT-EOF
               CLOSE ROSTER-FILE
           END-IF.
           IF EMP-TABLE-FULL
               DISPLAY "MORE THAN 100 EMPLOYEES ON SCR1.TXT - THE "
                   "REST ARE NOT ON THIS RUN."
           END-IF.
       A-210-READ-ROSTER.
           READ ROSTER-FILE
               AT END SET ROSTER-AT-EOF TO TRUE
           END-READ.
       A-220-TABLE-ROSTER.
           MOVE ID-OUT TO WS-KEY-ID.
           PERFORM A-300-FIND-EMPLOYEE.
           IF WS-EMP-HIT = 0
               IF WS-EMP-COUNT < 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-HIT
                   MOVE ZERO TO WS-EMP-YTD-BASIC (WS-EMP-HIT)
                   MOVE ZERO TO WS-EMP-MONTH-BASIC (WS-EMP-HIT)
                   MOVE ZERO TO WS-EMP-MONTH-TAXABLE (WS-EMP-HIT)
                   MOVE "N" TO WS-EMP-ATT-FOUND (WS-EMP-HIT)
               ELSE
                   SET EMP-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-EMP-HIT > 0
               MOVE ID-OUT TO WS-EMP-ID (WS-EMP-HIT)
               MOVE NAME-OUT TO WS-EMP-NAME (WS-EMP-HIT)
               MOVE DEPARTMENT-OUT TO WS-EMP-DEPARTMENT (WS-EMP-HIT)
               MOVE STATUS-OUT TO WS-EMP-STATUS (WS-EMP-HIT)
               MOVE SEPARATION-DATE-OUT
                   TO WS-EMP-SEPARATION (WS-EMP-HIT)
           END-IF.
           PERFORM A-210-READ-ROSTER.
       A-300-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-HIT.
           PERFORM A-310-MATCH-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT OR WS-EMP-HIT > 0.
       A-310-MATCH-EMPLOYEE.
           IF WS-EMP-ID (WS-EMP-SUB) = WS-KEY-ID
               MOVE WS-EMP-SUB TO WS-EMP-HIT
           END-IF.
       A-400-GET-CUTOFF.
      **
      * A cutoff is named by its last day: the 15th, or the last
      * day of the month. The first cutoff starts on the 1st and
      * the second on the 16th.
      **
           MOVE "N" TO WS-CUTOFF-CHECK.
           MOVE "N" TO WS-MONTH-END.
           DISPLAY "CUTOFF DATE - THE 15TH OR MONTH END (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-DATE.
           IF WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
               DISPLAY "NOT A VALID DATE."
           ELSE
               PERFORM A-410-SET-MONTH-DAYS
               MOVE WS-CUTOFF-DATE TO WS-CUTOFF-START
               IF WS-CUTOFF-DD = 15
                   MOVE 1 TO WS-START-DD
                   SET CUTOFF-IS-VALID TO TRUE
               ELSE IF WS-CUTOFF-DD = WS-MONTH-DAYS
                   MOVE 16 TO WS-START-DD
                   SET CUTOFF-IS-VALID TO TRUE
                   SET CUTOFF-IS-MONTH-END TO TRUE
               ELSE
                   DISPLAY "A CUTOFF ENDS ON THE 15TH OR ON THE "
                       WS-MONTH-DAYS "TH - NOTHING DONE."
               END-IF
           END-IF.
           IF CUTOFF-IS-VALID
               COMPUTE WS-CUTOFF-DAYS = WS-CUTOFF-DD - WS-START-DD + 1
           END-IF.
       A-410-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-CUTOFF-MM) TO WS-MONTH-DAYS.
           IF WS-CUTOFF-MM = 2
               DIVIDE WS-CUTOFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CUTOFF-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CUTOFF-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
       A-500-CHECK-POSTED.
           MOVE "N" TO WS-CUTOFF-POSTED.
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM A-510-READ-HISTORY
               PERFORM A-520-MATCH-POSTED UNTIL HISTORY-AT-EOF
               CLOSE HISTORY-FILE
           END-IF.
       A-510-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET HISTORY-AT-EOF TO TRUE
           END-READ.
       A-520-MATCH-POSTED.
           IF hst-cutoff-date = WS-CUTOFF-DATE
               SET CUTOFF-ALREADY-POSTED TO TRUE
           END-IF.
           PERFORM A-510-READ-HISTORY.
       A-600-LOAD-TABLES.
      **
      * Two passes over PAYTBL.DAT: the first finds, per table, the
      * newest version effective on or before WS-TABLE-AS-OF; the
      * second loads that version's rows.
      **
           PERFORM A-650-SEED-IF-MISSING.
           MOVE ZERO TO WS-SSS-EFFECTIVE.
           MOVE ZERO TO WS-PHIC-EFFECTIVE.
           MOVE ZERO TO WS-HDMF-EFFECTIVE.
           MOVE ZERO TO WS-WTAX-EFFECTIVE.
           MOVE ZERO TO WS-SSS-COUNT.
           MOVE ZERO TO WS-WTAX-COUNT.
           MOVE "N" TO WS-PHIC-FOUND.
           MOVE "N" TO WS-HDMF-FOUND.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT TABLE-FILE.
           IF WS-TABLE-OK
               PERFORM A-610-READ-TABLE
               PERFORM A-620-PICK-VERSION UNTIL TABLE-AT-EOF
               CLOSE TABLE-FILE
               MOVE "N" TO WS-TABLE-EOF
               OPEN INPUT TABLE-FILE
               PERFORM A-610-READ-TABLE
               PERFORM A-630-LOAD-ROW UNTIL TABLE-AT-EOF
               CLOSE TABLE-FILE
           END-IF.
       A-610-READ-TABLE.
           READ TABLE-FILE
               AT END SET TABLE-AT-EOF TO TRUE
           END-READ.
       A-620-PICK-VERSION.
           IF tbl-effective-date <= WS-TABLE-AS-OF
               EVALUATE tbl-type
                   WHEN "SSS"
                       IF tbl-effective-date > WS-SSS-EFFECTIVE
                           MOVE tbl-effective-date TO WS-SSS-EFFECTIVE
                       END-IF
                   WHEN "PHIC"
                       IF tbl-effective-date > WS-PHIC-EFFECTIVE
                           MOVE tbl-effective-date TO WS-PHIC-EFFECTIVE
                       END-IF
                   WHEN "HDMF"
                       IF tbl-effective-date > WS-HDMF-EFFECTIVE
                           MOVE tbl-effective-date TO WS-HDMF-EFFECTIVE
                       END-IF
                   WHEN "WTAX"
                       IF tbl-effective-date > WS-WTAX-EFFECTIVE
                           MOVE tbl-effective-date TO WS-WTAX-EFFECTIVE
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM A-610-READ-TABLE.
       A-630-LOAD-ROW.
           EVALUATE tbl-type
               WHEN "SSS"
                   IF tbl-effective-date = WS-SSS-EFFECTIVE
                       AND WS-SSS-COUNT < 100
                       ADD 1 TO WS-SSS-COUNT
                       MOVE tbl-low TO WS-SSS-LOW (WS-SSS-COUNT)
                       MOVE tbl-amount-1 TO WS-SSS-EE (WS-SSS-COUNT)
                       MOVE tbl-amount-2 TO WS-SSS-ER (WS-SSS-COUNT)
                       MOVE tbl-amount-3 TO WS-SSS-EC (WS-SSS-COUNT)
                   END-IF
               WHEN "PHIC"
                   IF tbl-effective-date = WS-PHIC-EFFECTIVE
                       SET PHIC-ON-FILE TO TRUE
                       MOVE tbl-low TO WS-PHIC-FLOOR
                       MOVE tbl-high TO WS-PHIC-CEILING
                       MOVE tbl-rate-1 TO WS-PHIC-RATE
                   END-IF
               WHEN "HDMF"
                   IF tbl-effective-date = WS-HDMF-EFFECTIVE
                       SET HDMF-ON-FILE TO TRUE
                       MOVE tbl-low TO WS-HDMF-THRESHOLD
                       MOVE tbl-high TO WS-HDMF-MAXIMUM
                       MOVE tbl-rate-1 TO WS-HDMF-LOW-RATE
                       MOVE tbl-rate-2 TO WS-HDMF-EE-RATE
                       MOVE tbl-rate-3 TO WS-HDMF-ER-RATE
                   END-IF
               WHEN "WTAX"
                   IF tbl-effective-date = WS-WTAX-EFFECTIVE
                       AND WS-WTAX-COUNT < 20
                       ADD 1 TO WS-WTAX-COUNT
                       MOVE tbl-low TO WS-WTAX-LOW (WS-WTAX-COUNT)
                       MOVE tbl-amount-1 TO WS-WTAX-BASE (WS-WTAX-COUNT)
                       MOVE tbl-rate-1 TO WS-WTAX-RATE (WS-WTAX-COUNT)
                   END-IF
           END-EVALUATE.
           PERFORM A-610-READ-TABLE.
       A-650-SEED-IF-MISSING.
      **
      * A missing table file is started with the schedules in force
      * from 1 January 2025 - SSS at 15% of the monthly salary
      * credit (5% employee, 10% employer, plus EC), PhilHealth at
      * 5% split equally between a 10,000 floor and a 100,000
      * ceiling, Pag-IBIG at 1%/2% employee and 2% employer on up
      * to 10,000, and the semi-monthly withholding table - for a
      * supervisor to review and re-key where they have changed.
      **
           OPEN INPUT TABLE-FILE.
           IF WS-TABLE-OK
               CLOSE TABLE-FILE
           ELSE
               OPEN OUTPUT TABLE-FILE
               MOVE SPACES TO TABLE-REC
               MOVE 20250101 TO tbl-effective-date
               MOVE WS-OPERATOR-ID TO tbl-set-by
               MOVE WS-TODAY TO tbl-stamp-date
               MOVE ZERO TO tbl-rate-1
               MOVE ZERO TO tbl-rate-2
               MOVE ZERO TO tbl-rate-3
               MOVE "SSS" TO tbl-type
               PERFORM A-660-SEED-SSS-ROW
                   VARYING WS-SEED-MSC FROM 5000 BY 500
                   UNTIL WS-SEED-MSC > 35000
               MOVE ZERO TO tbl-amount-1
               MOVE ZERO TO tbl-amount-2
               MOVE ZERO TO tbl-amount-3
               MOVE "PHIC" TO tbl-type
               MOVE 10000 TO tbl-low
               MOVE 100000 TO tbl-high
               MOVE 5.00 TO tbl-rate-1
               WRITE TABLE-REC
               MOVE "HDMF" TO tbl-type
               MOVE 1500 TO tbl-low
               MOVE 10000 TO tbl-high
               MOVE 1.00 TO tbl-rate-1
               MOVE 2.00 TO tbl-rate-2
               MOVE 2.00 TO tbl-rate-3
               WRITE TABLE-REC
               MOVE ZERO TO tbl-rate-2
               MOVE ZERO TO tbl-rate-3
               MOVE "WTAX" TO tbl-type
               MOVE ZERO TO tbl-low
               MOVE 10417 TO tbl-high
               MOVE ZERO TO tbl-amount-1
               MOVE ZERO TO tbl-rate-1
               WRITE TABLE-REC
               MOVE 10417 TO tbl-low
               MOVE 16667 TO tbl-high
               MOVE ZERO TO tbl-amount-1
               MOVE 15.00 TO tbl-rate-1
               WRITE TABLE-REC
               MOVE 16667 TO tbl-low
               MOVE 33333 TO tbl-high
               MOVE 937.50 TO tbl-amount-1
               MOVE 20.00 TO tbl-rate-1
               WRITE TABLE-REC
               MOVE 33333 TO tbl-low
               MOVE 83333 TO tbl-high
               MOVE 4270.70 TO tbl-amount-1
               MOVE 25.00 TO tbl-rate-1
               WRITE TABLE-REC
               MOVE 83333 TO tbl-low
               MOVE 333333 TO tbl-high
               MOVE 16770.70 TO tbl-amount-1
               MOVE 30.00 TO tbl-rate-1
               WRITE TABLE-REC
               MOVE 333333 TO tbl-low
               MOVE 9999999.99 TO tbl-high
               MOVE 91770.70 TO tbl-amount-1
               MOVE 35.00 TO tbl-rate-1
               WRITE TABLE-REC
               CLOSE TABLE-FILE
               DISPLAY "NO TABLE FILE - STARTED PAYTBL.DAT WITH THE "
                   "2025 SSS, PHILHEALTH, PAG-IBIG AND TAX TABLES."
           END-IF.
       A-660-SEED-SSS-ROW.
           IF WS-SEED-MSC = 5000
               MOVE ZERO TO tbl-low
           ELSE
               COMPUTE tbl-low = WS-SEED-MSC - 250
           END-IF.
           IF WS-SEED-MSC = 35000
               MOVE 9999999.99 TO tbl-high
           ELSE
               COMPUTE tbl-high = WS-SEED-MSC + 249.99
           END-IF.
           COMPUTE tbl-amount-1 ROUNDED = WS-SEED-MSC * 0.05.
           COMPUTE tbl-amount-2 ROUNDED = WS-SEED-MSC * 0.10.
           IF WS-SEED-MSC < 15000
               MOVE 10 TO tbl-amount-3
           ELSE
               MOVE 30 TO tbl-amount-3
           END-IF.
           WRITE TABLE-REC.
       B-100-PAY-MASTER.
           PERFORM A-200-LOAD-ROSTER.
           PERFORM A-100-OPEN-MASTER.
           MOVE "X" TO WS-KEY-ID.
           PERFORM B-200-MAINTAIN-ONE UNTIL WS-KEY-ID = SPACES.
           CLOSE PAY-MASTER-FILE.
       B-200-MAINTAIN-ONE.
           DISPLAY "EMPLOYEE ID (BLANK TO FINISH): " WITH NO ADVANCING.
           MOVE SPACES TO WS-KEY-ID.
           ACCEPT WS-KEY-ID.
           IF WS-KEY-ID NOT = SPACES
               PERFORM A-300-FIND-EMPLOYEE
               IF WS-EMP-HIT = 0
                   DISPLAY "NOT ON THE SCR1.TXT ROSTER."
               ELSE
                   DISPLAY WS-EMP-NAME (WS-EMP-HIT) "  "
                       WS-EMP-DEPARTMENT (WS-EMP-HIT) "  "
                       WS-EMP-STATUS (WS-EMP-HIT)
                   MOVE "N" TO WS-RECORD-FOUND
                   MOVE WS-KEY-ID TO pm-employee-id
                   READ PAY-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-RECORD-FOUND
                       NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
                   END-READ
                   IF RECORD-ON-FILE
                       PERFORM B-210-SHOW-MASTER
                   ELSE
                       DISPLAY "NO PAY MASTER YET - KEY ONE NOW."
                       MOVE SPACES TO PAY-MASTER-REC
                       MOVE WS-KEY-ID TO pm-employee-id
                       MOVE ZERO TO pm-basic-rate
                       MOVE ZERO TO pm-taxable-allowance
                       MOVE ZERO TO pm-nontax-allowance
                       MOVE ZERO TO pm-final-cutoff
                   END-IF
                   PERFORM B-220-KEY-MASTER
               END-IF
           END-IF.
       B-210-SHOW-MASTER.
           IF PAID-DAILY
               DISPLAY "BASIS:   DAILY RATE"
           ELSE
               DISPLAY "BASIS:   MONTHLY SALARY"
           END-IF.
           MOVE pm-basic-rate TO WS-EDIT-AMOUNT.
           DISPLAY "RATE:    " WS-EDIT-AMOUNT.
           MOVE pm-taxable-allowance TO WS-EDIT-AMOUNT.
           DISPLAY "TAXABLE ALLOWANCE/MONTH:     " WS-EDIT-AMOUNT.
           MOVE pm-nontax-allowance TO WS-EDIT-AMOUNT.
           DISPLAY "NON-TAXABLE ALLOWANCE/MONTH: " WS-EDIT-AMOUNT.
           DISPLAY "TIN " pm-tin "  SSS " pm-sss-number.
           DISPLAY "PHILHEALTH " pm-philhealth-number
               "  PAG-IBIG " pm-pagibig-number.
           IF pm-final-cutoff > 0
               DISPLAY "FINAL PAY POSTED IN CUTOFF " pm-final-cutoff
           END-IF.
       B-220-KEY-MASTER.
           DISPLAY "PAY BASIS (M-MONTHLY SALARY  D-DAILY RATE): "
               WITH NO ADVANCING.
           ACCEPT pm-pay-basis.
           IF pm-pay-basis = "d"
               MOVE "D" TO pm-pay-basis
           END-IF.
           IF pm-pay-basis NOT = "D"
               MOVE "M" TO pm-pay-basis
           END-IF.
           IF PAID-DAILY
               DISPLAY "DAILY RATE: " WITH NO ADVANCING
           ELSE
               DISPLAY "MONTHLY SALARY: " WITH NO ADVANCING
           END-IF.
           ACCEPT pm-basic-rate.
           DISPLAY "TAXABLE ALLOWANCE PER MONTH: " WITH NO ADVANCING.
           ACCEPT pm-taxable-allowance.
           DISPLAY "NON-TAXABLE ALLOWANCE PER MONTH: "
               WITH NO ADVANCING.
           ACCEPT pm-nontax-allowance.
           DISPLAY "TIN: " WITH NO ADVANCING.
           ACCEPT pm-tin.
           DISPLAY "SSS NUMBER: " WITH NO ADVANCING.
           ACCEPT pm-sss-number.
           DISPLAY "PHILHEALTH NUMBER: " WITH NO ADVANCING.
           ACCEPT pm-philhealth-number.
           DISPLAY "PAG-IBIG NUMBER: " WITH NO ADVANCING.
           ACCEPT pm-pagibig-number.
           IF pm-basic-rate = 0
               DISPLAY "A RATE IS REQUIRED - NOT SAVED."
           ELSE
               DISPLAY "SAVE Y/N: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-RESP
               IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
                   MOVE WS-OPERATOR-ID TO pm-operator-id
                   ACCEPT pm-entry-date FROM DATE YYYYMMDD
                   ACCEPT pm-entry-time FROM TIME
                   IF RECORD-ON-FILE
                       REWRITE PAY-MASTER-REC
                   ELSE
                       WRITE PAY-MASTER-REC
                   END-IF
                   IF WS-MASTER-OK
                       DISPLAY "PAY MASTER SAVED."
                   ELSE
                       DISPLAY "SAVE FAILED - STATUS: "
                           WS-MASTER-STATUS
                   END-IF
               ELSE
                   DISPLAY "NOT SAVED."
               END-IF
           END-IF.
       C-100-ATTENDANCE.
           PERFORM A-400-GET-CUTOFF.
           IF CUTOFF-IS-VALID
               PERFORM A-500-CHECK-POSTED
               IF CUTOFF-ALREADY-POSTED
                   DISPLAY "CUTOFF " WS-CUTOFF-DATE " IS ALREADY "
                       "POSTED - NOTHING TAKEN."
               ELSE
                   PERFORM A-200-LOAD-ROSTER
                   OPEN INPUT PAY-MASTER-FILE
                   IF NOT WS-MASTER-OK
                       DISPLAY "NO PAY MASTER ON FILE YET - STATUS: "
                           WS-MASTER-STATUS
                   ELSE
                       MOVE "X" TO WS-KEY-ID
                       PERFORM C-200-ENTER-ONE
                           UNTIL WS-KEY-ID = SPACES
                       CLOSE PAY-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       C-200-ENTER-ONE.
           DISPLAY "EMPLOYEE ID (BLANK TO FINISH): " WITH NO ADVANCING.
           MOVE SPACES TO WS-KEY-ID.
           ACCEPT WS-KEY-ID.
           IF WS-KEY-ID NOT = SPACES
               PERFORM A-300-FIND-EMPLOYEE
               MOVE "N" TO WS-RECORD-FOUND
               MOVE WS-KEY-ID TO pm-employee-id
               READ PAY-MASTER-FILE
                   INVALID KEY MOVE "N" TO WS-RECORD-FOUND
                   NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
               END-READ
               IF WS-EMP-HIT = 0
                   DISPLAY "NOT ON THE SCR1.TXT ROSTER."
               ELSE IF NOT RECORD-ON-FILE
                   DISPLAY "NO PAY MASTER FOR THIS EMPLOYEE."
               ELSE IF pm-final-cutoff > 0
                   DISPLAY "FINAL PAY ALREADY POSTED IN CUTOFF "
                       pm-final-cutoff "."
               ELSE
                   DISPLAY WS-EMP-NAME (WS-EMP-HIT)
                   PERFORM C-210-KEY-ATTENDANCE
               END-IF
           END-IF.
       C-210-KEY-ATTENDANCE.
           MOVE SPACES TO ATTENDANCE-REC.
           MOVE WS-CUTOFF-DATE TO att-cutoff-date.
           MOVE WS-KEY-ID TO att-employee-id.
           MOVE ZERO TO att-days-worked.
           MOVE ZERO TO att-days-absent.
           IF PAID-DAILY
               DISPLAY "DAYS WORKED: " WITH NO ADVANCING
               ACCEPT att-days-worked
           ELSE
               DISPLAY "DAYS ABSENT WITHOUT PAY: " WITH NO ADVANCING
               ACCEPT att-days-absent
           END-IF.
           DISPLAY "MINUTES LATE/UNDERTIME: " WITH NO ADVANCING.
           ACCEPT att-late-minutes.
           DISPLAY "OVERTIME HOURS: " WITH NO ADVANCING.
           ACCEPT att-overtime-hours.
           DISPLAY "REST-DAY/SPECIAL-HOLIDAY HOURS: " WITH NO ADVANCING.
           ACCEPT att-restday-hours.
           DISPLAY "REGULAR-HOLIDAY HOURS WORKED: " WITH NO ADVANCING.
           ACCEPT att-holiday-hours.
           DISPLAY "NIGHT-SHIFT HOURS: " WITH NO ADVANCING.
           ACCEPT att-night-hours.
           IF att-days-worked > WS-CUTOFF-DAYS
               OR att-days-absent > WS-CUTOFF-DAYS
               DISPLAY "MORE DAYS THAN THE CUTOFF HAS - NOT SAVED."
           ELSE
               MOVE WS-OPERATOR-ID TO att-operator-id
               ACCEPT att-stamp-date FROM DATE YYYYMMDD
               ACCEPT att-stamp-time FROM TIME
               OPEN EXTEND ATTENDANCE-FILE
               IF WS-ATTEND-NOT-FOUND
                   OPEN OUTPUT ATTENDANCE-FILE
               END-IF
               WRITE ATTENDANCE-REC
               CLOSE ATTENDANCE-FILE
               DISPLAY "ATTENDANCE RECORDED."
           END-IF.
       D-100-CUTOFF-RUN.
           PERFORM A-400-GET-CUTOFF.
           IF CUTOFF-IS-VALID
               DISPLAY "T-TRIAL RUN (PRINT ONLY)  P-POST: "
                   WITH NO ADVANCING
               ACCEPT WS-RUN-TYPE
               IF WS-RUN-TYPE = "p"
                   MOVE "P" TO WS-RUN-TYPE
               END-IF
               IF RUN-IS-POSTING AND NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "POSTING TAKES A SUPERVISOR SIGN-ON - "
                       "RUN AS A TRIAL."
                   MOVE "T" TO WS-RUN-TYPE
               END-IF
               IF NOT RUN-IS-POSTING
                   MOVE "T" TO WS-RUN-TYPE
               END-IF
               PERFORM A-500-CHECK-POSTED
               MOVE WS-CUTOFF-DATE TO WS-TABLE-AS-OF
               PERFORM A-600-LOAD-TABLES
               IF RUN-IS-POSTING AND CUTOFF-ALREADY-POSTED
                   DISPLAY "CUTOFF " WS-CUTOFF-DATE " IS ALREADY "
                       "POSTED - NOTHING POSTED."
               ELSE IF WS-SSS-COUNT = 0 OR WS-WTAX-COUNT = 0
                   OR NOT PHIC-ON-FILE OR NOT HDMF-ON-FILE
                   DISPLAY "A CONTRIBUTION OR TAX TABLE IS MISSING "
                       "FOR THIS DATE - SEE RUN MODE 5."
               ELSE
                   PERFORM D-110-PREPARE-RUN
                   PERFORM D-300-PAY-ONE-EMPLOYEE
                       VARYING WS-EMP-SUB FROM 1 BY 1
                       UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   PERFORM D-800-REGISTER-TOTALS
                   PERFORM D-900-CLOSE-RUN
               END-IF
           END-IF.
       D-110-PREPARE-RUN.
           PERFORM A-200-LOAD-ROSTER.
           PERFORM D-120-LOAD-ATTENDANCE.
           PERFORM D-140-LOAD-HISTORY.
           PERFORM A-100-OPEN-MASTER.
           IF RUN-IS-POSTING
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-NOT-FOUND
                   OPEN OUTPUT HISTORY-FILE
               END-IF
           END-IF.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM D-200-REGISTER-HEADER.
       D-120-LOAD-ATTENDANCE.
      **
      * The last attendance entry for an employee and this cutoff
      * is the one in force; a correction is simply keyed again.
      **
           MOVE "N" TO WS-ATTEND-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-OK
               PERFORM D-121-READ-ATTENDANCE
               PERFORM D-122-TABLE-ATTENDANCE UNTIL ATTEND-AT-EOF
               CLOSE ATTENDANCE-FILE
           END-IF.
       D-121-READ-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END SET ATTEND-AT-EOF TO TRUE
           END-READ.
       D-122-TABLE-ATTENDANCE.
           IF att-cutoff-date = WS-CUTOFF-DATE
               MOVE att-employee-id TO WS-KEY-ID
               PERFORM A-300-FIND-EMPLOYEE
               IF WS-EMP-HIT > 0
                   MOVE "Y" TO WS-EMP-ATT-FOUND (WS-EMP-HIT)
                   MOVE att-days-worked
                       TO WS-EMP-DAYS-WORKED (WS-EMP-HIT)
                   MOVE att-days-absent
                       TO WS-EMP-DAYS-ABSENT (WS-EMP-HIT)
                   MOVE att-late-minutes
                       TO WS-EMP-LATE-MINUTES (WS-EMP-HIT)
                   MOVE att-overtime-hours
                       TO WS-EMP-OVERTIME-HOURS (WS-EMP-HIT)
                   MOVE att-restday-hours
                       TO WS-EMP-RESTDAY-HOURS (WS-EMP-HIT)
                   MOVE att-holiday-hours
                       TO WS-EMP-HOLIDAY-HOURS (WS-EMP-HIT)
                   MOVE att-night-hours
                       TO WS-EMP-NIGHT-HOURS (WS-EMP-HIT)
               END-IF
           END-IF.
           PERFORM D-121-READ-ATTENDANCE.
       D-140-LOAD-HISTORY.
      **
      * Posted cutoffs earlier in the year give each employee's
      * basic pay to date (for the 13th month pay of a final pay),
      * and the earlier cutoff of the same month gives the first
      * half of the month's pay the contributions are taken on.
      **
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM A-510-READ-HISTORY
               PERFORM D-141-ADD-HISTORY UNTIL HISTORY-AT-EOF
               CLOSE HISTORY-FILE
           END-IF.
       D-141-ADD-HISTORY.
           IF hst-cutoff-date (1:4) = WS-CUTOFF-DATE (1:4)
               AND hst-cutoff-date < WS-CUTOFF-DATE
               MOVE hst-employee-id TO WS-KEY-ID
               PERFORM A-300-FIND-EMPLOYEE
               IF WS-EMP-HIT > 0
                   ADD hst-basic-pay TO WS-EMP-YTD-BASIC (WS-EMP-HIT)
                   IF hst-cutoff-date (1:6) = WS-CUTOFF-DATE (1:6)
                       ADD hst-basic-pay
                           TO WS-EMP-MONTH-BASIC (WS-EMP-HIT)
                       ADD hst-taxable-pay
                           TO WS-EMP-MONTH-TAXABLE (WS-EMP-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM A-510-READ-HISTORY.
       D-200-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE.
           IF RUN-IS-POSTING
               MOVE "POSTED" TO WS-PAY-TYPE-TEXT
           ELSE
               MOVE "TRIAL RUN" TO WS-PAY-TYPE-TEXT
           END-IF.
           STRING "PAYROLL REGISTER - CUTOFF " DELIMITED BY SIZE
               WS-CUTOFF-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAY-TYPE-TEXT DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           STRING "ID   NAME               T      BASIC   OT/PREM. "
               DELIMITED BY SIZE
               "ALLOWANCES   13TH MO.      GROSS       SSS "
               DELIMITED BY SIZE
               "PHILHEALTH PAG-IBIG      W/TAX        NET"
               DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
       D-300-PAY-ONE-EMPLOYEE.
      **
      * Who is paid: everyone on the roster with a pay master whose
      * final pay has not been posted. A SEPARATED employee whose
      * separation date falls on or before this cutoff's last day
      * gets their final pay here; a later separation date is
      * still a regular pay.
      **
           MOVE "N" TO WS-RECORD-FOUND.
           MOVE WS-EMP-ID (WS-EMP-SUB) TO pm-employee-id.
           READ PAY-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-RECORD-FOUND
               NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
           END-READ.
           IF NOT RECORD-ON-FILE
               IF WS-EMP-STATUS (WS-EMP-SUB) NOT = "SEPARATED"
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE SPACES TO REGISTER-LINE
                   STRING WS-EMP-ID (WS-EMP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EMP-NAME (WS-EMP-SUB) DELIMITED BY SIZE
                       " NO PAY MASTER - NOT PAID" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   PERFORM Z-200-WRITE-REGISTER-LINE
               END-IF
           ELSE IF pm-final-cutoff > 0
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE "N" TO WS-FINAL-PAY
               IF WS-EMP-STATUS (WS-EMP-SUB) = "SEPARATED"
                   AND WS-EMP-SEPARATION (WS-EMP-SUB)
                       <= WS-CUTOFF-DATE
                   SET IS-FINAL-PAY TO TRUE
               END-IF
               PERFORM D-400-COMPUTE-PAY
               PERFORM D-500-PRINT-PAYSLIP
               PERFORM D-600-REGISTER-LINE
               IF RUN-IS-POSTING
                   PERFORM D-700-POST-HISTORY
               END-IF
           END-IF.
       D-400-COMPUTE-PAY.
           PERFORM D-410-CLEAR-PAY.
           PERFORM D-420-SERVED-FACTOR.
           IF PAID-DAILY
               MOVE pm-basic-rate TO WS-DAILY-RATE
               COMPUTE WS-BASIC-PAY ROUNDED = pm-basic-rate
                   * WS-EMP-DAYS-WORKED (WS-EMP-SUB)
           ELSE
               COMPUTE WS-DAILY-RATE ROUNDED = pm-basic-rate * 12
                   / WS-WORK-DAYS-A-YEAR
               COMPUTE WS-BASIC-PAY ROUNDED = pm-basic-rate / 2
                   * WS-SERVED-FACTOR
               COMPUTE WS-ABSENCE-DEDUCTION ROUNDED = WS-DAILY-RATE
                   * WS-EMP-DAYS-ABSENT (WS-EMP-SUB)
           END-IF.
           COMPUTE WS-HOURLY-RATE ROUNDED = WS-DAILY-RATE
               / WS-HOURS-A-DAY.
           COMPUTE WS-LATE-DEDUCTION ROUNDED = WS-HOURLY-RATE
               * WS-EMP-LATE-MINUTES (WS-EMP-SUB) / 60.
           IF WS-ABSENCE-DEDUCTION + WS-LATE-DEDUCTION > WS-BASIC-PAY
               MOVE ZERO TO WS-BASIC-EARNED
           ELSE
               COMPUTE WS-BASIC-EARNED = WS-BASIC-PAY
                   - WS-ABSENCE-DEDUCTION - WS-LATE-DEDUCTION
           END-IF.
           COMPUTE WS-OVERTIME-PAY ROUNDED = WS-HOURLY-RATE
               * (WS-EMP-OVERTIME-HOURS (WS-EMP-SUB)
                   * WS-OVERTIME-PREMIUM
               + WS-EMP-RESTDAY-HOURS (WS-EMP-SUB)
                   * WS-RESTDAY-PREMIUM
               + WS-EMP-HOLIDAY-HOURS (WS-EMP-SUB)
                   * WS-HOLIDAY-PREMIUM
               + WS-EMP-NIGHT-HOURS (WS-EMP-SUB)
                   * WS-NIGHT-PREMIUM).
           COMPUTE WS-TAXABLE-ALLOWANCE ROUNDED =
               pm-taxable-allowance / 2 * WS-SERVED-FACTOR.
           COMPUTE WS-NONTAX-ALLOWANCE ROUNDED =
               pm-nontax-allowance / 2 * WS-SERVED-FACTOR.
           IF IS-FINAL-PAY
               PERFORM D-430-THIRTEENTH-MONTH
           END-IF.
           COMPUTE WS-TAXABLE-PAY = WS-BASIC-EARNED + WS-OVERTIME-PAY
               + WS-TAXABLE-ALLOWANCE.
           COMPUTE WS-GROSS-PAY = WS-TAXABLE-PAY
               + WS-NONTAX-ALLOWANCE + WS-THIRTEENTH-MONTH.
           IF CUTOFF-IS-MONTH-END OR IS-FINAL-PAY
               COMPUTE WS-MONTH-COMPENSATION = WS-TAXABLE-PAY
                   + WS-EMP-MONTH-TAXABLE (WS-EMP-SUB)
               COMPUTE WS-MONTH-BASIC = WS-BASIC-EARNED
                   + WS-EMP-MONTH-BASIC (WS-EMP-SUB)
               PERFORM D-440-SSS-CONTRIBUTION
               PERFORM D-450-PHIC-CONTRIBUTION
               PERFORM D-460-HDMF-CONTRIBUTION
           END-IF.
           COMPUTE WS-CONTRIBUTIONS = WS-SSS-EE-AMOUNT
               + WS-PHIC-EE-AMOUNT + WS-HDMF-EE-AMOUNT.
           IF WS-CONTRIBUTIONS > WS-TAXABLE-PAY + WS-THIRTEENTH-TAXABLE
               MOVE ZERO TO WS-TAX-BASE
           ELSE
               COMPUTE WS-TAX-BASE = WS-TAXABLE-PAY
                   + WS-THIRTEENTH-TAXABLE - WS-CONTRIBUTIONS
           END-IF.
           PERFORM D-470-WITHHOLDING-TAX.
           COMPUTE WS-DEDUCTIONS = WS-CONTRIBUTIONS + WS-TAX-WITHHELD.
           IF WS-DEDUCTIONS > WS-GROSS-PAY
               SET DEDUCTIONS-EXCEED-GROSS TO TRUE
               MOVE ZERO TO WS-NET-PAY
           ELSE
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DEDUCTIONS
           END-IF.
       D-410-CLEAR-PAY.
           MOVE "N" TO WS-SHORT-PAY.
           MOVE 1 TO WS-SERVED-FACTOR.
           MOVE ZERO TO WS-DAILY-RATE.
           MOVE ZERO TO WS-HOURLY-RATE.
           MOVE ZERO TO WS-BASIC-PAY.
           MOVE ZERO TO WS-ABSENCE-DEDUCTION.
           MOVE ZERO TO WS-LATE-DEDUCTION.
           MOVE ZERO TO WS-BASIC-EARNED.
           MOVE ZERO TO WS-OVERTIME-PAY.
           MOVE ZERO TO WS-TAXABLE-ALLOWANCE.
           MOVE ZERO TO WS-NONTAX-ALLOWANCE.
           MOVE ZERO TO WS-THIRTEENTH-MONTH.
           MOVE ZERO TO WS-THIRTEENTH-TAXABLE.
           MOVE ZERO TO WS-MONTH-COMPENSATION.
           MOVE ZERO TO WS-MONTH-BASIC.
           MOVE ZERO TO WS-SSS-EE-AMOUNT.
           MOVE ZERO TO WS-SSS-ER-AMOUNT.
           MOVE ZERO TO WS-SSS-EC-AMOUNT.
           MOVE ZERO TO WS-PHIC-EE-AMOUNT.
           MOVE ZERO TO WS-PHIC-ER-AMOUNT.
           MOVE ZERO TO WS-HDMF-EE-AMOUNT.
           MOVE ZERO TO WS-HDMF-ER-AMOUNT.
           MOVE ZERO TO WS-TAX-WITHHELD.
       D-420-SERVED-FACTOR.
      **
      * A final pay covers the cutoff only up to the separation
      * date: the half-month salary and allowances are cut to the
      * calendar days served, none if the separation came before
      * the cutoff began. The daily-paid are paid the days keyed.
      **
           IF IS-FINAL-PAY
               MOVE WS-EMP-SEPARATION (WS-EMP-SUB)
                   TO WS-SEPARATION-DATE
               IF WS-SEPARATION-DATE < WS-CUTOFF-START
                   MOVE ZERO TO WS-SERVED-FACTOR
               ELSE
                   COMPUTE WS-SERVED-DAYS = WS-SEPARATION-DD
                       - WS-START-DD + 1
                   COMPUTE WS-SERVED-FACTOR ROUNDED = WS-SERVED-DAYS
                       / WS-CUTOFF-DAYS
               END-IF
           END-IF.
       D-430-THIRTEENTH-MONTH.
      **
      * The pro-rated 13th month pay is one twelfth of the basic
      * pay earned in the calendar year, this cutoff included. The
      * part over the yearly exemption is taxed.
      **
           COMPUTE WS-THIRTEENTH-MONTH ROUNDED =
               (WS-EMP-YTD-BASIC (WS-EMP-SUB) + WS-BASIC-EARNED) / 12.
           IF WS-THIRTEENTH-MONTH > WS-THIRTEENTH-EXEMPT
               COMPUTE WS-THIRTEENTH-TAXABLE = WS-THIRTEENTH-MONTH
                   - WS-THIRTEENTH-EXEMPT
           END-IF.
       D-440-SSS-CONTRIBUTION.
      **
      * The SSS row is the one with the highest lower bound the
      * month's compensation reaches.
      **
           IF WS-MONTH-COMPENSATION > 0
               MOVE WS-MONTH-COMPENSATION TO WS-LOOKUP-AMOUNT
               MOVE ZERO TO WS-BEST-SUB
               MOVE ZERO TO WS-BEST-LOW
               PERFORM D-441-TRY-SSS-ROW
                   VARYING WS-SSS-SUB FROM 1 BY 1
                   UNTIL WS-SSS-SUB > WS-SSS-COUNT
               IF WS-BEST-SUB > 0
                   MOVE WS-SSS-EE (WS-BEST-SUB) TO WS-SSS-EE-AMOUNT
                   MOVE WS-SSS-ER (WS-BEST-SUB) TO WS-SSS-ER-AMOUNT
                   MOVE WS-SSS-EC (WS-BEST-SUB) TO WS-SSS-EC-AMOUNT
               END-IF
           END-IF.
       D-441-TRY-SSS-ROW.
           IF WS-SSS-LOW (WS-SSS-SUB) <= WS-LOOKUP-AMOUNT
               AND (WS-BEST-SUB = 0
                   OR WS-SSS-LOW (WS-SSS-SUB) >= WS-BEST-LOW)
               MOVE WS-SSS-SUB TO WS-BEST-SUB
               MOVE WS-SSS-LOW (WS-SSS-SUB) TO WS-BEST-LOW
           END-IF.
       D-450-PHIC-CONTRIBUTION.
      **
      * PhilHealth is a rate on the month's basic pay, held between
      * the floor and the ceiling and split equally; the employer
      * takes any odd centavo.
      **
           IF WS-MONTH-BASIC > 0
               MOVE WS-MONTH-BASIC TO WS-PHIC-BASE
               IF WS-PHIC-BASE < WS-PHIC-FLOOR
                   MOVE WS-PHIC-FLOOR TO WS-PHIC-BASE
               END-IF
               IF WS-PHIC-BASE > WS-PHIC-CEILING
                   MOVE WS-PHIC-CEILING TO WS-PHIC-BASE
               END-IF
               COMPUTE WS-PHIC-PREMIUM ROUNDED = WS-PHIC-BASE
                   * WS-PHIC-RATE / 100
               COMPUTE WS-PHIC-EE-AMOUNT = WS-PHIC-PREMIUM / 2
               COMPUTE WS-PHIC-ER-AMOUNT = WS-PHIC-PREMIUM
                   - WS-PHIC-EE-AMOUNT
           END-IF.
       D-460-HDMF-CONTRIBUTION.
      **
      * Pag-IBIG: the lower employee rate up to the threshold, the
      * full rate above it, on compensation up to the maximum.
      **
           IF WS-MONTH-COMPENSATION > 0
               MOVE WS-MONTH-COMPENSATION TO WS-HDMF-BASE
               IF WS-HDMF-BASE > WS-HDMF-MAXIMUM
                   MOVE WS-HDMF-MAXIMUM TO WS-HDMF-BASE
               END-IF
               IF WS-MONTH-COMPENSATION <= WS-HDMF-THRESHOLD
                   COMPUTE WS-HDMF-EE-AMOUNT ROUNDED = WS-HDMF-BASE
                       * WS-HDMF-LOW-RATE / 100
               ELSE
                   COMPUTE WS-HDMF-EE-AMOUNT ROUNDED = WS-HDMF-BASE
                       * WS-HDMF-EE-RATE / 100
               END-IF
               COMPUTE WS-HDMF-ER-AMOUNT ROUNDED = WS-HDMF-BASE
                   * WS-HDMF-ER-RATE / 100
           END-IF.
       D-470-WITHHOLDING-TAX.
      **
      * Semi-monthly table: the fixed tax of the bracket the pay
      * falls in plus the bracket rate on the excess over its
      * lower bound.
      **
           IF WS-TAX-BASE > 0
               MOVE WS-TAX-BASE TO WS-LOOKUP-AMOUNT
               MOVE ZERO TO WS-BEST-SUB
               MOVE ZERO TO WS-BEST-LOW
               PERFORM D-471-TRY-WTAX-ROW
                   VARYING WS-WTAX-SUB FROM 1 BY 1
                   UNTIL WS-WTAX-SUB > WS-WTAX-COUNT
               IF WS-BEST-SUB > 0
                   COMPUTE WS-TAX-WITHHELD ROUNDED =
                       WS-WTAX-BASE (WS-BEST-SUB)
                       + (WS-TAX-BASE - WS-WTAX-LOW (WS-BEST-SUB))
                       * WS-WTAX-RATE (WS-BEST-SUB) / 100
               END-IF
           END-IF.
       D-471-TRY-WTAX-ROW.
           IF WS-WTAX-LOW (WS-WTAX-SUB) <= WS-LOOKUP-AMOUNT
               AND (WS-BEST-SUB = 0
                   OR WS-WTAX-LOW (WS-WTAX-SUB) >= WS-BEST-LOW)
               MOVE WS-WTAX-SUB TO WS-BEST-SUB
               MOVE WS-WTAX-LOW (WS-WTAX-SUB) TO WS-BEST-LOW
           END-IF.
       D-500-PRINT-PAYSLIP.
           MOVE ALL "=" TO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           IF IS-FINAL-PAY
               MOVE "FINAL PAY" TO WS-PAY-TYPE-TEXT
           ELSE
               MOVE SPACES TO WS-PAY-TYPE-TEXT
           END-IF.
           STRING "PAYSLIP  CUTOFF " DELIMITED BY SIZE
               WS-CUTOFF-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PAY-TYPE-TEXT DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           STRING "EMPLOYEE " DELIMITED BY SIZE
               WS-EMP-ID (WS-EMP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EMP-NAME (WS-EMP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EMP-DEPARTMENT (WS-EMP-SUB) DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           IF IS-FINAL-PAY
               STRING "SEPARATED " DELIMITED BY SIZE
                   WS-EMP-SEPARATION (WS-EMP-SUB) DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               PERFORM Z-100-WRITE-PAYSLIP-LINE
           END-IF.
           MOVE pm-basic-rate TO WS-EDIT-AMOUNT.
           IF PAID-DAILY
               MOVE WS-EMP-DAYS-WORKED (WS-EMP-SUB) TO WS-EDIT-DAYS
               STRING "DAILY RATE " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "   DAYS WORKED " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
           ELSE
               MOVE WS-EMP-DAYS-ABSENT (WS-EMP-SUB) TO WS-EDIT-DAYS
               STRING "MONTHLY SALARY " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "   DAYS ABSENT " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
           END-IF.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           IF WS-EMP-ATT-FOUND (WS-EMP-SUB) NOT = "Y"
               MOVE "NO ATTENDANCE KEYED FOR THIS CUTOFF."
                   TO PAYSLIP-LINE
               PERFORM Z-100-WRITE-PAYSLIP-LINE
           END-IF.
           MOVE ALL "-" TO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           MOVE "BASIC PAY" TO WS-SLIP-LABEL.
           MOVE WS-BASIC-PAY TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           IF WS-ABSENCE-DEDUCTION > 0
               MOVE "LESS ABSENCES" TO WS-SLIP-LABEL
               MOVE WS-ABSENCE-DEDUCTION TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           IF WS-LATE-DEDUCTION > 0
               MOVE "LESS LATE/UNDERTIME" TO WS-SLIP-LABEL
               MOVE WS-LATE-DEDUCTION TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           IF WS-OVERTIME-PAY > 0
               MOVE "OVERTIME AND PREMIUM PAY" TO WS-SLIP-LABEL
               MOVE WS-OVERTIME-PAY TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           IF WS-TAXABLE-ALLOWANCE > 0
               MOVE "TAXABLE ALLOWANCE" TO WS-SLIP-LABEL
               MOVE WS-TAXABLE-ALLOWANCE TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           IF WS-NONTAX-ALLOWANCE > 0
               MOVE "NON-TAXABLE ALLOWANCE" TO WS-SLIP-LABEL
               MOVE WS-NONTAX-ALLOWANCE TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           IF IS-FINAL-PAY
               MOVE "13TH MONTH PAY (PRO-RATED)" TO WS-SLIP-LABEL
               MOVE WS-THIRTEENTH-MONTH TO WS-SLIP-AMOUNT
               PERFORM D-510-PAYSLIP-AMOUNT
           END-IF.
           MOVE "GROSS PAY" TO WS-SLIP-LABEL.
           MOVE WS-GROSS-PAY TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           MOVE "SSS CONTRIBUTION" TO WS-SLIP-LABEL.
           MOVE WS-SSS-EE-AMOUNT TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           MOVE "PHILHEALTH CONTRIBUTION" TO WS-SLIP-LABEL.
           MOVE WS-PHIC-EE-AMOUNT TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           MOVE "PAG-IBIG CONTRIBUTION" TO WS-SLIP-LABEL.
           MOVE WS-HDMF-EE-AMOUNT TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           MOVE "WITHHOLDING TAX" TO WS-SLIP-LABEL.
           MOVE WS-TAX-WITHHELD TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           MOVE ALL "-" TO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
           MOVE "NET PAY" TO WS-SLIP-LABEL.
           MOVE WS-NET-PAY TO WS-SLIP-AMOUNT.
           PERFORM D-510-PAYSLIP-AMOUNT.
           IF DEDUCTIONS-EXCEED-GROSS
               MOVE "DEDUCTIONS EXCEED GROSS PAY - REFER TO PAYROLL."
                   TO PAYSLIP-LINE
               PERFORM Z-100-WRITE-PAYSLIP-LINE
           END-IF.
           IF NOT CUTOFF-IS-MONTH-END AND NOT IS-FINAL-PAY
               MOVE "CONTRIBUTIONS ARE TAKEN IN THE MONTH-END CUTOFF."
                   TO PAYSLIP-LINE
               PERFORM Z-100-WRITE-PAYSLIP-LINE
           END-IF.
           MOVE SPACES TO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
       D-510-PAYSLIP-AMOUNT.
           MOVE WS-SLIP-AMOUNT TO WS-EDIT-AMOUNT.
           STRING WS-SLIP-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           PERFORM Z-100-WRITE-PAYSLIP-LINE.
       D-600-REGISTER-LINE.
           IF IS-FINAL-PAY
               MOVE "F" TO WS-PAY-TYPE-TEXT
               ADD 1 TO WS-FINAL-COUNT
           ELSE
               MOVE "R" TO WS-PAY-TYPE-TEXT
           END-IF.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-BASIC-EARNED TO WS-TOT-BASIC.
           ADD WS-OVERTIME-PAY TO WS-TOT-OVERTIME.
           ADD WS-TAXABLE-ALLOWANCE WS-NONTAX-ALLOWANCE
               TO WS-TOT-ALLOWANCES.
           ADD WS-THIRTEENTH-MONTH TO WS-TOT-THIRTEENTH.
           ADD WS-GROSS-PAY TO WS-TOT-GROSS.
           ADD WS-CONTRIBUTIONS TO WS-TOT-CONTRIBUTIONS.
           ADD WS-TAX-WITHHELD TO WS-TOT-TAX.
           ADD WS-NET-PAY TO WS-TOT-NET.
           ADD WS-SSS-ER-AMOUNT WS-SSS-EC-AMOUNT WS-PHIC-ER-AMOUNT
               WS-HDMF-ER-AMOUNT TO WS-TOT-EMPLOYER.
           MOVE WS-BASIC-EARNED TO WS-EDIT-BASIC.
           MOVE WS-OVERTIME-PAY TO WS-EDIT-OVERTIME.
           COMPUTE WS-EDIT-ALLOWANCES = WS-TAXABLE-ALLOWANCE
               + WS-NONTAX-ALLOWANCE.
           MOVE WS-THIRTEENTH-MONTH TO WS-EDIT-THIRTEENTH.
           MOVE WS-GROSS-PAY TO WS-EDIT-GROSS.
           MOVE WS-SSS-EE-AMOUNT TO WS-EDIT-SSS.
           MOVE WS-PHIC-EE-AMOUNT TO WS-EDIT-PHIC.
           MOVE WS-HDMF-EE-AMOUNT TO WS-EDIT-HDMF.
           MOVE WS-TAX-WITHHELD TO WS-EDIT-TAX.
           MOVE WS-NET-PAY TO WS-EDIT-NET.
           MOVE SPACES TO REGISTER-LINE.
           STRING WS-EMP-ID (WS-EMP-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EMP-NAME (WS-EMP-SUB) (1:18) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAY-TYPE-TEXT (1:1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BASIC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-OVERTIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-ALLOWANCES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-THIRTEENTH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-GROSS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-SSS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-PHIC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-HDMF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-TAX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           IF DEDUCTIONS-EXCEED-GROSS
               MOVE "     DEDUCTIONS EXCEED GROSS PAY - NET PAY HELD "
                   TO REGISTER-LINE
               MOVE "AT ZERO, REFER TO PAYROLL." TO REGISTER-LINE (49:)
               PERFORM Z-200-WRITE-REGISTER-LINE
           END-IF.
       D-700-POST-HISTORY.
           MOVE WS-CUTOFF-DATE TO hst-cutoff-date.
           MOVE WS-EMP-ID (WS-EMP-SUB) TO hst-employee-id.
           MOVE WS-EMP-NAME (WS-EMP-SUB) TO hst-employee-name.
           IF IS-FINAL-PAY
               MOVE "F" TO hst-pay-type
           ELSE
               MOVE "R" TO hst-pay-type
           END-IF.
           MOVE WS-BASIC-EARNED TO hst-basic-pay.
           MOVE WS-OVERTIME-PAY TO hst-overtime-pay.
           COMPUTE hst-allowances = WS-TAXABLE-ALLOWANCE
               + WS-NONTAX-ALLOWANCE.
           MOVE WS-THIRTEENTH-MONTH TO hst-thirteenth-month.
           MOVE WS-GROSS-PAY TO hst-gross-pay.
           MOVE WS-TAXABLE-PAY TO hst-taxable-pay.
           MOVE WS-SSS-EE-AMOUNT TO hst-sss-ee.
           MOVE WS-SSS-ER-AMOUNT TO hst-sss-er.
           MOVE WS-SSS-EC-AMOUNT TO hst-sss-ec.
           MOVE WS-PHIC-EE-AMOUNT TO hst-phic-ee.
           MOVE WS-PHIC-ER-AMOUNT TO hst-phic-er.
           MOVE WS-HDMF-EE-AMOUNT TO hst-hdmf-ee.
           MOVE WS-HDMF-ER-AMOUNT TO hst-hdmf-er.
           MOVE WS-TAX-WITHHELD TO hst-tax-withheld.
           MOVE WS-NET-PAY TO hst-net-pay.
           MOVE WS-OPERATOR-ID TO hst-operator-id.
           ACCEPT hst-stamp-date FROM DATE YYYYMMDD.
           ACCEPT hst-stamp-time FROM TIME.
           WRITE HISTORY-REC.
           IF IS-FINAL-PAY
               MOVE WS-CUTOFF-DATE TO pm-final-cutoff
               MOVE WS-OPERATOR-ID TO pm-operator-id
               ACCEPT pm-entry-date FROM DATE YYYYMMDD
               ACCEPT pm-entry-time FROM TIME
               REWRITE PAY-MASTER-REC
               IF NOT WS-MASTER-OK
                   DISPLAY "PAY MASTER " pm-employee-id
                       " NOT MARKED FINAL - STATUS: " WS-MASTER-STATUS
               END-IF
           END-IF.
       D-800-REGISTER-TOTALS.
           MOVE ALL "-" TO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-BASIC TO WS-EDIT-AMOUNT.
           STRING "BASIC PAY      " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-OVERTIME TO WS-EDIT-AMOUNT.
           STRING "OT/PREMIUM     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-ALLOWANCES TO WS-EDIT-AMOUNT.
           STRING "ALLOWANCES     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-THIRTEENTH TO WS-EDIT-AMOUNT.
           STRING "13TH MONTH     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-GROSS TO WS-EDIT-AMOUNT.
           STRING "GROSS PAY      " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-CONTRIBUTIONS TO WS-EDIT-AMOUNT.
           STRING "CONTRIBUTIONS  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  (EMPLOYEE SHARE)" DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-TAX TO WS-EDIT-AMOUNT.
           STRING "TAX WITHHELD   " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-NET TO WS-EDIT-AMOUNT.
           STRING "NET PAY        " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE WS-TOT-EMPLOYER TO WS-EDIT-AMOUNT.
           STRING "EMPLOYER SHARE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  (SSS + EC, PHILHEALTH, PAG-IBIG)" DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "EMPLOYEES PAID: " DELIMITED BY SIZE
               WS-PAID-COUNT DELIMITED BY SIZE
               "  FINAL PAYS: " DELIMITED BY SIZE
               WS-FINAL-COUNT DELIMITED BY SIZE
               "  NO PAY MASTER: " DELIMITED BY SIZE
               WS-NO-MASTER-COUNT DELIMITED BY SIZE
               "  OFF PAYROLL AFTER FINAL PAY: " DELIMITED BY SIZE
               WS-DROPPED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM Z-200-WRITE-REGISTER-LINE.
           IF NOT CUTOFF-IS-MONTH-END
               MOVE "FIRST CUTOFF OF THE MONTH - CONTRIBUTIONS ARE "
                   TO REGISTER-LINE
               MOVE "TAKEN AT MONTH END (FINAL PAYS EXCEPTED)."
                   TO REGISTER-LINE (47:)
               PERFORM Z-200-WRITE-REGISTER-LINE
           END-IF.
       D-900-CLOSE-RUN.
           CLOSE PAYSLIP-FILE.
           CLOSE REGISTER-FILE.
           CLOSE PAY-MASTER-FILE.
           IF RUN-IS-POSTING
               CLOSE HISTORY-FILE
               DISPLAY "CUTOFF " WS-CUTOFF-DATE " POSTED TO PAYHIST.DAT"
           END-IF.
           DISPLAY "EMPLOYEES PAID: " WS-PAID-COUNT.
           DISPLAY "PAYSLIPS WRITTEN TO PAYSLIP.PRT, REGISTER TO "
               "PAYREG.RPT".
       E-100-TABLES.
           DISPLAY "TABLES IN FORCE ON (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-TABLE-AS-OF.
           IF WS-TABLE-AS-OF = 0
               MOVE WS-TODAY TO WS-TABLE-AS-OF
           END-IF.
           PERFORM A-600-LOAD-TABLES.
           PERFORM E-200-SHOW-TABLES.
           IF OPERATOR-IS-SUPERVISOR
               DISPLAY "N-KEY A NEW TABLE VERSION  X-NOTHING: "
                   WITH NO ADVANCING
               ACCEPT WS-TABLE-ACTION
               IF WS-TABLE-ACTION = "N" OR WS-TABLE-ACTION = "n"
                   PERFORM E-300-NEW-VERSION
               END-IF
           END-IF.
       E-200-SHOW-TABLES.
           DISPLAY "SSS - EFFECTIVE " WS-SSS-EFFECTIVE.
           DISPLAY "  COMPENSATION FROM      EMPLOYEE    EMPLOYER"
               "          EC".
           PERFORM E-210-SHOW-SSS-ROW
               VARYING WS-SSS-SUB FROM 1 BY 1
               UNTIL WS-SSS-SUB > WS-SSS-COUNT.
           MOVE WS-PHIC-FLOOR TO WS-EDIT-LOW.
           MOVE WS-PHIC-CEILING TO WS-EDIT-HIGH.
           MOVE WS-PHIC-RATE TO WS-EDIT-RATE.
           DISPLAY "PHILHEALTH - EFFECTIVE " WS-PHIC-EFFECTIVE.
           DISPLAY "  RATE " WS-EDIT-RATE "%  FLOOR " WS-EDIT-LOW
               "  CEILING " WS-EDIT-HIGH.
           MOVE WS-HDMF-THRESHOLD TO WS-EDIT-LOW.
           MOVE WS-HDMF-MAXIMUM TO WS-EDIT-HIGH.
           MOVE WS-HDMF-LOW-RATE TO WS-EDIT-RATE.
           MOVE WS-HDMF-EE-RATE TO WS-EDIT-RATE-2.
           MOVE WS-HDMF-ER-RATE TO WS-EDIT-RATE-3.
           DISPLAY "PAG-IBIG - EFFECTIVE " WS-HDMF-EFFECTIVE.
           DISPLAY "  EMPLOYEE " WS-EDIT-RATE "% UP TO " WS-EDIT-LOW
               ", " WS-EDIT-RATE-2 "% ABOVE;  EMPLOYER "
               WS-EDIT-RATE-3 "%;  ON AT MOST " WS-EDIT-HIGH.
           DISPLAY "WITHHOLDING TAX (SEMI-MONTHLY) - EFFECTIVE "
               WS-WTAX-EFFECTIVE.
           DISPLAY "  OVER              FIXED TAX   RATE ON EXCESS".
           PERFORM E-220-SHOW-WTAX-ROW
               VARYING WS-WTAX-SUB FROM 1 BY 1
               UNTIL WS-WTAX-SUB > WS-WTAX-COUNT.
       E-210-SHOW-SSS-ROW.
           MOVE WS-SSS-LOW (WS-SSS-SUB) TO WS-EDIT-LOW.
           MOVE WS-SSS-EE (WS-SSS-SUB) TO WS-EDIT-EE.
           MOVE WS-SSS-ER (WS-SSS-SUB) TO WS-EDIT-ER.
           MOVE WS-SSS-EC (WS-SSS-SUB) TO WS-EDIT-EC.
           DISPLAY "  " WS-EDIT-LOW "        " WS-EDIT-EE "  "
               WS-EDIT-ER "  " WS-EDIT-EC.
       E-220-SHOW-WTAX-ROW.
           MOVE WS-WTAX-LOW (WS-WTAX-SUB) TO WS-EDIT-LOW.
           MOVE WS-WTAX-BASE (WS-WTAX-SUB) TO WS-EDIT-HIGH.
           MOVE WS-WTAX-RATE (WS-WTAX-SUB) TO WS-EDIT-RATE.
           DISPLAY "  " WS-EDIT-LOW "  " WS-EDIT-HIGH "   "
               WS-EDIT-RATE "%".
       E-300-NEW-VERSION.
      **
      * A new version replaces the whole table from its effective
      * date, so every row is keyed and saved together.
      **
           DISPLAY "TABLE (SSS, PHIC, HDMF, WTAX): " WITH NO ADVANCING.
           ACCEPT WS-NEW-TYPE.
           INSPECT WS-NEW-TYPE CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-NEW-EFFECTIVE.
           MOVE ZERO TO WS-NEW-COUNT.
           IF WS-NEW-EFFECTIVE = 0
               DISPLAY "AN EFFECTIVE DATE IS REQUIRED - NOTHING SAVED."
           ELSE
               EVALUATE WS-NEW-TYPE
                   WHEN "SSS"
                   WHEN "WTAX"
                       MOVE "Y" TO WS-NEW-MORE
                       PERFORM E-310-KEY-BRACKET-ROW
                           UNTIL WS-NEW-MORE NOT = "Y"
                           OR WS-NEW-COUNT = 100
                   WHEN "PHIC"
                       PERFORM E-320-KEY-PHIC
                   WHEN "HDMF"
                       PERFORM E-330-KEY-HDMF
                   WHEN OTHER
                       DISPLAY "NO SUCH TABLE - NOTHING SAVED."
               END-EVALUATE
               IF WS-NEW-COUNT > 0
                   MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
                   DISPLAY "SAVE " WS-EDIT-COUNT " ROW(S) OF "
                       WS-NEW-TYPE " EFFECTIVE " WS-NEW-EFFECTIVE
                       "? Y/N: " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-RESP
                   IF WS-CONFIRM-RESP = "Y" OR WS-CONFIRM-RESP = "y"
                       PERFORM E-340-SAVE-VERSION
                   ELSE
                       DISPLAY "NOTHING SAVED."
                   END-IF
               END-IF
           END-IF.
       E-310-KEY-BRACKET-ROW.
           ADD 1 TO WS-NEW-COUNT.
           MOVE ZERO TO WS-NEW-HIGH (WS-NEW-COUNT).
           MOVE ZERO TO WS-NEW-AMOUNT-2 (WS-NEW-COUNT).
           MOVE ZERO TO WS-NEW-AMOUNT-3 (WS-NEW-COUNT).
           MOVE ZERO TO WS-NEW-RATE-1 (WS-NEW-COUNT).
           MOVE ZERO TO WS-NEW-RATE-2 (WS-NEW-COUNT).
           MOVE ZERO TO WS-NEW-RATE-3 (WS-NEW-COUNT).
           DISPLAY "ROW " WS-NEW-COUNT " - FROM AMOUNT: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-LOW (WS-NEW-COUNT).
           DISPLAY "  UP TO AMOUNT: " WITH NO ADVANCING.
           ACCEPT WS-NEW-HIGH (WS-NEW-COUNT).
           IF WS-NEW-TYPE = "SSS"
               DISPLAY "  EMPLOYEE SHARE: " WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT-1 (WS-NEW-COUNT)
               DISPLAY "  EMPLOYER SHARE: " WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT-2 (WS-NEW-COUNT)
               DISPLAY "  EC: " WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT-3 (WS-NEW-COUNT)
           ELSE
               DISPLAY "  FIXED TAX: " WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT-1 (WS-NEW-COUNT)
               DISPLAY "  RATE % ON THE EXCESS: " WITH NO ADVANCING
               ACCEPT WS-NEW-RATE-1 (WS-NEW-COUNT)
           END-IF.
           DISPLAY "ANOTHER ROW? Y/N: " WITH NO ADVANCING.
           ACCEPT WS-NEW-MORE.
           IF WS-NEW-MORE = "y"
               MOVE "Y" TO WS-NEW-MORE
           END-IF.
       E-320-KEY-PHIC.
           MOVE 1 TO WS-NEW-COUNT.
           MOVE ZERO TO WS-NEW-AMOUNT-1 (1).
           MOVE ZERO TO WS-NEW-AMOUNT-2 (1).
           MOVE ZERO TO WS-NEW-AMOUNT-3 (1).
           MOVE ZERO TO WS-NEW-RATE-2 (1).
           MOVE ZERO TO WS-NEW-RATE-3 (1).
           DISPLAY "PREMIUM RATE %: " WITH NO ADVANCING.
           ACCEPT WS-NEW-RATE-1 (1).
           DISPLAY "SALARY FLOOR: " WITH NO ADVANCING.
           ACCEPT WS-NEW-LOW (1).
           DISPLAY "SALARY CEILING: " WITH NO ADVANCING.
           ACCEPT WS-NEW-HIGH (1).
       E-330-KEY-HDMF.
           MOVE 1 TO WS-NEW-COUNT.
           MOVE ZERO TO WS-NEW-AMOUNT-1 (1).
           MOVE ZERO TO WS-NEW-AMOUNT-2 (1).
           MOVE ZERO TO WS-NEW-AMOUNT-3 (1).
           DISPLAY "EMPLOYEE RATE % AT OR BELOW THE THRESHOLD: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RATE-1 (1).
           DISPLAY "THRESHOLD: " WITH NO ADVANCING.
           ACCEPT WS-NEW-LOW (1).
           DISPLAY "EMPLOYEE RATE % ABOVE THE THRESHOLD: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RATE-2 (1).
           DISPLAY "EMPLOYER RATE %: " WITH NO ADVANCING.
           ACCEPT WS-NEW-RATE-3 (1).
           DISPLAY "MAXIMUM COMPENSATION: " WITH NO ADVANCING.
           ACCEPT WS-NEW-HIGH (1).
       E-340-SAVE-VERSION.
           OPEN EXTEND TABLE-FILE.
           IF WS-TABLE-NOT-FOUND
               OPEN OUTPUT TABLE-FILE
           END-IF.
           PERFORM E-350-WRITE-NEW-ROW
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT.
           CLOSE TABLE-FILE.
           DISPLAY WS-NEW-TYPE " TABLE SAVED, EFFECTIVE "
               WS-NEW-EFFECTIVE ".".
       E-350-WRITE-NEW-ROW.
           MOVE WS-NEW-TYPE TO tbl-type.
           MOVE WS-NEW-EFFECTIVE TO tbl-effective-date.
           MOVE WS-NEW-LOW (WS-NEW-SUB) TO tbl-low.
           MOVE WS-NEW-HIGH (WS-NEW-SUB) TO tbl-high.
           MOVE WS-NEW-AMOUNT-1 (WS-NEW-SUB) TO tbl-amount-1.
           MOVE WS-NEW-AMOUNT-2 (WS-NEW-SUB) TO tbl-amount-2.
           MOVE WS-NEW-AMOUNT-3 (WS-NEW-SUB) TO tbl-amount-3.
           MOVE WS-NEW-RATE-1 (WS-NEW-SUB) TO tbl-rate-1.
           MOVE WS-NEW-RATE-2 (WS-NEW-SUB) TO tbl-rate-2.
           MOVE WS-NEW-RATE-3 (WS-NEW-SUB) TO tbl-rate-3.
           MOVE WS-OPERATOR-ID TO tbl-set-by.
           MOVE WS-TODAY TO tbl-stamp-date.
           WRITE TABLE-REC.
       F-100-REMITTANCE-LISTS.
      **
      * A month's posted cutoffs are summed per employee, then
      * listed once per agency with the member numbers off the pay
      * master, and once more as the tax withheld for the BIR.
      **
           DISPLAY "REMITTANCE MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-REMIT-MONTH.
           MOVE ZERO TO WS-REMIT-COUNT.
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               DISPLAY "NO PAYROLL POSTED YET - STATUS: "
                   WS-HISTORY-STATUS
           ELSE
               PERFORM A-510-READ-HISTORY
               PERFORM F-110-SUM-HISTORY UNTIL HISTORY-AT-EOF
               CLOSE HISTORY-FILE
               IF WS-REMIT-COUNT = 0
                   DISPLAY "NOTHING POSTED FOR " WS-REMIT-MONTH "."
               ELSE
                   OPEN INPUT PAY-MASTER-FILE
                   OPEN OUTPUT REMITTANCE-FILE
                   MOVE "SSS" TO WS-REMIT-SECTION
                   PERFORM F-200-AGENCY-LIST
                   MOVE "PHIC" TO WS-REMIT-SECTION
                   PERFORM F-200-AGENCY-LIST
                   MOVE "HDMF" TO WS-REMIT-SECTION
                   PERFORM F-200-AGENCY-LIST
                   MOVE "BIR" TO WS-REMIT-SECTION
                   PERFORM F-200-AGENCY-LIST
                   IF REMIT-TABLE-FULL
                       MOVE "MORE THAN 100 EMPLOYEES PAID - LISTS "
                           TO REMITTANCE-LINE
                       MOVE "INCOMPLETE." TO REMITTANCE-LINE (38:)
                       PERFORM Z-300-WRITE-REMITTANCE-LINE
                   END-IF
                   CLOSE REMITTANCE-FILE
                   CLOSE PAY-MASTER-FILE
                   DISPLAY "REMITTANCE LISTS WRITTEN TO PAYREM.RPT"
               END-IF
           END-IF.
       F-110-SUM-HISTORY.
           IF hst-cutoff-date (1:6) = WS-REMIT-MONTH
               MOVE ZERO TO WS-REMIT-HIT
               PERFORM F-120-FIND-REMIT
                   VARYING WS-REMIT-SUB FROM 1 BY 1
                   UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
                   OR WS-REMIT-HIT > 0
               IF WS-REMIT-HIT = 0
                   IF WS-REMIT-COUNT < 100
                       ADD 1 TO WS-REMIT-COUNT
                       MOVE WS-REMIT-COUNT TO WS-REMIT-HIT
                       MOVE hst-employee-id TO WS-RMT-ID (WS-REMIT-HIT)
                       MOVE hst-employee-name
                           TO WS-RMT-NAME (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-GROSS (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-SSS-EE (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-SSS-ER (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-SSS-EC (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-PHIC-EE (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-PHIC-ER (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-HDMF-EE (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-HDMF-ER (WS-REMIT-HIT)
                       MOVE ZERO TO WS-RMT-TAX (WS-REMIT-HIT)
                   ELSE
                       SET REMIT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF WS-REMIT-HIT > 0
                   ADD hst-gross-pay TO WS-RMT-GROSS (WS-REMIT-HIT)
                   ADD hst-sss-ee TO WS-RMT-SSS-EE (WS-REMIT-HIT)
                   ADD hst-sss-er TO WS-RMT-SSS-ER (WS-REMIT-HIT)
                   ADD hst-sss-ec TO WS-RMT-SSS-EC (WS-REMIT-HIT)
                   ADD hst-phic-ee TO WS-RMT-PHIC-EE (WS-REMIT-HIT)
                   ADD hst-phic-er TO WS-RMT-PHIC-ER (WS-REMIT-HIT)
                   ADD hst-hdmf-ee TO WS-RMT-HDMF-EE (WS-REMIT-HIT)
                   ADD hst-hdmf-er TO WS-RMT-HDMF-ER (WS-REMIT-HIT)
                   ADD hst-tax-withheld TO WS-RMT-TAX (WS-REMIT-HIT)
               END-IF
           END-IF.
           PERFORM A-510-READ-HISTORY.
       F-120-FIND-REMIT.
           IF WS-RMT-ID (WS-REMIT-SUB) = hst-employee-id
               MOVE WS-REMIT-SUB TO WS-REMIT-HIT
           END-IF.
       F-200-AGENCY-LIST.
           MOVE ZERO TO WS-SECTION-EE.
           MOVE ZERO TO WS-SECTION-ER.
           MOVE ZERO TO WS-SECTION-EC.
           MOVE ZERO TO WS-SECTION-TOTAL.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO REMITTANCE-LINE.
           EVALUATE WS-REMIT-SECTION
               WHEN "SSS"
                   STRING "SSS CONTRIBUTIONS FOR " DELIMITED BY SIZE
                       WS-REMIT-MONTH DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
               WHEN "PHIC"
                   STRING "PHILHEALTH PREMIUMS FOR " DELIMITED BY SIZE
                       WS-REMIT-MONTH DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
               WHEN "HDMF"
                   STRING "PAG-IBIG CONTRIBUTIONS FOR "
                       DELIMITED BY SIZE
                       WS-REMIT-MONTH DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
               WHEN OTHER
                   STRING "TAX WITHHELD ON COMPENSATION FOR "
                       DELIMITED BY SIZE
                       WS-REMIT-MONTH DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
           END-EVALUATE.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
           MOVE ALL "-" TO REMITTANCE-LINE.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
           IF WS-REMIT-SECTION = "BIR"
               MOVE "ID   NAME                 TIN               GROSS"
                   TO REMITTANCE-LINE
               MOVE "TAX WITHHELD" TO REMITTANCE-LINE (57:)
           ELSE
               MOVE "ID   NAME                 MEMBER NO.     EMPLOYEE"
                   TO REMITTANCE-LINE
               MOVE "EMPLOYER        EC        TOTAL"
                   TO REMITTANCE-LINE (53:)
           END-IF.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
           PERFORM F-210-AGENCY-LINE
               VARYING WS-REMIT-SUB FROM 1 BY 1
               UNTIL WS-REMIT-SUB > WS-REMIT-COUNT.
           MOVE ALL "-" TO REMITTANCE-LINE.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
           MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SECTION-EE TO WS-EDIT-EE.
           MOVE WS-SECTION-ER TO WS-EDIT-ER.
           MOVE WS-SECTION-EC TO WS-EDIT-EC.
           MOVE WS-SECTION-TOTAL TO WS-EDIT-TOTAL.
           IF WS-REMIT-SECTION = "BIR"
               STRING "EMPLOYEES " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   TOTAL TAX WITHHELD " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
           ELSE
               STRING "EMPLOYEES " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "    TOTALS   " DELIMITED BY SIZE
                   WS-EDIT-EE DELIMITED BY SIZE
                   WS-EDIT-ER DELIMITED BY SIZE
                   WS-EDIT-EC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
           END-IF.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
           PERFORM Z-300-WRITE-REMITTANCE-LINE.
       F-210-AGENCY-LINE.
           MOVE ZERO TO WS-RMT-EE.
           MOVE ZERO TO WS-RMT-ER.
           MOVE ZERO TO WS-RMT-EC.
           MOVE SPACES TO WS-RMT-NUMBER.
           MOVE WS-RMT-ID (WS-REMIT-SUB) TO pm-employee-id.
           READ PAY-MASTER-FILE
               INVALID KEY MOVE SPACES TO pm-tin pm-sss-number
                   pm-philhealth-number pm-pagibig-number
           END-READ.
           EVALUATE WS-REMIT-SECTION
               WHEN "SSS"
                   MOVE WS-RMT-SSS-EE (WS-REMIT-SUB) TO WS-RMT-EE
                   MOVE WS-RMT-SSS-ER (WS-REMIT-SUB) TO WS-RMT-ER
                   MOVE WS-RMT-SSS-EC (WS-REMIT-SUB) TO WS-RMT-EC
                   MOVE pm-sss-number TO WS-RMT-NUMBER
               WHEN "PHIC"
                   MOVE WS-RMT-PHIC-EE (WS-REMIT-SUB) TO WS-RMT-EE
                   MOVE WS-RMT-PHIC-ER (WS-REMIT-SUB) TO WS-RMT-ER
                   MOVE pm-philhealth-number TO WS-RMT-NUMBER
               WHEN "HDMF"
                   MOVE WS-RMT-HDMF-EE (WS-REMIT-SUB) TO WS-RMT-EE
                   MOVE WS-RMT-HDMF-ER (WS-REMIT-SUB) TO WS-RMT-ER
                   MOVE pm-pagibig-number TO WS-RMT-NUMBER
               WHEN OTHER
                   MOVE WS-RMT-TAX (WS-REMIT-SUB) TO WS-RMT-EE
                   MOVE pm-tin TO WS-RMT-NUMBER
           END-EVALUATE.
           COMPUTE WS-RMT-TOTAL = WS-RMT-EE + WS-RMT-ER + WS-RMT-EC.
           IF WS-RMT-TOTAL > 0
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-RMT-EE TO WS-SECTION-EE
               ADD WS-RMT-ER TO WS-SECTION-ER
               ADD WS-RMT-EC TO WS-SECTION-EC
               ADD WS-RMT-TOTAL TO WS-SECTION-TOTAL
               MOVE WS-RMT-EE TO WS-EDIT-EE
               MOVE WS-RMT-ER TO WS-EDIT-ER
               MOVE WS-RMT-EC TO WS-EDIT-EC
               MOVE WS-RMT-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO REMITTANCE-LINE
               IF WS-REMIT-SECTION = "BIR"
                   MOVE WS-RMT-GROSS (WS-REMIT-SUB) TO WS-EDIT-GROSS
                   STRING WS-RMT-ID (WS-REMIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RMT-NAME (WS-REMIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RMT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-GROSS DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
               ELSE
                   STRING WS-RMT-ID (WS-REMIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RMT-NAME (WS-REMIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RMT-NUMBER DELIMITED BY SIZE
                       WS-EDIT-EE DELIMITED BY SIZE
                       WS-EDIT-ER DELIMITED BY SIZE
                       WS-EDIT-EC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                       INTO REMITTANCE-LINE
               END-IF
               PERFORM Z-300-WRITE-REMITTANCE-LINE
           END-IF.
       Z-100-WRITE-PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
       Z-200-WRITE-REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
       Z-300-WRITE-REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.
           MOVE SPACES TO REMITTANCE-LINE.
