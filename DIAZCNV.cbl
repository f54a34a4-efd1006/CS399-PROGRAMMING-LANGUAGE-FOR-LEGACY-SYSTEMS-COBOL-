      * Run modes 17 and 18 convert MIDTSTK.DAT and MIDTMLD.DAT to
      * the layouts carrying the unit cost MIDTINV captures at
      * delivery (zero until a delivery prices the item).
      * Run mode 19 converts DIAZ0006.DAT to the layout carrying the
      * check reference and reason code of check deposits and
      * returned checks (blank for every movement before them). A
      * movement file still without the approved-by stamp goes
      * through mode 9 first, then 19.
      * Run modes 20 and 21 convert for the text-message opt-out:
      * the indexed DIAZCUST.DAT master gains cst-sms-opt-out and
      * MIDTHDR.DAT gains HDR-SMS-OPT-OUT, both defaulted N (the
      * customer is texted until they say otherwise). Mode 20
      * reads the master in key order and loads DIAZCUST.NEW,
      * which replaces the master (with its index) the same way.
      * A header file still without the discount fields goes
      * through mode 13 first, then 21.
      * Run mode 22 converts MIDTPO.DAT to the layout carrying the
      * unit cost captured at receipt (zero for every record logged
      * before it).
      * Run modes 23 and 24 convert for the deposit products kept
      * on DIAZPROD.DAT (DIAZ0033): the DIAZ0002.BKP flat backup and
      * every account image on DIAZJRN.DAT gain out-product-code
      * (blank - the standard deposit) and out-term-length (the
      * years of deposit, since the standard term runs in years).
      * The indexed DIAZ0002.DAT goes the mode 5 way: unload with
      * the old DIAZ0008 (mode 1), run mode 23 on the backup, and
      * reload with the new DIAZ0008 (mode 2). A journal entry with
      * a blank image (an ADD's before, a DELETE's after) keeps it
      * blank.
      * Run mode 25 converts the DIAZ0032 control record DIAZGL.CTL
      * to the layout carrying ctl-voucher-count, the high-water
      * mark for MIDTAP payment vouchers (zero - none journaled).
      * Run modes 26 and 27 load the record-sequential MIDTHDR.DAT
      * and MIDTERM.DAT into the indexed files the MIDT programs now
      * read by key: MIDTHDR.NEW keyed on the order number, and
      * MIDTERM.NEW keyed on order, line item and reversal flag,
      * with OUT-OPERATOR-ID moved behind the flag to make the key
      * one field. A record whose key is already loaded is listed
      * and skipped, not written. Each .NEW file replaces the
      * original (with its index) the mode 20 way. A header file
      * still without the opt-out flag goes through mode 21 first,
      * and an order file without the discount amount through mode
      * 14, then 26 and 27.
      * Run mode 28 converts DIAZCUST.DAT to the layout carrying
      * cst-merged-into, the survivor a customer number was merged
      * into by DIAZ0014 (zero - the customer is active). A master
      * still without the opt-out flag goes through mode 20 first.
      * Run modes 29 to 34 convert for the US-dollar time deposits:
      * every record gains its currency code, defaulted PHP since
      * everything on file before it is in pesos. Mode 29 converts
      * the DIAZ0002.BKP flat backup (the DIAZ0002.DAT unload and
      * reload goes the mode 23 way), mode 30 every account image on
      * DIAZJRN.DAT (a blank image stays blank), mode 31 the
      * DIAZ0006.DAT movements, mode 32 the DIAZ0007.DAT closures,
      * mode 33 the DIAZRATE.DAT tier sets and mode 34 the
      * DIAZ0001.DAT quote log. A backup or journal still without
      * the product fields goes through mode 23 or 24 first.
      * Run mode 35 converts DIAZJRN.DAT to the sealed layout: every
      * record gains jrn-seal-sequence and jrn-seal-value, numbered
      * from 1 in file order and chained by DIAZJSL exactly as the
      * journalling programs now seal each new record, so the
      * converted journal proves clean under DIAZ0037 from the
      * start. The seal vouches for the journal only as it stood
      * when converted. A journal still without the currency code
      * goes through mode 30 first.
      * Run mode 36 converts the DIAZNDR control record DIAZBDT.CTL
      * to the two-digit step number the nine-step night chain
      * needs. The DIAZ0029 clearing run went in as step 5, so a
      * date left at step 5 or later under the old numbering is
      * carried to the same program one step on, and a COMPLETE
      * date to step 10.
      * Run mode 37 converts the DIAZ0028 loan file DIAZLOAN.DAT to
      * the layout carrying lon-penalty-paid-through, the last
      * installment whose late penalty has been collected. It starts
      * at the installments already paid, so no installment settled
      * before the conversion is penalised again.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT NEW-MOULDING-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTMLD.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-MOVEMENT-62-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-MOVEMENT-REF-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS oc-customer-number
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-CUSTOMER-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS nc-customer-number
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-ORDER-HDR-80-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-ORDER-HDR-SMS-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-PO-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPO.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-PO-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTPO.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-BACKUP-65-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.BKP"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-BACKUP-PRODUCT-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-JOURNAL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-GL-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGL.CTL"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-GL-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZGL.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-ORDER-HDR-81-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-ORDER-HDR-KEYED-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTHDR.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS nk-transaction-number
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-ORDER-120-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-ORDER-KEYED-FILE
           ASSIGN TO "C:\COBOL_Files\MIDTERM.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS nl-order-key
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-CUSTOMER-112-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ou-customer-number
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-CUSTOMER-MRG-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZCUST.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS nu-customer-number
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-BACKUP-72-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.BKP"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-BACKUP-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0002.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-JOURNAL-72-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-JOURNAL-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-MOVEMENT-80-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-MOVEMENT-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0006.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-CLOSED-114-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0007.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-CLOSED-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0007.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-RATE-16-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZRATE.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-RATE-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZRATE.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-JOURNAL-194-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-JOURNAL-SEALED-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZJRN.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-QUOTE-54-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0001.DAT"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-QUOTE-CURRENCY-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZ0001.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-BDT-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZBDT.CTL"
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-BDT-CONTROL-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZBDT.NEW"
           FILE STATUS IS WS-NEW-STATUS.
       SELECT OLD-LOAN-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZLOAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS oi-loan-number
           FILE STATUS IS WS-OLD-STATUS.
       SELECT NEW-LOAN-FILE
           ASSIGN TO "C:\COBOL_Files\DIAZLOAN.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ni-loan-number
           FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01 NEW-MOULDING-REC.
           05 nd-moulding-body PIC X(44).
           05 nd-unit-cost PIC 9(3)V99.
       FD OLD-MOVEMENT-62-FILE
           DATA RECORD IS OLD-MOVEMENT-62-REC.
       01 OLD-MOVEMENT-62-REC.
           05 o6-movement-body PIC X(62).
       FD NEW-MOVEMENT-REF-FILE
           DATA RECORD IS NEW-MOVEMENT-REF-REC.
       01 NEW-MOVEMENT-REF-REC.
           05 n6-movement-body PIC X(62).
           05 n6-reference PIC X(10).
           05 n6-reason-code PIC X(8).
       FD OLD-CUSTOMER-FILE
           DATA RECORD IS OLD-CUSTOMER-REC.
       01 OLD-CUSTOMER-REC.
           05 oc-customer-number PIC 9(5).
           05 oc-customer-body PIC X(106).
       FD NEW-CUSTOMER-FILE
           DATA RECORD IS NEW-CUSTOMER-REC.
       01 NEW-CUSTOMER-REC.
           05 nc-customer-number PIC 9(5).
           05 nc-customer-body PIC X(106).
           05 nc-sms-opt-out PIC X.
       FD OLD-ORDER-HDR-80-FILE
           DATA RECORD IS OLD-ORDER-HDR-80-REC.
       01 OLD-ORDER-HDR-80-REC.
           05 o8-header-body PIC X(80).
       FD NEW-ORDER-HDR-SMS-FILE
           DATA RECORD IS NEW-ORDER-HDR-SMS-REC.
       01 NEW-ORDER-HDR-SMS-REC.
           05 n8-header-body PIC X(80).
           05 n8-sms-opt-out PIC X.
       FD OLD-PO-FILE
           DATA RECORD IS OLD-PO-REC.
       01 OLD-PO-REC.
           05 op-po-body PIC X(59).
       FD NEW-PO-FILE
           DATA RECORD IS NEW-PO-REC.
       01 NEW-PO-REC.
           05 np-po-body PIC X(59).
           05 np-unit-cost PIC 9(3)V99.
       FD OLD-BACKUP-65-FILE
           DATA RECORD IS OLD-BACKUP-65-REC.
       01 OLD-BACKUP-65-REC.
           05 o5-account-body PIC X(65).
           05 FILLER REDEFINES o5-account-body.
               10 FILLER PIC X(34).
               10 o5-years-of-deposit PIC 99.
               10 FILLER PIC X(29).
       FD NEW-BACKUP-PRODUCT-FILE
           DATA RECORD IS NEW-BACKUP-PRODUCT-REC.
       01 NEW-BACKUP-PRODUCT-REC.
           05 n5-account-body PIC X(65).
           05 n5-product-code PIC X(4).
           05 n5-term-length PIC 999.
       FD OLD-JOURNAL-FILE
           DATA RECORD IS OLD-JOURNAL-REC.
       01 OLD-JOURNAL-REC.
           05 oj-journal-header PIC X(44).
           05 oj-before-image PIC X(65).
           05 FILLER REDEFINES oj-before-image.
               10 FILLER PIC X(34).
               10 oj-before-years PIC 99.
               10 FILLER PIC X(29).
           05 oj-after-image PIC X(65).
           05 FILLER REDEFINES oj-after-image.
               10 FILLER PIC X(34).
               10 oj-after-years PIC 99.
               10 FILLER PIC X(29).
       FD NEW-JOURNAL-FILE
           DATA RECORD IS NEW-JOURNAL-REC.
       01 NEW-JOURNAL-REC.
           05 nj-journal-header PIC X(44).
           05 nj-before-image PIC X(65).
           05 nj-before-product-fields.
               10 nj-before-product-code PIC X(4).
               10 nj-before-term-length PIC 999.
           05 nj-after-image PIC X(65).
           05 nj-after-product-fields.
               10 nj-after-product-code PIC X(4).
               10 nj-after-term-length PIC 999.
       FD OLD-GL-CONTROL-FILE
           DATA RECORD IS OLD-GL-CONTROL-REC.
       01 OLD-GL-CONTROL-REC.
           05 oc-control-body PIC X(53).
       FD NEW-GL-CONTROL-FILE
           DATA RECORD IS NEW-GL-CONTROL-REC.
       01 NEW-GL-CONTROL-REC.
           05 nc-control-body PIC X(53).
           05 nc-voucher-count PIC 9(7).
       FD OLD-ORDER-HDR-81-FILE
           DATA RECORD IS OLD-ORDER-HDR-81-REC.
       01 OLD-ORDER-HDR-81-REC.
           05 ok-transaction-number PIC 9(5).
           05 ok-header-body PIC X(76).
       FD NEW-ORDER-HDR-KEYED-FILE
           DATA RECORD IS NEW-ORDER-HDR-KEYED-REC.
       01 NEW-ORDER-HDR-KEYED-REC.
           05 nk-transaction-number PIC 9(5).
           05 nk-header-body PIC X(76).
       FD OLD-ORDER-120-FILE
           DATA RECORD IS OLD-ORDER-120-REC.
       01 OLD-ORDER-120-REC.
           05 ol-line-body PIC X(78).
           05 ol-transaction-number PIC 9(5).
           05 ol-line-item-number PIC 9.
           05 ol-operator-id PIC X(8).
           05 ol-reversal-flag PIC X.
           05 ol-line-tail PIC X(27).
       FD NEW-ORDER-KEYED-FILE
           DATA RECORD IS NEW-ORDER-KEYED-REC.
       01 NEW-ORDER-KEYED-REC.
           05 nl-line-body PIC X(78).
           05 nl-order-key.
               10 nl-transaction-number PIC 9(5).
               10 nl-line-item-number PIC 9.
               10 nl-reversal-flag PIC X.
           05 nl-operator-id PIC X(8).
           05 nl-line-tail PIC X(27).
       FD OLD-CUSTOMER-112-FILE
           DATA RECORD IS OLD-CUSTOMER-112-REC.
       01 OLD-CUSTOMER-112-REC.
           05 ou-customer-number PIC 9(5).
           05 ou-customer-body PIC X(107).
       FD NEW-CUSTOMER-MRG-FILE
           DATA RECORD IS NEW-CUSTOMER-MRG-REC.
       01 NEW-CUSTOMER-MRG-REC.
           05 nu-customer-number PIC 9(5).
           05 nu-customer-body PIC X(107).
           05 nu-merged-into PIC 9(5).
       FD OLD-BACKUP-72-FILE
           DATA RECORD IS OLD-BACKUP-72-REC.
       01 OLD-BACKUP-72-REC.
           05 oy-account-body PIC X(72).
       FD NEW-BACKUP-CURRENCY-FILE
           DATA RECORD IS NEW-BACKUP-CURRENCY-REC.
       01 NEW-BACKUP-CURRENCY-REC.
           05 ny-account-body PIC X(72).
           05 ny-currency-code PIC X(3).
       FD OLD-JOURNAL-72-FILE
           DATA RECORD IS OLD-JOURNAL-72-REC.
       01 OLD-JOURNAL-72-REC.
           05 oz-journal-header PIC X(44).
           05 oz-before-image PIC X(72).
           05 oz-after-image PIC X(72).
       FD NEW-JOURNAL-CURRENCY-FILE
           DATA RECORD IS NEW-JOURNAL-CURRENCY-REC.
       01 NEW-JOURNAL-CURRENCY-REC.
           05 nz-journal-header PIC X(44).
           05 nz-before-image PIC X(72).
           05 nz-before-currency PIC X(3).
           05 nz-after-image PIC X(72).
           05 nz-after-currency PIC X(3).
       FD OLD-MOVEMENT-80-FILE
           DATA RECORD IS OLD-MOVEMENT-80-REC.
       01 OLD-MOVEMENT-80-REC.
           05 ov-movement-body PIC X(80).
       FD NEW-MOVEMENT-CURRENCY-FILE
           DATA RECORD IS NEW-MOVEMENT-CURRENCY-REC.
       01 NEW-MOVEMENT-CURRENCY-REC.
           05 nv-movement-body PIC X(80).
           05 nv-currency-code PIC X(3).
       FD OLD-CLOSED-114-FILE
           DATA RECORD IS OLD-CLOSED-114-REC.
       01 OLD-CLOSED-114-REC.
           05 ox-closed-body PIC X(114).
       FD NEW-CLOSED-CURRENCY-FILE
           DATA RECORD IS NEW-CLOSED-CURRENCY-REC.
       01 NEW-CLOSED-CURRENCY-REC.
           05 nx-closed-body PIC X(114).
           05 nx-currency-code PIC X(3).
       FD OLD-RATE-16-FILE
           DATA RECORD IS OLD-RATE-16-REC.
       01 OLD-RATE-16-REC.
           05 oe-rate-body PIC X(16).
       FD NEW-RATE-CURRENCY-FILE
           DATA RECORD IS NEW-RATE-CURRENCY-REC.
       01 NEW-RATE-CURRENCY-REC.
           05 ne-rate-body PIC X(16).
           05 ne-currency-code PIC X(3).
       FD OLD-JOURNAL-194-FILE
           DATA RECORD IS OLD-JOURNAL-194-REC.
       01 OLD-JOURNAL-194-REC.
           05 ow-journal-body PIC X(194).
       FD NEW-JOURNAL-SEALED-FILE
           DATA RECORD IS NEW-JOURNAL-SEALED-REC.
       01 NEW-JOURNAL-SEALED-REC.
           05 nw-journal-body PIC X(194).
           05 nw-seal-sequence PIC 9(9).
           05 nw-seal-value PIC 9(9).
       FD OLD-QUOTE-54-FILE
           DATA RECORD IS OLD-QUOTE-54-REC.
       01 OLD-QUOTE-54-REC.
           05 og-quote-body PIC X(54).
       FD NEW-QUOTE-CURRENCY-FILE
           DATA RECORD IS NEW-QUOTE-CURRENCY-REC.
       01 NEW-QUOTE-CURRENCY-REC.
           05 ng-quote-body PIC X(54).
           05 ng-currency-code PIC X(3).
       FD OLD-BDT-CONTROL-FILE
           DATA RECORD IS OLD-BDT-CONTROL-REC.
       01 OLD-BDT-CONTROL-REC.
           05 of-business-date PIC 9(8).
           05 of-next-step PIC 9.
           05 of-run-status PIC X(8).
       FD NEW-BDT-CONTROL-FILE
           DATA RECORD IS NEW-BDT-CONTROL-REC.
       01 NEW-BDT-CONTROL-REC.
           05 nf-business-date PIC 9(8).
           05 nf-next-step PIC 99.
           05 nf-run-status PIC X(8).
       FD OLD-LOAN-FILE
           DATA RECORD IS OLD-LOAN-REC.
       01 OLD-LOAN-REC.
           05 oi-loan-number PIC 9(5).
           05 oi-loan-front PIC X(63).
           05 oi-installments-paid PIC 999.
           05 oi-loan-tail PIC X(24).
       FD NEW-LOAN-FILE
           DATA RECORD IS NEW-LOAN-REC.
       01 NEW-LOAN-REC.
           05 ni-loan-number PIC 9(5).
           05 ni-loan-front PIC X(63).
           05 ni-installments-paid PIC 999.
           05 ni-loan-tail PIC X(24).
           05 ni-penalty-paid-through PIC 999.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX VALUE "00".
       01 WS-OLD-EOF PIC X VALUE "N".
           88 OLD-AT-EOF VALUE "Y".
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SEAL-REQUEST.
           05 WS-SEAL-FUNCTION PIC X VALUE "S".
           05 WS-SEAL-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-VALUE PIC 9(9) VALUE ZERO.
           05 WS-SEAL-CHAIN-VALUE PIC 9(9) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            DISPLAY "16-MIDTPAY.DAT 67-BYTE (ADD REFUND FIELDS)".
            DISPLAY "17-MIDTSTK.DAT (ADD UNIT COST)".
            DISPLAY "18-MIDTMLD.DAT (ADD UNIT COST)".
            DISPLAY "19-DIAZ0006.DAT 62-BYTE (ADD CHECK REFERENCE)".
            DISPLAY "20-DIAZCUST.DAT (ADD SMS OPT-OUT)".
            DISPLAY "21-MIDTHDR.DAT 80-BYTE (ADD SMS OPT-OUT)".
            DISPLAY "22-MIDTPO.DAT (ADD UNIT COST)".
            DISPLAY "23-DIAZ0002.BKP (ADD PRODUCT CODE AND TERM)".
            DISPLAY "24-DIAZJRN.DAT (ADD PRODUCT CODE AND TERM)".
            DISPLAY "25-DIAZGL.CTL (ADD VOUCHER HIGH-WATER MARK)".
            DISPLAY "26-MIDTHDR.DAT (LOAD INTO INDEXED FILE)".
            DISPLAY "27-MIDTERM.DAT (LOAD INTO INDEXED FILE)".
            DISPLAY "28-DIAZCUST.DAT (ADD MERGED-INTO NUMBER)".
            DISPLAY "29-DIAZ0002.BKP (ADD CURRENCY CODE)".
            DISPLAY "30-DIAZJRN.DAT (ADD CURRENCY CODE)".
            DISPLAY "31-DIAZ0006.DAT (ADD CURRENCY CODE)".
            DISPLAY "32-DIAZ0007.DAT (ADD CURRENCY CODE)".
            DISPLAY "33-DIAZRATE.DAT (ADD CURRENCY CODE)".
            DISPLAY "34-DIAZ0001.DAT (ADD CURRENCY CODE)".
            DISPLAY "35-DIAZJRN.DAT (SEAL EVERY RECORD)".
            DISPLAY "36-DIAZBDT.CTL (TWO-DIGIT STEP NUMBER)".
            DISPLAY "37-DIAZLOAN.DAT (ADD PENALTY-PAID-THROUGH)".
            DISPLAY "ENTER CHOICE (0 TO QUIT): " WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            EVALUATE WS-RUN-MODE
                    PERFORM T-100-CONVERT-STOCK
                WHEN 18
                    PERFORM U-100-CONVERT-MOULDING
                WHEN 19
                    PERFORM V-100-CONVERT-MOVEMENT-REF
                WHEN 20
                    PERFORM W-100-CONVERT-CUSTOMERS
                WHEN 21
                    PERFORM X-100-CONVERT-ORDER-HDR-SMS
                WHEN 22
                    PERFORM Y-100-CONVERT-PO-LOG
                WHEN 23
                    PERFORM AA-100-CONVERT-BACKUP-PRODUCT
                WHEN 24
                    PERFORM AB-100-CONVERT-JOURNAL-PRODUCT
                WHEN 25
                    PERFORM AC-100-CONVERT-GL-CONTROL
                WHEN 26
                    PERFORM AD-100-CONVERT-ORDER-HDR-KEYED
                WHEN 27
                    PERFORM AE-100-CONVERT-ORDER-KEYED
                WHEN 28
                    PERFORM AF-100-CONVERT-CUSTOMER-MRG
                WHEN 29
                    PERFORM AG-100-CONVERT-BACKUP-CURRENCY
                WHEN 30
                    PERFORM AH-100-CONVERT-JOURNAL-CURR
                WHEN 31
                    PERFORM AJ-100-CONVERT-MOVEMENT-CURR
                WHEN 32
                    PERFORM AK-100-CONVERT-CLOSED-CURRENCY
                WHEN 33
                    PERFORM AL-100-CONVERT-RATE-CURRENCY
                WHEN 34
                    PERFORM AM-100-CONVERT-QUOTE-CURRENCY
                WHEN 35
                    PERFORM AN-100-CONVERT-JOURNAL-SEAL
                WHEN 36
                    PERFORM AP-100-CONVERT-BDT-CONTROL
                WHEN 37
                    PERFORM AQ-100-CONVERT-LOANS
                WHEN OTHER
                    DISPLAY "NOTHING CONVERTED."
            END-EVALUATE.
           WRITE NEW-MOULDING-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM U-110-READ-OLD-MOULDING.
       V-100-CONVERT-MOVEMENT-REF.
           OPEN INPUT OLD-MOVEMENT-62-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0006.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-MOVEMENT-REF-FILE
               PERFORM V-110-READ-OLD-MOVEMENT
               PERFORM V-120-CONVERT-ONE-MOVEMENT UNTIL OLD-AT-EOF
               CLOSE OLD-MOVEMENT-62-FILE
               CLOSE NEW-MOVEMENT-REF-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       V-110-READ-OLD-MOVEMENT.
           READ OLD-MOVEMENT-62-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       V-120-CONVERT-ONE-MOVEMENT.
           MOVE o6-movement-body TO n6-movement-body.
           MOVE SPACES TO n6-reference.
           MOVE SPACES TO n6-reason-code.
           WRITE NEW-MOVEMENT-REF-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM V-110-READ-OLD-MOVEMENT.
       W-100-CONVERT-CUSTOMERS.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZCUST.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-CUSTOMER-FILE
               PERFORM W-110-READ-OLD-CUSTOMER
               PERFORM W-120-CONVERT-ONE-CUSTOMER UNTIL OLD-AT-EOF
               CLOSE OLD-CUSTOMER-FILE
               CLOSE NEW-CUSTOMER-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       W-110-READ-OLD-CUSTOMER.
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       W-120-CONVERT-ONE-CUSTOMER.
           MOVE oc-customer-number TO nc-customer-number.
           MOVE oc-customer-body TO nc-customer-body.
           MOVE "N" TO nc-sms-opt-out.
           WRITE NEW-CUSTOMER-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM W-110-READ-OLD-CUSTOMER.
       X-100-CONVERT-ORDER-HDR-SMS.
           OPEN INPUT OLD-ORDER-HDR-80-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN MIDTHDR.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-ORDER-HDR-SMS-FILE
               PERFORM X-110-READ-OLD-ORDER-HDR
               PERFORM X-120-CONVERT-ONE-ORDER-HDR UNTIL OLD-AT-EOF
               CLOSE OLD-ORDER-HDR-80-FILE
               CLOSE NEW-ORDER-HDR-SMS-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       X-110-READ-OLD-ORDER-HDR.
           READ OLD-ORDER-HDR-80-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       X-120-CONVERT-ONE-ORDER-HDR.
           MOVE o8-header-body TO n8-header-body.
           MOVE "N" TO n8-sms-opt-out.
           WRITE NEW-ORDER-HDR-SMS-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM X-110-READ-OLD-ORDER-HDR.
       Y-100-CONVERT-PO-LOG.
           OPEN INPUT OLD-PO-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN MIDTPO.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-PO-FILE
               PERFORM Y-110-READ-OLD-PO
               PERFORM Y-120-CONVERT-ONE-PO UNTIL OLD-AT-EOF
               CLOSE OLD-PO-FILE
               CLOSE NEW-PO-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       Y-110-READ-OLD-PO.
           READ OLD-PO-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       Y-120-CONVERT-ONE-PO.
           MOVE op-po-body TO np-po-body.
           MOVE ZERO TO np-unit-cost.
           WRITE NEW-PO-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM Y-110-READ-OLD-PO.
       AA-100-CONVERT-BACKUP-PRODUCT.
           OPEN INPUT OLD-BACKUP-65-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0002.BKP - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-BACKUP-PRODUCT-FILE
               PERFORM AA-110-READ-OLD-BACKUP
               PERFORM AA-120-CONVERT-ONE-BACKUP UNTIL OLD-AT-EOF
               CLOSE OLD-BACKUP-65-FILE
               CLOSE NEW-BACKUP-PRODUCT-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AA-110-READ-OLD-BACKUP.
           READ OLD-BACKUP-65-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AA-120-CONVERT-ONE-BACKUP.
           MOVE o5-account-body TO n5-account-body.
           MOVE SPACES TO n5-product-code.
           MOVE o5-years-of-deposit TO n5-term-length.
           WRITE NEW-BACKUP-PRODUCT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AA-110-READ-OLD-BACKUP.
       AB-100-CONVERT-JOURNAL-PRODUCT.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZJRN.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-JOURNAL-FILE
               PERFORM AB-110-READ-OLD-JOURNAL
               PERFORM AB-120-CONVERT-ONE-JOURNAL UNTIL OLD-AT-EOF
               CLOSE OLD-JOURNAL-FILE
               CLOSE NEW-JOURNAL-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AB-110-READ-OLD-JOURNAL.
           READ OLD-JOURNAL-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AB-120-CONVERT-ONE-JOURNAL.
           MOVE oj-journal-header TO nj-journal-header.
           MOVE oj-before-image TO nj-before-image.
           MOVE SPACES TO nj-before-product-fields.
           IF oj-before-image NOT = SPACES
               MOVE oj-before-years TO nj-before-term-length
           END-IF.
           MOVE oj-after-image TO nj-after-image.
           MOVE SPACES TO nj-after-product-fields.
           IF oj-after-image NOT = SPACES
               MOVE oj-after-years TO nj-after-term-length
           END-IF.
           WRITE NEW-JOURNAL-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AB-110-READ-OLD-JOURNAL.
       AC-100-CONVERT-GL-CONTROL.
           OPEN INPUT OLD-GL-CONTROL-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZGL.CTL - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-GL-CONTROL-FILE
               PERFORM AC-110-READ-OLD-GL-CONTROL
               PERFORM AC-120-CONVERT-ONE-GL-CONTROL UNTIL OLD-AT-EOF
               CLOSE OLD-GL-CONTROL-FILE
               CLOSE NEW-GL-CONTROL-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AC-110-READ-OLD-GL-CONTROL.
           READ OLD-GL-CONTROL-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AC-120-CONVERT-ONE-GL-CONTROL.
           MOVE oc-control-body TO nc-control-body.
           MOVE ZERO TO nc-voucher-count.
           WRITE NEW-GL-CONTROL-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AC-110-READ-OLD-GL-CONTROL.
       AD-100-CONVERT-ORDER-HDR-KEYED.
           OPEN INPUT OLD-ORDER-HDR-81-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN MIDTHDR.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-ORDER-HDR-KEYED-FILE
               PERFORM AD-110-READ-OLD-ORDER-HDR
               PERFORM AD-120-LOAD-ONE-ORDER-HDR UNTIL OLD-AT-EOF
               CLOSE OLD-ORDER-HDR-81-FILE
               CLOSE NEW-ORDER-HDR-KEYED-FILE
               DISPLAY "DUPLICATE KEYS SKIPPED: " WS-SKIPPED-COUNT
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AD-110-READ-OLD-ORDER-HDR.
           READ OLD-ORDER-HDR-81-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AD-120-LOAD-ONE-ORDER-HDR.
           MOVE ok-transaction-number TO nk-transaction-number.
           MOVE ok-header-body TO nk-header-body.
           WRITE NEW-ORDER-HDR-KEYED-REC
               INVALID KEY
                   DISPLAY "DUPLICATE ORDER HEADER SKIPPED: "
                       ok-transaction-number
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RECORD-COUNT
           END-WRITE.
           PERFORM AD-110-READ-OLD-ORDER-HDR.
       AE-100-CONVERT-ORDER-KEYED.
           OPEN INPUT OLD-ORDER-120-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN MIDTERM.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-ORDER-KEYED-FILE
               PERFORM AE-110-READ-OLD-ORDER
               PERFORM AE-120-LOAD-ONE-ORDER UNTIL OLD-AT-EOF
               CLOSE OLD-ORDER-120-FILE
               CLOSE NEW-ORDER-KEYED-FILE
               DISPLAY "DUPLICATE KEYS SKIPPED: " WS-SKIPPED-COUNT
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AE-110-READ-OLD-ORDER.
           READ OLD-ORDER-120-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AE-120-LOAD-ONE-ORDER.
           MOVE ol-line-body TO nl-line-body.
           MOVE ol-transaction-number TO nl-transaction-number.
           MOVE ol-line-item-number TO nl-line-item-number.
           MOVE ol-reversal-flag TO nl-reversal-flag.
           MOVE ol-operator-id TO nl-operator-id.
           MOVE ol-line-tail TO nl-line-tail.
           WRITE NEW-ORDER-KEYED-REC
               INVALID KEY
                   DISPLAY "DUPLICATE ORDER LINE SKIPPED: "
                       ol-transaction-number "/" ol-line-item-number
                       " " ol-reversal-flag
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RECORD-COUNT
           END-WRITE.
           PERFORM AE-110-READ-OLD-ORDER.
       AF-100-CONVERT-CUSTOMER-MRG.
           OPEN INPUT OLD-CUSTOMER-112-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZCUST.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-CUSTOMER-MRG-FILE
               PERFORM AF-110-READ-OLD-CUSTOMER
               PERFORM AF-120-CONVERT-ONE-CUSTOMER UNTIL OLD-AT-EOF
               CLOSE OLD-CUSTOMER-112-FILE
               CLOSE NEW-CUSTOMER-MRG-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AF-110-READ-OLD-CUSTOMER.
           READ OLD-CUSTOMER-112-FILE NEXT RECORD
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AF-120-CONVERT-ONE-CUSTOMER.
           MOVE ou-customer-number TO nu-customer-number.
           MOVE ou-customer-body TO nu-customer-body.
           MOVE ZERO TO nu-merged-into.
           WRITE NEW-CUSTOMER-MRG-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AF-110-READ-OLD-CUSTOMER.
       AG-100-CONVERT-BACKUP-CURRENCY.
           OPEN INPUT OLD-BACKUP-72-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0002.BKP - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-BACKUP-CURRENCY-FILE
               PERFORM AG-110-READ-OLD-BACKUP
               PERFORM AG-120-CONVERT-ONE-BACKUP UNTIL OLD-AT-EOF
               CLOSE OLD-BACKUP-72-FILE
               CLOSE NEW-BACKUP-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AG-110-READ-OLD-BACKUP.
           READ OLD-BACKUP-72-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AG-120-CONVERT-ONE-BACKUP.
           MOVE oy-account-body TO ny-account-body.
           MOVE "PHP" TO ny-currency-code.
           WRITE NEW-BACKUP-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AG-110-READ-OLD-BACKUP.
       AH-100-CONVERT-JOURNAL-CURR.
           OPEN INPUT OLD-JOURNAL-72-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZJRN.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-JOURNAL-CURRENCY-FILE
               PERFORM AH-110-READ-OLD-JOURNAL
               PERFORM AH-120-CONVERT-ONE-JOURNAL UNTIL OLD-AT-EOF
               CLOSE OLD-JOURNAL-72-FILE
               CLOSE NEW-JOURNAL-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AH-110-READ-OLD-JOURNAL.
           READ OLD-JOURNAL-72-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AH-120-CONVERT-ONE-JOURNAL.
           MOVE oz-journal-header TO nz-journal-header.
           MOVE oz-before-image TO nz-before-image.
           MOVE SPACES TO nz-before-currency.
           IF oz-before-image NOT = SPACES
               MOVE "PHP" TO nz-before-currency
           END-IF.
           MOVE oz-after-image TO nz-after-image.
           MOVE SPACES TO nz-after-currency.
           IF oz-after-image NOT = SPACES
               MOVE "PHP" TO nz-after-currency
           END-IF.
           WRITE NEW-JOURNAL-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AH-110-READ-OLD-JOURNAL.
       AJ-100-CONVERT-MOVEMENT-CURR.
           OPEN INPUT OLD-MOVEMENT-80-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0006.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-MOVEMENT-CURRENCY-FILE
               PERFORM AJ-110-READ-OLD-MOVEMENT
               PERFORM AJ-120-CONVERT-ONE-MOVEMENT UNTIL OLD-AT-EOF
               CLOSE OLD-MOVEMENT-80-FILE
               CLOSE NEW-MOVEMENT-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AJ-110-READ-OLD-MOVEMENT.
           READ OLD-MOVEMENT-80-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AJ-120-CONVERT-ONE-MOVEMENT.
           MOVE ov-movement-body TO nv-movement-body.
           MOVE "PHP" TO nv-currency-code.
           WRITE NEW-MOVEMENT-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AJ-110-READ-OLD-MOVEMENT.
       AK-100-CONVERT-CLOSED-CURRENCY.
           OPEN INPUT OLD-CLOSED-114-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0007.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-CLOSED-CURRENCY-FILE
               PERFORM AK-110-READ-OLD-CLOSED
               PERFORM AK-120-CONVERT-ONE-CLOSED UNTIL OLD-AT-EOF
               CLOSE OLD-CLOSED-114-FILE
               CLOSE NEW-CLOSED-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AK-110-READ-OLD-CLOSED.
           READ OLD-CLOSED-114-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AK-120-CONVERT-ONE-CLOSED.
           MOVE ox-closed-body TO nx-closed-body.
           MOVE "PHP" TO nx-currency-code.
           WRITE NEW-CLOSED-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AK-110-READ-OLD-CLOSED.
       AL-100-CONVERT-RATE-CURRENCY.
           OPEN INPUT OLD-RATE-16-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZRATE.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-RATE-CURRENCY-FILE
               PERFORM AL-110-READ-OLD-RATE
               PERFORM AL-120-CONVERT-ONE-RATE UNTIL OLD-AT-EOF
               CLOSE OLD-RATE-16-FILE
               CLOSE NEW-RATE-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AL-110-READ-OLD-RATE.
           READ OLD-RATE-16-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AL-120-CONVERT-ONE-RATE.
           MOVE oe-rate-body TO ne-rate-body.
           MOVE "PHP" TO ne-currency-code.
           WRITE NEW-RATE-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AL-110-READ-OLD-RATE.
       AM-100-CONVERT-QUOTE-CURRENCY.
           OPEN INPUT OLD-QUOTE-54-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZ0001.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-QUOTE-CURRENCY-FILE
               PERFORM AM-110-READ-OLD-QUOTE
               PERFORM AM-120-CONVERT-ONE-QUOTE UNTIL OLD-AT-EOF
               CLOSE OLD-QUOTE-54-FILE
               CLOSE NEW-QUOTE-CURRENCY-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AM-110-READ-OLD-QUOTE.
           READ OLD-QUOTE-54-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AM-120-CONVERT-ONE-QUOTE.
           MOVE og-quote-body TO ng-quote-body.
           MOVE "PHP" TO ng-currency-code.
           WRITE NEW-QUOTE-CURRENCY-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AM-110-READ-OLD-QUOTE.
       AN-100-CONVERT-JOURNAL-SEAL.
           OPEN INPUT OLD-JOURNAL-194-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZJRN.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-JOURNAL-SEALED-FILE
               MOVE "S" TO WS-SEAL-FUNCTION
               MOVE ZERO TO WS-SEAL-LAST-SEQUENCE
               MOVE ZERO TO WS-SEAL-LAST-VALUE
               PERFORM AN-110-READ-OLD-JOURNAL
               PERFORM AN-120-CONVERT-ONE-JOURNAL UNTIL OLD-AT-EOF
               CLOSE OLD-JOURNAL-194-FILE
               CLOSE NEW-JOURNAL-SEALED-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AN-110-READ-OLD-JOURNAL.
           READ OLD-JOURNAL-194-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AN-120-CONVERT-ONE-JOURNAL.
      **
      * DIAZJSL numbers and seals the record one past the last it
      * sealed, and carries the request on to it.
      **
           MOVE ow-journal-body TO nw-journal-body.
           CALL "DIAZJSL" USING WS-SEAL-REQUEST NEW-JOURNAL-SEALED-REC.
           WRITE NEW-JOURNAL-SEALED-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AN-110-READ-OLD-JOURNAL.
       AP-100-CONVERT-BDT-CONTROL.
           OPEN INPUT OLD-BDT-CONTROL-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZBDT.CTL - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-BDT-CONTROL-FILE
               PERFORM AP-110-READ-OLD-BDT-CONTROL
               PERFORM AP-120-CONVERT-ONE-BDT-CONTROL UNTIL OLD-AT-EOF
               CLOSE OLD-BDT-CONTROL-FILE
               CLOSE NEW-BDT-CONTROL-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AP-110-READ-OLD-BDT-CONTROL.
           READ OLD-BDT-CONTROL-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AP-120-CONVERT-ONE-BDT-CONTROL.
      **
      * Steps 1 to 4 keep their numbers; from the balance proof on
      * every step moved one place down the chain.
      **
           MOVE of-business-date TO nf-business-date.
           MOVE of-next-step TO nf-next-step.
           IF of-next-step > 4
               ADD 1 TO nf-next-step
           END-IF.
           MOVE of-run-status TO nf-run-status.
           WRITE NEW-BDT-CONTROL-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AP-110-READ-OLD-BDT-CONTROL.
       AQ-100-CONVERT-LOANS.
           OPEN INPUT OLD-LOAN-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "CANNOT OPEN DIAZLOAN.DAT - STATUS: "
                   WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-LOAN-FILE
               PERFORM AQ-110-READ-OLD-LOAN
               PERFORM AQ-120-CONVERT-ONE-LOAN UNTIL OLD-AT-EOF
               CLOSE OLD-LOAN-FILE
               CLOSE NEW-LOAN-FILE
               PERFORM Z-100-REPORT-AND-INSTRUCT
           END-IF.
       AQ-110-READ-OLD-LOAN.
           READ OLD-LOAN-FILE
               AT END SET OLD-AT-EOF TO TRUE
           END-READ.
       AQ-120-CONVERT-ONE-LOAN.
           MOVE oi-loan-number TO ni-loan-number.
           MOVE oi-loan-front TO ni-loan-front.
           MOVE oi-installments-paid TO ni-installments-paid.
           MOVE oi-loan-tail TO ni-loan-tail.
           MOVE oi-installments-paid TO ni-penalty-paid-through.
           WRITE NEW-LOAN-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM AQ-110-READ-OLD-LOAN.
       Z-100-REPORT-AND-INSTRUCT.
           DISPLAY "RECORDS CONVERTED: " WS-RECORD-COUNT.
           DISPLAY "CHECK THE COUNT, THEN RENAME THE .NEW FILE OVER"
