       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3026.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3026 program is the month-end customer
      *               statement of account run.  The credit desk
      *               built statements by hand from the RPT3020
      *               listing and RPT3015 screens, and customers
      *               disputed balances they had never been shown
      *               line by line.  RPT3026 reads CUSTMAST in
      *               customer number order and prints one statement
      *               for every customer with a non-zero
      *               CM-OPEN-AR-BALANCE: the bill-to address and
      *               contact from the CUSTADDR master RPT3025
      *               maintains, every open invoice on the SALESHST
      *               posted-invoice history (invoice number, posting
      *               date, original amount, open amount) with any
      *               credit memo taken against it, the payments
      *               RPT3019 applied during the statement month
      *               (taken from the CUSTJRNL journal), and an
      *               aging footer with the same current/31-60/61-90/
      *               over-90 buckets RPT3020 uses.  The statement
      *               month is the month named on PERDPARM - the
      *               month RPT3023 is about to close.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Open "F" finance charge records written by
      *                  RPT3034 now list as FINANCE CHG open items
      *                  and age into the statement footer like
      *                  invoices.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *                  Counts CUSTMAST records read in
      *                  WS-RECORDS-READ for the log.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT INVOICE-HISTORY   ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT CUSTADDR          ASSIGN TO CUSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTADDR-STATUS.
           SELECT PAYMENT-JOURNAL   ASSIGN TO PAYJRNL.
           SELECT PERDPARM-RPT3026  ASSIGN TO PERDPARM.
           SELECT OUTPUT-RPT3026    ASSIGN TO RPT3026.
           SELECT RUNLOG-RPT3026    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-REGION-CODE          PIC X(02).
           05  CM-ACCOUNT-STATUS       PIC X(01).
               88  CM-STATUS-ACTIVE             VALUE "A".
               88  CM-STATUS-HOLD               VALUE "H".
               88  CM-STATUS-CLOSED             VALUE "C".
           05  CM-CREDIT-LIMIT         PIC S9(7)V9(2).
           05  CM-MONTHLY-SALES-TABLE.
               10  CM-MONTHLY-SALES    OCCURS 12 TIMES
                                       PIC S9(5)V9(2) COMP-3.
           05  CM-OPEN-AR-BALANCE      PIC S9(7)V9(2) COMP-3.
           05  CM-LAST-ACTIVITY-DATE   PIC 9(8).
           05  FILLER                  PIC X(14).

      *****************************************************************
      *  INVOICE-HISTORY is the permanent posted-invoice history
      *  RPT3012 writes and RPT3019 relieves.  Each statement
      *  positions on its customer's first record with a START and
      *  reads forward until the customer number changes, the same
      *  way RPT3019 walks a customer's open items.
      *****************************************************************
       FD  INVOICE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-HISTORY-RECORD.
           05  HI-HISTORY-KEY.
               10  HI-CUSTOMER-NUMBER  PIC 9(5).
               10  HI-INVOICE-NUMBER   PIC 9(6).
               10  HI-TRANSACTION-CODE PIC X(1).
           05  HI-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05  HI-POSTING-DATE         PIC 9(8).
           05  HI-RUN-DATE             PIC 9(8).
           05  HI-REASON-CODE          PIC X(2).
           05  HI-OPEN-AMOUNT          PIC S9(5)V9(2).
           05  FILLER                  PIC X(36).

      *****************************************************************
      *  CUSTADDR is the customer address and contact master RPT3025
      *  maintains - one record per customer, keyed on the same
      *  number as CUSTMAST.  A customer with no address record
      *  still gets a statement, flagged for the credit desk.
      *****************************************************************
       FD  CUSTADDR
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER-NUMBER      PIC 9(5).
           05  CA-BILL-TO-NAME         PIC X(30).
           05  CA-ADDRESS-LINE-1       PIC X(30).
           05  CA-ADDRESS-LINE-2       PIC X(30).
           05  CA-CITY                 PIC X(20).
           05  CA-STATE-CODE           PIC X(02).
           05  CA-POSTAL-CODE          PIC X(10).
           05  CA-CONTACT-NAME         PIC X(25).
           05  CA-CONTACT-PHONE        PIC X(15).
           05  FILLER                  PIC X(33).

      *****************************************************************
      *  PAYMENT-JOURNAL is the RPT3019 payment records pulled off
      *  the permanent CUSTJRNL journal (JR-SOURCE-CODE "P") and
      *  sorted by customer number, then run date and time, by the
      *  SORTPAY step of RPT3026.JCL.  The transaction image is the
      *  CASHTRN record exactly as RPT3019 applied it.  This program
      *  keeps only the payments whose run date falls in the
      *  statement month.
      *****************************************************************
       FD  PAYMENT-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS
           BLOCK CONTAINS 360 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-RUN-DATE             PIC 9(8).
           05  JR-RUN-DATE-PARTS REDEFINES JR-RUN-DATE.
               10  JR-RUN-PERIOD       PIC 9(6).
               10  JR-RUN-DAY          PIC 9(2).
           05  JR-RUN-TIME             PIC 9(6).
           05  JR-TRANSACTION-IMAGE.
               10  JR-CUSTOMER-NUMBER  PIC 9(5).
               10  JR-PAYMENT-AMOUNT   PIC S9(5)V9(2).
               10  JR-PAYMENT-DATE     PIC 9(8).
               10  FILLER              PIC X(60).
           05  JR-BEFORE-IMAGE         PIC X(130).
           05  JR-AFTER-IMAGE          PIC X(130).
           05  JR-SOURCE-CODE          PIC X(1).
               88  JR-SALES-POSTING             VALUE "S".
               88  JR-CASH-POSTING              VALUE "P".
           05  FILLER                  PIC X(5).

      *****************************************************************
      *  PERDPARM-RPT3026 is the same close-control record RPT3023
      *  reads - the year and month being closed, which is the
      *  month these statements cover.
      *****************************************************************
       FD  PERDPARM-RPT3026
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  PERDPARM-RECORD.
           05  PP-CLOSE-YEAR           PIC X(4).
           05  PP-CLOSE-MONTH          PIC X(2).
           05  FILLER                  PIC X(24).

       FD  OUTPUT-RPT3026
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3026 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3026
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID           PIC X(8).
           05  RL-RUN-DATE             PIC 9(8).
           05  RL-RUN-TIME             PIC 9(6).
           05  RL-RETURN-CODE          PIC 9(4).
           05  RL-COMPLETION-STATUS    PIC X(1).
               88  RL-STATUS-OK                 VALUE "C".
               88  RL-STATUS-WARNING            VALUE "W".
               88  RL-STATUS-ABORTED            VALUE "A".
           05  RL-RECORDS-READ         PIC 9(9).
           05  RL-RECORDS-WRITTEN      PIC 9(9).
           05  RL-RECORDS-REJECTED     PIC 9(9).
           05  RL-AMOUNT-NAME-1        PIC X(10).
           05  RL-AMOUNT-TOTAL-1       PIC S9(11)V99.
           05  RL-AMOUNT-NAME-2        PIC X(10).
           05  RL-AMOUNT-TOTAL-2       PIC S9(11)V99.
           05  RL-HANDOFF-NAME-1       PIC X(8).
           05  RL-HANDOFF-COUNT-1      PIC 9(9).
           05  RL-HANDOFF-NAME-2       PIC X(8).
           05  RL-HANDOFF-COUNT-2      PIC 9(9).
           05  FILLER                  PIC X(16).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  PAYMENT-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-HISTORY-SWITCH       PIC X    VALUE "N".
               88  HISTORY-DONE                 VALUE "Y".
               88  HISTORY-NOT-DONE             VALUE "N".
           05  WS-ADDRESS-FOUND-SWITCH PIC X    VALUE "N".
               88  ADDRESS-FOUND                VALUE "Y".
               88  ADDRESS-NOT-FOUND            VALUE "N".
           05  WS-HELD-CREDIT-SWITCH   PIC X    VALUE "N".
               88  CREDIT-HELD                  VALUE "Y".
               88  NO-CREDIT-HELD               VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-CUSTADDR-STATUS      PIC X(2)    VALUE SPACE.

       01  PARAMETER-FIELDS.
           05  WS-STATEMENT-PERIOD     PIC 9(6)        VALUE ZERO.
           05  WS-STATEMENT-PERIOD-PARTS
                   REDEFINES WS-STATEMENT-PERIOD.
               10  WS-STATEMENT-YEAR   PIC 9(4).
               10  WS-STATEMENT-MONTH  PIC 9(2).

       01  STATEMENT-COUNTERS.
           05  WS-STATEMENT-COUNT      PIC 9(5)       VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT     PIC 9(5)       VALUE ZERO.
           05  WS-PAYMENT-LINE-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-TOTAL-BALANCE-DUE    PIC S9(9)V99   VALUE ZERO.
           05  WS-TOTAL-PAYMENTS       PIC S9(9)V99   VALUE ZERO.

      *****************************************************************
      *  A credit memo's history key sorts ahead of its invoice's
      *  (same invoice number, code "C" before "I"), so the credit
      *  is held here until the invoice arrives and can be printed
      *  beneath it.
      *****************************************************************
       01  HELD-CREDIT-FIELDS.
           05  WS-HELD-INVOICE-NUMBER  PIC 9(6)        VALUE ZERO.
           05  WS-HELD-CREDIT-AMOUNT   PIC S9(5)V9(2)  VALUE ZERO.
           05  WS-HELD-POSTING-DATE    PIC 9(8)        VALUE ZERO.
           05  WS-HELD-REASON-CODE     PIC X(2)        VALUE SPACE.

       01  CUSTOMER-STATEMENT-FIELDS.
           05  WS-OPEN-ITEM-COUNT      PIC 9(5)        VALUE ZERO.
           05  WS-CUST-PAYMENT-COUNT   PIC 9(5)        VALUE ZERO.
           05  WS-CUST-PAYMENT-TOTAL   PIC S9(7)V99    VALUE ZERO.
           05  WS-UNAPPLIED-AMOUNT     PIC S9(7)V99    VALUE ZERO.
           05  WS-COMPARE-DATE         PIC 9(8)        VALUE ZERO.
           05  WS-COMPARE-DATE-PARTS REDEFINES WS-COMPARE-DATE.
               10  WS-COMPARE-PERIOD   PIC 9(6).
               10  WS-COMPARE-DAY      PIC 9(2).

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  WS-HOLD-PRINT-LINE  PIC X(130)  VALUE SPACE.

       01  AGING-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP  VALUE ZERO.
           05  WS-POST-DATE-INT        PIC S9(9) COMP  VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(5) COMP  VALUE ZERO.
           05  WS-BUCKET-SUB           PIC S9(4) COMP  VALUE ZERO.

      *****************************************************************
      *  The posting date is proved a real calendar date before
      *  INTEGER-OF-DATE sees it - the same edit RPT3020 applies.
      *****************************************************************
       01  DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(4).
               10  WS-EDIT-MONTH       PIC 9(2).
               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-MAX-EDIT-DAY         PIC 9(2)        VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  COMP  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  COMP  VALUE ZERO.
           05  WS-DATE-OK-SWITCH       PIC X           VALUE "N".
               88  EDIT-DATE-OK                 VALUE "Y".
               88  EDIT-DATE-BAD                VALUE "N".

       01  CUSTOMER-AGE-FIELDS.
           05  CUST-AGE-AMOUNT         OCCURS 4 TIMES
                                       PIC S9(7)V99   VALUE ZERO.
           05  CUST-TOTAL-OPEN         PIC S9(7)V99   VALUE ZERO.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "CUSTOMER STATEMENT OF ACCOUNT".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(54)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3026".
           05  FILLER          PIC X(45)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(18)   VALUE "STATEMENT PERIOD: ".
           05  HL3-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL3-YEAR        PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CUSTOMER: ".
           05  HL3-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  HL3-CUSTOMER-NAME   PIC X(20).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BRANCH: ".
           05  HL3-BRANCH-NUMBER   PIC Z9.
           05  FILLER          PIC X(48)   VALUE SPACE.

       01  ADDRESS-LINE.
           05  AD-LABEL            PIC X(10).
           05  AD-TEXT             PIC X(60).
           05  FILLER              PIC X(60)   VALUE SPACE.

       01  CONTACT-LINE.
           05  FILLER              PIC X(10)   VALUE "CONTACT:  ".
           05  CT-CONTACT-NAME     PIC X(25).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(7)    VALUE "PHONE: ".
           05  CT-CONTACT-PHONE    PIC X(15).
           05  FILLER              PIC X(71)   VALUE SPACE.

       01  SECTION-HEADING-LINE.
           05  SH-SECTION-TITLE    PIC X(40).
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  ITEM-HEADING-LINE-1.
           05  FILLER PIC X(14) VALUE "TYPE          ".
           05  FILLER PIC X(9)  VALUE "INVOICE  ".
           05  FILLER PIC X(12) VALUE "POSTED      ".
           05  FILLER PIC X(13) VALUE "    ORIGINAL ".
           05  FILLER PIC X(13) VALUE "        OPEN ".
           05  FILLER PIC X(6)  VALUE "REASON".
           05  FILLER PIC X(63) VALUE SPACE.

       01  ITEM-HEADING-LINE-2.
           05  FILLER PIC X(12) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(11) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(11) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(63) VALUE SPACE.

       01  ITEM-LINE.
           05  IL-ITEM-TYPE        PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-INVOICE-NUMBER   PIC 9(6).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  IL-POSTING-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-ORIGINAL-AMOUNT  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  IL-OPEN-AMOUNT      PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  IL-REASON-CODE      PIC X(2).
           05  FILLER              PIC X(65)   VALUE SPACE.

       01  PAYMENT-HEADING-LINE-1.
           05  FILLER PIC X(14) VALUE "TYPE          ".
           05  FILLER PIC X(12) VALUE "PAID        ".
           05  FILLER PIC X(12) VALUE "APPLIED     ".
           05  FILLER PIC X(13) VALUE "      AMOUNT ".
           05  FILLER PIC X(79) VALUE SPACE.

       01  PAYMENT-HEADING-LINE-2.
           05  FILLER PIC X(12) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(11) VALUE ALL "-".
           05  FILLER PIC X(81) VALUE SPACE.

       01  PAYMENT-LINE.
           05  PL-ITEM-TYPE        PIC X(12)   VALUE "PAYMENT".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PL-PAYMENT-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PL-APPLIED-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PL-PAYMENT-AMOUNT   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(82)   VALUE SPACE.

       01  NO-ITEMS-LINE.
           05  NI-MESSAGE          PIC X(40).
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  PAYMENT-TOTAL-LINE.
           05  FILLER              PIC X(36)
               VALUE "TOTAL PAYMENTS RECEIVED THIS PERIOD ".
           05  PTL-PAYMENT-TOTAL   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(81)   VALUE SPACE.

       01  AGING-HEADING-LINE.
           05  FILLER PIC X(13) VALUE "     CURRENT ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "  31-60 DAYS ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "  61-90 DAYS ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "     OVER 90 ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE " BALANCE DUE ".
           05  FILLER PIC X(57) VALUE SPACE.

       01  AGING-LINE.
           05  AL-AGE-ENTRY OCCURS 4 TIMES.
               10  AL-AGE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(2)    VALUE SPACE.
           05  AL-BALANCE-DUE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(57)   VALUE SPACE.

       01  UNAPPLIED-LINE.
           05  FILLER              PIC X(45)
               VALUE "UNAPPLIED PAYMENTS/CREDITS ON ACCOUNT......: ".
           05  UL-UNAPPLIED-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(72)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "STATEMENTS PRINTED: ".
           05  SL2-STATEMENT-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "NO ADDRESS ON FILE: ".
           05  SL3-NO-ADDRESS-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "PAYMENTS LISTED...: ".
           05  SL4-PAYMENT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "PAYMENTS AMOUNT...: ".
           05  SL5-PAYMENT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "TOTAL BALANCE DUE.: ".
           05  SL6-BALANCE-DUE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PRINT-CUSTOMER-STATEMENTS.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-STATEMENTS
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT PERDPARM-RPT3026.
           READ PERDPARM-RPT3026
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   IF PP-CLOSE-YEAR IS NUMERIC
                       AND PP-CLOSE-MONTH IS NUMERIC
                       AND PP-CLOSE-MONTH >= "01"
                       AND PP-CLOSE-MONTH <= "12"
                       MOVE PP-CLOSE-YEAR  TO WS-STATEMENT-YEAR
                       MOVE PP-CLOSE-MONTH TO WS-STATEMENT-MONTH
                       SET PARM-OK TO TRUE
                   ELSE
                       SET PARM-FAILED TO TRUE
                   END-IF
           END-READ.
           CLOSE PERDPARM-RPT3026.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3026 - PERDPARM PARAMETER RECORD MISSING OR "
                   "MALFORMED - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-STATEMENTS.
           OPEN INPUT  CUSTMAST
                       INVOICE-HISTORY
                       CUSTADDR
                       PAYMENT-JOURNAL
                OUTPUT OUTPUT-RPT3026.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               OR WS-CUSTADDR-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 230-READ-PAYMENT-RECORD
               PERFORM 200-PROCESS-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF-SWITCH = "Y"
               PERFORM 600-PRINT-RUN-SUMMARY
           END-IF.
           CLOSE CUSTMAST
                 INVOICE-HISTORY
                 CUSTADDR
                 PAYMENT-JOURNAL
                 OUTPUT-RPT3026.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3026 - CUSTMAST/SALESHST/CUSTADDR OPEN FAILED, "
                   "FILE STATUS " WS-CUSTMAST-STATUS "/"
                   WS-SALESHST-STATUS "/" WS-CUSTADDR-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-STATEMENT-MONTH TO HL3-MONTH.
           MOVE WS-STATEMENT-YEAR  TO HL3-YEAR.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *****************************************************************
      *  200-PROCESS-CUSTOMER-RECORD reads the master in customer
      *  number order and prints a statement for every customer
      *  who owes (or is owed) anything.  A zero-balance customer
      *  gets no statement; any payments journaled for it are
      *  passed over when the next statement customer is matched.
      *****************************************************************
       200-PROCESS-CUSTOMER-RECORD.
           PERFORM 220-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               IF CM-OPEN-AR-BALANCE NOT = ZERO
                   PERFORM 300-PRINT-CUSTOMER-STATEMENT
               END-IF
           END-IF.

       220-READ-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       230-READ-PAYMENT-RECORD.
           READ PAYMENT-JOURNAL
               AT END
                   MOVE "Y" TO PAYMENT-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  215-VALIDATE-POSTING-DATE proves HI-POSTING-DATE is a real
      *  calendar date - numeric, month 01-12, day within the real
      *  month length (February by leap year), year inside
      *  INTEGER-OF-DATE's 1601-up range - before the function is
      *  allowed to see it.
      *****************************************************************
       215-VALIDATE-POSTING-DATE.
           SET EDIT-DATE-BAD TO TRUE.
           IF HI-POSTING-DATE IS NUMERIC
               MOVE HI-POSTING-DATE TO WS-EDIT-DATE
               IF WS-EDIT-YEAR >= 1601
                   AND WS-EDIT-MONTH >= 01
                   AND WS-EDIT-MONTH <= 12
                   AND WS-EDIT-DAY >= 01
                   PERFORM 216-SET-MONTH-DAY-LIMIT
                   IF WS-EDIT-DAY <= WS-MAX-EDIT-DAY
                       SET EDIT-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       216-SET-MONTH-DAY-LIMIT.
           EVALUATE WS-EDIT-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MAX-EDIT-DAY
               WHEN 02
                   PERFORM 217-SET-FEBRUARY-LIMIT
               WHEN OTHER
                   MOVE 31 TO WS-MAX-EDIT-DAY
           END-EVALUATE.

       217-SET-FEBRUARY-LIMIT.
           MOVE 28 TO WS-MAX-EDIT-DAY.
           DIVIDE WS-EDIT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-EDIT-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MAX-EDIT-DAY
               ELSE
                   DIVIDE WS-EDIT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MAX-EDIT-DAY
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  300-PRINT-CUSTOMER-STATEMENT prints one customer's
      *  statement on its own page: the address block, the open
      *  items, the month's payments, and the aging footer.
      *****************************************************************
       300-PRINT-CUSTOMER-STATEMENT.
           ADD 1                  TO WS-STATEMENT-COUNT.
           ADD CM-OPEN-AR-BALANCE TO WS-TOTAL-BALANCE-DUE.
           MOVE ZERO TO WS-OPEN-ITEM-COUNT.
           MOVE ZERO TO WS-CUST-PAYMENT-COUNT.
           MOVE ZERO TO WS-CUST-PAYMENT-TOTAL.
           SET NO-CREDIT-HELD TO TRUE.
           PERFORM 280-CLEAR-CUSTOMER-BUCKETS.

           MOVE CM-CUSTOMER-NUMBER TO HL3-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO HL3-CUSTOMER-NAME.
           MOVE CM-BRANCH-NUMBER   TO HL3-BRANCH-NUMBER.

           PERFORM 310-READ-ADDRESS-BY-KEY.
           PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 320-PRINT-ADDRESS-BLOCK.

           PERFORM 400-LIST-OPEN-ITEMS.
           PERFORM 500-LIST-PERIOD-PAYMENTS.
           PERFORM 550-PRINT-AGING-FOOTER.

       310-READ-ADDRESS-BY-KEY.
           MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           READ CUSTADDR
               INVALID KEY
                   SET ADDRESS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ADDRESS-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  320-PRINT-ADDRESS-BLOCK prints the bill-to address and the
      *  credit contact.  A customer with no CUSTADDR record is
      *  billed under its CUSTMAST name and flagged so the credit
      *  desk can add the address through RPT3025 before mailing.
      *****************************************************************
       320-PRINT-ADDRESS-BLOCK.
           IF ADDRESS-FOUND
               MOVE "BILL TO:  "      TO AD-LABEL
               MOVE CA-BILL-TO-NAME   TO AD-TEXT
               PERFORM 330-PRINT-ADDRESS-LINE
               MOVE SPACE             TO AD-LABEL
               MOVE CA-ADDRESS-LINE-1 TO AD-TEXT
               PERFORM 330-PRINT-ADDRESS-LINE
               IF CA-ADDRESS-LINE-2 NOT = SPACE
                   MOVE CA-ADDRESS-LINE-2 TO AD-TEXT
                   PERFORM 330-PRINT-ADDRESS-LINE
               END-IF
               MOVE SPACE TO AD-TEXT
               STRING CA-CITY        DELIMITED BY "  "
                      ", "           DELIMITED BY SIZE
                      CA-STATE-CODE  DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      CA-POSTAL-CODE DELIMITED BY SIZE
                   INTO AD-TEXT
               END-STRING
               PERFORM 330-PRINT-ADDRESS-LINE
               MOVE CA-CONTACT-NAME  TO CT-CONTACT-NAME
               MOVE CA-CONTACT-PHONE TO CT-CONTACT-PHONE
               MOVE CONTACT-LINE     TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "BILL TO:  "      TO AD-LABEL
               MOVE CM-CUSTOMER-NAME  TO AD-TEXT
               PERFORM 330-PRINT-ADDRESS-LINE
               MOVE SPACE             TO AD-LABEL
               MOVE "*** NO ADDRESS ON CUSTADDR - ADD VIA RPT3025 ***"
                   TO AD-TEXT
               PERFORM 330-PRINT-ADDRESS-LINE
           END-IF.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       330-PRINT-ADDRESS-LINE.
           MOVE ADDRESS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  400-LIST-OPEN-ITEMS positions on the customer's first
      *  history record and walks forward until the customer number
      *  changes - the same START / READ NEXT pattern RPT3019 uses
      *  to relieve open invoices.
      *****************************************************************
       400-LIST-OPEN-ITEMS.
           MOVE "OPEN ITEMS" TO SH-SECTION-TITLE.
           PERFORM 820-PRINT-SECTION-HEADING.
           MOVE ITEM-HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.
           MOVE ITEM-HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

           SET HISTORY-NOT-DONE TO TRUE.
           MOVE CM-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER.
           MOVE ZERO               TO HI-INVOICE-NUMBER.
           MOVE LOW-VALUE          TO HI-TRANSACTION-CODE.
           START INVOICE-HISTORY KEY >= HI-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-DONE TO TRUE
           END-START.

           PERFORM 410-READ-NEXT-HISTORY-RECORD
               UNTIL HISTORY-DONE.

           IF WS-OPEN-ITEM-COUNT = ZERO
               MOVE "NO OPEN ITEMS" TO NI-MESSAGE
               MOVE NO-ITEMS-LINE   TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
           END-IF.

       410-READ-NEXT-HISTORY-RECORD.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   PERFORM 420-LIST-HISTORY-RECORD
           END-READ.

       420-LIST-HISTORY-RECORD.
           IF HI-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
               SET HISTORY-DONE TO TRUE
           ELSE
               EVALUATE HI-TRANSACTION-CODE
                   WHEN "C"
                       PERFORM 430-HOLD-CREDIT-MEMO
                   WHEN "F"
                       PERFORM 442-LIST-FINANCE-CHARGE
                   WHEN "I"
                       PERFORM 440-LIST-INVOICE
               END-EVALUATE
           END-IF.

       430-HOLD-CREDIT-MEMO.
           SET CREDIT-HELD TO TRUE.
           MOVE HI-INVOICE-NUMBER TO WS-HELD-INVOICE-NUMBER.
           MOVE HI-INVOICE-AMOUNT TO WS-HELD-CREDIT-AMOUNT.
           MOVE HI-POSTING-DATE   TO WS-HELD-POSTING-DATE.
           MOVE HI-REASON-CODE    TO WS-HELD-REASON-CODE.

      *****************************************************************
      *  440-LIST-INVOICE prints an invoice that still carries an
      *  open amount and ages it into the footer buckets.  The
      *  credit memo held from the record before it is printed
      *  beneath the invoice when the invoice is still open (it
      *  explains the open amount) or when the credit was posted in
      *  the statement month (it is this month's activity).
      *****************************************************************
       440-LIST-INVOICE.
           IF HI-OPEN-AMOUNT NOT = ZERO
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE "INVOICE"         TO IL-ITEM-TYPE
               MOVE HI-INVOICE-NUMBER TO IL-INVOICE-NUMBER
               PERFORM 445-FORMAT-ITEM-DATE
               MOVE HI-INVOICE-AMOUNT TO IL-ORIGINAL-AMOUNT
               MOVE HI-OPEN-AMOUNT    TO IL-OPEN-AMOUNT
               MOVE SPACE             TO IL-REASON-CODE
               MOVE ITEM-LINE         TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
               PERFORM 460-AGE-OPEN-AMOUNT
           END-IF.

           IF CREDIT-HELD
               MOVE WS-HELD-POSTING-DATE TO WS-COMPARE-DATE
               IF WS-HELD-INVOICE-NUMBER = HI-INVOICE-NUMBER
                   AND (HI-OPEN-AMOUNT NOT = ZERO
                     OR WS-COMPARE-PERIOD = WS-STATEMENT-PERIOD)
                   PERFORM 450-LIST-HELD-CREDIT
               END-IF
               SET NO-CREDIT-HELD TO TRUE
           END-IF.

      *****************************************************************
      *  442-LIST-FINANCE-CHARGE prints an RPT3034 finance charge
      *  that still carries an open amount and ages it like an
      *  invoice.  A held credit memo is left alone - it belongs to
      *  the invoice record that follows it in key order.
      *****************************************************************
       442-LIST-FINANCE-CHARGE.
           IF HI-OPEN-AMOUNT NOT = ZERO
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE "FINANCE CHG"     TO IL-ITEM-TYPE
               MOVE HI-INVOICE-NUMBER TO IL-INVOICE-NUMBER
               PERFORM 445-FORMAT-ITEM-DATE
               MOVE HI-INVOICE-AMOUNT TO IL-ORIGINAL-AMOUNT
               MOVE HI-OPEN-AMOUNT    TO IL-OPEN-AMOUNT
               MOVE SPACE             TO IL-REASON-CODE
               MOVE ITEM-LINE         TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
               PERFORM 460-AGE-OPEN-AMOUNT
           END-IF.

       445-FORMAT-ITEM-DATE.
           IF HI-POSTING-DATE IS NUMERIC
               MOVE HI-POSTING-DATE TO IL-POSTING-DATE
           ELSE
               MOVE ZERO            TO IL-POSTING-DATE
           END-IF.

       450-LIST-HELD-CREDIT.
           MOVE "CREDIT MEMO"          TO IL-ITEM-TYPE.
           MOVE WS-HELD-INVOICE-NUMBER TO IL-INVOICE-NUMBER.
           IF WS-HELD-POSTING-DATE IS NUMERIC
               MOVE WS-HELD-POSTING-DATE TO IL-POSTING-DATE
           ELSE
               MOVE ZERO                 TO IL-POSTING-DATE
           END-IF.
           COMPUTE IL-ORIGINAL-AMOUNT = ZERO - WS-HELD-CREDIT-AMOUNT.
           MOVE ZERO                   TO IL-OPEN-AMOUNT.
           MOVE WS-HELD-REASON-CODE    TO IL-REASON-CODE.
           MOVE ITEM-LINE              TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

      *****************************************************************
      *  460-AGE-OPEN-AMOUNT drops the open amount into the bucket
      *  its posting-date age calls for - RPT3020's rule exactly, so
      *  the statement footer and the aging report always agree.
      *****************************************************************
       460-AGE-OPEN-AMOUNT.
           PERFORM 215-VALIDATE-POSTING-DATE.
           IF EDIT-DATE-OK
               COMPUTE WS-POST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HI-POSTING-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-POST-DATE-INT
           ELSE
               MOVE 999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD HI-OPEN-AMOUNT TO CUST-AGE-AMOUNT(WS-BUCKET-SUB).
           ADD HI-OPEN-AMOUNT TO CUST-TOTAL-OPEN.

       280-CLEAR-CUSTOMER-BUCKETS.
           PERFORM 285-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE ZERO TO CUST-TOTAL-OPEN.

       285-CLEAR-ONE-BUCKET.
           MOVE ZERO TO CUST-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  500-LIST-PERIOD-PAYMENTS matches the sorted payment journal
      *  against the customer in hand.  Journal records for lower
      *  customer numbers belong to customers with no statement and
      *  are passed over; records for this customer are listed when
      *  RPT3019 applied them during the statement month.
      *****************************************************************
       500-LIST-PERIOD-PAYMENTS.
           MOVE "PAYMENTS RECEIVED THIS PERIOD" TO SH-SECTION-TITLE.
           PERFORM 820-PRINT-SECTION-HEADING.
           MOVE PAYMENT-HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.
           MOVE PAYMENT-HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

           PERFORM 510-MATCH-PAYMENT-RECORD
               UNTIL PAYMENT-EOF-SWITCH = "Y"
                  OR JR-CUSTOMER-NUMBER > CM-CUSTOMER-NUMBER.

           IF WS-CUST-PAYMENT-COUNT = ZERO
               MOVE "NO PAYMENTS RECEIVED THIS PERIOD"
                   TO NI-MESSAGE
               MOVE NO-ITEMS-LINE TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
           ELSE
               MOVE WS-CUST-PAYMENT-TOTAL TO PTL-PAYMENT-TOTAL
               MOVE PAYMENT-TOTAL-LINE    TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
           END-IF.

       510-MATCH-PAYMENT-RECORD.
           IF JR-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
               AND JR-RUN-PERIOD = WS-STATEMENT-PERIOD
               PERFORM 520-LIST-PAYMENT
           END-IF.
           PERFORM 230-READ-PAYMENT-RECORD.

       520-LIST-PAYMENT.
           ADD 1                 TO WS-CUST-PAYMENT-COUNT.
           ADD 1                 TO WS-PAYMENT-LINE-COUNT.
           ADD JR-PAYMENT-AMOUNT TO WS-CUST-PAYMENT-TOTAL.
           ADD JR-PAYMENT-AMOUNT TO WS-TOTAL-PAYMENTS.

           IF JR-PAYMENT-DATE IS NUMERIC
               MOVE JR-PAYMENT-DATE TO PL-PAYMENT-DATE
           ELSE
               MOVE ZERO            TO PL-PAYMENT-DATE
           END-IF.
           MOVE JR-RUN-DATE       TO PL-APPLIED-DATE.
           MOVE JR-PAYMENT-AMOUNT TO PL-PAYMENT-AMOUNT.
           MOVE PAYMENT-LINE      TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

      *****************************************************************
      *  550-PRINT-AGING-FOOTER prints the open items aged into
      *  RPT3020's four buckets and the balance due from the
      *  master.  When the master balance and the open items differ
      *  - a payment that exceeded the open items, so the balance
      *  went credit - the difference prints as unapplied so the
      *  footer still adds across.
      *****************************************************************
       550-PRINT-AGING-FOOTER.
           MOVE "ACCOUNT AGING" TO SH-SECTION-TITLE.
           PERFORM 820-PRINT-SECTION-HEADING.
           MOVE AGING-HEADING-LINE TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

           PERFORM 555-FORMAT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE CM-OPEN-AR-BALANCE TO AL-BALANCE-DUE.
           MOVE AGING-LINE TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

           COMPUTE WS-UNAPPLIED-AMOUNT =
               CM-OPEN-AR-BALANCE - CUST-TOTAL-OPEN.
           IF WS-UNAPPLIED-AMOUNT NOT = ZERO
               MOVE WS-UNAPPLIED-AMOUNT TO UL-UNAPPLIED-AMOUNT
               MOVE UNAPPLIED-LINE      TO PRINT-AREA
               PERFORM 710-PRINT-STATEMENT-LINE
           END-IF.

       555-FORMAT-ONE-BUCKET.
           MOVE CUST-AGE-AMOUNT(WS-BUCKET-SUB)
               TO AL-AGE-AMOUNT(WS-BUCKET-SUB).

       600-PRINT-RUN-SUMMARY.
           MOVE ZERO   TO HL3-CUSTOMER-NUMBER.
           MOVE SPACE  TO HL3-CUSTOMER-NAME.
           MOVE ZERO   TO HL3-BRANCH-NUMBER.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-STATEMENT-COUNT TO SL2-STATEMENT-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-NO-ADDRESS-COUNT TO SL3-NO-ADDRESS-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-PAYMENT-LINE-COUNT TO SL4-PAYMENT-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-TOTAL-PAYMENTS TO SL5-PAYMENT-TOTAL.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-TOTAL-BALANCE-DUE TO SL6-BALANCE-DUE.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

      *****************************************************************
      *  710-PRINT-STATEMENT-LINE writes the line already moved to
      *  PRINT-AREA, starting a continuation page (same customer
      *  heading) first if the statement has run off the page.
      *****************************************************************
       710-PRINT-STATEMENT-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               MOVE PRINT-AREA TO WS-HOLD-PRINT-LINE
               PERFORM 800-PRINT-HEADING-LINES
               MOVE WS-HOLD-PRINT-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       820-PRINT-SECTION-HEADING.
           MOVE SPACE TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.
           MOVE SECTION-HEADING-LINE TO PRINT-AREA.
           PERFORM 710-PRINT-STATEMENT-LINE.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3026.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3026 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3026
           END-IF.

      *****************************************************************
      *  995-FORMAT-RUN-LOG-RECORD builds the log record.  The
      *  completion status follows the suite's return code
      *  convention - zero completed clean, 4 or 8 completed with
      *  warnings, 12 and up aborted.
      *****************************************************************
       995-FORMAT-RUN-LOG-RECORD.
           INITIALIZE RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-DATE-TIME.
           MOVE "RPT3026"             TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-DATE        TO RL-RUN-DATE.
           MOVE WS-RUNLOG-TIME        TO RL-RUN-TIME.
           MOVE RETURN-CODE           TO RL-RETURN-CODE.
           EVALUATE TRUE
               WHEN RETURN-CODE = ZERO
                   SET RL-STATUS-OK      TO TRUE
               WHEN RETURN-CODE < 12
                   SET RL-STATUS-WARNING TO TRUE
               WHEN OTHER
                   SET RL-STATUS-ABORTED TO TRUE
           END-EVALUATE.
           MOVE WS-RECORDS-READ       TO RL-RECORDS-READ.
           MOVE WS-STATEMENT-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE "BAL DUE"             TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-BALANCE-DUE  TO RL-AMOUNT-TOTAL-1.
           MOVE "PAYMENTS"            TO RL-AMOUNT-NAME-2.
           MOVE WS-TOTAL-PAYMENTS     TO RL-AMOUNT-TOTAL-2.
