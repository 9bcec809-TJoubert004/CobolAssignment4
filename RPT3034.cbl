       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3034.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3034 program is the month-end finance
      *               charge assessment.  Late-paying customers were
      *               charged nothing for carrying a past-due
      *               balance, and the few charges credit did raise
      *               were keyed as ordinary invoices - so they
      *               landed in CM-SALES-THIS-YTD and the monthly
      *               buckets and inflated every sales and commission
      *               figure built on them.  RPT3034 reads CUSTMAST
      *               in branch/salesrep sequence through the branch/
      *               salesrep alternate index path (the same way
      *               RPT3030 does), totals each owing customer's
      *               open SALESHST invoices older than the RUNPARM
      *               grace period, and charges the RUNPARM monthly
      *               rate on that past-due amount.  Customers on
      *               credit hold, closed accounts, and customers
      *               flagged CM-FINCHG-EXEMPT are listed but never
      *               charged; a charge under the RUNPARM minimum is
      *               waived.  Each charge is written to SALESHST as
      *               its own "F" open item, keyed by the charge month
      *               (YYYYMM) in the invoice number, so it ages on
      *               RPT3020, lists on the RPT3026 statement and is
      *               paid down by RPT3019 exactly like an invoice -
      *               and a rerun in the same month finds the key on
      *               file and charges nobody twice.  The charge is
      *               added to CM-OPEN-AR-BALANCE only; the sales
      *               figures are never touched.  Each charge writes
      *               a CUSTJRNL journal record (source "F") so a
      *               RECVMAST recovery replays it.  The charge is
      *               dated on the run date, and the run is refused
      *               outright when PERDCTRL shows that month closed.
      *               The finance charge register lists every past-
      *               due customer by branch with the charge or the
      *               reason none was made, and totals each branch.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  CM-PARENT-NUMBER added to the CUSTMAST layout
      *                  in what was filler. Not used here - kept only
      *                  so every program sharing the CUSTMAST layout
      *                  agrees on it.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-REGION-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT INVOICE-HISTORY   ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT RUNPARM-RPT3034   ASSIGN TO RUNPARM.
           SELECT PERDCTRL-RPT3034  ASSIGN TO PERDCTRL.
           SELECT JOURNAL-RPT3034   ASSIGN TO CUSTJRNL.
           SELECT OUTPUT-RPT3034    ASSIGN TO RPT3034.
           SELECT RUNLOG-RPT3034    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-REP-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
               10  CM-SALESREP-NUMBER  PIC 9(2).
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
           05  CM-FINCHG-EXEMPT        PIC X(01).
               88  CM-FINCHG-IS-EXEMPT          VALUE "Y".
           05  CM-PARENT-NUMBER        PIC 9(5).
           05  FILLER                  PIC X(8).

      *****************************************************************
      *  INVOICE-HISTORY is the permanent posted-invoice history
      *  RPT3012 writes and RPT3019 relieves.  Each owing customer's
      *  open invoices are found with a START on the customer number
      *  and a forward read until the number changes, the same way
      *  RPT3030 ages an account.  Every charge made here is added
      *  as an "F" record whose invoice number is the charge month.
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
      *  RUNPARM-RPT3034 is the shared run-control parameter record.
      *  This program uses the finance charge monthly rate (9V9999,
      *  so 00150 is 1.5 percent a month), the grace period in days
      *  an invoice may stay open before it is charged, and the
      *  smallest charge worth raising.  The decline threshold
      *  belongs to RPT3002 and the branch range and sales ceiling
      *  to RPT3004.  The full layout is kept here so every program
      *  sharing the RUNPARM record agrees on it.
      *****************************************************************
       FD  RUNPARM-RPT3034
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  RUNPARM-RECORD.
           05  RP-DECLINE-THRESHOLD-SIGN  PIC X(1).
           05  RP-DECLINE-THRESHOLD-PCT   PIC 9(3)V9.
           05  RP-MIN-VALID-BRANCH        PIC 9(2).
           05  RP-MAX-VALID-BRANCH        PIC 9(2).
           05  RP-MAX-VALID-SALES         PIC 9(5)V9(2).
           05  RP-FINCHG-MONTHLY-RATE     PIC 9V9(4).
           05  RP-FINCHG-GRACE-DAYS       PIC 9(3).
           05  RP-FINCHG-MINIMUM          PIC 9(3)V9(2).
           05  FILLER                     PIC X(1).

      *****************************************************************
      *  PERDCTRL-RPT3034 is the single accounting period control
      *  record RPT3023's month-end close maintains.  The charges
      *  are dated on the run date, so the run date's month must
      *  still be open or the run is refused.
      *****************************************************************
       FD  PERDCTRL-RPT3034
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD-YEAR          PIC 9(4).
           05  PC-MONTH-STATUS-TABLE.
               10  PC-MONTH-STATUS     OCCURS 12 TIMES
                                       PIC X(1).
           05  FILLER                  PIC X(14).

      *****************************************************************
      *  JOURNAL-RPT3034 is the CUSTJRNL update journal RPT3012 and
      *  RPT3019 also write - one record per charge carrying the run
      *  date and time, the charge in the SALESTRN layout with
      *  transaction code "F", and the before and after master
      *  images, so the RPT3021 recovery run can replay it.
      *****************************************************************
       FD  JOURNAL-RPT3034
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS
           BLOCK CONTAINS 360 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-RUN-DATE             PIC 9(8).
           05  JR-RUN-TIME             PIC 9(6).
           05  JR-TRANSACTION-IMAGE    PIC X(80).
           05  JR-BEFORE-IMAGE         PIC X(130).
           05  JR-AFTER-IMAGE          PIC X(130).
           05  JR-SOURCE-CODE          PIC X(1).
               88  JR-FINANCE-CHARGE            VALUE "F".
           05  FILLER                  PIC X(5).

       FD  OUTPUT-RPT3034
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3034 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3034
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
           05  WS-FIRST-RECORD-SWITCH  PIC X    VALUE "Y".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-PERIOD-PARM-SWITCH   PIC X    VALUE "N".
               88  PERIOD-PARM-OK               VALUE "Y".
               88  PERIOD-PARM-FAILED           VALUE "N".
           05  WS-HISTORY-SWITCH       PIC X    VALUE "N".
               88  HISTORY-DONE                 VALUE "Y".
               88  HISTORY-NOT-DONE             VALUE "N".
           05  WS-CHARGED-SWITCH       PIC X    VALUE "N".
               88  ALREADY-CHARGED              VALUE "Y".
               88  NOT-YET-CHARGED              VALUE "N".
           05  WS-POSTING-FIT-SWITCH   PIC X    VALUE "Y".
               88  POSTING-FITS                 VALUE "Y".
               88  POSTING-OVERFLOWS            VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.

       01  PARAMETER-FIELDS.
           05  WS-FINCHG-RATE          PIC 9V9(4)      VALUE ZERO.
           05  WS-FINCHG-RATE-PCT      PIC 9(3)V99     VALUE ZERO.
           05  WS-GRACE-DAYS           PIC 9(3)        VALUE ZERO.
           05  WS-MINIMUM-CHARGE       PIC 9(3)V99     VALUE ZERO.

      *****************************************************************
      *  The period control record is copied here at startup, the
      *  same way RPT3012 holds it.
      *****************************************************************
       01  PERIOD-CONTROL-FIELDS.
           05  WS-PERIOD-YEAR          PIC 9(4)        VALUE ZERO.
           05  WS-PERIOD-MONTH-SUB     PIC S9(4) COMP  VALUE ZERO.
           05  WS-MONTH-OPEN-TABLE.
               10  WS-MONTH-OPEN       OCCURS 12 TIMES
                                       PIC X(1).

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(6)        VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP  VALUE ZERO.
           05  WS-POST-DATE-INT        PIC S9(9) COMP  VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(5) COMP  VALUE ZERO.
           05  WS-CHARGE-REFERENCE     PIC 9(6)        VALUE ZERO.

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

      *****************************************************************
      *  The charge and the new balance are staged and size-checked
      *  before anything lands on the master - the RPT3012 rule - so
      *  a charge that would overflow a field is reported instead.
      *****************************************************************
       01  CUSTOMER-CHARGE-FIELDS.
           05  CUST-PAST-DUE-BASE      PIC S9(7)V99   VALUE ZERO.
           05  CUST-CHARGE-AMOUNT      PIC S9(5)V99   VALUE ZERO.
           05  WS-NEW-AR-AMOUNT        PIC S9(7)V99   VALUE ZERO.
           05  WS-OLD-AR-AMOUNT        PIC S9(7)V99   VALUE ZERO.
           05  WS-RESULT-TEXT          PIC X(30)      VALUE SPACE.

       01  JOURNAL-FIELDS.
           05  WS-JOURNAL-BEFORE-IMAGE PIC X(130)  VALUE SPACE.
           05  WS-JOURNAL-AFTER-IMAGE  PIC X(130)  VALUE SPACE.

      *****************************************************************
      *  CHARGE-TRANS-IMAGE is the charge laid out as a SALESTRN
      *  record with transaction code "F" - what the journal record
      *  carries as its transaction.
      *****************************************************************
       01  CHARGE-TRANS-IMAGE.
           05  FT-CUSTOMER-NUMBER      PIC 9(5).
           05  FT-CHARGE-AMOUNT        PIC S9(5)V9(2).
           05  FT-POSTING-DATE         PIC 9(8).
           05  FT-CHARGE-REFERENCE     PIC 9(6).
           05  FT-TRANSACTION-CODE     PIC X(1).
           05  FT-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(51).

       01  BRANCH-TOTAL-FIELDS.
           05  WS-PREVIOUS-BRANCH      PIC 9(2)       VALUE ZERO.
           05  BRANCH-LISTED-COUNT     PIC S9(5)      VALUE ZERO.
           05  BRANCH-CHARGED-COUNT    PIC S9(5)      VALUE ZERO.
           05  BRANCH-PAST-DUE-BASE    PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-CHARGE-AMOUNT    PIC S9(9)V99   VALUE ZERO.

       01  TOTAL-FIELDS.
           05  GRAND-READ-COUNT        PIC S9(7)      VALUE ZERO.
           05  GRAND-LISTED-COUNT      PIC S9(5)      VALUE ZERO.
           05  GRAND-CHARGED-COUNT     PIC S9(5)      VALUE ZERO.
           05  GRAND-HOLD-COUNT        PIC S9(5)      VALUE ZERO.
           05  GRAND-EXEMPT-COUNT      PIC S9(5)      VALUE ZERO.
           05  GRAND-CLOSED-COUNT      PIC S9(5)      VALUE ZERO.
           05  GRAND-BELOW-MIN-COUNT   PIC S9(5)      VALUE ZERO.
           05  GRAND-ALREADY-COUNT     PIC S9(5)      VALUE ZERO.
           05  GRAND-OVERFLOW-COUNT    PIC S9(5)      VALUE ZERO.
           05  GRAND-PAST-DUE-BASE     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-CHARGE-AMOUNT     PIC S9(9)V99   VALUE ZERO.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
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
           05  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "FINANCE CHARGE REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(50)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3034".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(12)   VALUE "RATE/MONTH: ".
           05  HL3-RATE-PCT    PIC ZZ9.99.
           05  FILLER          PIC X(4)    VALUE "%   ".
           05  FILLER          PIC X(7)    VALUE "GRACE: ".
           05  HL3-GRACE-DAYS  PIC ZZ9.
           05  FILLER          PIC X(8)    VALUE " DAYS   ".
           05  FILLER          PIC X(9)    VALUE "MINIMUM: ".
           05  HL3-MINIMUM     PIC ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "CHARGE MONTH: ".
           05  HL3-CHARGE-MONTH PIC 9999/99.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BRANCH: ".
           05  HL3-BRANCH-NUMBER PIC Z9.
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(6)  VALUE "BRANCH".
           05  FILLER PIC X(6)  VALUE "SALES ".
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(15) VALUE "   PAST DUE    ".
           05  FILLER PIC X(15) VALUE "    OPEN AR    ".
           05  FILLER PIC X(12) VALUE "    FINANCE ".
           05  FILLER PIC X(15) VALUE "    NEW OPEN   ".
           05  FILLER PIC X(32) VALUE "RESULT".

       01  HEADING-LINE-5.
           05  FILLER PIC X(6)  VALUE "NUM".
           05  FILLER PIC X(6)  VALUE "REP".
           05  FILLER PIC X(7)  VALUE "NUM".
           05  FILLER PIC X(22) VALUE SPACE.
           05  FILLER PIC X(15) VALUE "     BASE      ".
           05  FILLER PIC X(15) VALUE "    BEFORE     ".
           05  FILLER PIC X(12) VALUE "     CHARGE ".
           05  FILLER PIC X(15) VALUE "   AR BALANCE  ".
           05  FILLER PIC X(32) VALUE SPACE.

       01  HEADING-LINE-6.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.

       01  CHARGE-LINE.
           05  CL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  CL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-PAST-DUE-BASE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-OLD-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CHARGE-AMOUNT    PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-NEW-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-RESULT           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  BTL-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(10)   VALUE " LISTED:  ".
           05  BTL-LISTED-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  CHARGED: ".
           05  BTL-CHARGED-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  PAST DUE: ".
           05  BTL-PAST-DUE-BASE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(11)   VALUE "  CHARGES: ".
           05  BTL-CHARGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(37)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "CUSTOMERS READ....: ".
           05  SL2-READ-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "PAST DUE LISTED...: ".
           05  SL3-LISTED-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "CHARGES ASSESSED..: ".
           05  SL4-CHARGED-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "SKIPPED-ON HOLD...: ".
           05  SL5-HOLD-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "SKIPPED-EXEMPT....: ".
           05  SL6-EXEMPT-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "SKIPPED-CLOSED....: ".
           05  SL7-CLOSED-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-8.
           05  FILLER              PIC X(20)
               VALUE "WAIVED-UNDER MIN..: ".
           05  SL8-BELOW-MIN-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-9.
           05  FILLER              PIC X(20)
               VALUE "ALREADY CHARGED...: ".
           05  SL9-ALREADY-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-10.
           05  FILLER              PIC X(20)
               VALUE "REJECTED-OVERFLOW.: ".
           05  SL10-OVERFLOW-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-11.
           05  FILLER              PIC X(20)
               VALUE "TOTAL PAST DUE....: ".
           05  SL11-PAST-DUE-BASE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  SUMMARY-LINE-12.
           05  FILLER              PIC X(20)
               VALUE "TOTAL CHARGED.....: ".
           05  SL12-CHARGE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-ASSESS-FINANCE-CHARGES.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-FINANCE-CHARGES
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-RUN-PARAMETERS reads the single RUNPARM record and
      *  validates the finance charge fields.  A missing record, a
      *  non-numeric or zero rate, or a non-numeric grace period or
      *  minimum fails the run - charging customers at a guessed
      *  rate is exactly what this must never do.
      *****************************************************************
       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUNPARM-RPT3034.
           READ RUNPARM-RPT3034
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   PERFORM 015-EDIT-RUN-PARAMETERS
           END-READ.
           CLOSE RUNPARM-RPT3034.

       015-EDIT-RUN-PARAMETERS.
           IF RP-FINCHG-MONTHLY-RATE IS NUMERIC
               AND RP-FINCHG-MONTHLY-RATE > ZERO
               AND RP-FINCHG-GRACE-DAYS IS NUMERIC
               AND RP-FINCHG-MINIMUM IS NUMERIC
               MOVE RP-FINCHG-MONTHLY-RATE TO WS-FINCHG-RATE
               MOVE RP-FINCHG-GRACE-DAYS   TO WS-GRACE-DAYS
               MOVE RP-FINCHG-MINIMUM      TO WS-MINIMUM-CHARGE
               COMPUTE WS-FINCHG-RATE-PCT = WS-FINCHG-RATE * 100
               SET PARM-OK TO TRUE
           ELSE
               SET PARM-FAILED TO TRUE
           END-IF.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3034 - RUNPARM FINANCE CHARGE FIELDS MISSING OR "
                   "MALFORMED - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-FINANCE-CHARGES.
           OPEN I-O    CUSTMAST
                       INVOICE-HISTORY
                OUTPUT OUTPUT-RPT3034
                EXTEND JOURNAL-RPT3034.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 070-LOAD-PERIOD-CONTROL
               EVALUATE TRUE
                   WHEN PERIOD-PARM-FAILED
                       PERFORM 075-ABORT-PERIOD-FAILURE
                   WHEN CD-YEAR NOT = WS-PERIOD-YEAR
                       PERFORM 078-ABORT-CLOSED-PERIOD
                   WHEN WS-MONTH-OPEN(CD-MONTH) NOT = "O"
                       PERFORM 078-ABORT-CLOSED-PERIOD
                   WHEN OTHER
                       PERFORM 035-START-BRANCH-REP-SEQUENCE
                       PERFORM 200-PROCESS-CUSTOMER-RECORD
                           UNTIL CUSTMAST-EOF-SWITCH = "Y"
                       IF WS-FIRST-RECORD-SWITCH = "N"
                           PERFORM 225-PRINT-BRANCH-TOTALS
                       END-IF
                       PERFORM 700-PRINT-RUN-SUMMARY
               END-EVALUATE
           END-IF.
           CLOSE CUSTMAST
                 INVOICE-HISTORY
                 JOURNAL-RPT3034
                 OUTPUT-RPT3034.

      *****************************************************************
      *  035-START-BRANCH-REP-SEQUENCE makes the branch/salesrep
      *  alternate index the key of reference, so the sequential
      *  reads that follow deliver CUSTMAST in the branch order the
      *  register breaks on - the same START RPT3030 opens with.
      *****************************************************************
       035-START-BRANCH-REP-SEQUENCE.
           MOVE ZERO TO CM-BRANCH-NUMBER
                        CM-SALESREP-NUMBER.
           START CUSTMAST KEY NOT LESS THAN CM-BRANCH-REP-KEY
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3034 - CUSTMAST/SALESHST OPEN FAILED, FILE "
                   "STATUS " WS-CUSTMAST-STATUS "/" WS-SALESHST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      *  070-LOAD-PERIOD-CONTROL reads the single PERDCTRL record
      *  and copies the control year and month flags into
      *  WORKING-STORAGE.  A missing record, a non-numeric year, or
      *  a flag that is not O or C fails the run.
      *****************************************************************
       070-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERDCTRL-RPT3034.
           READ PERDCTRL-RPT3034
               AT END
                   SET PERIOD-PARM-FAILED TO TRUE
               NOT AT END
                   PERFORM 072-EDIT-PERIOD-CONTROL
           END-READ.
           CLOSE PERDCTRL-RPT3034.

       072-EDIT-PERIOD-CONTROL.
           IF PC-PERIOD-YEAR IS NUMERIC
               AND PC-PERIOD-YEAR > ZERO
               SET PERIOD-PARM-OK TO TRUE
               MOVE PC-PERIOD-YEAR         TO WS-PERIOD-YEAR
               MOVE PC-MONTH-STATUS-TABLE  TO WS-MONTH-OPEN-TABLE
               PERFORM 074-EDIT-ONE-MONTH-FLAG
                   VARYING WS-PERIOD-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-MONTH-SUB > 12
           ELSE
               SET PERIOD-PARM-FAILED TO TRUE
           END-IF.

       074-EDIT-ONE-MONTH-FLAG.
           IF PC-MONTH-STATUS(WS-PERIOD-MONTH-SUB) NOT = "O"
               AND PC-MONTH-STATUS(WS-PERIOD-MONTH-SUB) NOT = "C"
               SET PERIOD-PARM-FAILED TO TRUE
           END-IF.

       075-ABORT-PERIOD-FAILURE.
           DISPLAY "RPT3034 - PERDCTRL PERIOD CONTROL RECORD MISSING "
                   "OR MALFORMED - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      *  078-ABORT-CLOSED-PERIOD refuses the whole run when the run
      *  date falls outside the PERDCTRL year or in a month already
      *  closed - every charge is dated on the run date, so not one
      *  of them could be posted.  Month-end must run this before
      *  RPT3023 closes the month.
      *****************************************************************
       078-ABORT-CLOSED-PERIOD.
           DISPLAY "RPT3034 - CHARGE MONTH " WS-CHARGE-REFERENCE
                   " IS NOT OPEN ON PERDCTRL - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-FINCHG-RATE-PCT TO HL3-RATE-PCT.
           MOVE WS-GRACE-DAYS      TO HL3-GRACE-DAYS.
           MOVE WS-MINIMUM-CHARGE  TO HL3-MINIMUM.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-TIME =
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-CHARGE-REFERENCE =
               (CD-YEAR * 100) + CD-MONTH.
           MOVE WS-CHARGE-REFERENCE TO HL3-CHARGE-MONTH.

      *****************************************************************
      *  200-PROCESS-CUSTOMER-RECORD works one customer.  Only a
      *  customer with a positive CM-OPEN-AR-BALANCE can owe a
      *  charge, so nobody else costs a trip to SALESHST.  A
      *  customer with nothing past the grace period is not listed.
      *****************************************************************
       200-PROCESS-CUSTOMER-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO GRAND-READ-COUNT
               IF WS-FIRST-RECORD-SWITCH = "N"
                   AND CM-BRANCH-NUMBER NOT = WS-PREVIOUS-BRANCH
                       PERFORM 225-PRINT-BRANCH-TOTALS
               END-IF
               IF CM-OPEN-AR-BALANCE > ZERO
                   PERFORM 300-TOTAL-PAST-DUE-ITEMS
                   IF CUST-PAST-DUE-BASE > ZERO
                       PERFORM 400-DECIDE-FINANCE-CHARGE
                   END-IF
               END-IF
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE CM-BRANCH-NUMBER TO WS-PREVIOUS-BRANCH.

       210-READ-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.

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
      *  225-PRINT-BRANCH-TOTALS closes out the finished branch and
      *  sends the next branch's register to a fresh page.  A branch
      *  with nothing listed prints nothing.
      *****************************************************************
       225-PRINT-BRANCH-TOTALS.
           IF BRANCH-LISTED-COUNT > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 800-PRINT-HEADING-LINES
               END-IF
               MOVE WS-PREVIOUS-BRANCH      TO BTL-BRANCH-NUMBER
               MOVE BRANCH-LISTED-COUNT     TO BTL-LISTED-COUNT
               MOVE BRANCH-CHARGED-COUNT    TO BTL-CHARGED-COUNT
               MOVE BRANCH-PAST-DUE-BASE    TO BTL-PAST-DUE-BASE
               MOVE BRANCH-CHARGE-AMOUNT    TO BTL-CHARGE-AMOUNT
               MOVE SPACE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE BRANCH-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 99 TO LINE-COUNT
           END-IF.

           MOVE ZERO TO BRANCH-LISTED-COUNT
                        BRANCH-CHARGED-COUNT
                        BRANCH-PAST-DUE-BASE
                        BRANCH-CHARGE-AMOUNT.

      *****************************************************************
      *  300-TOTAL-PAST-DUE-ITEMS walks the customer's history and
      *  totals the open invoice amounts older than the grace
      *  period.  Earlier "F" charges are not part of the base - a
      *  finance charge is never charged on itself - but an "F"
      *  record for this month means the customer was already
      *  charged.  The base is capped at CM-OPEN-AR-BALANCE so an
      *  unapplied credit on the master is never charged for.
      *****************************************************************
       300-TOTAL-PAST-DUE-ITEMS.
           MOVE ZERO TO CUST-PAST-DUE-BASE.
           SET NOT-YET-CHARGED TO TRUE.

           SET HISTORY-NOT-DONE TO TRUE.
           MOVE CM-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER.
           MOVE ZERO               TO HI-INVOICE-NUMBER.
           MOVE LOW-VALUE          TO HI-TRANSACTION-CODE.
           START INVOICE-HISTORY KEY >= HI-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-DONE TO TRUE
           END-START.

           PERFORM 310-READ-NEXT-HISTORY-RECORD
               UNTIL HISTORY-DONE.

           IF CUST-PAST-DUE-BASE > CM-OPEN-AR-BALANCE
               MOVE CM-OPEN-AR-BALANCE TO CUST-PAST-DUE-BASE
           END-IF.

       310-READ-NEXT-HISTORY-RECORD.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF HI-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET HISTORY-DONE TO TRUE
                   ELSE
                       EVALUATE HI-TRANSACTION-CODE
                           WHEN "I"
                               IF HI-OPEN-AMOUNT > ZERO
                                   PERFORM 320-AGE-OPEN-INVOICE
                               END-IF
                           WHEN "F"
                               IF HI-INVOICE-NUMBER =
                                   WS-CHARGE-REFERENCE
                                   SET ALREADY-CHARGED TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************************
      *  320-AGE-OPEN-INVOICE ages the invoice from its posting date
      *  with RPT3020's rule and adds its open amount to the base
      *  once the age passes the grace period.  An unreadable
      *  posting date counts as past due, as it does on RPT3020.
      *****************************************************************
       320-AGE-OPEN-INVOICE.
           PERFORM 215-VALIDATE-POSTING-DATE.
           IF EDIT-DATE-OK
               COMPUTE WS-POST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HI-POSTING-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-POST-DATE-INT
           ELSE
               MOVE 999 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               ADD HI-OPEN-AMOUNT TO CUST-PAST-DUE-BASE
           END-IF.

      *****************************************************************
      *  400-DECIDE-FINANCE-CHARGE works out the charge and decides
      *  whether it is made.  Closed and held accounts take no
      *  postings (the RPT3012 rule), exempt customers are never
      *  charged, and a charge under the RUNPARM minimum is waived.
      *****************************************************************
       400-DECIDE-FINANCE-CHARGE.
           SET POSTING-FITS TO TRUE.
           MOVE CM-OPEN-AR-BALANCE TO WS-OLD-AR-AMOUNT.
           MOVE CM-OPEN-AR-BALANCE TO WS-NEW-AR-AMOUNT.
           MOVE ZERO               TO CUST-CHARGE-AMOUNT.
           COMPUTE CUST-CHARGE-AMOUNT ROUNDED =
               CUST-PAST-DUE-BASE * WS-FINCHG-RATE
               ON SIZE ERROR
                   SET POSTING-OVERFLOWS TO TRUE
           END-COMPUTE.

           EVALUATE TRUE
               WHEN ALREADY-CHARGED
                   ADD 1 TO GRAND-ALREADY-COUNT
                   MOVE "ALREADY CHARGED THIS MONTH"
                       TO WS-RESULT-TEXT
               WHEN CM-STATUS-CLOSED
                   ADD 1 TO GRAND-CLOSED-COUNT
                   MOVE "SKIPPED - ACCOUNT CLOSED"
                       TO WS-RESULT-TEXT
               WHEN CM-STATUS-HOLD
                   ADD 1 TO GRAND-HOLD-COUNT
                   MOVE "SKIPPED - ON CREDIT HOLD"
                       TO WS-RESULT-TEXT
               WHEN CM-FINCHG-IS-EXEMPT
                   ADD 1 TO GRAND-EXEMPT-COUNT
                   MOVE "SKIPPED - EXEMPT"
                       TO WS-RESULT-TEXT
               WHEN POSTING-OVERFLOWS
                   PERFORM 490-REJECT-CHARGE-OVERFLOW
               WHEN CUST-CHARGE-AMOUNT < WS-MINIMUM-CHARGE
                   ADD 1 TO GRAND-BELOW-MIN-COUNT
                   MOVE "WAIVED - UNDER MINIMUM"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 410-ASSESS-FINANCE-CHARGE
           END-EVALUATE.

           PERFORM 600-PRINT-CHARGE-LINE.

      *****************************************************************
      *  410-ASSESS-FINANCE-CHARGE stages the new balance, banks the
      *  "F" history record first - a key already on file means the
      *  month was charged by an earlier run, and nothing more is
      *  done - then rewrites the master and journals the change.
      *****************************************************************
       410-ASSESS-FINANCE-CHARGE.
           COMPUTE WS-NEW-AR-AMOUNT =
               CM-OPEN-AR-BALANCE + CUST-CHARGE-AMOUNT
               ON SIZE ERROR
                   SET POSTING-OVERFLOWS TO TRUE
           END-COMPUTE.

           IF POSTING-OVERFLOWS
               PERFORM 490-REJECT-CHARGE-OVERFLOW
           ELSE
               PERFORM 420-WRITE-HISTORY-RECORD
           END-IF.

           IF POSTING-FITS
               AND NOT-YET-CHARGED
               MOVE CUSTOMER-MASTER-RECORD
                   TO WS-JOURNAL-BEFORE-IMAGE
               MOVE WS-NEW-AR-AMOUNT   TO CM-OPEN-AR-BALANCE
               MOVE WS-RUN-DATE        TO CM-LAST-ACTIVITY-DATE
               MOVE CUSTOMER-MASTER-RECORD
                   TO WS-JOURNAL-AFTER-IMAGE
               REWRITE CUSTOMER-MASTER-RECORD
               PERFORM 430-WRITE-JOURNAL-RECORD

               ADD 1                  TO BRANCH-CHARGED-COUNT
               ADD 1                  TO GRAND-CHARGED-COUNT
               ADD CUST-CHARGE-AMOUNT TO BRANCH-CHARGE-AMOUNT
               ADD CUST-CHARGE-AMOUNT TO GRAND-CHARGE-AMOUNT
               MOVE "CHARGED" TO WS-RESULT-TEXT
           END-IF.

       420-WRITE-HISTORY-RECORD.
           MOVE SPACE               TO INVOICE-HISTORY-RECORD.
           MOVE CM-CUSTOMER-NUMBER  TO HI-CUSTOMER-NUMBER.
           MOVE WS-CHARGE-REFERENCE TO HI-INVOICE-NUMBER.
           MOVE "F"                 TO HI-TRANSACTION-CODE.
           MOVE CUST-CHARGE-AMOUNT  TO HI-INVOICE-AMOUNT.
           MOVE WS-RUN-DATE         TO HI-POSTING-DATE.
           MOVE WS-RUN-DATE         TO HI-RUN-DATE.
           MOVE CUST-CHARGE-AMOUNT  TO HI-OPEN-AMOUNT.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   SET ALREADY-CHARGED TO TRUE
                   ADD 1 TO GRAND-ALREADY-COUNT
                   MOVE "ALREADY CHARGED THIS MONTH"
                       TO WS-RESULT-TEXT
                   MOVE CM-OPEN-AR-BALANCE TO WS-NEW-AR-AMOUNT
           END-WRITE.

      *****************************************************************
      *  430-WRITE-JOURNAL-RECORD writes one journal record for the
      *  charge just made - run date and time, the charge as a
      *  SALESTRN-layout "F" transaction, and the before and after
      *  master images.
      *****************************************************************
       430-WRITE-JOURNAL-RECORD.
           MOVE SPACE               TO CHARGE-TRANS-IMAGE.
           MOVE CM-CUSTOMER-NUMBER  TO FT-CUSTOMER-NUMBER.
           MOVE CUST-CHARGE-AMOUNT  TO FT-CHARGE-AMOUNT.
           MOVE WS-RUN-DATE         TO FT-POSTING-DATE.
           MOVE WS-CHARGE-REFERENCE TO FT-CHARGE-REFERENCE.
           MOVE "F"                 TO FT-TRANSACTION-CODE.

           MOVE SPACE                    TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE              TO JR-RUN-DATE.
           MOVE WS-RUN-TIME              TO JR-RUN-TIME.
           MOVE CHARGE-TRANS-IMAGE       TO JR-TRANSACTION-IMAGE.
           MOVE WS-JOURNAL-BEFORE-IMAGE  TO JR-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER-IMAGE   TO JR-AFTER-IMAGE.
           SET JR-FINANCE-CHARGE TO TRUE.
           WRITE JOURNAL-RECORD.

       490-REJECT-CHARGE-OVERFLOW.
           ADD 1 TO GRAND-OVERFLOW-COUNT.
           MOVE 8 TO RETURN-CODE.
           MOVE "***ERROR*** EXCEEDS FIELD LIMIT" TO WS-RESULT-TEXT.
           MOVE CM-OPEN-AR-BALANCE TO WS-NEW-AR-AMOUNT.

       600-PRINT-CHARGE-LINE.
           MOVE CM-BRANCH-NUMBER TO HL3-BRANCH-NUMBER.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE CM-BRANCH-NUMBER     TO CL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER   TO CL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER   TO CL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME     TO CL-CUSTOMER-NAME.
           MOVE CUST-PAST-DUE-BASE   TO CL-PAST-DUE-BASE.
           MOVE WS-OLD-AR-AMOUNT     TO CL-OLD-BALANCE.
           MOVE CUST-CHARGE-AMOUNT   TO CL-CHARGE-AMOUNT.
           MOVE WS-NEW-AR-AMOUNT     TO CL-NEW-BALANCE.
           MOVE WS-RESULT-TEXT       TO CL-RESULT.
           MOVE CHARGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           ADD 1                  TO BRANCH-LISTED-COUNT.
           ADD 1                  TO GRAND-LISTED-COUNT.
           ADD CUST-PAST-DUE-BASE TO BRANCH-PAST-DUE-BASE.
           ADD CUST-PAST-DUE-BASE TO GRAND-PAST-DUE-BASE.

       700-PRINT-RUN-SUMMARY.
           MOVE ZERO TO HL3-BRANCH-NUMBER.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-READ-COUNT TO SL2-READ-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-LISTED-COUNT TO SL3-LISTED-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CHARGED-COUNT TO SL4-CHARGED-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-HOLD-COUNT TO SL5-HOLD-COUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-EXEMPT-COUNT TO SL6-EXEMPT-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CLOSED-COUNT TO SL7-CLOSED-COUNT.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-BELOW-MIN-COUNT TO SL8-BELOW-MIN-COUNT.
           MOVE SUMMARY-LINE-8 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-ALREADY-COUNT TO SL9-ALREADY-COUNT.
           MOVE SUMMARY-LINE-9 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-OVERFLOW-COUNT TO SL10-OVERFLOW-COUNT.
           MOVE SUMMARY-LINE-10 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-PAST-DUE-BASE TO SL11-PAST-DUE-BASE.
           MOVE SUMMARY-LINE-11 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CHARGE-AMOUNT TO SL12-CHARGE-AMOUNT.
           MOVE SUMMARY-LINE-12 TO PRINT-AREA.
           WRITE PRINT-AREA.

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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-6 TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3034.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3034 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3034
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
           MOVE "RPT3034"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-READ-COUNT      TO RL-RECORDS-READ.
           MOVE GRAND-CHARGED-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE "FIN CHARGE"          TO RL-AMOUNT-NAME-1.
           MOVE GRAND-CHARGE-AMOUNT   TO RL-AMOUNT-TOTAL-1.
