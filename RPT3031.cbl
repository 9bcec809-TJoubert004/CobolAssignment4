       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3031.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3031 program is the monthly salesrep
      *               commission run.  Commissions used to be worked
      *               out on a spreadsheet from the RPT3000C extract,
      *               and credit memos kept getting missed.  RPT3031
      *               first rolls CM-SALES-THIS-YTD up by salesrep
      *               (closed accounts left out, the RPT3018 rule)
      *               and loads REPMAST, then sets each rep's
      *               attainment against SR-ANNUAL-QUOTA and the
      *               highest SR-COMMISSION-TIERS tier that
      *               attainment has reached.  It then reads CUSTMAST
      *               again in key order and walks each customer's
      *               SALESHST records: an invoice posted in the
      *               commission month (the month on PERDPARM) - or
      *               back-dated into an earlier month by a posting
      *               run made in the commission month - earns the
      *               customer's rep the rep's tier rate, and a
      *               credit memo claws back the commission at the
      *               rate and against the rep its invoice was
      *               originally paid at.  Every item commissioned is
      *               written to the permanent COMMHIST commission-
      *               paid history, which is what makes a later
      *               credit claw back correctly and what keeps an
      *               item from being paid twice - a rerun of the
      *               same month picks up the recorded values
      *               instead of working them out again.  The run
      *               writes the PAYROLL interface record (rep and
      *               net commission) for each rep with activity,
      *               the COMMDTL work file RPT3032 prints the rep
      *               commission statements from, and the commission
      *               register to RPT3031.  Sales against a rep
      *               number not on REPMAST are not paid or recorded;
      *               they are listed and the run ends RC=8.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  The run log's records-written count is now
      *                  the COMMHIST records this run actually wrote,
      *                  not the items already recorded by an earlier
      *                  run.  Report line fields renamed RPL- so the
      *                  RL- prefix belongs to the run-log record
      *                  alone.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REPMAST           ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SALESREP-NUMBER
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT INVOICE-HISTORY   ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT COMMISSION-HISTORY ASSIGN TO COMMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-HISTORY-KEY
               FILE STATUS IS WS-COMMHIST-STATUS.
           SELECT PERDPARM-RPT3031  ASSIGN TO PERDPARM.
           SELECT COMMISSION-DETAIL ASSIGN TO COMMDTL.
           SELECT PAYROLL-INTERFACE ASSIGN TO PAYROLL.
           SELECT OUTPUT-RPT3031    ASSIGN TO RPT3031.
           SELECT RUNLOG-RPT3031    ASSIGN TO RUNLOG
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
      *  REPMAST is the salesrep reference master RPT3017 maintains.
      *  SR-COMMISSION-TIERS carries up to three attainment floors
      *  (percent of SR-ANNUAL-QUOTA) with the rate paid once a rep
      *  reaches each one.  Tier 1 is always floored at 000 and is
      *  the rep's base rate; an unused tier is all zeros.
      *****************************************************************
       FD  REPMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-SALESREP-NAME        PIC X(20).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  SR-COMMISSION-TIERS.
               10  SR-COMMISSION-TIER  OCCURS 3 TIMES.
                   15  SR-TIER-FLOOR-PCT   PIC 9(3).
                   15  SR-TIER-RATE        PIC 9V9(4).
           05  FILLER                  PIC X(23).

      *****************************************************************
      *  INVOICE-HISTORY is the permanent posted-invoice history
      *  RPT3012 writes.  A credit memo is keyed under the invoice it
      *  credits with code "C", so it reads immediately ahead of
      *  that invoice's "I" record.
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
      *  COMMISSION-HISTORY is the permanent commission-paid history
      *  (see DEFCOMM.JCL) - one record per SALESHST item ever
      *  commissioned, under the same key as the SALESHST record.
      *  It carries the rep paid, the period paid in, the tier and
      *  rate applied and the commission, so a later credit memo
      *  can be clawed back at exactly what its invoice earned.
      *  A credit memo against an invoice never commissioned is
      *  recorded at tier 0 and a zero rate, so it is only looked
      *  at once.  Records are only ever added.
      *****************************************************************
       FD  COMMISSION-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMISSION-HISTORY-RECORD.
           05  CO-HISTORY-KEY.
               10  CO-CUSTOMER-NUMBER  PIC 9(5).
               10  CO-INVOICE-NUMBER   PIC 9(6).
               10  CO-TRANSACTION-CODE PIC X(1).
           05  CO-SALESREP-NUMBER      PIC 9(2).
           05  CO-COMMISSION-PERIOD    PIC 9(6).
           05  CO-SALES-AMOUNT         PIC S9(5)V9(2).
           05  CO-TIER-NUMBER          PIC 9(1).
           05  CO-COMMISSION-RATE      PIC 9V9(4).
           05  CO-COMMISSION-AMOUNT    PIC S9(5)V9(2).
           05  CO-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(32).

      *****************************************************************
      *  PERDPARM-RPT3031 is the same close-control record RPT3023
      *  and RPT3026 read; the month on it is the commission month.
      *****************************************************************
       FD  PERDPARM-RPT3031
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  PERDPARM-RECORD.
           05  PP-CLOSE-YEAR           PIC X(4).
           05  PP-CLOSE-MONTH          PIC X(2).
           05  FILLER                  PIC X(24).

      *****************************************************************
      *  COMMISSION-DETAIL is the work file RPT3032 prints the rep
      *  statements from once it is sorted on columns 1-15 - one
      *  rep header record (type "1") for every rep on REPMAST and
      *  one detail record (type "2") for every item commissioned
      *  or clawed back this period.
      *****************************************************************
       FD  COMMISSION-DETAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  COMMISSION-DETAIL-RECORD.
           05  CW-SALESREP-NUMBER      PIC 9(2).
           05  CW-RECORD-TYPE          PIC X(1).
               88  CW-REP-HEADER                VALUE "1".
               88  CW-ITEM-DETAIL               VALUE "2".
           05  CW-DETAIL-DATA.
               10  CW-CUSTOMER-NUMBER  PIC 9(5).
               10  CW-INVOICE-NUMBER   PIC 9(6).
               10  CW-TRANSACTION-CODE PIC X(1).
               10  CW-POSTING-DATE     PIC 9(8).
               10  CW-SALES-AMOUNT     PIC S9(5)V9(2).
               10  CW-TIER-NUMBER      PIC 9(1).
               10  CW-COMMISSION-RATE  PIC 9V9(4).
               10  CW-COMMISSION-AMOUNT PIC S9(5)V9(2).
               10  CW-CUSTOMER-NAME    PIC X(20).
               10  CW-ITEM-STATUS      PIC X(1).
                   88  CW-INVOICE-PAID          VALUE "I".
                   88  CW-CREDIT-CLAWBACK       VALUE "B".
                   88  CW-CREDIT-NOT-PAID       VALUE "Z".
               10  FILLER              PIC X(16).
           05  CW-HEADER-DATA REDEFINES CW-DETAIL-DATA.
               10  CW-SALESREP-NAME    PIC X(20).
               10  CW-BRANCH-NUMBER    PIC 9(2).
               10  CW-ANNUAL-QUOTA     PIC S9(7)V9(2).
               10  CW-SALES-THIS-YTD   PIC S9(9)V9(2).
               10  CW-ATTAINED-PCT     PIC S9(3)V9.
               10  CW-REP-TIER-NUMBER  PIC 9(1).
               10  CW-REP-RATE         PIC 9V9(4).
               10  CW-COMMISSION-PERIOD PIC 9(6).
               10  CW-COMMISSION-PERIOD-PARTS
                       REDEFINES CW-COMMISSION-PERIOD.
                   15  CW-PERIOD-YEAR  PIC 9(4).
                   15  CW-PERIOD-MONTH PIC 9(2).
               10  FILLER              PIC X(19).

      *****************************************************************
      *  PAYROLL-INTERFACE carries one record per rep with
      *  commission activity this period - the net of commission
      *  earned and clawed back, which can be negative when credits
      *  outrun the month's sales.
      *****************************************************************
       FD  PAYROLL-INTERFACE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PAYROLL-RECORD.
           05  PY-SALESREP-NUMBER      PIC 9(2).
           05  PY-SALESREP-NAME        PIC X(20).
           05  PY-BRANCH-NUMBER        PIC 9(2).
           05  PY-COMMISSION-PERIOD    PIC 9(6).
           05  PY-COMMISSION-AMOUNT    PIC S9(7)V9(2).
           05  PY-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(33).

       FD  OUTPUT-RPT3031
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3031 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3031
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
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-HISTORY-SWITCH       PIC X    VALUE "N".
               88  HISTORY-DONE                 VALUE "Y".
               88  HISTORY-NOT-DONE             VALUE "N".
           05  WS-CREDIT-HELD-SWITCH   PIC X    VALUE "N".
               88  CREDIT-HELD                  VALUE "Y".
               88  NO-CREDIT-HELD               VALUE "N".
           05  WS-PAID-SWITCH          PIC X    VALUE "N".
               88  ALREADY-PAID                 VALUE "Y".
               88  NOT-ALREADY-PAID             VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-REPMAST-STATUS       PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-COMMHIST-STATUS      PIC X(2)    VALUE SPACE.

       01  PERIOD-FIELDS.
           05  WS-COMMISSION-PERIOD    PIC 9(6)        VALUE ZERO.
           05  WS-COMMISSION-PERIOD-PARTS
                   REDEFINES WS-COMMISSION-PERIOD.
               10  WS-COMMISSION-YEAR  PIC 9(4).
               10  WS-COMMISSION-MONTH PIC 9(2).
           05  WS-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-PERIOD       PIC 9(6).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-COMPARE-DATE         PIC 9(8)        VALUE ZERO.
           05  WS-COMPARE-DATE-PARTS REDEFINES WS-COMPARE-DATE.
               10  WS-COMPARE-PERIOD   PIC 9(6).
               10  WS-COMPARE-DAY      PIC 9(2).
           05  WS-POSTING-PERIOD       PIC 9(6)        VALUE ZERO.
           05  WS-POSTED-RUN-PERIOD    PIC 9(6)        VALUE ZERO.

      *****************************************************************
      *  ITEM-FIELDS hold the SALESHST item being commissioned - the
      *  record just read, or the credit memo held back until its
      *  invoice has been through - and what is to be paid on it.
      *****************************************************************
       01  ITEM-FIELDS.
           05  IT-CUSTOMER-NUMBER      PIC 9(5)        VALUE ZERO.
           05  IT-INVOICE-NUMBER       PIC 9(6)        VALUE ZERO.
           05  IT-TRANSACTION-CODE     PIC X(1)        VALUE SPACE.
           05  IT-INVOICE-AMOUNT       PIC S9(5)V99    VALUE ZERO.
           05  IT-POSTING-DATE         PIC 9(8)        VALUE ZERO.
           05  IT-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  IT-SALESREP-NUMBER      PIC 9(2)        VALUE ZERO.
           05  IT-SALES-AMOUNT         PIC S9(5)V99    VALUE ZERO.
           05  IT-TIER-NUMBER          PIC 9(1)        VALUE ZERO.
           05  IT-COMMISSION-RATE      PIC 9V9(4)      VALUE ZERO.
           05  IT-COMMISSION-AMOUNT    PIC S9(5)V99    VALUE ZERO.
           05  IT-ITEM-STATUS          PIC X(1)        VALUE SPACE.

       01  HELD-CREDIT-FIELDS.
           05  WS-HELD-INVOICE-NUMBER  PIC 9(6)        VALUE ZERO.
           05  WS-HELD-CREDIT-AMOUNT   PIC S9(5)V99    VALUE ZERO.
           05  WS-HELD-POSTING-DATE    PIC 9(8)        VALUE ZERO.
           05  WS-HELD-RUN-DATE        PIC 9(8)        VALUE ZERO.

       01  CALCULATION-FIELDS.
           05  WS-TIER-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  WS-REP-NUMBER           PIC 9(2)        VALUE ZERO.
           05  WS-NET-COMMISSION       PIC S9(7)V99    VALUE ZERO.

      *****************************************************************
      *  REP-COMMISSION-TABLE is direct-indexed by salesrep number
      *  (00-99) the same way RPT3018's rep table is, so any item
      *  can be posted to its rep with one table reference.  The
      *  REPMAST fields are copied in when REPMAST is loaded; the
      *  attainment and tier are set once the YTD rollup is done.
      *  A rep whose REPMAST record has never been given a tier
      *  table (it still holds the old spare FILLER) is flagged
      *  RC-TIERS-MISSING and is not paid until RPT3017 adds one.
      *****************************************************************
       01  REP-COMMISSION-TABLE.
           05  REP-COMMISSION-ENTRY OCCURS 100 TIMES
               INDEXED BY REP-IDX.
               10  RC-ON-REPMAST-SWITCH PIC X         VALUE "N".
                   88  RC-ON-REPMAST                  VALUE "Y".
                   88  RC-TIERS-MISSING               VALUE "T".
                   88  RC-NOT-ON-REPMAST              VALUE "N".
               10  RC-SALESREP-NAME    PIC X(20)      VALUE SPACE.
               10  RC-BRANCH-NUMBER    PIC 9(2)       VALUE ZERO.
               10  RC-ANNUAL-QUOTA     PIC S9(7)V99   VALUE ZERO.
               10  RC-COMMISSION-TIER  OCCURS 3 TIMES.
                   15  RC-TIER-FLOOR-PCT PIC 9(3)     VALUE ZERO.
                   15  RC-TIER-RATE    PIC 9V9(4)     VALUE ZERO.
               10  RC-SALES-THIS-YTD   PIC S9(9)V99   VALUE ZERO.
               10  RC-ATTAINED-PCT     PIC S9(3)V9    VALUE ZERO.
               10  RC-TIER-NUMBER      PIC 9(1)       VALUE ZERO.
               10  RC-COMMISSION-RATE  PIC 9V9(4)     VALUE ZERO.
               10  RC-ITEM-COUNT       PIC S9(5)      VALUE ZERO.
               10  RC-NET-SALES        PIC S9(9)V99   VALUE ZERO.
               10  RC-COMMISSION-EARNED PIC S9(7)V99  VALUE ZERO.
               10  RC-COMMISSION-CLAWBACK PIC S9(7)V99 VALUE ZERO.
               10  RC-UNPAID-ITEM-COUNT PIC S9(5)     VALUE ZERO.
               10  RC-UNPAID-SALES     PIC S9(9)V99   VALUE ZERO.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  TOTAL-FIELDS.
           05  GRAND-READ-COUNT        PIC S9(7)      VALUE ZERO.
           05  GRAND-INVOICE-COUNT     PIC S9(7)      VALUE ZERO.
           05  GRAND-CLAWBACK-COUNT    PIC S9(7)      VALUE ZERO.
           05  GRAND-CREDIT-UNPAID-COUNT PIC S9(7)    VALUE ZERO.
           05  GRAND-RECORDED-COUNT    PIC S9(7)      VALUE ZERO.
           05  GRAND-HISTORY-WRITTEN   PIC S9(7)      VALUE ZERO.
           05  GRAND-UNKNOWN-REP-COUNT PIC S9(7)      VALUE ZERO.
           05  GRAND-HISTORY-ERRORS    PIC S9(5)      VALUE ZERO.
           05  GRAND-PAYROLL-COUNT     PIC S9(5)      VALUE ZERO.
           05  GRAND-NET-SALES         PIC S9(9)V99   VALUE ZERO.
           05  GRAND-COMMISSION-EARNED PIC S9(9)V99   VALUE ZERO.
           05  GRAND-COMMISSION-CLAWBACK PIC S9(9)V99 VALUE ZERO.
           05  GRAND-NET-COMMISSION    PIC S9(9)V99   VALUE ZERO.

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
               VALUE "SALESREP COMMISSION REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(50)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3031".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(19)   VALUE "COMMISSION PERIOD: ".
           05  HL3-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL3-YEAR        PIC 9(4).
           05  FILLER          PIC X(104)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(4)  VALUE "REP".
           05  FILLER PIC X(22) VALUE "SALESREP NAME".
           05  FILLER PIC X(15) VALUE "  ANNUAL QUOTA".
           05  FILLER PIC X(17) VALUE "      SALES YTD".
           05  FILLER PIC X(6)  VALUE "ATTAIN".
           05  FILLER PIC X(6)  VALUE "  TIER".
           05  FILLER PIC X(7)  VALUE "   RATE".
           05  FILLER PIC X(6)  VALUE " ITEMS".
           05  FILLER PIC X(15) VALUE "      NET SALES".
           05  FILLER PIC X(14) VALUE "        EARNED".
           05  FILLER PIC X(13) VALUE "     CLAWBACK".
           05  FILLER PIC X(5)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(4)  VALUE "NUM".
           05  FILLER PIC X(22) VALUE SPACE.
           05  FILLER PIC X(15) VALUE SPACE.
           05  FILLER PIC X(17) VALUE SPACE.
           05  FILLER PIC X(6)  VALUE "  PCT".
           05  FILLER PIC X(6)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE "    PCT".
           05  FILLER PIC X(53) VALUE SPACE.

       01  HEADING-LINE-6.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(14) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE ALL "-".
           05  FILLER PIC X(5)  VALUE SPACE.

       01  REP-LINE.
           05  RPL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-ANNUAL-QUOTA    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-ATTAINED-PCT    PIC ZZ9.9-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RPL-TIER-NUMBER     PIC 9(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-RATE-PCT        PIC ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RPL-ITEM-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RPL-NET-SALES       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RPL-COMMISSION-EARNED PIC Z,ZZZ,ZZ9.99-.
           05  RPL-COMMISSION-CLAWBACK PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)    VALUE SPACE.

      *****************************************************************
      *  UNKNOWN-REP-LINE lists sales sitting against a rep number
      *  REPMAST does not know, or a rep with no tier table yet -
      *  nothing is paid or recorded for them until the rep is
      *  added or given tiers through RPT3017 (or the customer
      *  reassigned) and the run is repeated.
      *****************************************************************
       01  UNKNOWN-REP-LINE.
           05  UL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  UL-REASON           PIC X(20).
           05  UL-ACTION           PIC X(54).
           05  UL-ITEM-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  UL-UNPAID-SALES     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(32)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "CUSTOMERS READ....: ".
           05  SL2-READ-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "INVOICES PAID.....: ".
           05  SL3-INVOICE-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "CLAWBACK CREDITS..: ".
           05  SL4-CLAWBACK-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "CREDITS NOT PAID..: ".
           05  SL5-CREDIT-UNPAID-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "ALREADY RECORDED..: ".
           05  SL6-RECORDED-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "UNKNOWN REP ITEMS.: ".
           05  SL7-UNKNOWN-REP-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-8.
           05  FILLER              PIC X(20)
               VALUE "HISTORY ERRORS....: ".
           05  SL8-HISTORY-ERRORS  PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-9.
           05  FILLER              PIC X(20)
               VALUE "PAYROLL RECORDS...: ".
           05  SL9-PAYROLL-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-10.
           05  FILLER              PIC X(20)
               VALUE "NET SALES.........: ".
           05  SL10-NET-SALES      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  SUMMARY-LINE-11.
           05  FILLER              PIC X(20)
               VALUE "COMMISSION EARNED.: ".
           05  SL11-COMMISSION-EARNED PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  SUMMARY-LINE-12.
           05  FILLER              PIC X(20)
               VALUE "CLAWED BACK.......: ".
           05  SL12-COMMISSION-CLAWBACK PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  SUMMARY-LINE-13.
           05  FILLER              PIC X(20)
               VALUE "NET COMMISSION....: ".
           05  SL13-NET-COMMISSION PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-COMMISSION-RUN.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-COMMISSION-CYCLE
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-RUN-PARAMETERS reads the PERDPARM close-control
      *  record the same way RPT3026 does.  A missing record or a
      *  year/month that is not a real month fails the run.
      *****************************************************************
       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT PERDPARM-RPT3031.
           READ PERDPARM-RPT3031
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   IF PP-CLOSE-YEAR IS NUMERIC
                       AND PP-CLOSE-MONTH IS NUMERIC
                       AND PP-CLOSE-MONTH >= "01"
                       AND PP-CLOSE-MONTH <= "12"
                       MOVE PP-CLOSE-YEAR  TO WS-COMMISSION-YEAR
                       MOVE PP-CLOSE-MONTH TO WS-COMMISSION-MONTH
                       SET PARM-OK TO TRUE
                   ELSE
                       SET PARM-FAILED TO TRUE
                   END-IF
           END-READ.
           CLOSE PERDPARM-RPT3031.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3031 - PERDPARM PARAMETER RECORD MISSING OR "
                   "NOT NUMERIC - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-COMMISSION-CYCLE.
           OPEN INPUT  CUSTMAST
                       REPMAST
                       INVOICE-HISTORY
                I-O    COMMISSION-HISTORY
                OUTPUT COMMISSION-DETAIL
                       PAYROLL-INTERFACE
                       OUTPUT-RPT3031.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-REPMAST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               OR WS-COMMHIST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 110-ACCUMULATE-REP-YTD
                   UNTIL CUSTMAST-EOF-SWITCH = "Y"
               PERFORM 120-LOAD-SALESREP-RECORD
                   UNTIL REPMAST-EOF-SWITCH = "Y"
               PERFORM 150-SET-REP-TIER
                   VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > 100
               PERFORM 035-RESTART-CUSTMAST
               PERFORM 200-PROCESS-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF-SWITCH = "Y"
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 600-CLOSE-OUT-ONE-REP
                   VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > 100
               PERFORM 700-PRINT-RUN-SUMMARY
               IF GRAND-UNKNOWN-REP-COUNT > ZERO
                   DISPLAY "RPT3031 - " GRAND-UNKNOWN-REP-COUNT
                           " ITEM(S) AGAINST SALESREPS NOT ON "
                           "REPMAST WERE NOT PAID"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CUSTMAST
                 REPMAST
                 INVOICE-HISTORY
                 COMMISSION-HISTORY
                 COMMISSION-DETAIL
                 PAYROLL-INTERFACE
                 OUTPUT-RPT3031.

      *****************************************************************
      *  035-RESTART-CUSTMAST repositions CUSTMAST on its first
      *  record once the YTD rollup has read it to the end, so the
      *  commission pass reads it again without a second OPEN.
      *****************************************************************
       035-RESTART-CUSTMAST.
           MOVE "N"  TO CUSTMAST-EOF-SWITCH.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START CUSTMAST KEY NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3031 - CUSTMAST/REPMAST/SALESHST/COMMHIST OPEN "
                   "FAILED, FILE STATUS " WS-CUSTMAST-STATUS "/"
                   WS-REPMAST-STATUS "/" WS-SALESHST-STATUS "/"
                   WS-COMMHIST-STATUS " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-COMMISSION-MONTH TO HL3-MONTH.
           MOVE WS-COMMISSION-YEAR  TO HL3-YEAR.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.

      *****************************************************************
      *  110-ACCUMULATE-REP-YTD rolls CM-SALES-THIS-YTD up by rep for
      *  every account that is not closed - the same actuals
      *  RPT3018 shows against quota, so the tier a rep is paid at
      *  always agrees with the quota report.
      *****************************************************************
       110-ACCUMULATE-REP-YTD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   IF NOT CM-STATUS-CLOSED
                       SET REP-IDX TO CM-SALESREP-NUMBER
                       SET REP-IDX UP BY 1
                       ADD CM-SALES-THIS-YTD
                           TO RC-SALES-THIS-YTD(REP-IDX)
                   END-IF
           END-READ.

       120-LOAD-SALESREP-RECORD.
           READ REPMAST
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   SET REP-IDX TO SR-SALESREP-NUMBER
                   SET REP-IDX UP BY 1
                   MOVE SR-SALESREP-NAME TO RC-SALESREP-NAME(REP-IDX)
                   MOVE SR-BRANCH-NUMBER TO RC-BRANCH-NUMBER(REP-IDX)
                   MOVE SR-ANNUAL-QUOTA  TO RC-ANNUAL-QUOTA(REP-IDX)
                   IF SR-COMMISSION-TIERS IS NUMERIC
                       SET RC-ON-REPMAST(REP-IDX) TO TRUE
                       PERFORM 125-LOAD-ONE-TIER
                           VARYING WS-TIER-SUB FROM 1 BY 1
                           UNTIL WS-TIER-SUB > 3
                   ELSE
                       SET RC-TIERS-MISSING(REP-IDX) TO TRUE
                   END-IF
           END-READ.

       125-LOAD-ONE-TIER.
           MOVE SR-TIER-FLOOR-PCT(WS-TIER-SUB)
               TO RC-TIER-FLOOR-PCT(REP-IDX, WS-TIER-SUB).
           MOVE SR-TIER-RATE(WS-TIER-SUB)
               TO RC-TIER-RATE(REP-IDX, WS-TIER-SUB).

      *****************************************************************
      *  150-SET-REP-TIER works out the rep's attainment (YTD sales
      *  as a percent of quota, RPT3018's calculation, 999.9 when
      *  there is no quota) and the tier it has reached: tier 1 is
      *  the base rate, and tier 2 or 3 applies once attainment is
      *  at or past that tier's floor.  The rate set here is paid on
      *  every new invoice this period.
      *****************************************************************
       150-SET-REP-TIER.
           IF RC-ON-REPMAST(REP-IDX)
               IF RC-ANNUAL-QUOTA(REP-IDX) = ZERO
                   MOVE 999.9 TO RC-ATTAINED-PCT(REP-IDX)
               ELSE
                   COMPUTE RC-ATTAINED-PCT(REP-IDX) ROUNDED =
                       (RC-SALES-THIS-YTD(REP-IDX)
                           / RC-ANNUAL-QUOTA(REP-IDX)) * 100
                       ON SIZE ERROR
                           MOVE 999.9 TO RC-ATTAINED-PCT(REP-IDX)
                   END-COMPUTE
               END-IF
               MOVE 1 TO RC-TIER-NUMBER(REP-IDX)
               PERFORM 155-TEST-ONE-TIER
                   VARYING WS-TIER-SUB FROM 2 BY 1
                   UNTIL WS-TIER-SUB > 3
               MOVE RC-TIER-NUMBER(REP-IDX) TO WS-TIER-SUB
               MOVE RC-TIER-RATE(REP-IDX, WS-TIER-SUB)
                   TO RC-COMMISSION-RATE(REP-IDX)
           END-IF.

       155-TEST-ONE-TIER.
           IF RC-TIER-FLOOR-PCT(REP-IDX, WS-TIER-SUB) > ZERO
               AND RC-ATTAINED-PCT(REP-IDX) >=
                   RC-TIER-FLOOR-PCT(REP-IDX, WS-TIER-SUB)
               MOVE WS-TIER-SUB TO RC-TIER-NUMBER(REP-IDX)
           END-IF.

      *****************************************************************
      *  200-PROCESS-CUSTOMER-RECORD walks one customer's SALESHST
      *  records with a START on the customer number and a forward
      *  read until the number changes, the way RPT3026 does.  A
      *  credit memo still held when the customer runs out (its
      *  invoice is not on file) is dealt with on its own.
      *****************************************************************
       200-PROCESS-CUSTOMER-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO GRAND-READ-COUNT
               SET NO-CREDIT-HELD TO TRUE
               SET HISTORY-NOT-DONE TO TRUE
               MOVE CM-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER
               MOVE ZERO               TO HI-INVOICE-NUMBER
               MOVE LOW-VALUE          TO HI-TRANSACTION-CODE
               START INVOICE-HISTORY KEY >= HI-HISTORY-KEY
                   INVALID KEY
                       SET HISTORY-DONE TO TRUE
               END-START
               PERFORM 300-READ-NEXT-HISTORY-RECORD
                   UNTIL HISTORY-DONE
               IF CREDIT-HELD
                   PERFORM 340-RELEASE-HELD-CREDIT
               END-IF
           END-IF.

       210-READ-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.

       300-READ-NEXT-HISTORY-RECORD.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF HI-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET HISTORY-DONE TO TRUE
                   ELSE
                       PERFORM 310-SELECT-HISTORY-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      *  310-SELECT-HISTORY-RECORD holds a credit memo back until the
      *  record after it has been through - normally its own
      *  invoice, which has to be commissioned first for the credit
      *  to find what it earned.  Anything but an invoice or a credit
      *  memo is not commissionable.
      *****************************************************************
       310-SELECT-HISTORY-RECORD.
           IF CREDIT-HELD
               AND HI-INVOICE-NUMBER NOT = WS-HELD-INVOICE-NUMBER
               PERFORM 340-RELEASE-HELD-CREDIT
           END-IF.
           EVALUATE HI-TRANSACTION-CODE
               WHEN "C"
                   PERFORM 330-HOLD-CREDIT-MEMO
               WHEN "I"
                   PERFORM 320-LOAD-INVOICE-ITEM
                   PERFORM 400-COMMISSION-ONE-ITEM
                   IF CREDIT-HELD
                       PERFORM 340-RELEASE-HELD-CREDIT
                   END-IF
           END-EVALUATE.

       320-LOAD-INVOICE-ITEM.
           MOVE HI-CUSTOMER-NUMBER  TO IT-CUSTOMER-NUMBER.
           MOVE HI-INVOICE-NUMBER   TO IT-INVOICE-NUMBER.
           MOVE "I"                 TO IT-TRANSACTION-CODE.
           MOVE HI-INVOICE-AMOUNT   TO IT-INVOICE-AMOUNT.
           MOVE HI-POSTING-DATE     TO IT-POSTING-DATE.
           MOVE HI-RUN-DATE         TO IT-RUN-DATE.

       330-HOLD-CREDIT-MEMO.
           SET CREDIT-HELD TO TRUE.
           MOVE HI-INVOICE-NUMBER TO WS-HELD-INVOICE-NUMBER.
           MOVE HI-INVOICE-AMOUNT TO WS-HELD-CREDIT-AMOUNT.
           MOVE HI-POSTING-DATE   TO WS-HELD-POSTING-DATE.
           MOVE HI-RUN-DATE       TO WS-HELD-RUN-DATE.

       340-RELEASE-HELD-CREDIT.
           MOVE CM-CUSTOMER-NUMBER     TO IT-CUSTOMER-NUMBER.
           MOVE WS-HELD-INVOICE-NUMBER TO IT-INVOICE-NUMBER.
           MOVE "C"                    TO IT-TRANSACTION-CODE.
           MOVE WS-HELD-CREDIT-AMOUNT  TO IT-INVOICE-AMOUNT.
           MOVE WS-HELD-POSTING-DATE   TO IT-POSTING-DATE.
           MOVE WS-HELD-RUN-DATE       TO IT-RUN-DATE.
           SET NO-CREDIT-HELD TO TRUE.
           PERFORM 400-COMMISSION-ONE-ITEM.

      *****************************************************************
      *  400-COMMISSION-ONE-ITEM decides whether the item belongs to
      *  this commission month and, if so, what it pays.  It belongs
      *  when it was posted with a date in the month, or was posted
      *  by a run made in the month with a date in an earlier month
      *  (a late, back-dated posting the earlier month's run could
      *  not have seen).  COMMHIST then settles it: an item already
      *  recorded for this month is a rerun and is counted again at
      *  the recorded values; an item recorded for another month
      *  has been paid and is passed over.
      *****************************************************************
       400-COMMISSION-ONE-ITEM.
           IF IT-POSTING-DATE IS NUMERIC
               AND IT-RUN-DATE IS NUMERIC
               MOVE IT-POSTING-DATE TO WS-COMPARE-DATE
               MOVE WS-COMPARE-PERIOD TO WS-POSTING-PERIOD
               MOVE IT-RUN-DATE     TO WS-COMPARE-DATE
               MOVE WS-COMPARE-PERIOD TO WS-POSTED-RUN-PERIOD
               IF WS-POSTING-PERIOD = WS-COMMISSION-PERIOD
                   OR (WS-POSTING-PERIOD < WS-COMMISSION-PERIOD
                       AND WS-POSTED-RUN-PERIOD =
                           WS-COMMISSION-PERIOD)
                   PERFORM 410-READ-ITEM-HISTORY
                   IF ALREADY-PAID
                       IF CO-COMMISSION-PERIOD = WS-COMMISSION-PERIOD
                           PERFORM 420-USE-RECORDED-COMMISSION
                       END-IF
                   ELSE
                       PERFORM 430-PRICE-NEW-ITEM
                   END-IF
               END-IF
           END-IF.

       410-READ-ITEM-HISTORY.
           MOVE IT-CUSTOMER-NUMBER  TO CO-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-NUMBER   TO CO-INVOICE-NUMBER.
           MOVE IT-TRANSACTION-CODE TO CO-TRANSACTION-CODE.
           READ COMMISSION-HISTORY
               INVALID KEY
                   SET NOT-ALREADY-PAID TO TRUE
               NOT INVALID KEY
                   SET ALREADY-PAID TO TRUE
           END-READ.

       420-USE-RECORDED-COMMISSION.
           MOVE CO-SALESREP-NUMBER   TO IT-SALESREP-NUMBER.
           MOVE CO-SALES-AMOUNT      TO IT-SALES-AMOUNT.
           MOVE CO-TIER-NUMBER       TO IT-TIER-NUMBER.
           MOVE CO-COMMISSION-RATE   TO IT-COMMISSION-RATE.
           MOVE CO-COMMISSION-AMOUNT TO IT-COMMISSION-AMOUNT.
           SET REP-IDX TO IT-SALESREP-NUMBER.
           SET REP-IDX UP BY 1.
           IF NOT RC-ON-REPMAST(REP-IDX)
               PERFORM 460-REJECT-UNKNOWN-REP
           ELSE
               PERFORM 450-SET-ITEM-STATUS
               ADD 1 TO GRAND-RECORDED-COUNT
               PERFORM 500-POST-ITEM-TO-REP
           END-IF.

      *****************************************************************
      *  430-PRICE-NEW-ITEM prices an item not yet on COMMHIST.  An
      *  invoice pays the customer's rep at the rep's tier rate.  A
      *  credit memo is charged back to whichever rep its invoice
      *  was paid to, at the tier and rate the invoice was paid at;
      *  if the invoice was never commissioned the credit is
      *  recorded at tier 0 and a zero rate, so nothing is clawed
      *  back for commission nobody received.
      *****************************************************************
       430-PRICE-NEW-ITEM.
           IF IT-TRANSACTION-CODE = "I"
               MOVE CM-SALESREP-NUMBER TO IT-SALESREP-NUMBER
               MOVE IT-INVOICE-AMOUNT  TO IT-SALES-AMOUNT
               SET REP-IDX TO IT-SALESREP-NUMBER
               SET REP-IDX UP BY 1
               MOVE RC-TIER-NUMBER(REP-IDX)     TO IT-TIER-NUMBER
               MOVE RC-COMMISSION-RATE(REP-IDX) TO IT-COMMISSION-RATE
           ELSE
               COMPUTE IT-SALES-AMOUNT = ZERO - IT-INVOICE-AMOUNT
               MOVE "I" TO IT-TRANSACTION-CODE
               PERFORM 410-READ-ITEM-HISTORY
               MOVE "C" TO IT-TRANSACTION-CODE
               IF ALREADY-PAID
                   MOVE CO-SALESREP-NUMBER TO IT-SALESREP-NUMBER
                   MOVE CO-TIER-NUMBER     TO IT-TIER-NUMBER
                   MOVE CO-COMMISSION-RATE TO IT-COMMISSION-RATE
               ELSE
                   MOVE CM-SALESREP-NUMBER TO IT-SALESREP-NUMBER
                   MOVE ZERO               TO IT-TIER-NUMBER
                                              IT-COMMISSION-RATE
               END-IF
               SET REP-IDX TO IT-SALESREP-NUMBER
               SET REP-IDX UP BY 1
           END-IF.

           IF NOT RC-ON-REPMAST(REP-IDX)
               PERFORM 460-REJECT-UNKNOWN-REP
           ELSE
               COMPUTE IT-COMMISSION-AMOUNT ROUNDED =
                   IT-SALES-AMOUNT * IT-COMMISSION-RATE
               PERFORM 450-SET-ITEM-STATUS
               PERFORM 440-WRITE-COMMISSION-HISTORY
               PERFORM 500-POST-ITEM-TO-REP
           END-IF.

      *****************************************************************
      *  440-WRITE-COMMISSION-HISTORY records the item as paid.  A
      *  duplicate key cannot happen inside one run; if it does it
      *  is reported and counted rather than allowed to stop the
      *  run.
      *****************************************************************
       440-WRITE-COMMISSION-HISTORY.
           MOVE SPACE                TO COMMISSION-HISTORY-RECORD.
           MOVE IT-CUSTOMER-NUMBER   TO CO-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-NUMBER    TO CO-INVOICE-NUMBER.
           MOVE IT-TRANSACTION-CODE  TO CO-TRANSACTION-CODE.
           MOVE IT-SALESREP-NUMBER   TO CO-SALESREP-NUMBER.
           MOVE WS-COMMISSION-PERIOD TO CO-COMMISSION-PERIOD.
           MOVE IT-SALES-AMOUNT      TO CO-SALES-AMOUNT.
           MOVE IT-TIER-NUMBER       TO CO-TIER-NUMBER.
           MOVE IT-COMMISSION-RATE   TO CO-COMMISSION-RATE.
           MOVE IT-COMMISSION-AMOUNT TO CO-COMMISSION-AMOUNT.
           MOVE WS-RUN-DATE          TO CO-RUN-DATE.
           WRITE COMMISSION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "RPT3031 - COMMHIST WRITE FAILED FOR "
                           "CUSTOMER " IT-CUSTOMER-NUMBER
                           " INVOICE " IT-INVOICE-NUMBER
                           ", FILE STATUS " WS-COMMHIST-STATUS
                   ADD 1 TO GRAND-HISTORY-ERRORS
               NOT INVALID KEY
                   ADD 1 TO GRAND-HISTORY-WRITTEN
           END-WRITE.

       450-SET-ITEM-STATUS.
           EVALUATE TRUE
               WHEN IT-TRANSACTION-CODE = "I"
                   MOVE "I" TO IT-ITEM-STATUS
                   ADD 1 TO GRAND-INVOICE-COUNT
               WHEN IT-TIER-NUMBER = ZERO
                   MOVE "Z" TO IT-ITEM-STATUS
                   ADD 1 TO GRAND-CREDIT-UNPAID-COUNT
               WHEN OTHER
                   MOVE "B" TO IT-ITEM-STATUS
                   ADD 1 TO GRAND-CLAWBACK-COUNT
           END-EVALUATE.

       460-REJECT-UNKNOWN-REP.
           ADD 1 TO GRAND-UNKNOWN-REP-COUNT.
           ADD 1 TO RC-UNPAID-ITEM-COUNT(REP-IDX).
           ADD IT-SALES-AMOUNT TO RC-UNPAID-SALES(REP-IDX).
           IF RC-TIERS-MISSING(REP-IDX)
               DISPLAY "RPT3031 - SALESREP " IT-SALESREP-NUMBER
                       " HAS NO COMMISSION TIERS - CUSTOMER "
                       IT-CUSTOMER-NUMBER " INVOICE "
                       IT-INVOICE-NUMBER " " IT-TRANSACTION-CODE
                       " NOT PAID"
           ELSE
               DISPLAY "RPT3031 - SALESREP " IT-SALESREP-NUMBER
                       " NOT ON REPMAST - CUSTOMER "
                       IT-CUSTOMER-NUMBER " INVOICE "
                       IT-INVOICE-NUMBER " " IT-TRANSACTION-CODE
                       " NOT PAID"
           END-IF.

      *****************************************************************
      *  500-POST-ITEM-TO-REP adds the item to its rep's totals and
      *  writes its statement detail.  Commission is split into
      *  earned (invoices) and clawed back (credits) so the register
      *  and the statement show both.
      *****************************************************************
       500-POST-ITEM-TO-REP.
           ADD 1               TO RC-ITEM-COUNT(REP-IDX).
           ADD IT-SALES-AMOUNT TO RC-NET-SALES(REP-IDX).
           IF IT-TRANSACTION-CODE = "I"
               ADD IT-COMMISSION-AMOUNT
                   TO RC-COMMISSION-EARNED(REP-IDX)
           ELSE
               ADD IT-COMMISSION-AMOUNT
                   TO RC-COMMISSION-CLAWBACK(REP-IDX)
           END-IF.

           MOVE SPACE               TO COMMISSION-DETAIL-RECORD.
           MOVE IT-SALESREP-NUMBER  TO CW-SALESREP-NUMBER.
           SET CW-ITEM-DETAIL       TO TRUE.
           MOVE IT-CUSTOMER-NUMBER  TO CW-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-NUMBER   TO CW-INVOICE-NUMBER.
           MOVE IT-TRANSACTION-CODE TO CW-TRANSACTION-CODE.
           MOVE IT-POSTING-DATE     TO CW-POSTING-DATE.
           MOVE IT-SALES-AMOUNT     TO CW-SALES-AMOUNT.
           MOVE IT-TIER-NUMBER      TO CW-TIER-NUMBER.
           MOVE IT-COMMISSION-RATE  TO CW-COMMISSION-RATE.
           MOVE IT-COMMISSION-AMOUNT TO CW-COMMISSION-AMOUNT.
           MOVE CM-CUSTOMER-NAME    TO CW-CUSTOMER-NAME.
           MOVE IT-ITEM-STATUS      TO CW-ITEM-STATUS.
           WRITE COMMISSION-DETAIL-RECORD.

      *****************************************************************
      *  600-CLOSE-OUT-ONE-REP prints the rep's register line and,
      *  for a rep on REPMAST, writes the statement header record
      *  and - when the rep had any activity - the payroll record.
      *  A rep number REPMAST does not know, or a rep without a tier
      *  table, is listed only if items were turned away against it.
      *****************************************************************
       600-CLOSE-OUT-ONE-REP.
           SET WS-REP-NUMBER TO REP-IDX.
           SUBTRACT 1 FROM WS-REP-NUMBER.
           IF RC-ON-REPMAST(REP-IDX)
               COMPUTE WS-NET-COMMISSION =
                   RC-COMMISSION-EARNED(REP-IDX)
                   + RC-COMMISSION-CLAWBACK(REP-IDX)
               PERFORM 610-PRINT-REP-LINE
               PERFORM 620-WRITE-REP-HEADER
               IF RC-ITEM-COUNT(REP-IDX) > ZERO
                   PERFORM 630-WRITE-PAYROLL-RECORD
               END-IF
           END-IF.
           IF RC-UNPAID-ITEM-COUNT(REP-IDX) > ZERO
               PERFORM 640-PRINT-UNKNOWN-REP-LINE
           END-IF.

       610-PRINT-REP-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE WS-REP-NUMBER                 TO RPL-SALESREP-NUMBER.
           MOVE RC-SALESREP-NAME(REP-IDX)     TO RPL-SALESREP-NAME.
           MOVE RC-ANNUAL-QUOTA(REP-IDX)      TO RPL-ANNUAL-QUOTA.
           MOVE RC-SALES-THIS-YTD(REP-IDX)    TO RPL-SALES-THIS-YTD.
           MOVE RC-ATTAINED-PCT(REP-IDX)      TO RPL-ATTAINED-PCT.
           MOVE RC-TIER-NUMBER(REP-IDX)       TO RPL-TIER-NUMBER.
           COMPUTE RPL-RATE-PCT = RC-COMMISSION-RATE(REP-IDX) * 100.
           MOVE RC-ITEM-COUNT(REP-IDX)        TO RPL-ITEM-COUNT.
           MOVE RC-NET-SALES(REP-IDX)         TO RPL-NET-SALES.
           MOVE RC-COMMISSION-EARNED(REP-IDX) TO RPL-COMMISSION-EARNED.
           MOVE RC-COMMISSION-CLAWBACK(REP-IDX)
               TO RPL-COMMISSION-CLAWBACK.
           MOVE REP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           ADD RC-NET-SALES(REP-IDX)      TO GRAND-NET-SALES.
           ADD RC-COMMISSION-EARNED(REP-IDX)
               TO GRAND-COMMISSION-EARNED.
           ADD RC-COMMISSION-CLAWBACK(REP-IDX)
               TO GRAND-COMMISSION-CLAWBACK.
           ADD WS-NET-COMMISSION          TO GRAND-NET-COMMISSION.

       620-WRITE-REP-HEADER.
           MOVE SPACE                      TO COMMISSION-DETAIL-RECORD.
           MOVE WS-REP-NUMBER              TO CW-SALESREP-NUMBER.
           SET CW-REP-HEADER               TO TRUE.
           MOVE RC-SALESREP-NAME(REP-IDX)  TO CW-SALESREP-NAME.
           MOVE RC-BRANCH-NUMBER(REP-IDX)  TO CW-BRANCH-NUMBER.
           MOVE RC-ANNUAL-QUOTA(REP-IDX)   TO CW-ANNUAL-QUOTA.
           MOVE RC-SALES-THIS-YTD(REP-IDX) TO CW-SALES-THIS-YTD.
           MOVE RC-ATTAINED-PCT(REP-IDX)   TO CW-ATTAINED-PCT.
           MOVE RC-TIER-NUMBER(REP-IDX)    TO CW-REP-TIER-NUMBER.
           MOVE RC-COMMISSION-RATE(REP-IDX) TO CW-REP-RATE.
           MOVE WS-COMMISSION-PERIOD       TO CW-COMMISSION-PERIOD.
           WRITE COMMISSION-DETAIL-RECORD.

       630-WRITE-PAYROLL-RECORD.
           MOVE SPACE                     TO PAYROLL-RECORD.
           MOVE WS-REP-NUMBER             TO PY-SALESREP-NUMBER.
           MOVE RC-SALESREP-NAME(REP-IDX) TO PY-SALESREP-NAME.
           MOVE RC-BRANCH-NUMBER(REP-IDX) TO PY-BRANCH-NUMBER.
           MOVE WS-COMMISSION-PERIOD      TO PY-COMMISSION-PERIOD.
           MOVE WS-NET-COMMISSION         TO PY-COMMISSION-AMOUNT.
           MOVE WS-RUN-DATE               TO PY-RUN-DATE.
           WRITE PAYROLL-RECORD.
           ADD 1 TO GRAND-PAYROLL-COUNT.

       640-PRINT-UNKNOWN-REP-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE WS-REP-NUMBER                 TO UL-SALESREP-NUMBER.
           IF RC-TIERS-MISSING(REP-IDX)
               MOVE RC-SALESREP-NAME(REP-IDX) TO UL-REASON
               MOVE "  - NO COMMISSION TIERS ON REPMAST - NOT PAID"
                   TO UL-ACTION
           ELSE
               MOVE "*** NOT ON REPMAST"      TO UL-REASON
               MOVE "  - ITEMS NOT PAID OR RECORDED" TO UL-ACTION
           END-IF.
           MOVE RC-UNPAID-ITEM-COUNT(REP-IDX) TO UL-ITEM-COUNT.
           MOVE RC-UNPAID-SALES(REP-IDX)      TO UL-UNPAID-SALES.
           MOVE UNKNOWN-REP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       700-PRINT-RUN-SUMMARY.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-READ-COUNT TO SL2-READ-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-INVOICE-COUNT TO SL3-INVOICE-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CLAWBACK-COUNT TO SL4-CLAWBACK-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CREDIT-UNPAID-COUNT TO SL5-CREDIT-UNPAID-COUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-RECORDED-COUNT TO SL6-RECORDED-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-UNKNOWN-REP-COUNT TO SL7-UNKNOWN-REP-COUNT.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-HISTORY-ERRORS TO SL8-HISTORY-ERRORS.
           MOVE SUMMARY-LINE-8 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-PAYROLL-COUNT TO SL9-PAYROLL-COUNT.
           MOVE SUMMARY-LINE-9 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-NET-SALES TO SL10-NET-SALES.
           MOVE SUMMARY-LINE-10 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-COMMISSION-EARNED TO SL11-COMMISSION-EARNED.
           MOVE SUMMARY-LINE-11 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-COMMISSION-CLAWBACK TO SL12-COMMISSION-CLAWBACK.
           MOVE SUMMARY-LINE-12 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-NET-COMMISSION TO SL13-NET-COMMISSION.
           MOVE SUMMARY-LINE-13 TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3031.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3031 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3031
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
           MOVE "RPT3031"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-HISTORY-WRITTEN TO RL-RECORDS-WRITTEN.
           MOVE GRAND-UNKNOWN-REP-COUNT TO RL-RECORDS-REJECTED.
           MOVE "NET SALES"           TO RL-AMOUNT-NAME-1.
           MOVE GRAND-NET-SALES       TO RL-AMOUNT-TOTAL-1.
           MOVE "NET COMM"            TO RL-AMOUNT-NAME-2.
           MOVE GRAND-NET-COMMISSION  TO RL-AMOUNT-TOTAL-2.
           MOVE "PAYROLL"             TO RL-HANDOFF-NAME-1.
           MOVE GRAND-PAYROLL-COUNT   TO RL-HANDOFF-COUNT-1.
