       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3033.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3033 program is the batch territory
      *               realignment run.  Every time sales management
      *               redrew the territories, hundreds of customers
      *               had to be moved one full-image CHANGE
      *               transaction at a time through RPT3009.  RPT3033
      *               is driven instead by the REALIGN rules file -
      *               "every customer of rep 07 goes to rep 12",
      *               "branch 22 moves to region NE", or one named
      *               customer to a new rep, branch, and/or region.
      *               Every rule is edited before anything is read
      *               from CUSTMAST and every target rep and branch
      *               is proved against REPMAST.  The RLGNPARM run
      *               mode decides what happens next: in PREVIEW
      *               the register prints exactly what would move
      *               and CUSTMAST is opened for input only; in
      *               COMMIT each move is rewritten in place with the
      *               same before/after CUSTAUDT audit record RPT3009
      *               writes for a CHANGE and a matching CUSTJRNL
      *               journal record, so RPT3016 reports the moves
      *               and a RECVMAST recovery replays them.  A commit
      *               with even one rejected rule is refused - it
      *               runs as a preview and ends RC=16 - so a
      *               realignment is never half applied.  The
      *               register lists every customer moved with its
      *               old and new territory and YTD sales, recaps
      *               each rule, and shows customers and YTD sales
      *               by salesrep, branch, and region before and
      *               after the moves, with the moved-out and
      *               moved-in totals that make each section
      *               balance.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  The CHANGE image built for the audit and
      *                  journal records now carries the customer's
      *                  finance charge exempt flag, so it stays a
      *                  true full-image CHANGE now that CUSTTRAN has
      *                  the field.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  CUSTMAST now carries CM-PARENT-NUMBER in what
      *                  was filler. The CHANGE image built for each
      *                  move carries it in TI-PARENT-NUMBER (CUSTTRAN
      *                  columns 58-62) so the audit and journal image
      *                  keeps the customer's corporate parent; the
      *                  realignment note is shortened to fit.
      *  2026-10-15  TJ  Realignment rule record fields renamed RF- so
      *                  the RL- prefix belongs to the run-log record
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
           SELECT RLGNPARM-RPT3033  ASSIGN TO RLGNPARM.
           SELECT REALIGNMENT-RULES ASSIGN TO REALIGN.
           SELECT AUDIT-RPT3033     ASSIGN TO CUSTAUDT.
           SELECT JOURNAL-RPT3033   ASSIGN TO CUSTJRNL.
           SELECT OUTPUT-RPT3033    ASSIGN TO RPT3033.
           SELECT RUNLOG-RPT3033    ASSIGN TO RUNLOG
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
           05  CM-FINCHG-EXEMPT        PIC X(01).
           05  CM-PARENT-NUMBER        PIC 9(5).
           05  FILLER                  PIC X(8).

      *****************************************************************
      *  REPMAST is the salesrep reference master RPT3017 maintains.
      *  It is read once, front to back, into REP-TERRITORY-TABLE -
      *  which reps exist, their names, and the branch each one is
      *  assigned to - so every rule target can be proved before
      *  the master is read.
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
      *  RLGNPARM-RPT3033 carries the single run-control record -
      *  the run mode in column 1, "P" to preview or "C" to commit.
      *  Anything else fails the run rather than guessing, the same
      *  convention as PURGPARM and the other parameter files.
      *****************************************************************
       FD  RLGNPARM-RPT3033
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  RLGNPARM-RECORD.
           05  RA-RUN-MODE             PIC X(1).
               88  RA-PREVIEW                   VALUE "P".
               88  RA-COMMIT                    VALUE "C".
           05  FILLER                  PIC X(29).

      *****************************************************************
      *  REALIGNMENT-RULES is the rules file sales management hands
      *  over, one rule per record.  The rule type says which "from"
      *  field selects the customers - "R" every customer of a rep,
      *  "B" every customer in a branch, "C" one customer - and only
      *  that from field may be filled.  Each of the three targets
      *  is optional; a blank target leaves that field as it is, but
      *  at least one must be given.  A customer selected by more
      *  than one rule takes each field from the most specific rule
      *  that sets it (customer, then rep, then branch), and rules
      *  always select on the territory the customer held BEFORE
      *  this run, so "07 to 12" and "12 to 15" in one file do not
      *  chain a rep 07 customer through to 15.
      *****************************************************************
       FD  REALIGNMENT-RULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REALIGNMENT-RULE-RECORD.
           05  RF-RULE-TYPE            PIC X(01).
               88  RF-REP-RULE                  VALUE "R".
               88  RF-BRANCH-RULE               VALUE "B".
               88  RF-CUSTOMER-RULE             VALUE "C".
           05  RF-FROM-SALESREP        PIC X(02).
           05  RF-FROM-BRANCH          PIC X(02).
           05  RF-FROM-CUSTOMER        PIC X(05).
           05  RF-TO-SALESREP          PIC X(02).
           05  RF-TO-BRANCH            PIC X(02).
           05  RF-TO-REGION            PIC X(02).
           05  RF-RULE-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(34).

      *****************************************************************
      *  AUDIT-RPT3033 is the permanent CUSTAUDT maintenance audit
      *  trail RPT3009 appends to.  A committed move writes exactly
      *  what RPT3009 writes for a CHANGE - run date and time, a
      *  CHANGE transaction image, and the complete before and after
      *  master images - so RPT3016 reports a realignment move the
      *  same way it reports a keyed CHANGE.
      *****************************************************************
       FD  AUDIT-RPT3033
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS
           BLOCK CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD.
           05  AU-RUN-DATE             PIC 9(8).
           05  AU-RUN-TIME             PIC 9(6).
           05  AU-TRANSACTION-IMAGE    PIC X(80).
           05  AU-BEFORE-IMAGE         PIC X(130).
           05  AU-AFTER-IMAGE          PIC X(130).
           05  FILLER                  PIC X(6).

      *****************************************************************
      *  JOURNAL-RPT3033 is the permanent CUSTJRNL update journal
      *  RPT3012, RPT3019 and RPT3024 append to.  Realignment records
      *  carry source code "T", so the RPT3026 statement run and the
      *  RPT3028 GL interface - which select only the postings they
      *  deal in - pass over them.
      *****************************************************************
       FD  JOURNAL-RPT3033
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
               88  JR-REALIGNMENT               VALUE "T".
           05  FILLER                  PIC X(5).

       FD  OUTPUT-RPT3033
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3033 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3033
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
           05  RULES-EOF-SWITCH        PIC X    VALUE "N".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-RUN-MODE-SWITCH      PIC X    VALUE "P".
               88  RUN-PREVIEW                  VALUE "P".
               88  RUN-COMMIT                   VALUE "C".
               88  RUN-COMMIT-REFUSED           VALUE "R".
           05  WS-RULE-FOUND-SWITCH    PIC X    VALUE "N".
               88  RULE-FOUND                   VALUE "Y".
               88  RULE-NOT-FOUND               VALUE "N".
           05  WS-RULE-CHANGED-SWITCH  PIC X    VALUE "N".
               88  RULE-CHANGED-FIELD           VALUE "Y".
               88  RULE-CHANGED-NOTHING         VALUE "N".
           05  WS-REGION-FOUND-SWITCH  PIC X    VALUE "N".
               88  REGION-FOUND                 VALUE "Y".
               88  REGION-NOT-FOUND             VALUE "N".
           05  WS-PAGE-TYPE-SWITCH     PIC X    VALUE "M".
               88  MOVE-PAGE                    VALUE "M".
               88  RULE-PAGE                    VALUE "R".
               88  TERRITORY-PAGE               VALUE "T".
               88  SUMMARY-PAGE                 VALUE "S".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-REPMAST-STATUS       PIC X(2)    VALUE SPACE.

       01  AUDIT-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(6)    VALUE ZERO.
           05  WS-AUDIT-BEFORE-IMAGE   PIC X(130)  VALUE SPACE.
           05  WS-AUDIT-AFTER-IMAGE    PIC X(130)  VALUE SPACE.

      *****************************************************************
      *  TRANSACTION-IMAGE is a CUSTTRAN CHANGE record built from the
      *  after image of each committed move - exactly the full-image
      *  CHANGE someone would otherwise have keyed for RPT3009 - and
      *  is what the audit and journal records carry as their
      *  transaction.
      *****************************************************************
       01  TRANSACTION-IMAGE.
           05  TI-TRANSACTION-CODE     PIC X(01).
           05  TI-CUSTOMER-NUMBER      PIC 9(5).
           05  TI-BRANCH-NUMBER        PIC 9(2).
           05  TI-SALESREP-NUMBER      PIC 9(2).
           05  TI-CUSTOMER-NAME        PIC X(20).
           05  TI-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  TI-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  TI-REGION-CODE          PIC X(02).
           05  TI-ACCOUNT-STATUS       PIC X(01).
           05  TI-CREDIT-LIMIT         PIC S9(7)V9(2).
           05  TI-FINCHG-EXEMPT        PIC X(01).
           05  TI-PARENT-NUMBER        PIC 9(5).
           05  TI-REALIGNMENT-NOTE     PIC X(18).

      *****************************************************************
      *  NEW-TERRITORY-FIELDS hold the territory the current
      *  customer is moving to while the rules are applied.  The
      *  set switches stop a less specific rule from overriding a
      *  field a more specific rule has already set; NW-APPLIED-BY
      *  shows on the register which kinds of rule moved the
      *  customer (C, R, B).
      *****************************************************************
       01  NEW-TERRITORY-FIELDS.
           05  NW-BRANCH-NUMBER        PIC 9(2)    VALUE ZERO.
           05  NW-SALESREP-NUMBER      PIC 9(2)    VALUE ZERO.
           05  NW-REGION-CODE          PIC X(2)    VALUE SPACE.
           05  NW-BRANCH-SET-SWITCH    PIC X       VALUE "N".
               88  NW-BRANCH-SET                VALUE "Y".
           05  NW-SALESREP-SET-SWITCH  PIC X       VALUE "N".
               88  NW-SALESREP-SET              VALUE "Y".
           05  NW-REGION-SET-SWITCH    PIC X       VALUE "N".
               88  NW-REGION-SET                VALUE "Y".
           05  NW-APPLIED-BY.
               10  NW-BY-CUSTOMER      PIC X       VALUE SPACE.
               10  NW-BY-SALESREP      PIC X       VALUE SPACE.
               10  NW-BY-BRANCH        PIC X       VALUE SPACE.

       01  CALCULATION-FIELDS.
           05  WS-RULE-COUNT           PIC S9(4) COMP  VALUE ZERO.
           05  WS-CUSTOMER-RULE-COUNT  PIC S9(4) COMP  VALUE ZERO.
           05  WS-RULE-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  WS-REGION-COUNT         PIC S9(4) COMP  VALUE ZERO.
           05  WS-REGION-SUB           PIC S9(4) COMP  VALUE ZERO.
           05  WS-REP-NUMBER           PIC 9(2)        VALUE ZERO.
           05  WS-BRANCH-NUMBER        PIC 9(2)        VALUE ZERO.
           05  WS-REGION-CODE          PIC X(2)        VALUE SPACE.

       01  GRAND-TOTALS.
           05  GRAND-RULES-READ        PIC 9(5)       VALUE ZERO.
           05  GRAND-RULES-ACCEPTED    PIC 9(5)       VALUE ZERO.
           05  GRAND-RULES-REJECTED    PIC 9(5)       VALUE ZERO.
           05  GRAND-RULES-OVER-LIMIT  PIC 9(5)       VALUE ZERO.
           05  GRAND-CUSTOMERS-READ    PIC 9(5)       VALUE ZERO.
           05  GRAND-CUSTOMERS-MOVED   PIC 9(5)       VALUE ZERO.
           05  GRAND-CUSTOMERS-UNMOVED PIC 9(5)       VALUE ZERO.
           05  GRAND-RECORDS-UPDATED   PIC 9(5)       VALUE ZERO.
           05  GRAND-AUDIT-WRITTEN     PIC 9(5)       VALUE ZERO.
           05  GRAND-JOURNAL-WRITTEN   PIC 9(5)       VALUE ZERO.
           05  GRAND-YTD-BEFORE        PIC S9(9)V99   VALUE ZERO.
           05  GRAND-YTD-AFTER         PIC S9(9)V99   VALUE ZERO.
           05  GRAND-YTD-MOVED         PIC S9(9)V99   VALUE ZERO.

      *****************************************************************
      *  REALIGNMENT-RULE-TABLE holds every rule read, accepted or
      *  rejected, in rules-file order so the rule recap can list
      *  them all with what each one did.  A rep or branch rule is
      *  also indexed from its from-rep / from-branch entry in the
      *  territory tables below, so applying it to a customer is a
      *  single table reference; customer rules are searched.
      *****************************************************************
       01  REALIGNMENT-RULE-TABLE.
           05  REALIGNMENT-RULE-ENTRY OCCURS 500 TIMES
               INDEXED BY RULE-IDX RULE-SRCH-IDX.
               10  RU-RULE-NUMBER      PIC 9(4)       VALUE ZERO.
               10  RU-RULE-TYPE        PIC X          VALUE SPACE.
                   88  RU-REP-RULE                    VALUE "R".
                   88  RU-BRANCH-RULE                 VALUE "B".
                   88  RU-CUSTOMER-RULE               VALUE "C".
               10  RU-RULE-STATUS      PIC X          VALUE SPACE.
                   88  RU-ACCEPTED                    VALUE "A".
                   88  RU-REJECTED                    VALUE "X".
               10  RU-FROM-KEY         PIC X(5)       VALUE SPACE.
               10  RU-FROM-CUSTOMER REDEFINES RU-FROM-KEY
                                       PIC 9(5).
               10  RU-TO-SALESREP      PIC X(2)       VALUE SPACE.
               10  RU-TO-SALESREP-NUMBER REDEFINES RU-TO-SALESREP
                                       PIC 9(2).
               10  RU-TO-BRANCH        PIC X(2)       VALUE SPACE.
               10  RU-TO-BRANCH-NUMBER REDEFINES RU-TO-BRANCH
                                       PIC 9(2).
               10  RU-TO-REGION        PIC X(2)       VALUE SPACE.
               10  RU-DESCRIPTION      PIC X(30)      VALUE SPACE.
               10  RU-REASON           PIC X(30)      VALUE SPACE.
               10  RU-MATCHED-COUNT    PIC 9(5)       VALUE ZERO.
               10  RU-MOVED-COUNT      PIC 9(5)       VALUE ZERO.
               10  RU-MOVED-YTD        PIC S9(9)V99   VALUE ZERO.

      *****************************************************************
      *  The three territory tables carry the before/after recap for
      *  each salesrep, branch, and region, all in one shape
      *  (xx-TERRITORY-TOTALS) so any entry can be moved into
      *  TERRITORY-WORK-TOTALS and printed by one paragraph.  The
      *  rep and branch tables are direct-indexed by number (00-99)
      *  the same way RPT3018's rep table is; the rep table also
      *  carries the REPMAST fields the rule edit proves targets
      *  against, and the branch table the number of REPMAST reps
      *  assigned to each branch.  Region codes are not numbers, so
      *  the region table is searched and filled in the order codes
      *  are first met on the master - entries 1-99 take codes and
      *  entry 100 collects any codes past that as "**".
      *****************************************************************
       01  REP-TERRITORY-TABLE.
           05  REP-TERRITORY-ENTRY OCCURS 100 TIMES
               INDEXED BY REP-IDX.
               10  RT-ON-REPMAST-SWITCH PIC X         VALUE "N".
                   88  RT-ON-REPMAST                  VALUE "Y".
               10  RT-SALESREP-NAME    PIC X(20)      VALUE SPACE.
               10  RT-BRANCH-NUMBER    PIC 9(2)       VALUE ZERO.
               10  RT-RULE-SUB         PIC S9(4) COMP VALUE ZERO.
               10  RT-TERRITORY-TOTALS.
                   15  RT-BEFORE-COUNT PIC 9(5)       VALUE ZERO.
                   15  RT-BEFORE-YTD   PIC S9(9)V99   VALUE ZERO.
                   15  RT-OUT-COUNT    PIC 9(5)       VALUE ZERO.
                   15  RT-OUT-YTD      PIC S9(9)V99   VALUE ZERO.
                   15  RT-IN-COUNT     PIC 9(5)       VALUE ZERO.
                   15  RT-IN-YTD       PIC S9(9)V99   VALUE ZERO.
                   15  RT-AFTER-COUNT  PIC 9(5)       VALUE ZERO.
                   15  RT-AFTER-YTD    PIC S9(9)V99   VALUE ZERO.

       01  BRANCH-TERRITORY-TABLE.
           05  BRANCH-TERRITORY-ENTRY OCCURS 100 TIMES
               INDEXED BY BRANCH-IDX.
               10  BT-REP-COUNT        PIC 9(3)       VALUE ZERO.
               10  BT-RULE-SUB         PIC S9(4) COMP VALUE ZERO.
               10  BT-TERRITORY-TOTALS.
                   15  BT-BEFORE-COUNT PIC 9(5)       VALUE ZERO.
                   15  BT-BEFORE-YTD   PIC S9(9)V99   VALUE ZERO.
                   15  BT-OUT-COUNT    PIC 9(5)       VALUE ZERO.
                   15  BT-OUT-YTD      PIC S9(9)V99   VALUE ZERO.
                   15  BT-IN-COUNT     PIC 9(5)       VALUE ZERO.
                   15  BT-IN-YTD       PIC S9(9)V99   VALUE ZERO.
                   15  BT-AFTER-COUNT  PIC 9(5)       VALUE ZERO.
                   15  BT-AFTER-YTD    PIC S9(9)V99   VALUE ZERO.

       01  REGION-TERRITORY-TABLE.
           05  REGION-TERRITORY-ENTRY OCCURS 100 TIMES
               INDEXED BY REGION-IDX.
               10  RG-REGION-CODE      PIC X(2)       VALUE SPACE.
               10  RG-TERRITORY-TOTALS.
                   15  RG-BEFORE-COUNT PIC 9(5)       VALUE ZERO.
                   15  RG-BEFORE-YTD   PIC S9(9)V99   VALUE ZERO.
                   15  RG-OUT-COUNT    PIC 9(5)       VALUE ZERO.
                   15  RG-OUT-YTD      PIC S9(9)V99   VALUE ZERO.
                   15  RG-IN-COUNT     PIC 9(5)       VALUE ZERO.
                   15  RG-IN-YTD       PIC S9(9)V99   VALUE ZERO.
                   15  RG-AFTER-COUNT  PIC 9(5)       VALUE ZERO.
                   15  RG-AFTER-YTD    PIC S9(9)V99   VALUE ZERO.

       01  TERRITORY-WORK-TOTALS.
           05  TW-BEFORE-COUNT         PIC 9(5)       VALUE ZERO.
           05  TW-BEFORE-YTD           PIC S9(9)V99   VALUE ZERO.
           05  TW-OUT-COUNT            PIC 9(5)       VALUE ZERO.
           05  TW-OUT-YTD              PIC S9(9)V99   VALUE ZERO.
           05  TW-IN-COUNT             PIC 9(5)       VALUE ZERO.
           05  TW-IN-YTD               PIC S9(9)V99   VALUE ZERO.
           05  TW-AFTER-COUNT          PIC 9(5)       VALUE ZERO.
           05  TW-AFTER-YTD            PIC S9(9)V99   VALUE ZERO.

       01  SECTION-TOTALS.
           05  SC-BEFORE-COUNT         PIC 9(5)       VALUE ZERO.
           05  SC-BEFORE-YTD           PIC S9(9)V99   VALUE ZERO.
           05  SC-OUT-COUNT            PIC 9(5)       VALUE ZERO.
           05  SC-OUT-YTD              PIC S9(9)V99   VALUE ZERO.
           05  SC-IN-COUNT             PIC 9(5)       VALUE ZERO.
           05  SC-IN-YTD               PIC S9(9)V99   VALUE ZERO.
           05  SC-AFTER-COUNT          PIC 9(5)       VALUE ZERO.
           05  SC-AFTER-YTD            PIC S9(9)V99   VALUE ZERO.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

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
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(31)
               VALUE "TERRITORY REALIGNMENT REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3033".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2A.
           05  FILLER          PIC X(20)
               VALUE "RUN MODE..........: ".
           05  HL2A-MODE-TEXT  PIC X(60)   VALUE SPACE.
           05  FILLER          PIC X(50)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(5)  VALUE "ACCT ".
           05  FILLER PIC X(17) VALUE "OLD TERRITORY".
           05  FILLER PIC X(17) VALUE "NEW TERRITORY".
           05  FILLER PIC X(14) VALUE "     SALES".
           05  FILLER PIC X(4)  VALUE "RULE".
           05  FILLER PIC X(44) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(7)  VALUE "NUM    ".
           05  FILLER PIC X(22) VALUE SPACE.
           05  FILLER PIC X(5)  VALUE "STAT ".
           05  FILLER PIC X(17) VALUE "BR  REP  RGN".
           05  FILLER PIC X(17) VALUE "BR  REP  RGN".
           05  FILLER PIC X(14) VALUE "  THIS YTD".
           05  FILLER PIC X(4)  VALUE "BY  ".
           05  FILLER PIC X(44) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(1)  VALUE ALL "-".
           05  FILLER PIC X(4)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(5)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(5)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(4)  VALUE SPACE.
           05  FILLER PIC X(3)  VALUE ALL "-".
           05  FILLER PIC X(45) VALUE SPACE.

       01  MOVE-LINE.
           05  ML-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  ML-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  ML-ACCOUNT-STATUS   PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  ML-OLD-BRANCH       PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-OLD-SALESREP     PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-OLD-REGION       PIC X(2).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  ML-NEW-BRANCH       PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-NEW-SALESREP     PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-NEW-REGION       PIC X(2).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  ML-SALES-THIS-YTD   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  ML-APPLIED-BY       PIC X(3).
           05  FILLER              PIC X(45)   VALUE SPACE.

       01  NO-MOVES-LINE.
           05  FILLER              PIC X(42)
               VALUE "NO CUSTOMER MATCHED A RULE THAT CHANGES IT".
           05  FILLER              PIC X(20)
               VALUE "S TERRITORY.".
           05  FILLER              PIC X(68)   VALUE SPACE.

       01  RULE-HEADING-LINE-1.
           05  FILLER PIC X(6)  VALUE "RULE  ".
           05  FILLER PIC X(4)  VALUE "TY  ".
           05  FILLER PIC X(8)  VALUE "FROM    ".
           05  FILLER PIC X(5)  VALUE "TO   ".
           05  FILLER PIC X(5)  VALUE "TO   ".
           05  FILLER PIC X(5)  VALUE "TO   ".
           05  FILLER PIC X(32) VALUE SPACE.
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(32) VALUE SPACE.
           05  FILLER PIC X(6)  VALUE " CUSTS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "          SALES".

       01  RULE-HEADING-LINE-2.
           05  FILLER PIC X(6)  VALUE "NUM   ".
           05  FILLER PIC X(4)  VALUE "PE  ".
           05  FILLER PIC X(8)  VALUE "KEY     ".
           05  FILLER PIC X(5)  VALUE "REP  ".
           05  FILLER PIC X(5)  VALUE "BR   ".
           05  FILLER PIC X(5)  VALUE "RGN  ".
           05  FILLER PIC X(32) VALUE "DESCRIPTION".
           05  FILLER PIC X(10) VALUE "STATUS".
           05  FILLER PIC X(32) VALUE "REASON / NOTE".
           05  FILLER PIC X(6)  VALUE " MOVED".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "       THIS YTD".

       01  RULE-HEADING-LINE-3.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(1)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".

       01  RULE-RECAP-LINE.
           05  RR-RULE-NUMBER      PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RR-RULE-TYPE        PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RR-FROM-KEY         PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RR-TO-SALESREP      PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RR-TO-BRANCH        PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RR-TO-REGION        PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RR-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RR-STATUS           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RR-REASON           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RR-MOVED-COUNT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RR-MOVED-YTD        PIC ZZZ,ZZZ,ZZ9.99-.

       01  TERRITORY-HEADING-LINE-1.
           05  FILLER PIC X(28) VALUE SPACE.
           05  FILLER PIC X(23) VALUE "-------- BEFORE -------".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(23) VALUE "------ MOVED OUT ------".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(23) VALUE "------- MOVED IN ------".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(23) VALUE "-------- AFTER --------".
           05  FILLER PIC X(4)  VALUE SPACE.

       01  TERRITORY-HEADING-LINE-2.
           05  FILLER PIC X(6)  VALUE "TERR  ".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(6)  VALUE " CUSTS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "      SALES YTD".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE " CUSTS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "      SALES YTD".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE " CUSTS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "      SALES YTD".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE " CUSTS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "      SALES YTD".
           05  FILLER PIC X(4)  VALUE SPACE.

       01  TERRITORY-HEADING-LINE-3.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(4)  VALUE SPACE.

       01  SECTION-HEADING-LINE.
           05  SH-TITLE            PIC X(40).
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  TERRITORY-LINE.
           05  TY-TERRITORY        PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-NAME             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-BEFORE-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-BEFORE-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-OUT-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-OUT-YTD          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-IN-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-IN-YTD           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-AFTER-COUNT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TY-AFTER-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.

       01  BALANCE-LINE.
           05  BL-TEXT             PIC X(60).
           05  FILLER              PIC X(70)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-COUNT-LINE.
           05  SU-COUNT-LABEL      PIC X(20).
           05  SU-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  SUMMARY-AMOUNT-LINE.
           05  SU-AMOUNT-LABEL     PIC X(20).
           05  SU-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-REALIGN-TERRITORIES.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-REALIGNMENT
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT RLGNPARM-RPT3033.
           READ RLGNPARM-RPT3033
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RA-PREVIEW
                           SET RUN-PREVIEW TO TRUE
                           SET PARM-OK     TO TRUE
                       WHEN RA-COMMIT
                           SET RUN-COMMIT  TO TRUE
                           SET PARM-OK     TO TRUE
                       WHEN OTHER
                           SET PARM-FAILED TO TRUE
                   END-EVALUATE
           END-READ.
           CLOSE RLGNPARM-RPT3033.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3033 - RLGNPARM PARAMETER RECORD MISSING OR "
                   "RUN MODE NOT P OR C - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      *  030-RUN-REALIGNMENT loads REPMAST and edits the whole rules
      *  file before CUSTMAST is opened.  An empty rules file fails
      *  the run; a commit with any rejected rule is turned into a
      *  preview here, before a single record can be rewritten.
      *****************************************************************
       030-RUN-REALIGNMENT.
           OPEN INPUT  REPMAST
                       REALIGNMENT-RULES
                OUTPUT OUTPUT-RPT3033.
           IF WS-REPMAST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 110-LOAD-SALESREP-RECORD
                   UNTIL REPMAST-EOF-SWITCH = "Y"
               PERFORM 120-LOAD-REALIGNMENT-RULE
                   UNTIL RULES-EOF-SWITCH = "Y"
               IF GRAND-RULES-READ = ZERO
                   PERFORM 050-ABORT-NO-RULES
               ELSE
                   IF RUN-COMMIT AND GRAND-RULES-REJECTED > ZERO
                       SET RUN-COMMIT-REFUSED TO TRUE
                   END-IF
                   PERFORM 060-RUN-CUSTOMER-PASS
               END-IF
           END-IF.
           CLOSE REPMAST
                 REALIGNMENT-RULES
                 OUTPUT-RPT3033.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3033 - CUSTMAST/REPMAST OPEN FAILED, FILE "
                   "STATUS " WS-CUSTMAST-STATUS "/" WS-REPMAST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       050-ABORT-NO-RULES.
           DISPLAY "RPT3033 - REALIGN RULES FILE IS EMPTY - RUN "
                   "ABORTED".
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      *  060-RUN-CUSTOMER-PASS opens CUSTMAST for update (and the
      *  audit trail and journal for append) only on a commit that
      *  passed the rule edit - a preview, or a refused commit,
      *  opens it for input and cannot change it.
      *****************************************************************
       060-RUN-CUSTOMER-PASS.
           IF RUN-COMMIT
               OPEN I-O    CUSTMAST
                    EXTEND AUDIT-RPT3033
                           JOURNAL-RPT3033
           ELSE
               OPEN INPUT  CUSTMAST
           END-IF.
           IF WS-CUSTMAST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 065-SET-RUN-MODE-TEXT
               MOVE "**" TO RG-REGION-CODE(100)
               SET MOVE-PAGE TO TRUE
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 200-PROCESS-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF-SWITCH = "Y"
               IF GRAND-CUSTOMERS-MOVED = ZERO
                   MOVE NO-MOVES-LINE TO PRINT-AREA
                   WRITE PRINT-AREA
               END-IF
               PERFORM 600-PRINT-RULE-RECAP
               PERFORM 650-PRINT-TERRITORY-RECAP
               PERFORM 700-PRINT-RUN-SUMMARY
               PERFORM 070-SET-RETURN-CODE
           END-IF.
           CLOSE CUSTMAST.
           IF RUN-COMMIT
               CLOSE AUDIT-RPT3033
                     JOURNAL-RPT3033
           END-IF.

       065-SET-RUN-MODE-TEXT.
           EVALUATE TRUE
               WHEN RUN-COMMIT
                   MOVE "COMMIT - MOVES APPLIED TO CUSTMAST"
                       TO HL2A-MODE-TEXT
               WHEN RUN-COMMIT-REFUSED
                   MOVE "COMMIT REFUSED - RULES REJECTED, CUSTMAST NOT U
      -                 "PDATED" TO HL2A-MODE-TEXT
               WHEN OTHER
                   MOVE "PREVIEW - CUSTMAST NOT UPDATED"
                       TO HL2A-MODE-TEXT
           END-EVALUATE.

       070-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN RUN-COMMIT-REFUSED
                   DISPLAY "RPT3033 - " GRAND-RULES-REJECTED
                           " REALIGNMENT RULE(S) REJECTED - COMMIT "
                           "REFUSED, CUSTMAST NOT UPDATED"
                   MOVE 16 TO RETURN-CODE
               WHEN GRAND-RULES-REJECTED > ZERO
                   DISPLAY "RPT3033 - " GRAND-RULES-REJECTED
                           " REALIGNMENT RULE(S) REJECTED - SEE THE "
                           "RULE RECAP"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-TIME =
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.

       110-LOAD-SALESREP-RECORD.
           READ REPMAST
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   SET REP-IDX TO SR-SALESREP-NUMBER
                   SET REP-IDX UP BY 1
                   SET RT-ON-REPMAST(REP-IDX) TO TRUE
                   MOVE SR-SALESREP-NAME TO RT-SALESREP-NAME(REP-IDX)
                   MOVE SR-BRANCH-NUMBER TO RT-BRANCH-NUMBER(REP-IDX)
                   SET BRANCH-IDX TO SR-BRANCH-NUMBER
                   SET BRANCH-IDX UP BY 1
                   ADD 1 TO BT-REP-COUNT(BRANCH-IDX)
           END-READ.

      *****************************************************************
      *  120-LOAD-REALIGNMENT-RULE stores each rule in the next
      *  table entry and edits it.  A rule past the table limit
      *  cannot be stored or listed; it is counted as rejected, so
      *  a commit with more rules than the table holds is refused
      *  rather than quietly applying only the first 500.
      *****************************************************************
       120-LOAD-REALIGNMENT-RULE.
           READ REALIGNMENT-RULES
               AT END
                   MOVE "Y" TO RULES-EOF-SWITCH
               NOT AT END
                   ADD 1 TO GRAND-RULES-READ
                   IF WS-RULE-COUNT = 500
                       ADD 1 TO GRAND-RULES-OVER-LIMIT
                       ADD 1 TO GRAND-RULES-REJECTED
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       SET RULE-IDX TO WS-RULE-COUNT
                       PERFORM 122-STORE-RULE-ENTRY
                       PERFORM 125-EDIT-REALIGNMENT-RULE
                   END-IF
           END-READ.

       122-STORE-RULE-ENTRY.
           MOVE GRAND-RULES-READ    TO RU-RULE-NUMBER(RULE-IDX).
           MOVE RF-RULE-TYPE        TO RU-RULE-TYPE(RULE-IDX).
           EVALUATE TRUE
               WHEN RF-REP-RULE
                   MOVE RF-FROM-SALESREP TO RU-FROM-KEY(RULE-IDX)
               WHEN RF-BRANCH-RULE
                   MOVE RF-FROM-BRANCH   TO RU-FROM-KEY(RULE-IDX)
               WHEN OTHER
                   MOVE RF-FROM-CUSTOMER TO RU-FROM-KEY(RULE-IDX)
           END-EVALUATE.
           MOVE RF-TO-SALESREP      TO RU-TO-SALESREP(RULE-IDX).
           MOVE RF-TO-BRANCH        TO RU-TO-BRANCH(RULE-IDX).
           MOVE RF-TO-REGION        TO RU-TO-REGION(RULE-IDX).
           MOVE RF-RULE-DESCRIPTION TO RU-DESCRIPTION(RULE-IDX).
           MOVE SPACE               TO RU-REASON(RULE-IDX).

      *****************************************************************
      *  125-EDIT-REALIGNMENT-RULE checks the shape of the rule -
      *  a known type, exactly the one from field that type uses,
      *  at least one target, numeric rep and branch targets - and
      *  then proves the targets against REPMAST.  The from side is
      *  NOT required to be on REPMAST: moving every customer off a
      *  rep who has left is exactly what a realignment is for.
      *****************************************************************
       125-EDIT-REALIGNMENT-RULE.
           EVALUATE TRUE
               WHEN NOT (RF-REP-RULE OR RF-BRANCH-RULE
                         OR RF-CUSTOMER-RULE)
                   MOVE "INVALID RULE TYPE"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-REP-RULE
                   AND (RF-FROM-SALESREP NOT NUMERIC
                        OR RF-FROM-BRANCH NOT = SPACE
                        OR RF-FROM-CUSTOMER NOT = SPACE)
                   MOVE "FROM REP MISSING OR INVALID"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-BRANCH-RULE
                   AND (RF-FROM-BRANCH NOT NUMERIC
                        OR RF-FROM-SALESREP NOT = SPACE
                        OR RF-FROM-CUSTOMER NOT = SPACE)
                   MOVE "FROM BRANCH MISSING OR INVALID"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-CUSTOMER-RULE
                   AND (RF-FROM-CUSTOMER NOT NUMERIC
                        OR RF-FROM-SALESREP NOT = SPACE
                        OR RF-FROM-BRANCH NOT = SPACE)
                   MOVE "FROM CUSTOMER MISSING/INVALID"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-TO-SALESREP = SPACE
                   AND RF-TO-BRANCH = SPACE
                   AND RF-TO-REGION = SPACE
                   MOVE "NO TARGET TERRITORY GIVEN"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-TO-SALESREP NOT = SPACE
                   AND RF-TO-SALESREP NOT NUMERIC
                   MOVE "TARGET REP NOT NUMERIC"
                       TO RU-REASON(RULE-IDX)
               WHEN RF-TO-BRANCH NOT = SPACE
                   AND RF-TO-BRANCH NOT NUMERIC
                   MOVE "TARGET BRANCH NOT NUMERIC"
                       TO RU-REASON(RULE-IDX)
               WHEN OTHER
                   PERFORM 126-EDIT-RULE-TARGETS
           END-EVALUATE.

           IF RU-REASON(RULE-IDX) = SPACE
               SET RU-ACCEPTED(RULE-IDX) TO TRUE
               ADD 1 TO GRAND-RULES-ACCEPTED
               PERFORM 127-INDEX-ACCEPTED-RULE
           ELSE
               SET RU-REJECTED(RULE-IDX) TO TRUE
               ADD 1 TO GRAND-RULES-REJECTED
           END-IF.

      *****************************************************************
      *  126-EDIT-RULE-TARGETS proves the targets against REPMAST -
      *  a target rep must be on it, a target branch must have at
      *  least one REPMAST rep assigned to it, and a rule naming
      *  both must name a rep who belongs to that branch.  A second
      *  rule for the same rep, branch, or customer is rejected:
      *  which of the two was meant is not this program's call.
      *****************************************************************
       126-EDIT-RULE-TARGETS.
           IF RF-TO-SALESREP NOT = SPACE
               MOVE RF-TO-SALESREP TO WS-REP-NUMBER
               SET REP-IDX TO WS-REP-NUMBER
               SET REP-IDX UP BY 1
               IF NOT RT-ON-REPMAST(REP-IDX)
                   MOVE "TARGET REP NOT ON REPMAST"
                       TO RU-REASON(RULE-IDX)
               ELSE
                   IF RF-TO-BRANCH NOT = SPACE
                       AND RT-BRANCH-NUMBER(REP-IDX)
                           NOT = RU-TO-BRANCH-NUMBER(RULE-IDX)
                       MOVE "TARGET REP NOT IN TARGET BRANCH"
                           TO RU-REASON(RULE-IDX)
                   END-IF
               END-IF
           END-IF.

           IF RU-REASON(RULE-IDX) = SPACE
               AND RF-TO-BRANCH NOT = SPACE
               MOVE RF-TO-BRANCH TO WS-BRANCH-NUMBER
               SET BRANCH-IDX TO WS-BRANCH-NUMBER
               SET BRANCH-IDX UP BY 1
               IF BT-REP-COUNT(BRANCH-IDX) = ZERO
                   MOVE "TARGET BRANCH HAS NO REPMAST REP"
                       TO RU-REASON(RULE-IDX)
               END-IF
           END-IF.

           IF RU-REASON(RULE-IDX) = SPACE
               EVALUATE TRUE
                   WHEN RF-REP-RULE
                       MOVE RF-FROM-SALESREP TO WS-REP-NUMBER
                       SET REP-IDX TO WS-REP-NUMBER
                       SET REP-IDX UP BY 1
                       IF RT-RULE-SUB(REP-IDX) NOT = ZERO
                           MOVE "DUPLICATE RULE FOR THIS REP"
                               TO RU-REASON(RULE-IDX)
                       END-IF
                   WHEN RF-BRANCH-RULE
                       MOVE RF-FROM-BRANCH TO WS-BRANCH-NUMBER
                       SET BRANCH-IDX TO WS-BRANCH-NUMBER
                       SET BRANCH-IDX UP BY 1
                       IF BT-RULE-SUB(BRANCH-IDX) NOT = ZERO
                           MOVE "DUPLICATE RULE FOR THIS BRANCH"
                               TO RU-REASON(RULE-IDX)
                       END-IF
                   WHEN OTHER
                       SET RULE-NOT-FOUND TO TRUE
                       PERFORM 128-CHECK-DUPLICATE-CUSTOMER
                           VARYING RULE-SRCH-IDX FROM 1 BY 1
                           UNTIL RULE-SRCH-IDX >= RULE-IDX
                              OR RULE-FOUND
                       IF RULE-FOUND
                           MOVE "DUPLICATE RULE FOR THIS CUSTOMER"
                               TO RU-REASON(RULE-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  127-INDEX-ACCEPTED-RULE points the from-rep or from-branch
      *  territory entry at an accepted rep or branch rule, so the
      *  customer pass applies it with one table reference.
      *  Customer rules are only counted - they are searched.
      *****************************************************************
       127-INDEX-ACCEPTED-RULE.
           SET WS-RULE-SUB TO RULE-IDX.
           EVALUATE TRUE
               WHEN RF-REP-RULE
                   MOVE RF-FROM-SALESREP TO WS-REP-NUMBER
                   SET REP-IDX TO WS-REP-NUMBER
                   SET REP-IDX UP BY 1
                   MOVE WS-RULE-SUB TO RT-RULE-SUB(REP-IDX)
               WHEN RF-BRANCH-RULE
                   MOVE RF-FROM-BRANCH TO WS-BRANCH-NUMBER
                   SET BRANCH-IDX TO WS-BRANCH-NUMBER
                   SET BRANCH-IDX UP BY 1
                   MOVE WS-RULE-SUB TO BT-RULE-SUB(BRANCH-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CUSTOMER-RULE-COUNT
           END-EVALUATE.

       128-CHECK-DUPLICATE-CUSTOMER.
           IF RU-CUSTOMER-RULE(RULE-SRCH-IDX)
               AND RU-ACCEPTED(RULE-SRCH-IDX)
               AND RU-FROM-KEY(RULE-SRCH-IDX) = RF-FROM-CUSTOMER
               SET RULE-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *  200-PROCESS-CUSTOMER-RECORD reads the master in key order.
      *  Every customer is posted to the before/after territory
      *  recap, moved or not, so each recap section shows the whole
      *  master and its before and after totals can be proved equal.
      *****************************************************************
       200-PROCESS-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1                 TO GRAND-CUSTOMERS-READ
                   ADD CM-SALES-THIS-YTD TO GRAND-YTD-BEFORE
                   PERFORM 220-REALIGN-ONE-CUSTOMER
                   ADD CM-SALES-THIS-YTD TO GRAND-YTD-AFTER
           END-READ.

      *****************************************************************
      *  220-REALIGN-ONE-CUSTOMER applies the rules most specific
      *  first - the customer's own rule, then the rule for its
      *  current rep, then the rule for its current branch - each
      *  filling only the fields no earlier rule has set.  The
      *  recap is posted before the move is applied, while the
      *  CM- fields still hold the old territory.
      *****************************************************************
       220-REALIGN-ONE-CUSTOMER.
           MOVE CM-BRANCH-NUMBER   TO NW-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO NW-SALESREP-NUMBER.
           MOVE CM-REGION-CODE     TO NW-REGION-CODE.
           MOVE "N" TO NW-BRANCH-SET-SWITCH
                       NW-SALESREP-SET-SWITCH
                       NW-REGION-SET-SWITCH.
           MOVE SPACE TO NW-APPLIED-BY.

           IF WS-CUSTOMER-RULE-COUNT > ZERO
               SET RULE-NOT-FOUND TO TRUE
               PERFORM 230-FIND-CUSTOMER-RULE
                   VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
                      OR RULE-FOUND
               IF RULE-FOUND
                   SET RULE-IDX TO WS-RULE-SUB
                   PERFORM 240-APPLY-RULE-TARGETS
               END-IF
           END-IF.

           SET REP-IDX TO CM-SALESREP-NUMBER.
           SET REP-IDX UP BY 1.
           IF RT-RULE-SUB(REP-IDX) NOT = ZERO
               SET RULE-IDX TO RT-RULE-SUB(REP-IDX)
               PERFORM 240-APPLY-RULE-TARGETS
           END-IF.

           SET BRANCH-IDX TO CM-BRANCH-NUMBER.
           SET BRANCH-IDX UP BY 1.
           IF BT-RULE-SUB(BRANCH-IDX) NOT = ZERO
               SET RULE-IDX TO BT-RULE-SUB(BRANCH-IDX)
               PERFORM 240-APPLY-RULE-TARGETS
           END-IF.

           PERFORM 310-POST-TERRITORY-RECAP.

           IF NW-BRANCH-NUMBER   = CM-BRANCH-NUMBER
               AND NW-SALESREP-NUMBER = CM-SALESREP-NUMBER
               AND NW-REGION-CODE     = CM-REGION-CODE
               ADD 1 TO GRAND-CUSTOMERS-UNMOVED
           ELSE
               PERFORM 300-MOVE-CUSTOMER
           END-IF.

       230-FIND-CUSTOMER-RULE.
           IF RU-CUSTOMER-RULE(RULE-IDX)
               AND RU-ACCEPTED(RULE-IDX)
               AND RU-FROM-CUSTOMER(RULE-IDX) = CM-CUSTOMER-NUMBER
               SET RULE-FOUND TO TRUE
               SET WS-RULE-SUB TO RULE-IDX
           END-IF.

      *****************************************************************
      *  240-APPLY-RULE-TARGETS applies one matched rule.  The rule
      *  is credited with the customer (and its YTD) on the rule
      *  recap only when it actually changed one of the fields - a
      *  rule whose targets were all already set by a more specific
      *  rule, or already held, matched but moved nothing.
      *****************************************************************
       240-APPLY-RULE-TARGETS.
           ADD 1 TO RU-MATCHED-COUNT(RULE-IDX).
           SET RULE-CHANGED-NOTHING TO TRUE.

           IF RU-TO-SALESREP(RULE-IDX) NOT = SPACE
               AND NOT NW-SALESREP-SET
               MOVE RU-TO-SALESREP-NUMBER(RULE-IDX)
                   TO NW-SALESREP-NUMBER
               SET NW-SALESREP-SET TO TRUE
               IF NW-SALESREP-NUMBER NOT = CM-SALESREP-NUMBER
                   SET RULE-CHANGED-FIELD TO TRUE
               END-IF
           END-IF.

           IF RU-TO-BRANCH(RULE-IDX) NOT = SPACE
               AND NOT NW-BRANCH-SET
               MOVE RU-TO-BRANCH-NUMBER(RULE-IDX)
                   TO NW-BRANCH-NUMBER
               SET NW-BRANCH-SET TO TRUE
               IF NW-BRANCH-NUMBER NOT = CM-BRANCH-NUMBER
                   SET RULE-CHANGED-FIELD TO TRUE
               END-IF
           END-IF.

           IF RU-TO-REGION(RULE-IDX) NOT = SPACE
               AND NOT NW-REGION-SET
               MOVE RU-TO-REGION(RULE-IDX) TO NW-REGION-CODE
               SET NW-REGION-SET TO TRUE
               IF NW-REGION-CODE NOT = CM-REGION-CODE
                   SET RULE-CHANGED-FIELD TO TRUE
               END-IF
           END-IF.

           IF RULE-CHANGED-FIELD
               ADD 1 TO RU-MOVED-COUNT(RULE-IDX)
               ADD CM-SALES-THIS-YTD TO RU-MOVED-YTD(RULE-IDX)
               EVALUATE TRUE
                   WHEN RU-CUSTOMER-RULE(RULE-IDX)
                       MOVE "C" TO NW-BY-CUSTOMER
                   WHEN RU-REP-RULE(RULE-IDX)
                       MOVE "R" TO NW-BY-SALESREP
                   WHEN OTHER
                       MOVE "B" TO NW-BY-BRANCH
               END-EVALUATE
           END-IF.

       300-MOVE-CUSTOMER.
           ADD 1                 TO GRAND-CUSTOMERS-MOVED.
           ADD CM-SALES-THIS-YTD TO GRAND-YTD-MOVED.
           PERFORM 500-PRINT-MOVE-LINE.
           IF RUN-COMMIT
               PERFORM 400-APPLY-MOVE-TO-MASTER
           END-IF.

      *****************************************************************
      *  310-POST-TERRITORY-RECAP posts the customer to the before
      *  side of its old rep, branch, and region and the after side
      *  of its new ones, and - for each of the three that actually
      *  changes - to the moved-out side of the old territory and
      *  the moved-in side of the new one.
      *****************************************************************
       310-POST-TERRITORY-RECAP.
           SET REP-IDX TO CM-SALESREP-NUMBER.
           SET REP-IDX UP BY 1.
           ADD 1                 TO RT-BEFORE-COUNT(REP-IDX).
           ADD CM-SALES-THIS-YTD TO RT-BEFORE-YTD(REP-IDX).
           IF NW-SALESREP-NUMBER NOT = CM-SALESREP-NUMBER
               ADD 1                 TO RT-OUT-COUNT(REP-IDX)
               ADD CM-SALES-THIS-YTD TO RT-OUT-YTD(REP-IDX)
           END-IF.
           SET REP-IDX TO NW-SALESREP-NUMBER.
           SET REP-IDX UP BY 1.
           ADD 1                 TO RT-AFTER-COUNT(REP-IDX).
           ADD CM-SALES-THIS-YTD TO RT-AFTER-YTD(REP-IDX).
           IF NW-SALESREP-NUMBER NOT = CM-SALESREP-NUMBER
               ADD 1                 TO RT-IN-COUNT(REP-IDX)
               ADD CM-SALES-THIS-YTD TO RT-IN-YTD(REP-IDX)
           END-IF.

           SET BRANCH-IDX TO CM-BRANCH-NUMBER.
           SET BRANCH-IDX UP BY 1.
           ADD 1                 TO BT-BEFORE-COUNT(BRANCH-IDX).
           ADD CM-SALES-THIS-YTD TO BT-BEFORE-YTD(BRANCH-IDX).
           IF NW-BRANCH-NUMBER NOT = CM-BRANCH-NUMBER
               ADD 1                 TO BT-OUT-COUNT(BRANCH-IDX)
               ADD CM-SALES-THIS-YTD TO BT-OUT-YTD(BRANCH-IDX)
           END-IF.
           SET BRANCH-IDX TO NW-BRANCH-NUMBER.
           SET BRANCH-IDX UP BY 1.
           ADD 1                 TO BT-AFTER-COUNT(BRANCH-IDX).
           ADD CM-SALES-THIS-YTD TO BT-AFTER-YTD(BRANCH-IDX).
           IF NW-BRANCH-NUMBER NOT = CM-BRANCH-NUMBER
               ADD 1                 TO BT-IN-COUNT(BRANCH-IDX)
               ADD CM-SALES-THIS-YTD TO BT-IN-YTD(BRANCH-IDX)
           END-IF.

           MOVE CM-REGION-CODE TO WS-REGION-CODE.
           PERFORM 315-FIND-REGION-ENTRY.
           ADD 1                 TO RG-BEFORE-COUNT(REGION-IDX).
           ADD CM-SALES-THIS-YTD TO RG-BEFORE-YTD(REGION-IDX).
           IF NW-REGION-CODE NOT = CM-REGION-CODE
               ADD 1                 TO RG-OUT-COUNT(REGION-IDX)
               ADD CM-SALES-THIS-YTD TO RG-OUT-YTD(REGION-IDX)
           END-IF.
           MOVE NW-REGION-CODE TO WS-REGION-CODE.
           PERFORM 315-FIND-REGION-ENTRY.
           ADD 1                 TO RG-AFTER-COUNT(REGION-IDX).
           ADD CM-SALES-THIS-YTD TO RG-AFTER-YTD(REGION-IDX).
           IF NW-REGION-CODE NOT = CM-REGION-CODE
               ADD 1                 TO RG-IN-COUNT(REGION-IDX)
               ADD CM-SALES-THIS-YTD TO RG-IN-YTD(REGION-IDX)
           END-IF.

      *****************************************************************
      *  315-FIND-REGION-ENTRY leaves REGION-IDX on the entry for
      *  WS-REGION-CODE, adding the code in the next free entry the
      *  first time it is met.  Once entries 1-99 are taken, any
      *  further code is posted to the "**" entry 100.
      *****************************************************************
       315-FIND-REGION-ENTRY.
           SET REGION-NOT-FOUND TO TRUE.
           PERFORM 316-TEST-ONE-REGION
               VARYING REGION-IDX FROM 1 BY 1
               UNTIL REGION-IDX > WS-REGION-COUNT
                  OR REGION-FOUND.
           IF REGION-FOUND
               SET REGION-IDX TO WS-REGION-SUB
           ELSE
               IF WS-REGION-COUNT < 99
                   ADD 1 TO WS-REGION-COUNT
                   SET REGION-IDX TO WS-REGION-COUNT
                   MOVE WS-REGION-CODE TO RG-REGION-CODE(REGION-IDX)
               ELSE
                   SET REGION-IDX TO 100
               END-IF
           END-IF.

       316-TEST-ONE-REGION.
           IF RG-REGION-CODE(REGION-IDX) = WS-REGION-CODE
               SET REGION-FOUND TO TRUE
               SET WS-REGION-SUB TO REGION-IDX
           END-IF.

      *****************************************************************
      *  400-APPLY-MOVE-TO-MASTER rewrites the moved customer in
      *  place and writes its audit and journal records.  Like an
      *  RPT3009 CHANGE, the move stamps CM-LAST-ACTIVITY-DATE - but
      *  not on a closed account, where the date is the RPT3024
      *  purge's retention clock and a territory move is no reason
      *  to keep a dead account another seven years.
      *****************************************************************
       400-APPLY-MOVE-TO-MASTER.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE NW-BRANCH-NUMBER   TO CM-BRANCH-NUMBER.
           MOVE NW-SALESREP-NUMBER TO CM-SALESREP-NUMBER.
           MOVE NW-REGION-CODE     TO CM-REGION-CODE.
           IF NOT CM-STATUS-CLOSED
               MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE
           END-IF.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-AFTER-IMAGE.

           REWRITE CUSTOMER-MASTER-RECORD.
           ADD 1 TO GRAND-RECORDS-UPDATED.

           PERFORM 410-BUILD-TRANSACTION-IMAGE.
           PERFORM 900-WRITE-AUDIT-RECORD.
           PERFORM 910-WRITE-JOURNAL-RECORD.

       410-BUILD-TRANSACTION-IMAGE.
           MOVE SPACE              TO TRANSACTION-IMAGE.
           MOVE "C"                TO TI-TRANSACTION-CODE.
           MOVE CM-CUSTOMER-NUMBER TO TI-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO TI-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO TI-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO TI-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO TI-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO TI-SALES-LAST-YTD.
           MOVE CM-REGION-CODE     TO TI-REGION-CODE.
           MOVE CM-ACCOUNT-STATUS  TO TI-ACCOUNT-STATUS.
           MOVE CM-CREDIT-LIMIT    TO TI-CREDIT-LIMIT.
           MOVE CM-FINCHG-EXEMPT   TO TI-FINCHG-EXEMPT.
           MOVE CM-PARENT-NUMBER   TO TI-PARENT-NUMBER.
           MOVE "TERRITORY REALIGN" TO TI-REALIGNMENT-NOTE.

      *****************************************************************
      *  500-PRINT-MOVE-LINE lists one moved customer with the
      *  territory it held and the territory it moves to.  It runs
      *  before the move is applied, so the CM- fields are still
      *  the old territory.
      *****************************************************************
       500-PRINT-MOVE-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE CM-CUSTOMER-NUMBER TO ML-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO ML-CUSTOMER-NAME.
           MOVE CM-ACCOUNT-STATUS  TO ML-ACCOUNT-STATUS.
           MOVE CM-BRANCH-NUMBER   TO ML-OLD-BRANCH.
           MOVE CM-SALESREP-NUMBER TO ML-OLD-SALESREP.
           MOVE CM-REGION-CODE     TO ML-OLD-REGION.
           MOVE NW-BRANCH-NUMBER   TO ML-NEW-BRANCH.
           MOVE NW-SALESREP-NUMBER TO ML-NEW-SALESREP.
           MOVE NW-REGION-CODE     TO ML-NEW-REGION.
           MOVE CM-SALES-THIS-YTD  TO ML-SALES-THIS-YTD.
           MOVE NW-APPLIED-BY      TO ML-APPLIED-BY.
           MOVE MOVE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  600-PRINT-RULE-RECAP lists every rule in rules-file order -
      *  accepted rules with the customers and YTD they moved, and
      *  a note where an accepted rule found nothing to do; rejected
      *  rules with the reason.
      *****************************************************************
       600-PRINT-RULE-RECAP.
           SET RULE-PAGE TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 610-PRINT-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT.

       610-PRINT-ONE-RULE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE RU-RULE-NUMBER(RULE-IDX) TO RR-RULE-NUMBER.
           MOVE RU-RULE-TYPE(RULE-IDX)   TO RR-RULE-TYPE.
           MOVE RU-FROM-KEY(RULE-IDX)    TO RR-FROM-KEY.
           MOVE RU-TO-SALESREP(RULE-IDX) TO RR-TO-SALESREP.
           MOVE RU-TO-BRANCH(RULE-IDX)   TO RR-TO-BRANCH.
           MOVE RU-TO-REGION(RULE-IDX)   TO RR-TO-REGION.
           MOVE RU-DESCRIPTION(RULE-IDX) TO RR-DESCRIPTION.
           MOVE RU-MOVED-COUNT(RULE-IDX) TO RR-MOVED-COUNT.
           MOVE RU-MOVED-YTD(RULE-IDX)   TO RR-MOVED-YTD.
           IF RU-ACCEPTED(RULE-IDX)
               MOVE "ACCEPTED" TO RR-STATUS
               EVALUATE TRUE
                   WHEN RU-MATCHED-COUNT(RULE-IDX) = ZERO
                       AND RU-CUSTOMER-RULE(RULE-IDX)
                       MOVE "CUSTOMER NOT ON CUSTMAST"
                           TO RR-REASON
                   WHEN RU-MATCHED-COUNT(RULE-IDX) = ZERO
                       MOVE "NO CUSTOMERS MATCHED" TO RR-REASON
                   WHEN RU-MOVED-COUNT(RULE-IDX) = ZERO
                       MOVE "MATCHED - NOTHING TO CHANGE"
                           TO RR-REASON
                   WHEN OTHER
                       MOVE SPACE TO RR-REASON
               END-EVALUATE
           ELSE
               MOVE "REJECTED"            TO RR-STATUS
               MOVE RU-REASON(RULE-IDX)   TO RR-REASON
           END-IF.
           MOVE RULE-RECAP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  650-PRINT-TERRITORY-RECAP prints the before/after recap by
      *  salesrep, by branch, and by region.  In each section the
      *  before and after totals are the whole master and must be
      *  equal, and the moved-out total must equal the moved-in
      *  total - each section ends with a line saying whether it
      *  does.
      *****************************************************************
       650-PRINT-TERRITORY-RECAP.
           SET TERRITORY-PAGE TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE "CUSTOMERS AND SALES YTD BY SALESREP" TO SH-TITLE.
           PERFORM 655-START-RECAP-SECTION.
           PERFORM 660-PRINT-REP-TERRITORY
               VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > 100.
           PERFORM 690-PRINT-SECTION-TOTALS.

           MOVE "CUSTOMERS AND SALES YTD BY BRANCH" TO SH-TITLE.
           PERFORM 655-START-RECAP-SECTION.
           PERFORM 670-PRINT-BRANCH-TERRITORY
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
           PERFORM 690-PRINT-SECTION-TOTALS.

           MOVE "CUSTOMERS AND SALES YTD BY REGION" TO SH-TITLE.
           PERFORM 655-START-RECAP-SECTION.
           PERFORM 680-PRINT-REGION-TERRITORY
               VARYING REGION-IDX FROM 1 BY 1
               UNTIL REGION-IDX > 100.
           PERFORM 690-PRINT-SECTION-TOTALS.

       655-START-RECAP-SECTION.
           IF LINE-COUNT + 6 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SECTION-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           MOVE ZERO TO SC-BEFORE-COUNT
                        SC-BEFORE-YTD
                        SC-OUT-COUNT
                        SC-OUT-YTD
                        SC-IN-COUNT
                        SC-IN-YTD
                        SC-AFTER-COUNT
                        SC-AFTER-YTD.

       660-PRINT-REP-TERRITORY.
           IF RT-BEFORE-COUNT(REP-IDX) > ZERO
               OR RT-AFTER-COUNT(REP-IDX) > ZERO
               SET WS-REP-NUMBER TO REP-IDX
               SUBTRACT 1 FROM WS-REP-NUMBER
               MOVE WS-REP-NUMBER TO TY-TERRITORY
               IF RT-ON-REPMAST(REP-IDX)
                   MOVE RT-SALESREP-NAME(REP-IDX) TO TY-NAME
               ELSE
                   MOVE "** NOT ON REPMAST **" TO TY-NAME
               END-IF
               MOVE RT-TERRITORY-TOTALS(REP-IDX)
                   TO TERRITORY-WORK-TOTALS
               PERFORM 695-PRINT-TERRITORY-LINE
               PERFORM 696-ADD-TO-SECTION-TOTALS
           END-IF.

       670-PRINT-BRANCH-TERRITORY.
           IF BT-BEFORE-COUNT(BRANCH-IDX) > ZERO
               OR BT-AFTER-COUNT(BRANCH-IDX) > ZERO
               SET WS-BRANCH-NUMBER TO BRANCH-IDX
               SUBTRACT 1 FROM WS-BRANCH-NUMBER
               MOVE WS-BRANCH-NUMBER TO TY-TERRITORY
               IF BT-REP-COUNT(BRANCH-IDX) = ZERO
                   MOVE "** NO REPMAST REP **" TO TY-NAME
               ELSE
                   MOVE SPACE TO TY-NAME
               END-IF
               MOVE BT-TERRITORY-TOTALS(BRANCH-IDX)
                   TO TERRITORY-WORK-TOTALS
               PERFORM 695-PRINT-TERRITORY-LINE
               PERFORM 696-ADD-TO-SECTION-TOTALS
           END-IF.

       680-PRINT-REGION-TERRITORY.
           IF RG-BEFORE-COUNT(REGION-IDX) > ZERO
               OR RG-AFTER-COUNT(REGION-IDX) > ZERO
               MOVE RG-REGION-CODE(REGION-IDX) TO TY-TERRITORY
               MOVE SPACE                      TO TY-NAME
               MOVE RG-TERRITORY-TOTALS(REGION-IDX)
                   TO TERRITORY-WORK-TOTALS
               PERFORM 695-PRINT-TERRITORY-LINE
               PERFORM 696-ADD-TO-SECTION-TOTALS
           END-IF.

      *****************************************************************
      *  690-PRINT-SECTION-TOTALS prints the section's total line
      *  and the balance check under it.
      *****************************************************************
       690-PRINT-SECTION-TOTALS.
           MOVE SPACE           TO TY-TERRITORY.
           MOVE "SECTION TOTAL" TO TY-NAME.
           MOVE SECTION-TOTALS  TO TERRITORY-WORK-TOTALS.
           PERFORM 695-PRINT-TERRITORY-LINE.

           IF SC-BEFORE-COUNT = SC-AFTER-COUNT
               AND SC-BEFORE-YTD = SC-AFTER-YTD
               AND SC-OUT-COUNT  = SC-IN-COUNT
               AND SC-OUT-YTD    = SC-IN-YTD
               MOVE "BEFORE EQUALS AFTER AND OUT EQUALS IN - SECTION BA
      -            "LANCES" TO BL-TEXT
           ELSE
               MOVE "*** SECTION OUT OF BALANCE ***" TO BL-TEXT
           END-IF.
           MOVE BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       695-PRINT-TERRITORY-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE TW-BEFORE-COUNT TO TY-BEFORE-COUNT.
           MOVE TW-BEFORE-YTD   TO TY-BEFORE-YTD.
           MOVE TW-OUT-COUNT    TO TY-OUT-COUNT.
           MOVE TW-OUT-YTD      TO TY-OUT-YTD.
           MOVE TW-IN-COUNT     TO TY-IN-COUNT.
           MOVE TW-IN-YTD       TO TY-IN-YTD.
           MOVE TW-AFTER-COUNT  TO TY-AFTER-COUNT.
           MOVE TW-AFTER-YTD    TO TY-AFTER-YTD.
           MOVE TERRITORY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       696-ADD-TO-SECTION-TOTALS.
           ADD TW-BEFORE-COUNT TO SC-BEFORE-COUNT.
           ADD TW-BEFORE-YTD   TO SC-BEFORE-YTD.
           ADD TW-OUT-COUNT    TO SC-OUT-COUNT.
           ADD TW-OUT-YTD      TO SC-OUT-YTD.
           ADD TW-IN-COUNT     TO SC-IN-COUNT.
           ADD TW-IN-YTD       TO SC-IN-YTD.
           ADD TW-AFTER-COUNT  TO SC-AFTER-COUNT.
           ADD TW-AFTER-YTD    TO SC-AFTER-YTD.

       700-PRINT-RUN-SUMMARY.
           SET SUMMARY-PAGE TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "RULES READ........: " TO SU-COUNT-LABEL.
           MOVE GRAND-RULES-READ       TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RULES ACCEPTED....: " TO SU-COUNT-LABEL.
           MOVE GRAND-RULES-ACCEPTED   TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RULES REJECTED....: " TO SU-COUNT-LABEL.
           MOVE GRAND-RULES-REJECTED   TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RULES OVER LIMIT..: " TO SU-COUNT-LABEL.
           MOVE GRAND-RULES-OVER-LIMIT TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS READ....: " TO SU-COUNT-LABEL.
           MOVE GRAND-CUSTOMERS-READ   TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS MOVED...: " TO SU-COUNT-LABEL.
           MOVE GRAND-CUSTOMERS-MOVED  TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS UNMOVED.: " TO SU-COUNT-LABEL.
           MOVE GRAND-CUSTOMERS-UNMOVED TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RECORDS UPDATED...: " TO SU-COUNT-LABEL.
           MOVE GRAND-RECORDS-UPDATED  TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "AUDIT RECORDS.....: " TO SU-COUNT-LABEL.
           MOVE GRAND-AUDIT-WRITTEN    TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "JOURNAL RECORDS...: " TO SU-COUNT-LABEL.
           MOVE GRAND-JOURNAL-WRITTEN  TO SU-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.

           MOVE "MASTER YTD BEFORE.: " TO SU-AMOUNT-LABEL.
           MOVE GRAND-YTD-BEFORE       TO SU-AMOUNT.
           PERFORM 720-PRINT-AMOUNT-LINE.
           MOVE "MASTER YTD AFTER..: " TO SU-AMOUNT-LABEL.
           MOVE GRAND-YTD-AFTER        TO SU-AMOUNT.
           PERFORM 720-PRINT-AMOUNT-LINE.
           MOVE "MOVED SALES YTD...: " TO SU-AMOUNT-LABEL.
           MOVE GRAND-YTD-MOVED        TO SU-AMOUNT.
           PERFORM 720-PRINT-AMOUNT-LINE.

       710-PRINT-COUNT-LINE.
           MOVE SUMMARY-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

       720-PRINT-AMOUNT-LINE.
           MOVE SUMMARY-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT      TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2A TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           EVALUATE TRUE
               WHEN MOVE-PAGE
                   MOVE HEADING-LINE-3 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE HEADING-LINE-4 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE HEADING-LINE-5 TO PRINT-AREA
                   WRITE PRINT-AREA
               WHEN RULE-PAGE
                   MOVE RULE-HEADING-LINE-1 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE RULE-HEADING-LINE-2 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE RULE-HEADING-LINE-3 TO PRINT-AREA
                   WRITE PRINT-AREA
               WHEN TERRITORY-PAGE
                   MOVE TERRITORY-HEADING-LINE-1 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE TERRITORY-HEADING-LINE-2 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE TERRITORY-HEADING-LINE-3 TO PRINT-AREA
                   WRITE PRINT-AREA
           END-EVALUATE.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      *  900-WRITE-AUDIT-RECORD writes the CUSTAUDT record for a
      *  committed move exactly as RPT3009 writes one for a CHANGE.
      *****************************************************************
       900-WRITE-AUDIT-RECORD.
           MOVE SPACE                 TO AUDIT-RECORD.
           MOVE WS-RUN-DATE           TO AU-RUN-DATE.
           MOVE WS-RUN-TIME           TO AU-RUN-TIME.
           MOVE TRANSACTION-IMAGE     TO AU-TRANSACTION-IMAGE.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           ADD 1 TO GRAND-AUDIT-WRITTEN.

      *****************************************************************
      *  910-WRITE-JOURNAL-RECORD journals the same move to CUSTJRNL
      *  with source code "T".  RECVMAST sorts the audit trail and
      *  the journal together, so its RPT3021 replay meets both
      *  records for a move; they carry the same after image and
      *  run date/time, so whichever lands second rewrites the
      *  record to the state the first one left it in.
      *****************************************************************
       910-WRITE-JOURNAL-RECORD.
           MOVE SPACE                 TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE           TO JR-RUN-DATE.
           MOVE WS-RUN-TIME           TO JR-RUN-TIME.
           MOVE TRANSACTION-IMAGE     TO JR-TRANSACTION-IMAGE.
           MOVE WS-AUDIT-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER-IMAGE  TO JR-AFTER-IMAGE.
           SET JR-REALIGNMENT         TO TRUE.
           WRITE JOURNAL-RECORD.
           ADD 1 TO GRAND-JOURNAL-WRITTEN.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3033.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3033 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3033
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
           MOVE "RPT3033"             TO RL-PROGRAM-ID.
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
           COMPUTE RL-RECORDS-READ =
               GRAND-RULES-READ + GRAND-CUSTOMERS-READ.
           MOVE GRAND-RECORDS-UPDATED TO RL-RECORDS-WRITTEN.
           MOVE GRAND-RULES-REJECTED  TO RL-RECORDS-REJECTED.
