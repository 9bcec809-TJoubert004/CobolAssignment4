       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3028.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3028 program is the general ledger
      *               interface run.  Invoices, credit memos and
      *               payments change CM-SALES-THIS-YTD and
      *               CM-OPEN-AR-BALANCE, but accounting had to
      *               re-key the RPT3012 and RPT3019 branch totals
      *               into GL every morning.  RPT3028 reads the
      *               applied postings off the permanent CUSTJRNL
      *               journal - the records RPT3012 (source code S),
      *               RPT3019 (source code P) and RPT3034 (source
      *               code F) write for every posting they apply -
      *               and summarizes them into debit/credit journal
      *               entries by branch, accounting period and
      *               transaction type:
      *                 invoice      DR accounts receivable
      *                              CR sales
      *                 credit memo  DR sales (returns)
      *                              CR accounts receivable
      *                 payment      DR cash
      *                              CR accounts receivable
      *                 finance chg  DR accounts receivable
      *                              CR finance charge income
      *               The account numbers come from the GLACCT
      *               mapping table RPT3027 maintains, keyed by
      *               branch and transaction type.  A sales or
      *               finance charge posting's period is the year
      *               and month of its posting date (the month
      *               RPT3012 booked it to under PERDCTRL, or the
      *               month RPT3034 charged it); a payment's period
      *               is the month RPT3019 applied it.  The branch
      *               is taken from the journal's before image - the
      *               branch the customer belonged to when it
      *               posted.
      *
      *               Only journal records newer than the high-water
      *               mark on the GLCTRL control record are picked
      *               up, so each posting reaches the ledger exactly
      *               once however often the job is run.  A journal
      *               proof prints every entry with its debit and
      *               credit; the extract is written and the
      *               high-water mark advanced only when total
      *               debits equal total credits, the extract's net
      *               movement on the receivable accounts equals the
      *               change in CM-OPEN-AR-BALANCE the journal's
      *               before and after images record, and every
      *               entry found an account mapping.  Anything else
      *               withholds the whole extract and ends the run
      *               with RC=16, so an out-of-balance batch never
      *               goes to finance.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  Finance charges (journal source F, RPT3034)
      *                  are now extracted as type F entries, DR
      *                  accounts receivable / CR finance charge
      *                  income.  The proof now builds the debit and
      *                  credit totals from each entry's own debit and
      *                  credit accounts and proves the extract's net
      *                  receivable movement against the change in
      *                  CM-OPEN-AR-BALANCE on the journal's before
      *                  and after images; a difference withholds the
      *                  extract with RC=16.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT POSTING-JOURNAL   ASSIGN TO GLJRNL.
           SELECT GLACCT            ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-MAP-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT GLCTRL-RPT3028    ASSIGN TO GLCTRL.
           SELECT GL-EXTRACT        ASSIGN TO GLEXTR.
           SELECT OUTPUT-RPT3028    ASSIGN TO RPT3028.
           SELECT RUNLOG-RPT3028    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  POSTING-JOURNAL is the RPT3012, RPT3019 and RPT3034 records
      *  pulled off the permanent CUSTJRNL journal (JR-SOURCE-CODE
      *  S, P or F) and sorted by branch, then run date and time, by
      *  the SORTJRNL step of RPT3028.JCL.  The transaction image is
      *  the SALESTRN or CASHTRN record exactly as it was applied (a
      *  finance charge is laid out as a SALESTRN record); the before
      *  and after images are the CUSTMAST record before and after
      *  the posting, CM-OPEN-AR-BALANCE at bytes 104-108.
      *****************************************************************
       FD  POSTING-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS
           BLOCK CONTAINS 360 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-RUN-STAMP.
               10  JR-RUN-DATE         PIC 9(8).
               10  JR-RUN-DATE-PARTS REDEFINES JR-RUN-DATE.
                   15  JR-RUN-YEAR     PIC 9(4).
                   15  JR-RUN-MONTH    PIC 9(2).
                   15  JR-RUN-DAY      PIC 9(2).
               10  JR-RUN-TIME         PIC 9(6).
           05  JR-SALES-IMAGE.
               10  JR-CUSTOMER-NUMBER  PIC 9(5).
               10  JR-INVOICE-AMOUNT   PIC S9(5)V9(2).
               10  JR-POSTING-DATE     PIC 9(8).
               10  JR-POSTING-DATE-PARTS REDEFINES JR-POSTING-DATE.
                   15  JR-POSTING-YEAR PIC 9(4).
                   15  JR-POSTING-MONTH PIC 9(2).
                   15  JR-POSTING-DAY  PIC 9(2).
               10  JR-INVOICE-NUMBER   PIC 9(6).
               10  JR-TRANSACTION-CODE PIC X(1).
                   88  JR-CREDIT-MEMO           VALUE "C".
               10  JR-REASON-CODE      PIC X(2).
               10  FILLER              PIC X(51).
           05  JR-CASH-IMAGE REDEFINES JR-SALES-IMAGE.
               10  FILLER              PIC 9(5).
               10  JR-PAYMENT-AMOUNT   PIC S9(5)V9(2).
               10  JR-PAYMENT-DATE     PIC 9(8).
               10  FILLER              PIC X(60).
           05  JR-BEFORE-IMAGE.
               10  JR-BEFORE-BRANCH-NUMBER PIC 9(2).
               10  FILLER              PIC X(101).
               10  JR-BEFORE-AR-BALANCE PIC S9(7)V9(2) COMP-3.
               10  FILLER              PIC X(22).
           05  JR-AFTER-IMAGE.
               10  FILLER              PIC X(103).
               10  JR-AFTER-AR-BALANCE PIC S9(7)V9(2) COMP-3.
               10  FILLER              PIC X(22).
           05  JR-SOURCE-CODE          PIC X(1).
               88  JR-SALES-POSTING             VALUE "S".
               88  JR-CASH-POSTING              VALUE "P".
               88  JR-FINANCE-CHARGE            VALUE "F".
           05  FILLER                  PIC X(5).

       FD  GLACCT
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GA-MAP-KEY.
               10  GA-BRANCH-NUMBER    PIC 9(2).
               10  GA-TRANSACTION-TYPE PIC X(1).
           05  GA-DEBIT-ACCOUNT        PIC X(10).
           05  GA-CREDIT-ACCOUNT       PIC X(10).
           05  GA-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(27).

      *****************************************************************
      *  GLCTRL-RPT3028 is the single GL interface control record -
      *  the run date and time of the newest journal record already
      *  sent to the ledger.  It is rewritten only after a balanced
      *  extract has been written.
      *****************************************************************
       FD  GLCTRL-RPT3028
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  GL-CONTROL-RECORD.
           05  GC-LAST-RUN-STAMP.
               10  GC-LAST-RUN-DATE    PIC 9(8).
               10  GC-LAST-RUN-TIME    PIC 9(6).
           05  GC-LAST-EXTRACT-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *****************************************************************
      *  GL-EXTRACT is the file finance loads - two records (one
      *  debit, one credit) per branch, period and transaction type.
      *  Amounts are unsigned; GL-DEBIT-CREDIT-CODE carries the side.
      *****************************************************************
       FD  GL-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-EXTRACT-RECORD.
           05  GL-EXTRACT-DATE         PIC 9(8).
           05  GL-BRANCH-NUMBER        PIC 9(2).
           05  GL-PERIOD               PIC 9(6).
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-DEBIT-CREDIT-CODE    PIC X(1).
               88  GL-DEBIT                     VALUE "D".
               88  GL-CREDIT                    VALUE "C".
           05  GL-AMOUNT               PIC 9(9)V9(2).
           05  GL-SOURCE-TYPE          PIC X(1).
           05  GL-ITEM-COUNT           PIC 9(5).
           05  GL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(6).

       FD  OUTPUT-RPT3028
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3028 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3028
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
           05  JOURNAL-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-CONTROL-SWITCH       PIC X    VALUE "N".
               88  CONTROL-OK                   VALUE "Y".
               88  CONTROL-FAILED               VALUE "N".
           05  WS-ENTRY-FOUND-SWITCH   PIC X    VALUE "N".
               88  ENTRY-FOUND                  VALUE "Y".
               88  ENTRY-NOT-FOUND              VALUE "N".
           05  WS-TABLE-FULL-SWITCH    PIC X    VALUE "N".
               88  SUMMARY-TABLE-FULL           VALUE "Y".
           05  WS-PROOF-SWITCH         PIC X    VALUE "N".
               88  JOURNAL-IN-BALANCE           VALUE "Y".
               88  JOURNAL-OUT-OF-BALANCE       VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-GLACCT-STATUS        PIC X(2)    VALUE SPACE.

       01  JOURNAL-COUNTERS.
           05  WS-JOURNAL-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-ALREADY-SENT-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-INVOICE-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-CREDIT-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PAYMENT-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-FINANCE-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-INVOICE-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-CREDIT-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  WS-PAYMENT-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-FINANCE-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(5)       VALUE ZERO.
           05  WS-GL-RECORD-COUNT      PIC 9(7)       VALUE ZERO.

       01  PROOF-TOTALS.
           05  WS-AR-CONTROL-AMOUNT    PIC S9(9)V99   VALUE ZERO.
           05  WS-EXTRACT-AR-AMOUNT    PIC S9(9)V99   VALUE ZERO.
           05  WS-AR-DIFFERENCE        PIC S9(9)V99   VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(9)V99   VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(9)V99   VALUE ZERO.

       01  EXTRACT-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)       VALUE ZERO.
           05  WS-NEW-HIGH-STAMP       PIC X(14)      VALUE SPACE.
           05  WS-ENTRY-BRANCH         PIC 9(2)       VALUE ZERO.
           05  WS-ENTRY-PERIOD         PIC 9(6)       VALUE ZERO.
           05  WS-ENTRY-PERIOD-PARTS REDEFINES WS-ENTRY-PERIOD.
               10  WS-ENTRY-YEAR       PIC 9(4).
               10  WS-ENTRY-MONTH      PIC 9(2).
           05  WS-ENTRY-TYPE           PIC X(1)       VALUE SPACE.
           05  WS-ENTRY-AMOUNT         PIC S9(5)V99   VALUE ZERO.
           05  WS-SIDE-AMOUNT          PIC S9(9)V99   VALUE ZERO.
           05  WS-SIDE-DEBIT-ACCOUNT   PIC X(10)      VALUE SPACE.
           05  WS-SIDE-CREDIT-ACCOUNT  PIC X(10)      VALUE SPACE.
           05  WS-AR-ACCOUNT           PIC X(10)      VALUE SPACE.

      *****************************************************************
      *  GL-SUMMARY-TABLE holds one entry per branch, period and
      *  transaction type met in the run.  The extract is built
      *  from the table only after the whole journal has been read
      *  and proved, so a failing run writes nothing.  1000 entries
      *  covers every branch, all four types and several open
      *  periods at once.
      *****************************************************************
       01  SUMMARY-TABLE-CONTROL.
           05  WS-SUMMARY-USED         PIC S9(4) COMP VALUE ZERO.
           05  WS-SUMMARY-SUB          PIC S9(4) COMP VALUE ZERO.
           05  WS-FOUND-SUB            PIC S9(4) COMP VALUE ZERO.

       01  GL-SUMMARY-TABLE.
           05  GL-SUMMARY-ENTRY OCCURS 1000 TIMES.
               10  GS-BRANCH-NUMBER    PIC 9(2).
               10  GS-PERIOD           PIC 9(6).
               10  GS-SOURCE-TYPE      PIC X(1).
               10  GS-ITEM-COUNT       PIC 9(5).
               10  GS-AMOUNT           PIC S9(9)V99.
               10  GS-DEBIT-ACCOUNT    PIC X(10).
               10  GS-CREDIT-ACCOUNT   PIC X(10).
               10  GS-DESCRIPTION      PIC X(30).
               10  GS-MAPPED-SWITCH    PIC X(1).
                   88  GS-MAPPED                VALUE "Y".
                   88  GS-NOT-MAPPED            VALUE "N".

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
               VALUE "GL INTERFACE JOURNAL PROOF".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(54)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3028".
           05  FILLER          PIC X(45)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(8)  VALUE "BRANCH  ".
           05  FILLER PIC X(9)  VALUE "PERIOD   ".
           05  FILLER PIC X(6)  VALUE "TYPE  ".
           05  FILLER PIC X(7)  VALUE "  ITEMS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE "DEBIT       ".
           05  FILLER PIC X(16) VALUE "    DEBIT AMOUNT".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE "CREDIT      ".
           05  FILLER PIC X(16) VALUE "   CREDIT AMOUNT".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(38) VALUE "RESULT".

       01  HEADING-LINE-4.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(16) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(16) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(32) VALUE ALL "-".
           05  FILLER PIC X(6)  VALUE SPACE.

       01  PROOF-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PR-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  PR-PERIOD-YEAR      PIC 9(4).
           05  FILLER              PIC X(1)    VALUE "/".
           05  PR-PERIOD-MONTH     PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  PR-SOURCE-TYPE      PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  PR-ITEM-COUNT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  PR-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PR-DEBIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  PR-CREDIT-ACCOUNT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PR-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  PR-RESULT           PIC X(32).
           05  FILLER              PIC X(6)    VALUE SPACE.

       01  PROOF-TOTAL-LINE.
           05  FILLER              PIC X(41)
               VALUE "JOURNAL TOTALS".
           05  PTL-TOTAL-DEBITS    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(15)   VALUE SPACE.
           05  PTL-TOTAL-CREDITS   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  PTL-RESULT          PIC X(38).

       01  AR-PROOF-LINE.
           05  FILLER              PIC X(41)
               VALUE "AR CHANGE ON JOURNAL / AR MOVEMENT IN GL".
           05  APL-JOURNAL-AR      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(15)   VALUE SPACE.
           05  APL-EXTRACT-AR      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  APL-RESULT          PIC X(38).
           05  FILLER              PIC X(3)    VALUE SPACE.

       01  NO-ENTRIES-LINE.
           05  FILLER              PIC X(50)
               VALUE "NO NEW POSTINGS ON JOURNAL SINCE LAST EXTRACT".
           05  FILLER              PIC X(80)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "JOURNAL RECS READ.: ".
           05  SL2-READ-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "ALREADY EXTRACTED.: ".
           05  SL3-SENT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  SL4-LABEL           PIC X(20).
           05  SL4-ITEM-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  SL4-ITEM-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83)   VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  SL5-LABEL           PIC X(20).
           05  FILLER              PIC X(12)   VALUE SPACE.
           05  SL5-PROOF-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83)   VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "ENTRIES SUMMARIZED: ".
           05  SL6-ENTRY-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "UNMAPPED ENTRIES..: ".
           05  SL7-UNMAPPED-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-8.
           05  FILLER              PIC X(20)
               VALUE "GL RECORDS WRITTEN: ".
           05  SL8-GL-RECORD-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-9.
           05  SL9-MESSAGE         PIC X(60).
           05  FILLER              PIC X(70)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-EXTRACT-GL-POSTINGS.
           PERFORM 010-LOAD-CONTROL-RECORD.
           IF CONTROL-FAILED
               PERFORM 020-ABORT-CONTROL-FAILURE
           ELSE
               PERFORM 030-RUN-GL-EXTRACT
           END-IF.
           CLOSE GLCTRL-RPT3028.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-CONTROL-RECORD opens the GL control record for
      *  update and proves it carries a numeric high-water mark.
      *  The file stays open so the mark can be rewritten once the
      *  extract is out - the same I-O handling RPT3023 gives the
      *  PERDCTRL record.
      *****************************************************************
       010-LOAD-CONTROL-RECORD.
           OPEN I-O GLCTRL-RPT3028.
           READ GLCTRL-RPT3028
               AT END
                   SET CONTROL-FAILED TO TRUE
               NOT AT END
                   IF GC-LAST-RUN-DATE IS NUMERIC
                       AND GC-LAST-RUN-TIME IS NUMERIC
                       SET CONTROL-OK TO TRUE
                   ELSE
                       SET CONTROL-FAILED TO TRUE
                   END-IF
           END-READ.

       020-ABORT-CONTROL-FAILURE.
           DISPLAY "RPT3028 - GLCTRL CONTROL RECORD MISSING OR "
                   "MALFORMED - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-GL-EXTRACT.
           OPEN INPUT  POSTING-JOURNAL
                       GLACCT
                OUTPUT GL-EXTRACT
                       OUTPUT-RPT3028.
           IF WS-GLACCT-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-ACCUMULATE-JOURNAL-RECORD
                   UNTIL JOURNAL-EOF-SWITCH = "Y"
               PERFORM 400-PROVE-JOURNAL-ENTRIES
               IF JOURNAL-IN-BALANCE
                   PERFORM 500-WRITE-GL-EXTRACT
               ELSE
                   DISPLAY "RPT3028 - GL JOURNAL OUT OF BALANCE OR "
                           "UNMAPPED - EXTRACT WITHHELD"
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 600-PRINT-RUN-SUMMARY
           END-IF.
           CLOSE POSTING-JOURNAL
                 GLACCT
                 GL-EXTRACT
                 OUTPUT-RPT3028.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3028 - GLACCT OPEN FAILED, FILE STATUS "
                   WS-GLACCT-STATUS " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           MOVE GC-LAST-RUN-STAMP TO WS-NEW-HIGH-STAMP.

      *****************************************************************
      *  200-ACCUMULATE-JOURNAL-RECORD takes each journal record
      *  newer than the high-water mark, classifies it (invoice,
      *  credit memo, payment or finance charge), adds it to the
      *  journal control totals and folds it into its
      *  branch/period/type entry.  The AR control is taken from the
      *  journal's own before and after balances, not from the
      *  posting amount, so the proof has something independent of
      *  the summary to agree with.
      *  Records at or below the mark went to the ledger on an
      *  earlier run and are only counted.
      *****************************************************************
       200-ACCUMULATE-JOURNAL-RECORD.
           PERFORM 220-READ-JOURNAL-RECORD.
           IF JOURNAL-EOF-SWITCH = "N"
               ADD 1 TO WS-JOURNAL-READ-COUNT
               IF JR-RUN-STAMP NOT > GC-LAST-RUN-STAMP
                   ADD 1 TO WS-ALREADY-SENT-COUNT
               ELSE
                   PERFORM 300-CLASSIFY-POSTING
                   IF JR-RUN-STAMP > WS-NEW-HIGH-STAMP
                       MOVE JR-RUN-STAMP TO WS-NEW-HIGH-STAMP
                   END-IF
               END-IF
           END-IF.

       220-READ-JOURNAL-RECORD.
           READ POSTING-JOURNAL
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH
           END-READ.

       300-CLASSIFY-POSTING.
           MOVE JR-BEFORE-BRANCH-NUMBER TO WS-ENTRY-BRANCH.
           EVALUATE TRUE
               WHEN JR-SALES-POSTING AND JR-CREDIT-MEMO
                   MOVE "C"                TO WS-ENTRY-TYPE
                   MOVE JR-POSTING-YEAR    TO WS-ENTRY-YEAR
                   MOVE JR-POSTING-MONTH   TO WS-ENTRY-MONTH
                   MOVE JR-INVOICE-AMOUNT  TO WS-ENTRY-AMOUNT
                   ADD 1                   TO WS-CREDIT-COUNT
                   ADD JR-INVOICE-AMOUNT   TO WS-CREDIT-AMOUNT
               WHEN JR-SALES-POSTING
                   MOVE "I"                TO WS-ENTRY-TYPE
                   MOVE JR-POSTING-YEAR    TO WS-ENTRY-YEAR
                   MOVE JR-POSTING-MONTH   TO WS-ENTRY-MONTH
                   MOVE JR-INVOICE-AMOUNT  TO WS-ENTRY-AMOUNT
                   ADD 1                   TO WS-INVOICE-COUNT
                   ADD JR-INVOICE-AMOUNT   TO WS-INVOICE-AMOUNT
               WHEN JR-FINANCE-CHARGE
                   MOVE "F"                TO WS-ENTRY-TYPE
                   MOVE JR-POSTING-YEAR    TO WS-ENTRY-YEAR
                   MOVE JR-POSTING-MONTH   TO WS-ENTRY-MONTH
                   MOVE JR-INVOICE-AMOUNT  TO WS-ENTRY-AMOUNT
                   ADD 1                   TO WS-FINANCE-COUNT
                   ADD JR-INVOICE-AMOUNT   TO WS-FINANCE-AMOUNT
               WHEN OTHER
                   MOVE "P"                TO WS-ENTRY-TYPE
                   MOVE JR-RUN-YEAR        TO WS-ENTRY-YEAR
                   MOVE JR-RUN-MONTH       TO WS-ENTRY-MONTH
                   MOVE JR-PAYMENT-AMOUNT  TO WS-ENTRY-AMOUNT
                   ADD 1                   TO WS-PAYMENT-COUNT
                   ADD JR-PAYMENT-AMOUNT   TO WS-PAYMENT-AMOUNT
           END-EVALUATE.
           COMPUTE WS-AR-CONTROL-AMOUNT = WS-AR-CONTROL-AMOUNT
               + JR-AFTER-AR-BALANCE - JR-BEFORE-AR-BALANCE.
           PERFORM 310-POST-TO-SUMMARY-ENTRY.

      *****************************************************************
      *  310-POST-TO-SUMMARY-ENTRY finds the entry for the posting's
      *  branch, period and type - or opens a new one - and adds the
      *  posting into it.  A full table is a run failure, never a
      *  silently dropped posting.
      *****************************************************************
       310-POST-TO-SUMMARY-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM 320-MATCH-SUMMARY-ENTRY
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-USED
                  OR ENTRY-FOUND.
           IF ENTRY-NOT-FOUND
               IF WS-SUMMARY-USED < 1000
                   ADD 1 TO WS-SUMMARY-USED
                   MOVE WS-SUMMARY-USED TO WS-FOUND-SUB
                   PERFORM 330-OPEN-SUMMARY-ENTRY
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET SUMMARY-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF ENTRY-FOUND
               ADD 1               TO GS-ITEM-COUNT(WS-FOUND-SUB)
               ADD WS-ENTRY-AMOUNT TO GS-AMOUNT(WS-FOUND-SUB)
           END-IF.

       320-MATCH-SUMMARY-ENTRY.
           IF GS-BRANCH-NUMBER(WS-SUMMARY-SUB) = WS-ENTRY-BRANCH
               AND GS-PERIOD(WS-SUMMARY-SUB) = WS-ENTRY-PERIOD
               AND GS-SOURCE-TYPE(WS-SUMMARY-SUB) = WS-ENTRY-TYPE
               MOVE WS-SUMMARY-SUB TO WS-FOUND-SUB
               SET ENTRY-FOUND TO TRUE
           END-IF.

       330-OPEN-SUMMARY-ENTRY.
           MOVE WS-ENTRY-BRANCH TO GS-BRANCH-NUMBER(WS-FOUND-SUB).
           MOVE WS-ENTRY-PERIOD TO GS-PERIOD(WS-FOUND-SUB).
           MOVE WS-ENTRY-TYPE   TO GS-SOURCE-TYPE(WS-FOUND-SUB).
           MOVE ZERO            TO GS-ITEM-COUNT(WS-FOUND-SUB).
           MOVE ZERO            TO GS-AMOUNT(WS-FOUND-SUB).
           MOVE SPACE           TO GS-DEBIT-ACCOUNT(WS-FOUND-SUB).
           MOVE SPACE           TO GS-CREDIT-ACCOUNT(WS-FOUND-SUB).
           MOVE SPACE           TO GS-DESCRIPTION(WS-FOUND-SUB).
           SET GS-NOT-MAPPED(WS-FOUND-SUB) TO TRUE.

      *****************************************************************
      *  400-PROVE-JOURNAL-ENTRIES looks up every entry's accounts
      *  on GLACCT, prints the proof line, and totals the debit and
      *  credit sides.  The journal is in balance only when debits
      *  equal credits, the net movement the extract puts through
      *  the receivable accounts equals the change in open AR the
      *  journal records, nothing failed to map, and the summary
      *  table held every posting.
      *****************************************************************
       400-PROVE-JOURNAL-ENTRIES.
           PERFORM 800-PRINT-HEADING-LINES.
           IF WS-SUMMARY-USED = ZERO
               MOVE NO-ENTRIES-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           ELSE
               PERFORM 410-PROVE-ONE-ENTRY
                   VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-USED
           END-IF.

           COMPUTE WS-AR-DIFFERENCE =
               WS-EXTRACT-AR-AMOUNT - WS-AR-CONTROL-AMOUNT.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               AND WS-AR-DIFFERENCE = ZERO
               AND WS-UNMAPPED-COUNT = ZERO
               AND NOT SUMMARY-TABLE-FULL
               SET JOURNAL-IN-BALANCE TO TRUE
           ELSE
               SET JOURNAL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "IN BALANCE" TO PTL-RESULT
           ELSE
               MOVE "***OUT OF BALANCE - EXTRACT WITHHELD***"
                   TO PTL-RESULT
           END-IF.
           IF WS-AR-DIFFERENCE = ZERO
               MOVE "AGREES" TO APL-RESULT
           ELSE
               MOVE "***AR DIFFERS - EXTRACT WITHHELD***" TO APL-RESULT
           END-IF.
           MOVE WS-TOTAL-DEBITS      TO PTL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS     TO PTL-TOTAL-CREDITS.
           MOVE WS-AR-CONTROL-AMOUNT TO APL-JOURNAL-AR.
           MOVE WS-EXTRACT-AR-AMOUNT TO APL-EXTRACT-AR.
           MOVE SUMMARY-LINE-1   TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE PROOF-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE AR-PROOF-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.

       410-PROVE-ONE-ENTRY.
           MOVE GS-BRANCH-NUMBER(WS-SUMMARY-SUB) TO GA-BRANCH-NUMBER.
           MOVE GS-SOURCE-TYPE(WS-SUMMARY-SUB) TO GA-TRANSACTION-TYPE.
           READ GLACCT
               INVALID KEY
                   SET GS-NOT-MAPPED(WS-SUMMARY-SUB) TO TRUE
               NOT INVALID KEY
                   SET GS-MAPPED(WS-SUMMARY-SUB) TO TRUE
                   MOVE GA-DEBIT-ACCOUNT
                       TO GS-DEBIT-ACCOUNT(WS-SUMMARY-SUB)
                   MOVE GA-CREDIT-ACCOUNT
                       TO GS-CREDIT-ACCOUNT(WS-SUMMARY-SUB)
                   MOVE GA-DESCRIPTION
                       TO GS-DESCRIPTION(WS-SUMMARY-SUB)
           END-READ.

           PERFORM 420-SET-ENTRY-SIDES.
           MOVE GS-BRANCH-NUMBER(WS-SUMMARY-SUB) TO PR-BRANCH-NUMBER.
           MOVE GS-PERIOD(WS-SUMMARY-SUB)        TO WS-ENTRY-PERIOD.
           MOVE WS-ENTRY-YEAR                    TO PR-PERIOD-YEAR.
           MOVE WS-ENTRY-MONTH                   TO PR-PERIOD-MONTH.
           MOVE GS-SOURCE-TYPE(WS-SUMMARY-SUB)   TO PR-SOURCE-TYPE.
           MOVE GS-ITEM-COUNT(WS-SUMMARY-SUB)    TO PR-ITEM-COUNT.
           MOVE WS-SIDE-DEBIT-ACCOUNT            TO PR-DEBIT-ACCOUNT.
           MOVE WS-SIDE-CREDIT-ACCOUNT           TO PR-CREDIT-ACCOUNT.
           MOVE WS-SIDE-AMOUNT                   TO PR-DEBIT-AMOUNT.
           IF GS-MAPPED(WS-SUMMARY-SUB)
               PERFORM 430-TALLY-ENTRY-SIDES
               MOVE WS-SIDE-AMOUNT TO PR-CREDIT-AMOUNT
               MOVE "OK"           TO PR-RESULT
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE ZERO           TO PR-CREDIT-AMOUNT
               MOVE "***ERROR*** NO GLACCT MAPPING"
                   TO PR-RESULT
           END-IF.
           PERFORM 700-PRINT-PROOF-LINE.

      *****************************************************************
      *  420-SET-ENTRY-SIDES turns an entry's net amount into an
      *  unsigned debit/credit pair.  A net negative entry - a day
      *  whose credits outran its invoices in one branch and period,
      *  say - posts the mapping the other way round for the
      *  absolute amount, so the ledger never sees a negative line.
      *****************************************************************
       420-SET-ENTRY-SIDES.
           IF GS-AMOUNT(WS-SUMMARY-SUB) < ZERO
               COMPUTE WS-SIDE-AMOUNT =
                   ZERO - GS-AMOUNT(WS-SUMMARY-SUB)
               MOVE GS-CREDIT-ACCOUNT(WS-SUMMARY-SUB)
                   TO WS-SIDE-DEBIT-ACCOUNT
               MOVE GS-DEBIT-ACCOUNT(WS-SUMMARY-SUB)
                   TO WS-SIDE-CREDIT-ACCOUNT
           ELSE
               MOVE GS-AMOUNT(WS-SUMMARY-SUB) TO WS-SIDE-AMOUNT
               MOVE GS-DEBIT-ACCOUNT(WS-SUMMARY-SUB)
                   TO WS-SIDE-DEBIT-ACCOUNT
               MOVE GS-CREDIT-ACCOUNT(WS-SUMMARY-SUB)
                   TO WS-SIDE-CREDIT-ACCOUNT
           END-IF.

      *****************************************************************
      *  430-TALLY-ENTRY-SIDES adds a mapped entry into the proof the
      *  way the extract will carry it.  The debit total takes the
      *  amount going to the entry's debit account and the credit
      *  total the amount going to its credit account, each only
      *  when that side names an account.  The receivable account
      *  is the mapping's debit account for an invoice or finance
      *  charge and its credit account for a credit memo or
      *  payment; a debit to it adds to the extract's AR movement
      *  and a credit to it takes away, so a posting classified the
      *  wrong way, dropped or counted twice shows up against the
      *  journal's AR control.
      *****************************************************************
       430-TALLY-ENTRY-SIDES.
           IF GS-SOURCE-TYPE(WS-SUMMARY-SUB) = "I" OR "F"
               MOVE GS-DEBIT-ACCOUNT(WS-SUMMARY-SUB) TO WS-AR-ACCOUNT
           ELSE
               MOVE GS-CREDIT-ACCOUNT(WS-SUMMARY-SUB) TO WS-AR-ACCOUNT
           END-IF.
           IF WS-SIDE-DEBIT-ACCOUNT NOT = SPACE
               ADD WS-SIDE-AMOUNT TO WS-TOTAL-DEBITS
               IF WS-SIDE-DEBIT-ACCOUNT = WS-AR-ACCOUNT
                   ADD WS-SIDE-AMOUNT TO WS-EXTRACT-AR-AMOUNT
               END-IF
           END-IF.
           IF WS-SIDE-CREDIT-ACCOUNT NOT = SPACE
               ADD WS-SIDE-AMOUNT TO WS-TOTAL-CREDITS
               IF WS-SIDE-CREDIT-ACCOUNT = WS-AR-ACCOUNT
                   SUBTRACT WS-SIDE-AMOUNT FROM WS-EXTRACT-AR-AMOUNT
               END-IF
           END-IF.

      *****************************************************************
      *  500-WRITE-GL-EXTRACT writes the debit and credit record for
      *  every proved entry, then advances the high-water mark so
      *  the next run starts after the newest record sent.  A zero
      *  entry (an invoice and its full credit in the same run)
      *  nets out and sends nothing.
      *****************************************************************
       500-WRITE-GL-EXTRACT.
           PERFORM 510-WRITE-ENTRY-RECORDS
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-USED.
           MOVE WS-NEW-HIGH-STAMP TO GC-LAST-RUN-STAMP.
           MOVE WS-RUN-DATE       TO GC-LAST-EXTRACT-DATE.
           REWRITE GL-CONTROL-RECORD.

       510-WRITE-ENTRY-RECORDS.
           IF GS-AMOUNT(WS-SUMMARY-SUB) NOT = ZERO
               PERFORM 420-SET-ENTRY-SIDES
               MOVE SPACE                TO GL-EXTRACT-RECORD
               MOVE WS-RUN-DATE          TO GL-EXTRACT-DATE
               MOVE GS-BRANCH-NUMBER(WS-SUMMARY-SUB)
                   TO GL-BRANCH-NUMBER
               MOVE GS-PERIOD(WS-SUMMARY-SUB)      TO GL-PERIOD
               MOVE GS-SOURCE-TYPE(WS-SUMMARY-SUB) TO GL-SOURCE-TYPE
               MOVE GS-ITEM-COUNT(WS-SUMMARY-SUB)  TO GL-ITEM-COUNT
               MOVE GS-DESCRIPTION(WS-SUMMARY-SUB) TO GL-DESCRIPTION
               MOVE WS-SIDE-AMOUNT       TO GL-AMOUNT

               MOVE WS-SIDE-DEBIT-ACCOUNT  TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               WRITE GL-EXTRACT-RECORD
               MOVE WS-SIDE-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
               SET GL-CREDIT TO TRUE
               WRITE GL-EXTRACT-RECORD
               ADD 2 TO WS-GL-RECORD-COUNT
           END-IF.

       600-PRINT-RUN-SUMMARY.
           IF LINE-COUNT + 16 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-JOURNAL-READ-COUNT TO SL2-READ-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-ALREADY-SENT-COUNT TO SL3-SENT-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "INVOICES..........: " TO SL4-LABEL.
           MOVE WS-INVOICE-COUNT       TO SL4-ITEM-COUNT.
           MOVE WS-INVOICE-AMOUNT      TO SL4-ITEM-AMOUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "CREDIT MEMOS......: " TO SL4-LABEL.
           MOVE WS-CREDIT-COUNT        TO SL4-ITEM-COUNT.
           MOVE WS-CREDIT-AMOUNT       TO SL4-ITEM-AMOUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "PAYMENTS..........: " TO SL4-LABEL.
           MOVE WS-PAYMENT-COUNT       TO SL4-ITEM-COUNT.
           MOVE WS-PAYMENT-AMOUNT      TO SL4-ITEM-AMOUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "FINANCE CHARGES...: " TO SL4-LABEL.
           MOVE WS-FINANCE-COUNT       TO SL4-ITEM-COUNT.
           MOVE WS-FINANCE-AMOUNT      TO SL4-ITEM-AMOUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "JOURNAL AR CHANGE.: " TO SL5-LABEL.
           MOVE WS-AR-CONTROL-AMOUNT   TO SL5-PROOF-AMOUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "GL AR MOVEMENT....: " TO SL5-LABEL.
           MOVE WS-EXTRACT-AR-AMOUNT   TO SL5-PROOF-AMOUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "AR DIFFERENCE.....: " TO SL5-LABEL.
           MOVE WS-AR-DIFFERENCE       TO SL5-PROOF-AMOUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-SUMMARY-USED   TO SL6-ENTRY-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-UNMAPPED-COUNT TO SL7-UNMAPPED-COUNT.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-GL-RECORD-COUNT TO SL8-GL-RECORD-COUNT.
           MOVE SUMMARY-LINE-8 TO PRINT-AREA.
           WRITE PRINT-AREA.

           IF SUMMARY-TABLE-FULL
               MOVE "***ERROR*** SUMMARY TABLE FULL - POSTINGS NOT HELD"
                   TO SL9-MESSAGE
               MOVE SUMMARY-LINE-9 TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           IF JOURNAL-IN-BALANCE
               MOVE "EXTRACT RELEASED - GLCTRL HIGH-WATER MARK ADVANCED"
                   TO SL9-MESSAGE
           ELSE
               MOVE "EXTRACT WITHHELD - GLCTRL HIGH-WATER MARK KEPT"
                   TO SL9-MESSAGE
           END-IF.
           MOVE SUMMARY-LINE-9 TO PRINT-AREA.
           WRITE PRINT-AREA.

       700-PRINT-PROOF-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3028.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3028 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3028
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
           MOVE "RPT3028"             TO RL-PROGRAM-ID.
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
           MOVE WS-JOURNAL-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-GL-RECORD-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE WS-UNMAPPED-COUNT     TO RL-RECORDS-REJECTED.
           MOVE "DEBITS"              TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-DEBITS       TO RL-AMOUNT-TOTAL-1.
           MOVE "CREDITS"             TO RL-AMOUNT-NAME-2.
           MOVE WS-TOTAL-CREDITS      TO RL-AMOUNT-TOTAL-2.
