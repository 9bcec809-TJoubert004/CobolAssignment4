       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3029.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3029 program is the AR subledger-to-
      *               master reconciliation.  CM-OPEN-AR-BALANCE on
      *               CUSTMAST and the HI-OPEN-AMOUNT values on the
      *               SALESHST posted-invoice history are supposed
      *               to agree for every customer, but nothing
      *               proved they did: RPT3019 lets a balance go
      *               credit when a payment exceeds the open items,
      *               the RPT3021 recovery replays CUSTMAST only,
      *               and RPT3024 purges masters.  RPT3029 reads
      *               SALESHST and CUSTMAST together in customer
      *               number order (both are keyed on it), totals
      *               the open amounts per customer, and lists every
      *               exception:
      *                 OUT OF BALANCE - master balance and open
      *                   items both present but different;
      *                 NO MASTER - open items on the history for a
      *                   customer no longer on CUSTMAST;
      *                 NO OPEN ITEMS - a master carrying a balance
      *                   with nothing open behind it.
      *               History for a purged customer with nothing
      *               left open is expected and is only counted.
      *               Grand totals print on both sides.  The run
      *               ends RC=8 when anything is out of balance, so
      *               RPT3023.JCL holds the month-end close until AR
      *               is clean, and RC=16 when a file will not open.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT OUTPUT-RPT3029    ASSIGN TO RPT3029.
           SELECT RUNLOG-RPT3029    ASSIGN TO RUNLOG
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
      *  INVOICE-HISTORY is read front to back in key order -
      *  customer number first - so each customer's records arrive
      *  together and line up against the master.  The priming
      *  record (customer 00000) is not a posting and is passed
      *  over without being reported.
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

       FD  OUTPUT-RPT3029
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3029 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3029
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
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-MASTER-PRESENT-SWITCH PIC X   VALUE "N".
               88  MASTER-PRESENT               VALUE "Y".
               88  MASTER-ABSENT                VALUE "N".
           05  WS-HISTORY-PRESENT-SWITCH PIC X  VALUE "N".
               88  HISTORY-PRESENT              VALUE "Y".
               88  HISTORY-ABSENT               VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.

      *****************************************************************
      *  The match keys go to HIGH-VALUE at end of file, so the
      *  lower of the two is always the next customer to reconcile
      *  and the run ends when both are exhausted.
      *****************************************************************
       01  MATCH-FIELDS.
           05  WS-MASTER-KEY           PIC X(5)       VALUE SPACE.
           05  WS-HISTORY-KEY          PIC X(5)       VALUE SPACE.
           05  WS-CURRENT-KEY          PIC X(5)       VALUE SPACE.

       01  CUSTOMER-FIELDS.
           05  WS-CUST-OPEN-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  WS-CUST-OPEN-ITEMS      PIC 9(5)       VALUE ZERO.
           05  WS-CUST-MASTER-BALANCE  PIC S9(9)V99   VALUE ZERO.
           05  WS-CUST-DIFFERENCE      PIC S9(9)V99   VALUE ZERO.

       01  RECONCILIATION-COUNTERS.
           05  WS-MASTERS-READ         PIC 9(7)       VALUE ZERO.
           05  WS-HISTORY-READ         PIC 9(7)       VALUE ZERO.
           05  WS-CUSTOMERS-AGREED     PIC 9(7)       VALUE ZERO.
           05  WS-OUT-OF-BALANCE-COUNT PIC 9(5)       VALUE ZERO.
           05  WS-NO-MASTER-COUNT      PIC 9(5)       VALUE ZERO.
           05  WS-NO-OPEN-ITEMS-COUNT  PIC 9(5)       VALUE ZERO.
           05  WS-PURGED-CLEAN-COUNT   PIC 9(5)       VALUE ZERO.
           05  WS-TOTAL-MASTER-BALANCE PIC S9(9)V99   VALUE ZERO.
           05  WS-TOTAL-HISTORY-OPEN   PIC S9(9)V99   VALUE ZERO.
           05  WS-TOTAL-DIFFERENCE     PIC S9(9)V99   VALUE ZERO.

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
               VALUE "AR SUBLEDGER RECONCILIATION".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(54)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3029".
           05  FILLER          PIC X(45)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(7)  VALUE "BRANCH ".
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME         ".
           05  FILLER PIC X(15) VALUE " MASTER BALANCE".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "   HISTORY OPEN".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE "     DIFFERENCE".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE " ITEMS".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(35) VALUE "EXCEPTION".

       01  HEADING-LINE-4.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(5)  VALUE SPACE.

       01  EXCEPTION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  EL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-MASTER-BALANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-HISTORY-OPEN     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-OPEN-ITEMS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-EXCEPTION        PIC X(30).
           05  FILLER              PIC X(5)    VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(36)
               VALUE "GRAND TOTALS".
           05  SL2-MASTER-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SL2-HISTORY-OPEN    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SL2-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(45)   VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  SL3-LABEL           PIC X(20).
           05  SL3-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  SL4-MESSAGE         PIC X(60).
           05  FILLER              PIC X(70)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-RECONCILE-AR-SUBLEDGER.
           OPEN INPUT  CUSTMAST
                       INVOICE-HISTORY
                OUTPUT OUTPUT-RPT3029.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               PERFORM 010-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 220-READ-CUSTOMER-RECORD
               PERFORM 230-READ-HISTORY-RECORD
               PERFORM 300-RECONCILE-NEXT-CUSTOMER
                   UNTIL WS-MASTER-KEY = HIGH-VALUE
                     AND WS-HISTORY-KEY = HIGH-VALUE
               PERFORM 600-PRINT-GRAND-TOTALS
           END-IF.
           CLOSE CUSTMAST
                 INVOICE-HISTORY
                 OUTPUT-RPT3029.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3029 - CUSTMAST/SALESHST OPEN FAILED, FILE "
                   "STATUS " WS-CUSTMAST-STATUS "/" WS-SALESHST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       220-READ-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   MOVE HIGH-VALUE TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTERS-READ
                   MOVE CM-CUSTOMER-NUMBER TO WS-MASTER-KEY
           END-READ.

       230-READ-HISTORY-RECORD.
           READ INVOICE-HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
                   MOVE HIGH-VALUE TO WS-HISTORY-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE HI-CUSTOMER-NUMBER TO WS-HISTORY-KEY
           END-READ.

      *****************************************************************
      *  300-RECONCILE-NEXT-CUSTOMER takes the lower of the two
      *  match keys as the customer in hand, totals every history
      *  record for it, and compares the total with the master
      *  balance - whichever sides are present.
      *****************************************************************
       300-RECONCILE-NEXT-CUSTOMER.
           IF WS-MASTER-KEY < WS-HISTORY-KEY
               MOVE WS-MASTER-KEY  TO WS-CURRENT-KEY
           ELSE
               MOVE WS-HISTORY-KEY TO WS-CURRENT-KEY
           END-IF.

           MOVE ZERO TO WS-CUST-OPEN-TOTAL.
           MOVE ZERO TO WS-CUST-OPEN-ITEMS.
           MOVE ZERO TO WS-CUST-MASTER-BALANCE.
           SET HISTORY-ABSENT TO TRUE.
           SET MASTER-ABSENT  TO TRUE.

           IF WS-HISTORY-KEY = WS-CURRENT-KEY
               SET HISTORY-PRESENT TO TRUE
               PERFORM 310-ADD-HISTORY-RECORD
                   UNTIL WS-HISTORY-KEY NOT = WS-CURRENT-KEY
           END-IF.
           IF WS-MASTER-KEY = WS-CURRENT-KEY
               SET MASTER-PRESENT TO TRUE
               MOVE CM-OPEN-AR-BALANCE TO WS-CUST-MASTER-BALANCE
           END-IF.

           ADD WS-CUST-MASTER-BALANCE TO WS-TOTAL-MASTER-BALANCE.
           ADD WS-CUST-OPEN-TOTAL     TO WS-TOTAL-HISTORY-OPEN.
           COMPUTE WS-CUST-DIFFERENCE =
               WS-CUST-MASTER-BALANCE - WS-CUST-OPEN-TOTAL.

           EVALUATE TRUE
               WHEN MASTER-ABSENT AND WS-CURRENT-KEY = "00000"
                   CONTINUE
               WHEN MASTER-ABSENT AND WS-CUST-OPEN-TOTAL = ZERO
                   ADD 1 TO WS-PURGED-CLEAN-COUNT
               WHEN MASTER-ABSENT
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE "NO MASTER - HISTORY OPEN"
                       TO EL-EXCEPTION
                   PERFORM 400-PRINT-EXCEPTION-LINE
               WHEN WS-CUST-DIFFERENCE = ZERO
                   ADD 1 TO WS-CUSTOMERS-AGREED
               WHEN WS-CUST-OPEN-TOTAL = ZERO
                   ADD 1 TO WS-NO-OPEN-ITEMS-COUNT
                   MOVE "BALANCE WITH NO OPEN ITEMS"
                       TO EL-EXCEPTION
                   PERFORM 400-PRINT-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE "OUT OF BALANCE"
                       TO EL-EXCEPTION
                   PERFORM 400-PRINT-EXCEPTION-LINE
           END-EVALUATE.

           IF MASTER-PRESENT
               PERFORM 220-READ-CUSTOMER-RECORD
           END-IF.

       310-ADD-HISTORY-RECORD.
           IF HI-OPEN-AMOUNT NOT = ZERO
               ADD 1              TO WS-CUST-OPEN-ITEMS
               ADD HI-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL
           END-IF.
           PERFORM 230-READ-HISTORY-RECORD.

      *****************************************************************
      *  400-PRINT-EXCEPTION-LINE prints one customer that does not
      *  reconcile.  A history-only customer has no master to name
      *  it, so the name and branch print as stars.
      *****************************************************************
       400-PRINT-EXCEPTION-LINE.
           MOVE WS-CURRENT-KEY TO EL-CUSTOMER-NUMBER.
           IF MASTER-PRESENT
               MOVE CM-BRANCH-NUMBER TO EL-BRANCH-NUMBER
               MOVE CM-CUSTOMER-NAME TO EL-CUSTOMER-NAME
           ELSE
               MOVE "**"                   TO EL-BRANCH-NUMBER
               MOVE "*** NOT ON CUSTMAST ***" TO EL-CUSTOMER-NAME
           END-IF.
           MOVE WS-CUST-MASTER-BALANCE TO EL-MASTER-BALANCE.
           MOVE WS-CUST-OPEN-TOTAL     TO EL-HISTORY-OPEN.
           MOVE WS-CUST-DIFFERENCE     TO EL-DIFFERENCE.
           MOVE WS-CUST-OPEN-ITEMS     TO EL-OPEN-ITEMS.
           PERFORM 700-PRINT-EXCEPTION-LINE.

      *****************************************************************
      *  600-PRINT-GRAND-TOTALS prints both sides of the ledger and
      *  the exception counts, and sets the return code the
      *  month-end close step tests.
      *****************************************************************
       600-PRINT-GRAND-TOTALS.
           IF LINE-COUNT + 13 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-TOTAL-MASTER-BALANCE TO SL2-MASTER-BALANCE.
           MOVE WS-TOTAL-HISTORY-OPEN   TO SL2-HISTORY-OPEN.
           COMPUTE WS-TOTAL-DIFFERENCE =
               WS-TOTAL-MASTER-BALANCE - WS-TOTAL-HISTORY-OPEN.
           MOVE WS-TOTAL-DIFFERENCE     TO SL2-DIFFERENCE.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "MASTERS READ......: " TO SL3-LABEL.
           MOVE WS-MASTERS-READ        TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "HISTORY RECS READ.: " TO SL3-LABEL.
           MOVE WS-HISTORY-READ        TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS AGREED..: " TO SL3-LABEL.
           MOVE WS-CUSTOMERS-AGREED    TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "OUT OF BALANCE....: " TO SL3-LABEL.
           MOVE WS-OUT-OF-BALANCE-COUNT TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "NO MASTER.........: " TO SL3-LABEL.
           MOVE WS-NO-MASTER-COUNT     TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "NO OPEN ITEMS.....: " TO SL3-LABEL.
           MOVE WS-NO-OPEN-ITEMS-COUNT TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.
           MOVE "PURGED, NONE OPEN.: " TO SL3-LABEL.
           MOVE WS-PURGED-CLEAN-COUNT  TO SL3-COUNT.
           PERFORM 610-PRINT-COUNT-LINE.

           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               OR WS-NO-MASTER-COUNT > ZERO
               OR WS-NO-OPEN-ITEMS-COUNT > ZERO
               MOVE "*** AR OUT OF BALANCE - HOLD MONTH-END CLOSE ***"
                   TO SL4-MESSAGE
               DISPLAY "RPT3029 - AR SUBLEDGER DOES NOT RECONCILE "
                       "TO CUSTMAST - SEE RPT3029 REPORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "AR SUBLEDGER AGREES WITH CUSTMAST"
                   TO SL4-MESSAGE
           END-IF.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

       610-PRINT-COUNT-LINE.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

       700-PRINT-EXCEPTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3029.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3029 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3029
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
           MOVE "RPT3029"             TO RL-PROGRAM-ID.
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
               WS-MASTERS-READ + WS-HISTORY-READ.
           MOVE WS-OUT-OF-BALANCE-COUNT TO RL-RECORDS-REJECTED.
           MOVE "MASTER BAL"          TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-MASTER-BALANCE TO RL-AMOUNT-TOTAL-1.
           MOVE "DIFFERENCE"          TO RL-AMOUNT-NAME-2.
           MOVE WS-TOTAL-DIFFERENCE   TO RL-AMOUNT-TOTAL-2.
