      *               audit record per applied change, and prints a
      *               transaction register showing what happened to
      *               every transaction, including any that could
      *               not be applied.  A customer that buys under a
      *               corporate parent carries the parent's number,
      *               proved against the PARNTMST parent master.
      *****************************************************************
      *  Modification History:
      *  2026-08-09  TJ  Added a WHEN OTHER to
      *                  time anything touched this account", and a
      *                  maintenance change is activity.  A DELETE
      *                  has no record left to stamp.
      *  2026-10-15  TJ  Broke out the SR-COMMISSION-TIERS table
      *                  (three attainment floors and commission
      *                  rates) from REPMAST's spare FILLER to match
      *                  the layout RPT3017 now maintains for the
      *                  RPT3031 commission run - not used by this
      *                  program, kept here only so every program
      *                  sharing the REPMAST layout agrees on it.
      *  2026-10-15  TJ  The first byte of the CUSTMAST filler is now
      *                  CM-FINCHG-EXEMPT, the RPT3034 finance charge
      *                  exemption. An ADD or CHANGE carries it from
      *                  the new TR-FINCHG-EXEMPT byte (column 57)
      *                  like every other maintainable field.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  The last CUSTMAST filler now carries
      *                  CM-PARENT-NUMBER, the customer's corporate
      *                  parent account. An ADD or CHANGE carries it
      *                  from the new TR-PARENT-NUMBER (columns 58-62)
      *                  - blank or zeros for a customer with no
      *                  parent - after proving it on the new PARNTMST
      *                  parent master RPT3038 maintains; an unknown
      *                  parent bounces the transaction with its own
      *                  error reason. The RPT3039 consolidated
      *                  exposure report rolls the children up under
      *                  it.
      *****************************************************************
       ENVIRONMENT DIVISION.

               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SALESREP-NUMBER
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT PARNTMST          ASSIGN TO PARNTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PARENT-NUMBER
               FILE STATUS IS WS-PARNTMST-STATUS.
           SELECT TRANSACTION-RPT3009 ASSIGN TO CUSTTRAN.
           SELECT AUDIT-RPT3009     ASSIGN TO CUSTAUDT.
           SELECT OUTPUT-RPT3009    ASSIGN TO RPT3009.
           SELECT RUNLOG-RPT3009    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                       PIC S9(5)V9(2) COMP-3.
           05  CM-OPEN-AR-BALANCE      PIC S9(7)V9(2) COMP-3.
           05  CM-LAST-ACTIVITY-DATE   PIC 9(8).
           05  CM-FINCHG-EXEMPT        PIC X(01).
               88  CM-FINCHG-IS-EXEMPT          VALUE "Y".
           05  CM-PARENT-NUMBER        PIC 9(5).
           05  CM-FILLER-AREA          PIC X(8).

      *****************************************************************
      *  REPMAST is the salesrep reference master RPT3017 maintains
           05  SR-SALESREP-NAME        PIC X(20).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  SR-COMMISSION-TIERS.
               10  SR-COMMISSION-TIER  OCCURS 3 TIMES.
                   15  SR-TIER-FLOOR-PCT   PIC 9(3).
                   15  SR-TIER-RATE        PIC 9V9(4).
           05  FILLER                  PIC X(23).

      *****************************************************************
      *  PARNTMST is the corporate parent master RPT3038 maintains -
      *  one record per parent account carrying the group name and
      *  the credit limit for the whole group.  This program only
      *  reads it, with one keyed read per ADD/CHANGE that names a
      *  parent, to prove the parent exists before a customer is
      *  attached to it.
      *****************************************************************
       FD  PARNTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  PARENT-MASTER-RECORD.
           05  PM-PARENT-NUMBER        PIC 9(5).
           05  PM-GROUP-NAME           PIC X(30).
           05  PM-GROUP-CREDIT-LIMIT   PIC S9(9)V9(2).
           05  FILLER                  PIC X(34).

      *****************************************************************
      *  TRANSACTION-RPT3009 is the sorted maintenance input - one
      *  TR-CUSTOMER-NUMBER the same way CUSTMAST is keyed by
      *  CM-CUSTOMER-NUMBER.  A CHANGE transaction carries a complete
      *  replacement image of the maintainable fields, not just the
      *  ones that differ.  TR-PARENT-NUMBER (columns 58-62) names
      *  the customer's corporate parent; blank or zeros means the
      *  customer stands alone.
      *****************************************************************
       FD  TRANSACTION-RPT3009
           RECORDING MODE IS F
           05  TR-REGION-CODE          PIC X(02).
           05  TR-ACCOUNT-STATUS       PIC X(01).
           05  TR-CREDIT-LIMIT         PIC S9(7)V9(2).
           05  TR-FINCHG-EXEMPT        PIC X(01).
           05  TR-PARENT-NUMBER        PIC 9(5).
           05  TR-PARENT-NUMBER-X REDEFINES TR-PARENT-NUMBER
                                       PIC X(5).
           05  FILLER                  PIC X(18).

      *****************************************************************
      *  AUDIT-RPT3009 is the permanent maintenance audit trail -
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3009 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3009
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
           05  TRANSACTION-EOF-SWITCH     PIC X   VALUE "N".
           05  WS-SALESREP-FOUND-SWITCH   PIC X   VALUE "N".
               88  SALESREP-FOUND                 VALUE "Y".
               88  SALESREP-NOT-FOUND             VALUE "N".
           05  WS-PARENT-FOUND-SWITCH     PIC X   VALUE "Y".
               88  PARENT-FOUND                   VALUE "Y".
               88  PARENT-NOT-FOUND               VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-REPMAST-STATUS       PIC X(2)    VALUE SPACE.
           05  WS-PARNTMST-STATUS      PIC X(2)    VALUE SPACE.

       01  PARENT-FIELDS.
           05  WS-NEW-PARENT-NUMBER    PIC 9(5)    VALUE ZERO.

       01  AUDIT-FIELDS.
           05  WS-AUDIT-RUN-DATE       PIC 9(8)    VALUE ZERO.
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
           OPEN I-O    CUSTMAST
                INPUT  TRANSACTION-RPT3009
                       REPMAST
                       PARNTMST
                OUTPUT OUTPUT-RPT3009
                EXTEND AUDIT-RPT3009.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-REPMAST-STATUS NOT = "00"
               OR WS-PARNTMST-STATUS NOT = "00"
               PERFORM 010-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
           CLOSE CUSTMAST
                 TRANSACTION-RPT3009
                 REPMAST
                 PARNTMST
                 AUDIT-RPT3009
                 OUTPUT-RPT3009.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3009 - CUSTMAST/REPMAST/PARNTMST OPEN FAILED, "
                   "FILE STATUS " WS-CUSTMAST-STATUS "/"
                   WS-REPMAST-STATUS "/" WS-PARNTMST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

               PERFORM 230-READ-MASTER-BY-KEY
               IF TR-ADD OR TR-CHANGE
                   PERFORM 240-READ-REPMAST-BY-KEY
                   PERFORM 250-READ-PARNTMST-BY-KEY
               END-IF
               EVALUATE TRUE
                   WHEN (TR-ADD OR TR-CHANGE)
                       AND SALESREP-NOT-FOUND
                       PERFORM 560-INVALID-SALESREP-ERROR
                   WHEN (TR-ADD OR TR-CHANGE)
                       AND PARENT-NOT-FOUND
                       PERFORM 570-INVALID-PARENT-ERROR
                   WHEN TR-ADD AND MASTER-FOUND
                       PERFORM 516-ADD-DUPLICATE-ERROR
                   WHEN TR-ADD
                   SET SALESREP-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  250-READ-PARNTMST-BY-KEY proves the transaction's parent
      *  number is on the PARNTMST parent master before an ADD or
      *  CHANGE attaches the customer to it, and leaves the number
      *  to carry in WS-NEW-PARENT-NUMBER.  A blank or zero parent
      *  (a customer with no corporate parent - every transaction
      *  keyed before the field existed) needs no read.
      *****************************************************************
       250-READ-PARNTMST-BY-KEY.
           SET PARENT-FOUND TO TRUE.
           IF TR-PARENT-NUMBER-X = SPACE
               MOVE ZERO TO WS-NEW-PARENT-NUMBER
           ELSE
               IF TR-PARENT-NUMBER NOT NUMERIC
                   SET PARENT-NOT-FOUND TO TRUE
               ELSE
                   MOVE TR-PARENT-NUMBER TO WS-NEW-PARENT-NUMBER
                   IF WS-NEW-PARENT-NUMBER NOT = ZERO
                       MOVE WS-NEW-PARENT-NUMBER TO PM-PARENT-NUMBER
                       READ PARNTMST
                           INVALID KEY
                               SET PARENT-NOT-FOUND TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       300-PRINT-SUMMARY-TOTALS.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE TR-REGION-CODE     TO CM-REGION-CODE.
           MOVE TR-ACCOUNT-STATUS  TO CM-ACCOUNT-STATUS.
           MOVE TR-CREDIT-LIMIT    TO CM-CREDIT-LIMIT.
           MOVE TR-FINCHG-EXEMPT   TO CM-FINCHG-EXEMPT.
           PERFORM 412-ZERO-MONTHLY-BUCKET
               VARYING CM-MONTH-IDX FROM 1 BY 1
               UNTIL CM-MONTH-IDX > 12.
           MOVE ZERO              TO CM-OPEN-AR-BALANCE.
           MOVE WS-AUDIT-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
           MOVE SPACE             TO CM-FILLER-AREA.
           MOVE WS-NEW-PARENT-NUMBER TO CM-PARENT-NUMBER.

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
           MOVE TR-REGION-CODE     TO CM-REGION-CODE.
           MOVE TR-ACCOUNT-STATUS  TO CM-ACCOUNT-STATUS.
           MOVE TR-CREDIT-LIMIT    TO CM-CREDIT-LIMIT.
           MOVE TR-FINCHG-EXEMPT   TO CM-FINCHG-EXEMPT.
           MOVE WS-NEW-PARENT-NUMBER TO CM-PARENT-NUMBER.
           MOVE WS-AUDIT-RUN-DATE  TO CM-LAST-ACTIVITY-DATE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-AFTER-IMAGE.

               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       570-INVALID-PARENT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE TR-CUSTOMER-NAME   TO TL-CUSTOMER-NAME.
           MOVE TR-SALES-THIS-YTD  TO TL-SALES-THIS-YTD.
           MOVE TR-SALES-LAST-YTD  TO TL-SALES-LAST-YTD.
           MOVE "***ERROR*** PARENT NOT ON PARNTMST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

      *****************************************************************
      *  545-HOLD-EXISTING-CUSTOMER applies a status-only hold - the
      *  one field changes, everything else on the master (including
           MOVE WS-AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3009.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3009 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3009
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
           MOVE "RPT3009"             TO RL-PROGRAM-ID.
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
           COMPUTE RL-RECORDS-WRITTEN =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT +
               WS-PLACED-HOLD-COUNT.
           MOVE WS-ERROR-COUNT        TO RL-RECORDS-REJECTED.
           COMPUTE RL-RECORDS-READ =
               RL-RECORDS-WRITTEN + WS-INQUIRE-COUNT + WS-ERROR-COUNT.
