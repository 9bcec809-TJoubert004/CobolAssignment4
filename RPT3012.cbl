      *                  changed nothing here.  Credit memos still
      *                  apply against a held account (they reduce
      *                  exposure), as do RPT3019 payments.
      *  2026-10-15  TJ  Each journal record now carries a source
      *                  code ("S" = sales posting) in the first
      *                  spare byte of the journal FILLER, so the
      *                  month-end statement and general ledger runs
      *                  can tell this run's postings from RPT3019's
      *                  payments on the shared CUSTJRNL dataset.
      *                  RPT3021 still replays the images unchanged.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT PERDCTRL-RPT3012  ASSIGN TO PERDCTRL.
           SELECT JOURNAL-RPT3012   ASSIGN TO CUSTJRNL.
           SELECT OUTPUT-RPT3012    ASSIGN TO RPT3012.
           SELECT RUNLOG-RPT3012    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  JR-TRANSACTION-IMAGE    PIC X(80).
           05  JR-BEFORE-IMAGE         PIC X(130).
           05  JR-AFTER-IMAGE          PIC X(130).
           05  JR-SOURCE-CODE          PIC X(1).
               88  JR-SALES-POSTING             VALUE "S".
               88  JR-CASH-POSTING              VALUE "P".
           05  FILLER                  PIC X(5).

       FD  OUTPUT-RPT3012
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3012 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3012
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
               10  CT-CREDIT-COUNT     PIC S9(5)      VALUE ZERO.
               10  CT-CREDIT-AMOUNT    PIC S9(7)V99   VALUE ZERO.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
                 ERROR-REGISTER
                 JOURNAL-RPT3012
                 OUTPUT-RPT3012.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       060-ABORT-OPEN-FAILURE.
           MOVE SALES-TRANS-RECORD       TO JR-TRANSACTION-IMAGE.
           MOVE WS-JOURNAL-BEFORE-IMAGE  TO JR-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER-IMAGE   TO JR-AFTER-IMAGE.
           SET JR-SALES-POSTING TO TRUE.
           WRITE JOURNAL-RECORD.

      *****************************************************************
           MOVE HEADING-LINE-5 TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3012.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3012 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3012
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
           MOVE "RPT3012"             TO RL-PROGRAM-ID.
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
               WS-POSTED-COUNT + WS-CREDIT-COUNT.
           COMPUTE RL-RECORDS-REJECTED =
               WS-CLOSED-REJECT-COUNT + WS-HOLD-REJECT-COUNT +
               WS-NOT-FOUND-COUNT + WS-BAD-DATE-COUNT +
               WS-OVERFLOW-COUNT + WS-BAD-INVNO-COUNT +
               WS-DUP-INVOICE-COUNT + WS-BAD-CODE-COUNT +
               WS-NO-INVOICE-COUNT + WS-CLOSED-PERIOD-COUNT.
           COMPUTE RL-RECORDS-READ =
               RL-RECORDS-WRITTEN + RL-RECORDS-REJECTED.
           MOVE "POSTED"              TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-POSTED-AMOUNT TO RL-AMOUNT-TOTAL-1.
           MOVE "CREDITS"             TO RL-AMOUNT-NAME-2.
           MOVE WS-TOTAL-CREDIT-AMOUNT TO RL-AMOUNT-TOTAL-2.
