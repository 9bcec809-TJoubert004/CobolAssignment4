      *                  and RPT3012's journal use, so the RPT3021
      *                  recovery run can replay this run's updates
      *                  against the last BKUPMAST backup.
      *  2026-10-15  TJ  Each journal record now carries a source
      *                  code ("P" = payment) in the first spare byte
      *                  of the journal FILLER, so the month-end
      *                  statement run can list the payments applied
      *                  during the month off the shared CUSTJRNL
      *                  dataset without mistaking RPT3012 postings
      *                  for them.  RPT3021 still replays the images
      *                  unchanged.
      *  2026-10-15  TJ  Payment relief now also pays down open "F"
      *                  finance charge records written by RPT3034, in
      *                  the same key order as the invoices.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT ERROR-REGISTER    ASSIGN TO CASHERR.
           SELECT JOURNAL-RPT3019   ASSIGN TO CUSTJRNL.
           SELECT OUTPUT-RPT3019    ASSIGN TO RPT3019.
           SELECT RUNLOG-RPT3019    ASSIGN TO RUNLOG
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

       FD  OUTPUT-RPT3019
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3019 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3019
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
               10  BT-APPLIED-COUNT    PIC S9(5)      VALUE ZERO.
               10  BT-APPLIED-AMOUNT   PIC S9(7)V99   VALUE ZERO.

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
                 JOURNAL-RPT3019
                 OUTPUT-RPT3019.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       060-ABORT-OPEN-FAILURE.
           MOVE CASH-TRANS-RECORD        TO JR-TRANSACTION-IMAGE.
           MOVE WS-JOURNAL-BEFORE-IMAGE  TO JR-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER-IMAGE   TO JR-AFTER-IMAGE.
           SET JR-CASH-POSTING TO TRUE.
           WRITE JOURNAL-RECORD.

       525-REJECT-POSTING-OVERFLOW.
      *  records in key order - the key starts with the customer
      *  number and invoice numbers are assigned in sequence, so key
      *  order is oldest invoice first - and pays each open "I"
      *  invoice or "F" RPT3034 finance charge record down until the
      *  payment is used up or the customer's records run out.
      *****************************************************************
       600-RELIEVE-OPEN-INVOICES.
           MOVE CP-PAYMENT-AMOUNT TO WS-REMAINING-PAYMENT.
           IF HI-CUSTOMER-NUMBER NOT = CP-CUSTOMER-NUMBER
               SET RELIEF-DONE TO TRUE
           ELSE
               IF (HI-TRANSACTION-CODE = "I"
                   OR HI-TRANSACTION-CODE = "F")
                   AND HI-OPEN-AMOUNT > ZERO
                   IF WS-REMAINING-PAYMENT >= HI-OPEN-AMOUNT
                       SUBTRACT HI-OPEN-AMOUNT
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
           OPEN EXTEND RUNLOG-RPT3019.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3019 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3019
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
           MOVE "RPT3019"             TO RL-PROGRAM-ID.
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
           MOVE WS-APPLIED-COUNT      TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
               WS-NOT-FOUND-COUNT + WS-BAD-AMOUNT-COUNT +
               WS-BAD-DATE-COUNT + WS-OVERFLOW-COUNT.
           COMPUTE RL-RECORDS-READ =
               RL-RECORDS-WRITTEN + RL-RECORDS-REJECTED.
           MOVE "CASH"                TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-CASH-AMOUNT  TO RL-AMOUNT-TOTAL-1.
