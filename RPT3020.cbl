      *                  non-numeric one always has.  RPT3022 now
      *                  rejects such dates at the front door; this
      *                  is the belt to that braces.
      *  2026-10-15  TJ  Open "F" finance charge records written by
      *                  RPT3034 now age into the buckets the same way
      *                  open invoices do.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *                  Counts SALESHST records read in
      *                  WS-RECORDS-READ for the log.
      *****************************************************************
       ENVIRONMENT DIVISION.

               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT OUTPUT-RPT3020    ASSIGN TO RPT3020.
           SELECT RUNLOG-RPT3020    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3020 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3020
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
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
                                       PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-OPEN        PIC S9(9)V99   VALUE ZERO.

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
           CLOSE INVOICE-HISTORY
                 CUSTMAST
                 OUTPUT-RPT3020.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
       210-READ-HISTORY-RECORD.
           READ INVOICE-HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *****************************************************************
      *  215-VALIDATE-POSTING-DATE proves HI-POSTING-DATE is a real
           END-IF.

      *****************************************************************
      *  220-AGE-OPEN-AMOUNT drops an open invoice amount - or an
      *  open RPT3034 finance charge, which ages from its own posting
      *  date exactly like an invoice - into the bucket its
      *  posting-date age calls for.  Credit memo records
      *  and fully relieved invoices carry a zero open amount and
      *  fall through; a history record whose posting date will not
      *  parse - non-numeric, or numeric but not a real calendar
      *  chase is the safe answer for an unreadable date.
      *****************************************************************
       220-AGE-OPEN-AMOUNT.
           IF (HI-TRANSACTION-CODE = "I"
               OR HI-TRANSACTION-CODE = "F")
               AND HI-OPEN-AMOUNT NOT = ZERO
               PERFORM 215-VALIDATE-POSTING-DATE
               IF EDIT-DATE-OK
       325-FORMAT-GRAND-BUCKET.
           MOVE GRAND-AGE-AMOUNT(WS-BUCKET-SUB)
               TO GAL-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3020.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3020 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3020
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
           MOVE "RPT3020"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-CUSTOMER-COUNT  TO RL-RECORDS-WRITTEN.
           MOVE "OPEN AR"             TO RL-AMOUNT-NAME-1.
           MOVE GRAND-TOTAL-OPEN      TO RL-AMOUNT-TOTAL-1.
