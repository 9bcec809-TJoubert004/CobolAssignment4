      *                  deliberately leaves both alone - what a
      *                  customer still owes does not reset at
      *                  year-end the way the YTD sales figures do.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *****************************************************************
       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ARCHIVE-CUSTMAST ASSIGN TO CUSTARCH.
           SELECT OUTPUT-RPT3006   ASSIGN TO RPT3006.
           SELECT RUNLOG-RPT3006   ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3006 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3006
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
           05  WS-RECORDS-PROCESSED    PIC 9(7)       VALUE ZERO.
           05  WS-TOTAL-ROLLED-AMOUNT  PIC S9(9)V99   VALUE ZERO.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           CLOSE CUSTMAST
                 ARCHIVE-CUSTMAST
                 OUTPUT-RPT3006.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       110-ABORT-OPEN-FAILURE.
           MOVE WS-TOTAL-ROLLED-AMOUNT TO SL3-TOTAL-ROLLED.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3006.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3006 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3006
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
           MOVE "RPT3006"             TO RL-PROGRAM-ID.
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
           MOVE WS-RECORDS-PROCESSED  TO RL-RECORDS-READ.
           MOVE WS-RECORDS-PROCESSED  TO RL-RECORDS-WRITTEN.
           MOVE "ROLLED YTD"          TO RL-AMOUNT-NAME-1.
           MOVE WS-TOTAL-ROLLED-AMOUNT TO RL-AMOUNT-TOTAL-1.
