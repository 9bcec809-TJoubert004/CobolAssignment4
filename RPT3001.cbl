      *                  this program, kept here only so every
      *                  program sharing the CUSTMAST layout agrees
      *                  on it.
      *  2026-10-15  TJ  Broke out the SR-COMMISSION-TIERS table
      *                  (three attainment floors and commission
      *                  rates) from REPMAST's spare FILLER to match
      *                  the layout RPT3017 now maintains for the
      *                  RPT3031 commission run - not used by this
      *                  program, kept here only so every program
      *                  sharing the REPMAST layout agrees on it.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  Report line fields renamed RPL- so the RL-
      *                  prefix belongs to the run-log record alone.
      *****************************************************************
       ENVIRONMENT DIVISION.

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SALESREP-NUMBER.
           SELECT OUTPUT-RPT3001 ASSIGN TO RPT3001.
           SELECT RUNLOG-RPT3001 ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SR-SALESREP-NAME        PIC X(20).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  SR-COMMISSION-TIERS.
               10  SR-COMMISSION-TIER  OCCURS 3 TIMES.
                   15  SR-TIER-FLOOR-PCT   PIC 9(3).
                   15  SR-TIER-RATE        PIC 9V9(4).
           05  FILLER                  PIC X(23).

       FD  OUTPUT-RPT3001
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3001 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3001
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
               10  ART-SALES-LAST-YTD   PIC S9(7)V99.
               10  ART-GROWTH-PERCENT   PIC S9(3)V9.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  FILLER              PIC X(89)   VALUE SPACE.

       01  REP-LINE.
           05  RPL-SALESREP-NUMBER PIC Z9.
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  RPL-CUSTOMER-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  RPL-SALES-THIS-YTD  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RPL-SALES-LAST-YTD  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RPL-GROWTH-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RPL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(56)   VALUE SPACE.

       PROCEDURE DIVISION.
               UNTIL ACTIVE-IDX > WS-ACTIVE-REP-COUNT.
           PERFORM 700-PRINT-STATUS-TRAILER.
           CLOSE OUTPUT-RPT3001.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       050-INITIALIZE-REP-TABLE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE ART-SALESREP-NUMBER(ACTIVE-IDX) TO RPL-SALESREP-NUMBER.
           MOVE ART-CUSTOMER-COUNT(ACTIVE-IDX)  TO RPL-CUSTOMER-COUNT.
           MOVE ART-SALES-THIS-YTD(ACTIVE-IDX)  TO RPL-SALES-THIS-YTD.
           MOVE ART-SALES-LAST-YTD(ACTIVE-IDX)  TO RPL-SALES-LAST-YTD.
           MOVE ART-GROWTH-PERCENT(ACTIVE-IDX)  TO RPL-GROWTH-PERCENT.
           MOVE ART-SALESREP-NAME(ACTIVE-IDX)   TO RPL-SALESREP-NAME.

           MOVE REP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CLOSED-TOTAL-LAST-YTD TO RC2-CLOSED-LAST-YTD.
           MOVE RECAP-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3001.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3001 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3001
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
           MOVE "RPT3001"             TO RL-PROGRAM-ID.
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
               WS-ACTIVE-COUNT + WS-HOLD-COUNT + WS-CLOSED-COUNT.
           MOVE WS-ACTIVE-REP-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE "CLOSED YTD"          TO RL-AMOUNT-NAME-1.
           MOVE CLOSED-TOTAL-THIS-YTD TO RL-AMOUNT-TOTAL-1.
