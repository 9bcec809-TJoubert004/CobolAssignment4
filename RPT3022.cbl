      *                  check, landed on the SALESHST history, and
      *                  blew up the RPT3020 aging run's
      *                  INTEGER-OF-DATE.
      *  2026-10-15  TJ  RUNPARM layout extended with the RPT3034
      *                  finance charge fields. A CUSTTRAN ADD or
      *                  CHANGE now also edits the new finance charge
      *                  exempt flag (column 57) - blank, Y or N only.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  CUSTTRAN columns 58-62 now carry
      *                  TR-PARENT-NUMBER, the customer's corporate
      *                  parent; it must be blank or numeric. Whether
      *                  the parent is actually on PARNTMST is proved
      *                  by RPT3009 against the live parent master.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT SALES-SUSPENSE    ASSIGN TO SALESUSP.
           SELECT RUNPARM-RPT3022   ASSIGN TO RUNPARM.
           SELECT OUTPUT-RPT3022    ASSIGN TO RPT3022.
           SELECT RUNLOG-RPT3022    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TR-REGION-CODE          PIC X(02).
           05  TR-ACCOUNT-STATUS       PIC X(01).
           05  TR-CREDIT-LIMIT         PIC S9(7)V9(2).
           05  TR-FINCHG-EXEMPT        PIC X(01).
           05  TR-PARENT-NUMBER        PIC 9(5).
           05  TR-PARENT-NUMBER-X REDEFINES TR-PARENT-NUMBER
                                       PIC X(5).
           05  FILLER                  PIC X(18).

      *****************************************************************
      *  CUST-CONTROL and SALES-CONTROL are the transmittal records
      *****************************************************************
      *  RUNPARM-RPT3022 is the shared run-control parameter record.
      *  This program uses the valid branch range and the sales
      *  ceiling; the decline threshold belongs to RPT3002 and the
      *  finance charge fields to RPT3034.  The full layout is kept
      *  here so every program sharing the RUNPARM record agrees on
      *  it.
      *****************************************************************
       FD  RUNPARM-RPT3022
           RECORDING MODE IS F
           05  RP-MIN-VALID-BRANCH        PIC 9(2).
           05  RP-MAX-VALID-BRANCH        PIC 9(2).
           05  RP-MAX-VALID-SALES         PIC 9(5)V9(2).
           05  RP-FINCHG-MONTHLY-RATE     PIC 9V9(4).
           05  RP-FINCHG-GRACE-DAYS       PIC 9(3).
           05  RP-FINCHG-MINIMUM          PIC 9(3)V9(2).
           05  FILLER                     PIC X(1).

       FD  OUTPUT-RPT3022
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3022 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3022
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
           05  CUST-TRANS-EOF-SWITCH   PIC X    VALUE "N".
           05  BRR-MAX-BRANCH         PIC 9(2).
           05  FILLER                 PIC X(2)   VALUE SPACE.

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           ELSE
               PERFORM 030-RUN-EDIT-PASSES
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-LOAD-RUN-PARAMETERS.
               PERFORM 810-PRINT-ERROR-LINE
           END-IF.

           IF TR-FINCHG-EXEMPT NOT = SPACE
               AND TR-FINCHG-EXEMPT NOT = "Y"
               AND TR-FINCHG-EXEMPT NOT = "N"
               SET RECORD-REJECTED TO TRUE
               MOVE "TR-FINCHG-EXEMPT" TO EL-FIELD-NAME
               MOVE "FINANCE CHARGE EXEMPT NOT Y/N/BLANK"
                   TO EL-REASON
               PERFORM 810-PRINT-ERROR-LINE
           END-IF.

           IF TR-PARENT-NUMBER-X NOT = SPACE
               AND TR-PARENT-NUMBER NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE "TR-PARENT-NUMBER" TO EL-FIELD-NAME
               MOVE "PARENT NUMBER NOT NUMERIC OR BLANK"
                   TO EL-REASON
               PERFORM 810-PRINT-ERROR-LINE
           END-IF.

       230-ROUTE-CUST-TRANSACTION.
           IF RECORD-OK
               ADD 1 TO WS-CUST-ACCEPTED-COUNT
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
           OPEN EXTEND RUNLOG-RPT3022.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3022 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3022
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
           MOVE "RPT3022"             TO RL-PROGRAM-ID.
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
               WS-CUST-RECORDS-READ + WS-SALES-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-CUST-ACCEPTED-COUNT + WS-SALES-ACCEPTED-COUNT.
           COMPUTE RL-RECORDS-REJECTED =
               WS-CUST-SUSPENSE-COUNT + WS-SALES-SUSPENSE-COUNT.
           MOVE "CUST HASH"           TO RL-AMOUNT-NAME-1.
           MOVE WS-CUST-ACTUAL-HASH   TO RL-AMOUNT-TOTAL-1.
           MOVE "SALES HASH"          TO RL-AMOUNT-NAME-2.
           MOVE WS-SALES-ACTUAL-HASH  TO RL-AMOUNT-TOTAL-2.
           MOVE "CUSTACC"             TO RL-HANDOFF-NAME-1.
           MOVE WS-CUST-ACCEPTED-COUNT TO RL-HANDOFF-COUNT-1.
           MOVE "SALESACC"            TO RL-HANDOFF-NAME-2.
           MOVE WS-SALES-ACCEPTED-COUNT TO RL-HANDOFF-COUNT-2.
