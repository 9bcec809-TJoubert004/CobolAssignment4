      *****************************************************************
      *  Modification History:
      *  2026-09-02  TJ  Initial version.
      *  2026-10-15  TJ  Added the SR-COMMISSION-TIERS table to
      *                  REPMAST (three attainment floors, each with
      *                  the commission rate RPT3031 pays once a rep's
      *                  year-to-date sales reach it) and to the
      *                  ADD/CHANGE transaction image. An ADD or
      *                  CHANGE whose tiers are not numeric, do not
      *                  start at a 000 floor, or do not step up in
      *                  both floor and rate is rejected as INVALID
      *                  COMMISSION TIERS. The register now prints
      *                  each rep's tiers.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *****************************************************************
       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT TRANSACTION-RPT3017 ASSIGN TO REPTRAN.
           SELECT OUTPUT-RPT3017    ASSIGN TO RPT3017.
           SELECT RUNLOG-RPT3017    ASSIGN TO RUNLOG
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

      *****************************************************************
      *  TRANSACTION-RPT3017 is the sorted maintenance input - one
      *  SR-SALESREP-NUMBER.  A CHANGE transaction carries a complete
      *  replacement image of the maintainable fields, not just the
      *  ones that differ - the same convention RPT3009's CUSTTRAN
      *  uses.  The commission tiers are three attainment floors
      *  (whole percent of SR-ANNUAL-QUOTA) each with the rate paid
      *  once year-to-date sales reach it - tier 1's floor is always
      *  000 (the base rate) and an unused tier is left all zeros.
      *****************************************************************
       FD  TRANSACTION-RPT3017
           RECORDING MODE IS F
           05  RT-SALESREP-NAME        PIC X(20).
           05  RT-BRANCH-NUMBER        PIC 9(2).
           05  RT-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  RT-COMMISSION-TIERS.
               10  RT-COMMISSION-TIER  OCCURS 3 TIMES.
                   15  RT-TIER-FLOOR-PCT   PIC 9(3).
                   15  RT-TIER-RATE        PIC 9V9(4).
           05  FILLER                  PIC X(22).

       FD  OUTPUT-RPT3017
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3017 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3017
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
           05  WS-TIERS-VALID-SWITCH      PIC X   VALUE "N".
               88  TIERS-VALID                    VALUE "Y".
               88  TIERS-INVALID                  VALUE "N".
           05  WS-MASTER-FOUND-SWITCH     PIC X   VALUE "N".
               88  MASTER-FOUND                   VALUE "Y".
               88  MASTER-NOT-FOUND               VALUE "N".
           05  WS-INQUIRE-COUNT        PIC 9(5)   VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(5)   VALUE ZERO.

       01  TIER-EDIT-FIELDS.
           05  WS-TIER-SUB             PIC S9(4)  COMP  VALUE ZERO.
           05  WS-TIERS-ENDED-SWITCH   PIC X            VALUE "N".
               88  TIERS-ENDED                  VALUE "Y".
               88  TIERS-NOT-ENDED              VALUE "N".

      *****************************************************************
      *  WS-PRINT-TIERS holds whichever tier table - the master's or
      *  the transaction's - the register line is to show, so
      *  700-PRINT-TRANSACTION-LINE can format it in one place.
      *****************************************************************
       01  WS-PRINT-TIERS.
           05  PT-COMMISSION-TIER      OCCURS 3 TIMES.
               10  PT-TIER-FLOOR-PCT   PIC 9(3).
               10  PT-TIER-RATE        PIC 9V9(4).

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
           05  FILLER PIC X(16) VALUE "ANNUAL          ".
           05  FILLER PIC X(40)
               VALUE "RESULT                                  ".
           05  FILLER PIC X(35) VALUE " COMMISSION TIERS".

       01  HEADING-LINE-4.
           05  FILLER PIC X(3)  VALUE "CD ".
           05  FILLER PIC X(23) VALUE SPACE.
           05  FILLER PIC X(8)  VALUE SPACE.
           05  FILLER PIC X(16) VALUE "QUOTA           ".
           05  FILLER PIC X(40) VALUE SPACE.
           05  FILLER PIC X(35) VALUE " FLOOR% RATE%  (TIER 1 / 2 / 3)".

       01  HEADING-LINE-5.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(40) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(33) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.

       01  TRANSACTION-LINE.
           05  TL-TRANSACTION-CODE PIC X(1).
           05  TL-ANNUAL-QUOTA     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  TL-RESULT           PIC X(40).
           05  TL-TIER-ENTRY OCCURS 3 TIMES.
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  TL-TIER-FLOOR-PCT PIC ZZ9.
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  TL-TIER-RATE-PCT  PIC ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".
           CLOSE REPMAST
                 TRANSACTION-RPT3017
                 OUTPUT-RPT3017.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           WRITE PRINT-AREA.

       410-ADD-NEW-SALESREP.
           PERFORM 560-EDIT-COMMISSION-TIERS.
           IF TIERS-INVALID
               PERFORM 565-INVALID-TIERS-ERROR
           ELSE
               PERFORM 415-WRITE-NEW-SALESREP
           END-IF.

       415-WRITE-NEW-SALESREP.
           MOVE RT-SALESREP-NUMBER  TO SR-SALESREP-NUMBER.
           MOVE RT-SALESREP-NAME    TO SR-SALESREP-NAME.
           MOVE RT-BRANCH-NUMBER    TO SR-BRANCH-NUMBER.
           MOVE RT-ANNUAL-QUOTA     TO SR-ANNUAL-QUOTA.
           MOVE RT-COMMISSION-TIERS TO SR-COMMISSION-TIERS.

           WRITE SALESREP-MASTER-RECORD
               INVALID KEY
                   MOVE RT-SALESREP-NAME TO TL-SALESREP-NAME
                   MOVE RT-BRANCH-NUMBER TO TL-BRANCH-NUMBER
                   MOVE RT-ANNUAL-QUOTA  TO TL-ANNUAL-QUOTA
                   MOVE RT-COMMISSION-TIERS TO WS-PRINT-TIERS
                   MOVE "ADDED"          TO TL-RESULT
                   PERFORM 700-PRINT-TRANSACTION-LINE
           END-WRITE.
           MOVE RT-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE RT-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE ZERO               TO TL-ANNUAL-QUOTA.
           MOVE ZERO               TO WS-PRINT-TIERS.
           MOVE "***ERROR*** NOT FOUND ON REPMAST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.
           MOVE SR-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE SR-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE SR-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           MOVE SR-COMMISSION-TIERS TO WS-PRINT-TIERS.
           MOVE "***ERROR*** ALREADY EXISTS ON REPMAST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       520-CHANGE-EXISTING-SALESREP.
           PERFORM 560-EDIT-COMMISSION-TIERS.
           IF TIERS-INVALID
               PERFORM 565-INVALID-TIERS-ERROR
           ELSE
               PERFORM 525-REWRITE-EXISTING-SALESREP
           END-IF.

       525-REWRITE-EXISTING-SALESREP.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE RT-SALESREP-NAME    TO SR-SALESREP-NAME.
           MOVE RT-BRANCH-NUMBER    TO SR-BRANCH-NUMBER.
           MOVE RT-ANNUAL-QUOTA     TO SR-ANNUAL-QUOTA.
           MOVE RT-COMMISSION-TIERS TO SR-COMMISSION-TIERS.

           REWRITE SALESREP-MASTER-RECORD.

           MOVE SR-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE SR-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE SR-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           MOVE SR-COMMISSION-TIERS TO WS-PRINT-TIERS.
           MOVE "CHANGED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

           MOVE SR-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE SR-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE SR-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           MOVE SR-COMMISSION-TIERS TO WS-PRINT-TIERS.

           DELETE REPMAST RECORD.

           MOVE SR-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE SR-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE SR-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           MOVE SR-COMMISSION-TIERS TO WS-PRINT-TIERS.
           MOVE "INQUIRED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

           MOVE RT-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE RT-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE RT-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           MOVE ZERO               TO WS-PRINT-TIERS.
           MOVE "***ERROR*** INVALID TRANSACTION CODE"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

      *****************************************************************
      *  560-EDIT-COMMISSION-TIERS proves an ADD or CHANGE carries a
      *  usable tier table before it reaches the master: all
      *  numeric, tier 1 floored at 000 (the base rate), and each
      *  tier in use starting at a higher attainment floor than the
      *  one before it and paying at least the same rate - the rate
      *  only ever steps up.  An unused tier is all zeros and no
      *  tier after it may be filled in.
      *****************************************************************
       560-EDIT-COMMISSION-TIERS.
           SET TIERS-VALID TO TRUE.
           SET TIERS-NOT-ENDED TO TRUE.
           IF RT-COMMISSION-TIERS IS NOT NUMERIC
               SET TIERS-INVALID TO TRUE
           ELSE
               IF RT-TIER-FLOOR-PCT(1) NOT = ZERO
                   SET TIERS-INVALID TO TRUE
               ELSE
                   PERFORM 562-EDIT-ONE-TIER
                       VARYING WS-TIER-SUB FROM 2 BY 1
                       UNTIL WS-TIER-SUB > 3
               END-IF
           END-IF.

       562-EDIT-ONE-TIER.
           IF RT-TIER-FLOOR-PCT(WS-TIER-SUB) = ZERO
               AND RT-TIER-RATE(WS-TIER-SUB) = ZERO
               SET TIERS-ENDED TO TRUE
           ELSE
               IF TIERS-ENDED
                   OR RT-TIER-FLOOR-PCT(WS-TIER-SUB) NOT >
                      RT-TIER-FLOOR-PCT(WS-TIER-SUB - 1)
                   OR RT-TIER-RATE(WS-TIER-SUB) <
                      RT-TIER-RATE(WS-TIER-SUB - 1)
                   SET TIERS-INVALID TO TRUE
               END-IF
           END-IF.

       565-INVALID-TIERS-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE RT-SALESREP-NAME   TO TL-SALESREP-NAME.
           MOVE RT-BRANCH-NUMBER   TO TL-BRANCH-NUMBER.
           MOVE RT-ANNUAL-QUOTA    TO TL-ANNUAL-QUOTA.
           IF RT-COMMISSION-TIERS IS NUMERIC
               MOVE RT-COMMISSION-TIERS TO WS-PRINT-TIERS
           ELSE
               MOVE ZERO               TO WS-PRINT-TIERS
           END-IF.
           MOVE "***ERROR*** INVALID COMMISSION TIERS"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       700-PRINT-TRANSACTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE RT-TRANSACTION-CODE TO TL-TRANSACTION-CODE.
           MOVE RT-SALESREP-NUMBER  TO TL-SALESREP-NUMBER.
           PERFORM 710-FORMAT-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.
           MOVE TRANSACTION-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  710-FORMAT-ONE-TIER prints a tier that has never been set -
      *  a rep added before REPMAST carried tiers still has the old
      *  spare FILLER there - as zeros.
      *****************************************************************
       710-FORMAT-ONE-TIER.
           IF PT-COMMISSION-TIER(WS-TIER-SUB) IS NOT NUMERIC
               MOVE ZERO TO PT-TIER-FLOOR-PCT(WS-TIER-SUB)
                            PT-TIER-RATE(WS-TIER-SUB)
           END-IF.
           MOVE PT-TIER-FLOOR-PCT(WS-TIER-SUB)
               TO TL-TIER-FLOOR-PCT(WS-TIER-SUB).
           COMPUTE TL-TIER-RATE-PCT(WS-TIER-SUB) =
               PT-TIER-RATE(WS-TIER-SUB) * 100.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
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
           OPEN EXTEND RUNLOG-RPT3017.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3017 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3017
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
           MOVE "RPT3017"             TO RL-PROGRAM-ID.
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
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT.
           MOVE WS-ERROR-COUNT        TO RL-RECORDS-REJECTED.
           COMPUTE RL-RECORDS-READ =
               RL-RECORDS-WRITTEN + WS-INQUIRE-COUNT + WS-ERROR-COUNT.
