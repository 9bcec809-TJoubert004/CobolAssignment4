       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3032.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3032 program prints the salesrep
      *               commission statements from the COMMDTL work
      *               file RPT3031 writes, once the job has sorted it
      *               into salesrep, record type and SALESHST key
      *               order.  Each rep's statement starts on a new
      *               page with the rep's quota, year-to-date sales,
      *               attainment and the tier and rate reached, then
      *               lists every invoice paid and every credit memo
      *               clawed back this period - each at the tier and
      *               rate it was actually paid or charged at - and
      *               closes with the rep's sales and commission
      *               totals.  The net commission on the statement is
      *               the amount RPT3031 sent to payroll for the rep.
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
           SELECT COMMISSION-DETAIL ASSIGN TO COMMSRT.
           SELECT OUTPUT-RPT3032    ASSIGN TO RPT3032.
           SELECT RUNLOG-RPT3032    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  COMMISSION-DETAIL is RPT3031's work file sorted on columns
      *  1-15, so each rep's header record (type "1") arrives ahead
      *  of that rep's detail records (type "2"), and the details in
      *  customer, invoice and code order.
      *****************************************************************
       FD  COMMISSION-DETAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  COMMISSION-DETAIL-RECORD.
           05  CW-SALESREP-NUMBER      PIC 9(2).
           05  CW-RECORD-TYPE          PIC X(1).
               88  CW-REP-HEADER                VALUE "1".
               88  CW-ITEM-DETAIL               VALUE "2".
           05  CW-DETAIL-DATA.
               10  CW-CUSTOMER-NUMBER  PIC 9(5).
               10  CW-INVOICE-NUMBER   PIC 9(6).
               10  CW-TRANSACTION-CODE PIC X(1).
               10  CW-POSTING-DATE     PIC 9(8).
               10  CW-SALES-AMOUNT     PIC S9(5)V9(2).
               10  CW-TIER-NUMBER      PIC 9(1).
               10  CW-COMMISSION-RATE  PIC 9V9(4).
               10  CW-COMMISSION-AMOUNT PIC S9(5)V9(2).
               10  CW-CUSTOMER-NAME    PIC X(20).
               10  CW-ITEM-STATUS      PIC X(1).
                   88  CW-INVOICE-PAID          VALUE "I".
                   88  CW-CREDIT-CLAWBACK       VALUE "B".
                   88  CW-CREDIT-NOT-PAID       VALUE "Z".
               10  FILLER              PIC X(16).
           05  CW-HEADER-DATA REDEFINES CW-DETAIL-DATA.
               10  CW-SALESREP-NAME    PIC X(20).
               10  CW-BRANCH-NUMBER    PIC 9(2).
               10  CW-ANNUAL-QUOTA     PIC S9(7)V9(2).
               10  CW-SALES-THIS-YTD   PIC S9(9)V9(2).
               10  CW-ATTAINED-PCT     PIC S9(3)V9.
               10  CW-REP-TIER-NUMBER  PIC 9(1).
               10  CW-REP-RATE         PIC 9V9(4).
               10  CW-COMMISSION-PERIOD PIC 9(6).
               10  CW-COMMISSION-PERIOD-PARTS
                       REDEFINES CW-COMMISSION-PERIOD.
                   15  CW-PERIOD-YEAR  PIC 9(4).
                   15  CW-PERIOD-MONTH PIC 9(2).
               10  FILLER              PIC X(19).

       FD  OUTPUT-RPT3032
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3032 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3032
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
           05  COMMDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-FIRST-RECORD-SWITCH  PIC X    VALUE "Y".
           05  WS-PAGE-TYPE-SWITCH     PIC X    VALUE "S".
               88  STATEMENT-PAGE               VALUE "S".
               88  SUMMARY-PAGE                 VALUE "R".

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  STATEMENT-TOTAL-FIELDS.
           05  REP-ITEM-COUNT          PIC S9(5)      VALUE ZERO.
           05  REP-INVOICE-SALES       PIC S9(9)V99   VALUE ZERO.
           05  REP-CREDIT-SALES        PIC S9(9)V99   VALUE ZERO.
           05  REP-NET-SALES           PIC S9(9)V99   VALUE ZERO.
           05  REP-COMMISSION-EARNED   PIC S9(7)V99   VALUE ZERO.
           05  REP-COMMISSION-CLAWBACK PIC S9(7)V99   VALUE ZERO.
           05  REP-NET-COMMISSION      PIC S9(7)V99   VALUE ZERO.

       01  TOTAL-FIELDS.
           05  GRAND-STATEMENT-COUNT   PIC S9(5)      VALUE ZERO.
           05  GRAND-ITEM-COUNT        PIC S9(7)      VALUE ZERO.
           05  GRAND-NET-COMMISSION    PIC S9(9)V99   VALUE ZERO.

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
               VALUE "SALESREP COMMISSION STATEMENT".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(50)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3032".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  REP-HEADING-LINE-1.
           05  FILLER          PIC X(10)   VALUE "SALESREP: ".
           05  RH1-SALESREP-NUMBER PIC 9(2).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  RH1-SALESREP-NAME PIC X(20).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BRANCH: ".
           05  RH1-BRANCH-NUMBER PIC Z9.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(19)   VALUE "COMMISSION PERIOD: ".
           05  RH1-PERIOD-MONTH PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RH1-PERIOD-YEAR PIC 9(4).
           05  FILLER          PIC X(52)   VALUE SPACE.

       01  REP-HEADING-LINE-2.
           05  FILLER          PIC X(14)   VALUE "ANNUAL QUOTA: ".
           05  RH2-ANNUAL-QUOTA PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(11)   VALUE "SALES YTD: ".
           05  RH2-SALES-THIS-YTD PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "ATTAINMENT: ".
           05  RH2-ATTAINED-PCT PIC ZZ9.9-.
           05  FILLER          PIC X(4)    VALUE "%   ".
           05  FILLER          PIC X(6)    VALUE "TIER: ".
           05  RH2-TIER-NUMBER PIC 9(1).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "RATE: ".
           05  RH2-RATE-PCT    PIC ZZ9.99.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(26)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(7)  VALUE "CUST".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(8)  VALUE "INVOICE".
           05  FILLER PIC X(9)  VALUE "TYPE".
           05  FILLER PIC X(12) VALUE "POSTED".
           05  FILLER PIC X(12) VALUE "     SALES".
           05  FILLER PIC X(5)  VALUE "TIER".
           05  FILLER PIC X(8)  VALUE "  RATE".
           05  FILLER PIC X(12) VALUE "COMMISSION".
           05  FILLER PIC X(35) VALUE "NOTE".

       01  HEADING-LINE-4.
           05  FILLER PIC X(7)  VALUE "NUM".
           05  FILLER PIC X(22) VALUE SPACE.
           05  FILLER PIC X(8)  VALUE "NUM".
           05  FILLER PIC X(9)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE "DATE".
           05  FILLER PIC X(12) VALUE "    AMOUNT".
           05  FILLER PIC X(5)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE "   PCT".
           05  FILLER PIC X(47) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(24) VALUE ALL "-".
           05  FILLER PIC X(11) VALUE SPACE.

       01  ITEM-LINE.
           05  IL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-INVOICE-NUMBER   PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-ITEM-TYPE        PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-POSTING-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-SALES-AMOUNT     PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  IL-TIER-NUMBER      PIC 9(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-RATE-PCT         PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-COMMISSION-AMOUNT PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  IL-NOTE             PIC X(24).
           05  FILLER              PIC X(11)   VALUE SPACE.

       01  NO-ITEMS-LINE.
           05  FILLER              PIC X(40)
               VALUE "NO COMMISSIONABLE SALES THIS PERIOD".
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  STATEMENT-TOTAL-LINE.
           05  FILLER              PIC X(71)   VALUE SPACE.
           05  ST-LABEL            PIC X(20).
           05  ST-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(24)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "STATEMENTS PRINTED: ".
           05  SL2-STATEMENT-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "ITEMS LISTED......: ".
           05  SL3-ITEM-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "NET COMMISSION....: ".
           05  SL4-NET-COMMISSION  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-COMMISSION-STATEMENTS.
           OPEN INPUT  COMMISSION-DETAIL
                OUTPUT OUTPUT-RPT3032.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 200-PROCESS-DETAIL-RECORD
               UNTIL COMMDTL-EOF-SWITCH = "Y".
           IF WS-FIRST-RECORD-SWITCH = "N"
               PERFORM 400-PRINT-STATEMENT-TOTALS
           END-IF.
           PERFORM 700-PRINT-RUN-SUMMARY.
           CLOSE COMMISSION-DETAIL
                 OUTPUT-RPT3032.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *****************************************************************
      *  200-PROCESS-DETAIL-RECORD works one sorted record.  A rep
      *  header closes off the statement before it and starts a new
      *  one; a detail record is listed on the current statement.
      *****************************************************************
       200-PROCESS-DETAIL-RECORD.
           PERFORM 210-READ-DETAIL-RECORD.
           IF COMMDTL-EOF-SWITCH = "N"
               IF CW-REP-HEADER
                   IF WS-FIRST-RECORD-SWITCH = "N"
                       PERFORM 400-PRINT-STATEMENT-TOTALS
                   END-IF
                   PERFORM 300-START-REP-STATEMENT
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
               ELSE
                   PERFORM 350-PRINT-ITEM-LINE
               END-IF.

       210-READ-DETAIL-RECORD.
           READ COMMISSION-DETAIL
               AT END
                   MOVE "Y" TO COMMDTL-EOF-SWITCH.

      *****************************************************************
      *  300-START-REP-STATEMENT loads the rep block every page of
      *  the statement repeats and sends the statement to a new
      *  page.
      *****************************************************************
       300-START-REP-STATEMENT.
           MOVE CW-SALESREP-NUMBER   TO RH1-SALESREP-NUMBER.
           MOVE CW-SALESREP-NAME     TO RH1-SALESREP-NAME.
           MOVE CW-BRANCH-NUMBER     TO RH1-BRANCH-NUMBER.
           MOVE CW-PERIOD-MONTH      TO RH1-PERIOD-MONTH.
           MOVE CW-PERIOD-YEAR       TO RH1-PERIOD-YEAR.
           MOVE CW-ANNUAL-QUOTA      TO RH2-ANNUAL-QUOTA.
           MOVE CW-SALES-THIS-YTD    TO RH2-SALES-THIS-YTD.
           MOVE CW-ATTAINED-PCT      TO RH2-ATTAINED-PCT.
           MOVE CW-REP-TIER-NUMBER   TO RH2-TIER-NUMBER.
           COMPUTE RH2-RATE-PCT = CW-REP-RATE * 100.

           MOVE ZERO TO REP-ITEM-COUNT
                        REP-INVOICE-SALES
                        REP-CREDIT-SALES
                        REP-NET-SALES
                        REP-COMMISSION-EARNED
                        REP-COMMISSION-CLAWBACK
                        REP-NET-COMMISSION.
           ADD 1 TO GRAND-STATEMENT-COUNT.
           PERFORM 800-PRINT-HEADING-LINES.

      *****************************************************************
      *  350-PRINT-ITEM-LINE lists one invoice paid or credit memo
      *  charged back, at the tier and rate recorded for it.
      *****************************************************************
       350-PRINT-ITEM-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE CW-CUSTOMER-NUMBER   TO IL-CUSTOMER-NUMBER.
           MOVE CW-CUSTOMER-NAME     TO IL-CUSTOMER-NAME.
           MOVE CW-INVOICE-NUMBER    TO IL-INVOICE-NUMBER.
           IF CW-POSTING-DATE IS NUMERIC
               MOVE CW-POSTING-DATE  TO IL-POSTING-DATE
           ELSE
               MOVE ZERO             TO IL-POSTING-DATE
           END-IF.
           MOVE CW-SALES-AMOUNT      TO IL-SALES-AMOUNT.
           MOVE CW-TIER-NUMBER       TO IL-TIER-NUMBER.
           COMPUTE IL-RATE-PCT = CW-COMMISSION-RATE * 100.
           MOVE CW-COMMISSION-AMOUNT TO IL-COMMISSION-AMOUNT.
           EVALUATE TRUE
               WHEN CW-INVOICE-PAID
                   MOVE "INVOICE" TO IL-ITEM-TYPE
                   MOVE SPACE     TO IL-NOTE
                   ADD CW-SALES-AMOUNT      TO REP-INVOICE-SALES
                   ADD CW-COMMISSION-AMOUNT TO REP-COMMISSION-EARNED
               WHEN CW-CREDIT-NOT-PAID
                   MOVE "CREDIT"  TO IL-ITEM-TYPE
                   MOVE "INVOICE NOT COMMISSIONED" TO IL-NOTE
                   ADD CW-SALES-AMOUNT      TO REP-CREDIT-SALES
               WHEN OTHER
                   MOVE "CREDIT"  TO IL-ITEM-TYPE
                   MOVE "CLAWBACK AT INVOICE RATE" TO IL-NOTE
                   ADD CW-SALES-AMOUNT      TO REP-CREDIT-SALES
                   ADD CW-COMMISSION-AMOUNT TO REP-COMMISSION-CLAWBACK
           END-EVALUATE.
           MOVE ITEM-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REP-ITEM-COUNT.
           ADD 1 TO GRAND-ITEM-COUNT.

      *****************************************************************
      *  400-PRINT-STATEMENT-TOTALS closes the statement with the
      *  rep's sales and commission totals.  The net commission is
      *  the amount on the rep's payroll interface record.
      *****************************************************************
       400-PRINT-STATEMENT-TOTALS.
           IF LINE-COUNT + 8 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           IF REP-ITEM-COUNT = ZERO
               MOVE NO-ITEMS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.

           COMPUTE REP-NET-SALES =
               REP-INVOICE-SALES + REP-CREDIT-SALES.
           COMPUTE REP-NET-COMMISSION =
               REP-COMMISSION-EARNED + REP-COMMISSION-CLAWBACK.

           MOVE "INVOICE SALES.....: " TO ST-LABEL.
           MOVE REP-INVOICE-SALES      TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "CREDIT MEMOS......: " TO ST-LABEL.
           MOVE REP-CREDIT-SALES       TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "NET SALES.........: " TO ST-LABEL.
           MOVE REP-NET-SALES          TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "COMMISSION EARNED.: " TO ST-LABEL.
           MOVE REP-COMMISSION-EARNED  TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "CLAWED BACK.......: " TO ST-LABEL.
           MOVE REP-COMMISSION-CLAWBACK TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "NET COMMISSION....: " TO ST-LABEL.
           MOVE REP-NET-COMMISSION     TO ST-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.

           ADD REP-NET-COMMISSION TO GRAND-NET-COMMISSION.

       410-PRINT-TOTAL-LINE.
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       700-PRINT-RUN-SUMMARY.
           SET SUMMARY-PAGE TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-STATEMENT-COUNT TO SL2-STATEMENT-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-ITEM-COUNT TO SL3-ITEM-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-NET-COMMISSION TO SL4-NET-COMMISSION.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF STATEMENT-PAGE
               MOVE REP-HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE REP-HEADING-LINE-2 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SPACE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE HEADING-LINE-4 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE HEADING-LINE-5 TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3032.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3032 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3032
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
           MOVE "RPT3032"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-ITEM-COUNT      TO RL-RECORDS-READ.
           MOVE GRAND-STATEMENT-COUNT TO RL-RECORDS-WRITTEN.
           MOVE "NET COMM"            TO RL-AMOUNT-NAME-1.
           MOVE GRAND-NET-COMMISSION  TO RL-AMOUNT-TOTAL-1.
