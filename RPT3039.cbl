       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3039.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3039 program is the consolidated credit
      *               exposure report for corporate parent/child
      *               account groups.  RPT3011 measures every
      *               CUSTMAST account against its own credit limit,
      *               so a corporation buying through a dozen
      *               accounts across the branches can be well over
      *               the limit credit has granted it as a whole
      *               while every one of its accounts looks fine.
      *               RPT3039 reads the child accounts - every
      *               CUSTMAST record carrying a CM-PARENT-NUMBER -
      *               in parent/customer order from the extract the
      *               JCL sorts off the master, lists each child
      *               under its parent with its YTD sales, open AR
      *               balance and the same current/31-60/61-90/over-90
      *               aging RPT3020 builds from the SALESHST open
      *               items, and rolls all of it up by parent.  The
      *               group's exposure - the open AR balance of all
      *               its children - is measured against the group
      *               credit limit on the PARNTMST parent master
      *               RPT3038 maintains, and banded the way RPT3011
      *               bands a single account, with the warning band
      *               taken from the same CREDPARM threshold.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CHILD-ACCOUNTS    ASSIGN TO CUSTPRNT.
           SELECT PARNTMST          ASSIGN TO PARNTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PARENT-NUMBER
               FILE STATUS IS WS-PARNTMST-STATUS.
           SELECT INVOICE-HISTORY   ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT CREDPARM-RPT3039 ASSIGN TO CREDPARM.
           SELECT OUTPUT-RPT3039    ASSIGN TO RPT3039.
           SELECT RUNLOG-RPT3039    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  CHILD-ACCOUNTS is the job's sorted extract of CUSTMAST - only
      *  the records carrying a parent number, in parent number then
      *  customer number order, so all of one parent's children
      *  arrive together and a parent number change closes the
      *  finished group out.  It is the full 130-byte master record.
      *****************************************************************
       FD  CHILD-ACCOUNTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
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
           05  CM-FINCHG-EXEMPT        PIC X(01).
               88  CM-FINCHG-IS-EXEMPT          VALUE "Y".
           05  CM-PARENT-NUMBER        PIC 9(5).
           05  FILLER                  PIC X(8).

      *****************************************************************
      *  PARNTMST is the corporate parent master - one record per
      *  parent account with the group name and the credit limit for
      *  the whole group.  One keyed read per group.
      *****************************************************************
       FD  PARNTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  PARENT-MASTER-RECORD.
           05  PM-PARENT-NUMBER        PIC 9(5).
           05  PM-GROUP-NAME           PIC X(30).
           05  PM-GROUP-CREDIT-LIMIT   PIC S9(9)V9(2).
           05  FILLER                  PIC X(34).

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

      *****************************************************************
      *  CREDPARM-RPT3039 is RPT3011's run-control record.  Only the
      *  listing threshold is used here, as the group warning band;
      *  the hold-feed flag belongs to RPT3011.  One threshold keeps
      *  the single-account and group reports telling credit the
      *  same thing.
      *****************************************************************
       FD  CREDPARM-RPT3039
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  CREDPARM-RECORD.
           05  CP-THRESHOLD-PCT           PIC 9(3).
           05  CP-HOLD-FEED-FLAG          PIC X(1).
           05  FILLER                     PIC X(26).

       FD  OUTPUT-RPT3039
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3039 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3039
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
           05  CHILD-EOF-SWITCH        PIC X    VALUE "N".
           05  WS-FIRST-RECORD-SWITCH  PIC X    VALUE "Y".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-PARENT-FOUND-SWITCH  PIC X    VALUE "N".
               88  PARENT-FOUND                 VALUE "Y".
               88  PARENT-NOT-FOUND             VALUE "N".
           05  WS-HISTORY-DONE-SWITCH  PIC X    VALUE "N".
               88  HISTORY-DONE                 VALUE "Y".
               88  HISTORY-NOT-DONE             VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-PARNTMST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.

       01  PARAMETER-FIELDS.
           05  WS-THRESHOLD-PCT        PIC 9(3)       VALUE ZERO.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  CALCULATION-FIELDS.
           05  WS-EXPOSURE-PCT        PIC S9(3)V9    VALUE ZERO.

       01  CONTROL-FIELDS.
           05  WS-PREVIOUS-PARENT      PIC 9(5)       VALUE ZERO.

       01  AGING-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP  VALUE ZERO.
           05  WS-POST-DATE-INT        PIC S9(9) COMP  VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(5) COMP  VALUE ZERO.
           05  WS-BUCKET-SUB           PIC S9(4) COMP  VALUE ZERO.

      *****************************************************************
      *  The posting date is copied here and proved a real calendar
      *  date before INTEGER-OF-DATE sees it, exactly as RPT3020
      *  does.
      *****************************************************************
       01  DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(4).
               10  WS-EDIT-MONTH       PIC 9(2).
               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-MAX-EDIT-DAY         PIC 9(2)        VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  COMP  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  COMP  VALUE ZERO.
           05  WS-DATE-OK-SWITCH       PIC X           VALUE "N".
               88  EDIT-DATE-OK                 VALUE "Y".
               88  EDIT-DATE-BAD                VALUE "N".

       01  CHILD-AGE-FIELDS.
           05  CHILD-AGE-AMOUNT        OCCURS 4 TIMES
                                       PIC S9(7)V99   VALUE ZERO.

       01  GROUP-TOTAL-FIELDS.
           05  GROUP-CHILD-COUNT       PIC S9(5)      VALUE ZERO.
           05  GROUP-HOLD-COUNT        PIC S9(5)      VALUE ZERO.
           05  GROUP-CREDIT-LIMIT      PIC S9(9)V99   VALUE ZERO.
           05  GROUP-CHILD-LIMITS      PIC S9(9)V99   VALUE ZERO.
           05  GROUP-SALES-THIS-YTD    PIC S9(9)V99   VALUE ZERO.
           05  GROUP-OPEN-AR           PIC S9(9)V99   VALUE ZERO.
           05  GROUP-AGE-AMOUNT        OCCURS 4 TIMES
                                       PIC S9(9)V99   VALUE ZERO.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-GROUP-COUNT       PIC S9(5)      VALUE ZERO.
           05  GRAND-CHILD-COUNT       PIC S9(5)      VALUE ZERO.
           05  GRAND-OVER-LIMIT-COUNT  PIC S9(5)      VALUE ZERO.
           05  GRAND-WARNING-COUNT     PIC S9(5)      VALUE ZERO.
           05  GRAND-NOT-FOUND-COUNT   PIC S9(5)      VALUE ZERO.
           05  GRAND-SALES-THIS-YTD    PIC S9(11)V99  VALUE ZERO.
           05  GRAND-OPEN-AR           PIC S9(11)V99  VALUE ZERO.
           05  GRAND-AGE-AMOUNT        OCCURS 4 TIMES
                                       PIC S9(11)V99  VALUE ZERO.

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
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "CONSOLIDATED CREDIT EXPOSURE".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3039".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2A.
           05  FILLER          PIC X(30)
               VALUE "GROUP EXPOSURE IS OPEN AR -  ".
           05  FILLER          PIC X(20)
               VALUE "WARNING AT OR ABOVE ".
           05  HL2A-THRESHOLD-PCT  PIC ZZ9.
           05  FILLER          PIC X(26)
               VALUE "% OF GROUP CREDIT LIMIT".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(3)  VALUE "BR ".
           05  FILLER PIC X(6)  VALUE "CUST  ".
           05  FILLER PIC X(21) VALUE "CUSTOMER NAME        ".
           05  FILLER PIC X(2)  VALUE "S ".
           05  FILLER PIC X(13) VALUE " CREDIT LIMIT".
           05  FILLER PIC X(14) VALUE "    YTD SALES ".
           05  FILLER PIC X(14) VALUE "      OPEN AR ".
           05  FILLER PIC X(14) VALUE "      CURRENT ".
           05  FILLER PIC X(14) VALUE "   31-60 DAYS ".
           05  FILLER PIC X(14) VALUE "   61-90 DAYS ".
           05  FILLER PIC X(14) VALUE "      OVER 90 ".
           05  FILLER PIC X(1)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(1)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  HL4-AMOUNT-ENTRY OCCURS 6 TIMES.
               10  FILLER PIC X(1)  VALUE SPACE.
               10  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.

      *****************************************************************
      *  PARENT-HEADER-LINE opens each group with the parent's number,
      *  name and group credit limit.  A parent number the children
      *  carry but PARNTMST does not know prints flagged, with no
      *  limit, so the orphaned children are still seen.
      *****************************************************************
       01  PARENT-HEADER-LINE.
           05  FILLER              PIC X(7)    VALUE "PARENT ".
           05  PH-PARENT-NUMBER    PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  PH-GROUP-NAME       PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(20)
               VALUE "GROUP CREDIT LIMIT: ".
           05  PH-GROUP-CREDIT-LIMIT
                                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(49)   VALUE SPACE.

       01  CHILD-LINE.
           05  CL-BRANCH-NUMBER    PIC Z9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CL-ACCOUNT-STATUS   PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CL-CREDIT-LIMIT     PIC Z,ZZZ,ZZ9.99-.
           05  CL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  CL-OPEN-AR          PIC ZZ,ZZZ,ZZ9.99-.
           05  CL-AGE-AMOUNT       OCCURS 4 TIMES
                                   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  GROUP-TOTAL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  GTL-LABEL           PIC X(14).
           05  GTL-CHILD-COUNT     PIC ZZZ9.
           05  FILLER              PIC X(9)    VALUE " ACCOUNTS".
           05  FILLER              PIC X(15)   VALUE SPACE.
           05  GTL-SALES-THIS-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-OPEN-AR         PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-AGE-AMOUNT      OCCURS 4 TIMES
                                   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.

      *****************************************************************
      *  GROUP-EXPOSURE-LINE measures the group against its own limit
      *  - open AR across every child against the PARNTMST group
      *  limit - beside the sum of the children's own limits, which
      *  is what RPT3011 has been measuring them against one at a
      *  time, and how many of the children are already on hold.
      *****************************************************************
       01  GROUP-EXPOSURE-LINE.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(13)   VALUE "GROUP LIMIT: ".
           05  GXL-GROUP-LIMIT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(11)   VALUE " EXPOSURE: ".
           05  GXL-EXPOSURE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(6)    VALUE " PCT: ".
           05  GXL-EXPOSURE-PCT    PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GXL-BAND            PIC X(12).
           05  FILLER              PIC X(15)
               VALUE " CHILD LIMITS: ".
           05  GXL-CHILD-LIMITS    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(10)   VALUE " ON HOLD: ".
           05  GXL-HOLD-COUNT      PIC ZZZ9.
           05  FILLER              PIC X(7)    VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "PARENT GROUPS.....: ".
           05  SL2-GROUP-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "CHILD ACCOUNTS....: ".
           05  SL3-CHILD-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "GROUPS OVER LIMIT.: ".
           05  SL4-OVER-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "GROUPS AT WARNING.: ".
           05  SL5-WARNING-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "PARENTS NOT FOUND.: ".
           05  SL6-NOT-FOUND-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "TOTAL EXPOSURE....: ".
           05  SL7-TOTAL-EXPOSURE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-CONSOLIDATED-REPORT.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-CONSOLIDATED-REPORT
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-RUN-PARAMETERS reads the single CREDPARM record and
      *  validates the threshold the way RPT3011 does - a missing
      *  record or a non-numeric or zero threshold fails the run.
      *****************************************************************
       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT CREDPARM-RPT3039.
           READ CREDPARM-RPT3039
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   IF CP-THRESHOLD-PCT IS NUMERIC
                       AND CP-THRESHOLD-PCT > ZERO
                       MOVE CP-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                       SET PARM-OK TO TRUE
                   ELSE
                       SET PARM-FAILED TO TRUE
                   END-IF
           END-READ.
           CLOSE CREDPARM-RPT3039.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3039 - CREDPARM PARAMETER RECORD MISSING OR "
                   "NOT NUMERIC - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-CONSOLIDATED-REPORT.
           OPEN INPUT  CHILD-ACCOUNTS
                       PARNTMST
                       INVOICE-HISTORY
                OUTPUT OUTPUT-RPT3039.
           IF WS-PARNTMST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PREPARE-GROUP-LINES
                   UNTIL CHILD-EOF-SWITCH = "Y"
               IF WS-FIRST-RECORD-SWITCH = "N"
                   PERFORM 270-CLOSE-OUT-GROUP
               END-IF
               PERFORM 300-PRINT-SUMMARY-TOTALS
           END-IF.
           CLOSE CHILD-ACCOUNTS
                 PARNTMST
                 INVOICE-HISTORY
                 OUTPUT-RPT3039.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3039 - PARNTMST/SALESHST OPEN FAILED, FILE "
                   "STATUS " WS-PARNTMST-STATUS "/" WS-SALESHST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-THRESHOLD-PCT TO HL2A-THRESHOLD-PCT.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *****************************************************************
      *  200-PREPARE-GROUP-LINES takes one child account per pass.
      *  The extract is in parent order, so a parent number change
      *  closes the finished group out and opens the next one.  The
      *  sort already dropped every account without a parent; one
      *  that still shows a blank or zero parent is skipped.
      *****************************************************************
       200-PREPARE-GROUP-LINES.
           PERFORM 210-READ-CHILD-RECORD.
           IF CHILD-EOF-SWITCH = "N"
               AND CM-PARENT-NUMBER IS NUMERIC
               AND CM-PARENT-NUMBER NOT = ZERO
               IF WS-FIRST-RECORD-SWITCH = "Y"
                   OR CM-PARENT-NUMBER NOT = WS-PREVIOUS-PARENT
                   IF WS-FIRST-RECORD-SWITCH = "N"
                       PERFORM 270-CLOSE-OUT-GROUP
                   END-IF
                   PERFORM 220-START-NEW-GROUP
               END-IF
               PERFORM 230-LIST-CHILD-ACCOUNT
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE CM-PARENT-NUMBER TO WS-PREVIOUS-PARENT
           END-IF.

       210-READ-CHILD-RECORD.
           READ CHILD-ACCOUNTS
               AT END
                   MOVE "Y" TO CHILD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *****************************************************************
      *  220-START-NEW-GROUP fetches the parent with one keyed read
      *  and prints the group's header line, starting a new page
      *  rather than splitting a header from its first child.
      *****************************************************************
       220-START-NEW-GROUP.
           PERFORM 225-READ-PARENT-BY-KEY.
           IF LINE-COUNT + 3 >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.

           MOVE CM-PARENT-NUMBER TO PH-PARENT-NUMBER.
           IF PARENT-FOUND
               MOVE PM-GROUP-NAME         TO PH-GROUP-NAME
               MOVE PM-GROUP-CREDIT-LIMIT TO GROUP-CREDIT-LIMIT
           ELSE
               MOVE "*PARENT NOT ON PARNTMST*" TO PH-GROUP-NAME
               MOVE ZERO                  TO GROUP-CREDIT-LIMIT
           END-IF.
           MOVE GROUP-CREDIT-LIMIT TO PH-GROUP-CREDIT-LIMIT.

           MOVE PARENT-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       225-READ-PARENT-BY-KEY.
           MOVE CM-PARENT-NUMBER TO PM-PARENT-NUMBER.
           READ PARNTMST
               INVALID KEY
                   SET PARENT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PARENT-FOUND TO TRUE
           END-READ.

       230-LIST-CHILD-ACCOUNT.
           PERFORM 260-CLEAR-CHILD-BUCKETS.
           PERFORM 240-AGE-CHILD-HISTORY.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE CM-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CL-CUSTOMER-NAME.
           MOVE CM-ACCOUNT-STATUS  TO CL-ACCOUNT-STATUS.
           MOVE CM-CREDIT-LIMIT    TO CL-CREDIT-LIMIT.
           MOVE CM-SALES-THIS-YTD  TO CL-SALES-THIS-YTD.
           MOVE CM-OPEN-AR-BALANCE TO CL-OPEN-AR.
           PERFORM 235-POST-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.

           MOVE CHILD-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           ADD 1                  TO GROUP-CHILD-COUNT.
           ADD CM-CREDIT-LIMIT    TO GROUP-CHILD-LIMITS.
           ADD CM-SALES-THIS-YTD  TO GROUP-SALES-THIS-YTD.
           ADD CM-OPEN-AR-BALANCE TO GROUP-OPEN-AR.
           IF CM-STATUS-HOLD
               ADD 1 TO GROUP-HOLD-COUNT
           END-IF.

       235-POST-ONE-BUCKET.
           MOVE CHILD-AGE-AMOUNT(WS-BUCKET-SUB)
               TO CL-AGE-AMOUNT(WS-BUCKET-SUB).
           ADD CHILD-AGE-AMOUNT(WS-BUCKET-SUB)
               TO GROUP-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  240-AGE-CHILD-HISTORY positions SALESHST on the child's first
      *  history record and reads forward until the customer number
      *  changes, ageing every open item on the way - the same
      *  START/READ NEXT walk RPT3026 uses for a statement.
      *****************************************************************
       240-AGE-CHILD-HISTORY.
           SET HISTORY-NOT-DONE TO TRUE.
           MOVE CM-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER.
           MOVE ZERO               TO HI-INVOICE-NUMBER.
           MOVE LOW-VALUE          TO HI-TRANSACTION-CODE.
           START INVOICE-HISTORY KEY >= HI-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-DONE TO TRUE
           END-START.

           PERFORM 245-READ-NEXT-HISTORY-RECORD
               UNTIL HISTORY-DONE.

       245-READ-NEXT-HISTORY-RECORD.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF HI-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET HISTORY-DONE TO TRUE
                   ELSE
                       PERFORM 250-AGE-OPEN-AMOUNT
                   END-IF
           END-READ.

      *****************************************************************
      *  250-AGE-OPEN-AMOUNT is RPT3020's ageing rule - an open
      *  invoice or RPT3034 finance charge drops into the bucket its
      *  posting-date age calls for, and a posting date that will not
      *  parse ages into the over-90 bucket.
      *****************************************************************
       250-AGE-OPEN-AMOUNT.
           IF (HI-TRANSACTION-CODE = "I"
               OR HI-TRANSACTION-CODE = "F")
               AND HI-OPEN-AMOUNT NOT = ZERO
               PERFORM 255-VALIDATE-POSTING-DATE
               IF EDIT-DATE-OK
                   COMPUTE WS-POST-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(HI-POSTING-DATE)
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-POST-DATE-INT
               ELSE
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               ADD HI-OPEN-AMOUNT TO CHILD-AGE-AMOUNT(WS-BUCKET-SUB)
           END-IF.

       255-VALIDATE-POSTING-DATE.
           SET EDIT-DATE-BAD TO TRUE.
           IF HI-POSTING-DATE IS NUMERIC
               MOVE HI-POSTING-DATE TO WS-EDIT-DATE
               IF WS-EDIT-YEAR >= 1601
                   AND WS-EDIT-MONTH >= 01
                   AND WS-EDIT-MONTH <= 12
                   AND WS-EDIT-DAY >= 01
                   PERFORM 256-SET-MONTH-DAY-LIMIT
                   IF WS-EDIT-DAY <= WS-MAX-EDIT-DAY
                       SET EDIT-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       256-SET-MONTH-DAY-LIMIT.
           EVALUATE WS-EDIT-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MAX-EDIT-DAY
               WHEN 02
                   PERFORM 257-SET-FEBRUARY-LIMIT
               WHEN OTHER
                   MOVE 31 TO WS-MAX-EDIT-DAY
           END-EVALUATE.

       257-SET-FEBRUARY-LIMIT.
           MOVE 28 TO WS-MAX-EDIT-DAY.
           DIVIDE WS-EDIT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-EDIT-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MAX-EDIT-DAY
               ELSE
                   DIVIDE WS-EDIT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MAX-EDIT-DAY
                   END-IF
               END-IF
           END-IF.

       260-CLEAR-CHILD-BUCKETS.
           PERFORM 265-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.

       265-CLEAR-ONE-BUCKET.
           MOVE ZERO TO CHILD-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  270-CLOSE-OUT-GROUP prints the finished group's totals and
      *  its exposure against the group limit, then rolls the group
      *  into the grand totals.
      *****************************************************************
       270-CLOSE-OUT-GROUP.
           PERFORM 275-EVALUATE-GROUP-EXPOSURE.

           IF LINE-COUNT + 2 >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.

           MOVE "GROUP TOTAL - "     TO GTL-LABEL.
           MOVE GROUP-CHILD-COUNT    TO GTL-CHILD-COUNT.
           MOVE GROUP-SALES-THIS-YTD TO GTL-SALES-THIS-YTD.
           MOVE GROUP-OPEN-AR        TO GTL-OPEN-AR.
           PERFORM 280-FORMAT-GROUP-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GROUP-CREDIT-LIMIT  TO GXL-GROUP-LIMIT.
           MOVE GROUP-OPEN-AR       TO GXL-EXPOSURE.
           MOVE WS-EXPOSURE-PCT     TO GXL-EXPOSURE-PCT.
           MOVE GROUP-CHILD-LIMITS  TO GXL-CHILD-LIMITS.
           MOVE GROUP-HOLD-COUNT    TO GXL-HOLD-COUNT.
           MOVE GROUP-EXPOSURE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.

           ADD 1                    TO GRAND-GROUP-COUNT.
           ADD GROUP-CHILD-COUNT    TO GRAND-CHILD-COUNT.
           ADD GROUP-SALES-THIS-YTD TO GRAND-SALES-THIS-YTD.
           ADD GROUP-OPEN-AR        TO GRAND-OPEN-AR.

           PERFORM 290-CLEAR-GROUP-TOTALS.

      *****************************************************************
      *  275-EVALUATE-GROUP-EXPOSURE bands the group the way RPT3011
      *  bands one account: at or over the limit is OVER LIMIT, at or
      *  over the CREDPARM threshold is WARNING.  A group with open AR
      *  and no limit is over (there is nothing to be under) and shows
      *  999.9; a parent missing from PARNTMST has no limit to be
      *  measured against and is flagged as such instead.
      *****************************************************************
       275-EVALUATE-GROUP-EXPOSURE.
           IF GROUP-CREDIT-LIMIT = ZERO
               IF GROUP-OPEN-AR > ZERO
                   MOVE 999.9 TO WS-EXPOSURE-PCT
               ELSE
                   MOVE ZERO TO WS-EXPOSURE-PCT
               END-IF
           ELSE
               COMPUTE WS-EXPOSURE-PCT ROUNDED =
                   (GROUP-OPEN-AR / GROUP-CREDIT-LIMIT) * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-EXPOSURE-PCT
               END-COMPUTE
           END-IF.

           EVALUATE TRUE
               WHEN PARENT-NOT-FOUND
                   MOVE "*NO PARENT*"  TO GXL-BAND
                   ADD 1 TO GRAND-NOT-FOUND-COUNT
               WHEN WS-EXPOSURE-PCT >= 100
                   MOVE "*OVER LIMIT"  TO GXL-BAND
                   ADD 1 TO GRAND-OVER-LIMIT-COUNT
               WHEN WS-EXPOSURE-PCT >= WS-THRESHOLD-PCT
                   MOVE "WARNING"      TO GXL-BAND
                   ADD 1 TO GRAND-WARNING-COUNT
               WHEN OTHER
                   MOVE "WITHIN LIMIT" TO GXL-BAND
           END-EVALUATE.

       280-FORMAT-GROUP-BUCKET.
           MOVE GROUP-AGE-AMOUNT(WS-BUCKET-SUB)
               TO GTL-AGE-AMOUNT(WS-BUCKET-SUB).
           ADD GROUP-AGE-AMOUNT(WS-BUCKET-SUB)
               TO GRAND-AGE-AMOUNT(WS-BUCKET-SUB).

       290-CLEAR-GROUP-TOTALS.
           MOVE ZERO TO GROUP-CHILD-COUNT
                        GROUP-HOLD-COUNT
                        GROUP-CREDIT-LIMIT
                        GROUP-CHILD-LIMITS
                        GROUP-SALES-THIS-YTD
                        GROUP-OPEN-AR.
           PERFORM 295-CLEAR-GROUP-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.

       295-CLEAR-GROUP-BUCKET.
           MOVE ZERO TO GROUP-AGE-AMOUNT(WS-BUCKET-SUB).

       300-PRINT-SUMMARY-TOTALS.
           IF PAGE-COUNT = ZERO
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "ALL GROUPS -  "     TO GTL-LABEL.
           MOVE GRAND-CHILD-COUNT    TO GTL-CHILD-COUNT.
           MOVE GRAND-SALES-THIS-YTD TO GTL-SALES-THIS-YTD.
           MOVE GRAND-OPEN-AR        TO GTL-OPEN-AR.
           PERFORM 310-FORMAT-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-GROUP-COUNT TO SL2-GROUP-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-CHILD-COUNT TO SL3-CHILD-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-OVER-LIMIT-COUNT TO SL4-OVER-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-WARNING-COUNT TO SL5-WARNING-COUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-NOT-FOUND-COUNT TO SL6-NOT-FOUND-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-OPEN-AR TO SL7-TOTAL-EXPOSURE.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

       310-FORMAT-GRAND-BUCKET.
           MOVE GRAND-AGE-AMOUNT(WS-BUCKET-SUB)
               TO GTL-AGE-AMOUNT(WS-BUCKET-SUB).

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT      TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2A TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4  TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3039.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3039 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3039
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
           MOVE "RPT3039"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-GROUP-COUNT     TO RL-RECORDS-WRITTEN.
           MOVE GRAND-NOT-FOUND-COUNT TO RL-RECORDS-REJECTED.
           MOVE "OPEN AR"             TO RL-AMOUNT-NAME-1.
           MOVE GRAND-OPEN-AR         TO RL-AMOUNT-TOTAL-1.
           MOVE "YTD SALES"           TO RL-AMOUNT-NAME-2.
           MOVE GRAND-SALES-THIS-YTD  TO RL-AMOUNT-TOTAL-2.
