       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3037.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3037 program is the morning operations
      *               status report.  Every batch program in the
      *               suite appends one record per run to the shared
      *               RUNLOG - program, run date and time, return
      *               code, completion status, records read/written/
      *               rejected, key amount totals and the counts it
      *               handed to the next step.  RPT3037 reads the log
      *               for last night's batch window (18:00 the day
      *               before through the time of this run, or the
      *               window on the optional OPSPARM record) and
      *               prints, on one report: every run in the order
      *               it ran, flagging a step that ran without a
      *               successful run of a step it depends on earlier
      *               in the window; a checklist of the nightly
      *               stream showing any step that never ran or whose
      *               last run failed; and the step-to-step hand-off
      *               checks, where one step's output count must
      *               agree with the next step's input count.  The
      *               report ends with the exception count and a
      *               sign-off line for operations.  Any exception
      *               ends the run RC=8; a RUNLOG that cannot be read
      *               or a malformed OPSPARM ends it RC=16.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUNLOG-RPT3037    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPSPARM-RPT3037   ASSIGN TO OPSPARM.
           SELECT OUTPUT-RPT3037    ASSIGN TO RPT3037.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  RUNLOG-RPT3037 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; this program reads
      *  it from the top and keeps only the runs inside the window,
      *  then appends its own record like every other program.
      *****************************************************************
       FD  RUNLOG-RPT3037
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID           PIC X(8).
           05  RL-RUN-STAMP.
               10  RL-RUN-DATE         PIC 9(8).
               10  RL-RUN-TIME         PIC 9(6).
           05  RL-RUN-STAMP-N REDEFINES RL-RUN-STAMP
                                       PIC 9(14).
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

      *****************************************************************
      *  OPSPARM-RPT3037 optionally overrides the batch window - a
      *  start date and time and an end date and time.  A DD DUMMY
      *  (no record) or a blank field takes the default: 18:00 the
      *  day before the run through the time of the run.
      *****************************************************************
       FD  OPSPARM-RPT3037
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  OPSPARM-RECORD.
           05  OP-START-DATE           PIC X(8).
           05  OP-START-TIME           PIC X(6).
           05  OP-END-DATE             PIC X(8).
           05  OP-END-TIME             PIC X(6).
           05  FILLER                  PIC X(2).

       FD  OUTPUT-RPT3037
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RUNLOG-EOF-SWITCH       PIC X    VALUE "N".
           05  WS-PARM-SWITCH          PIC X    VALUE "Y".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-PREREQ-EARLIER-SWITCH PIC X   VALUE "N".
               88  PREREQ-RAN-EARLIER           VALUE "Y".
               88  PREREQ-NOT-EARLIER           VALUE "N".
           05  WS-PREREQ-LATER-SWITCH  PIC X    VALUE "N".
               88  PREREQ-RAN-LATER             VALUE "Y".
               88  PREREQ-NOT-LATER             VALUE "N".

       01  RUN-LOG-FIELDS.
           05  WS-RUNLOG-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-RUNLOG-DATE-TIME.
               10  WS-RUNLOG-DATE      PIC 9(8).
               10  WS-RUNLOG-TIME      PIC 9(6).
               10  FILLER              PIC X(7).

       01  WINDOW-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(6)    VALUE ZERO.
           05  WS-WINDOW-START.
               10  WS-START-DATE       PIC 9(8)    VALUE ZERO.
               10  WS-START-TIME       PIC 9(6)    VALUE ZERO.
           05  WS-WINDOW-START-N REDEFINES WS-WINDOW-START
                                       PIC 9(14).
           05  WS-WINDOW-END.
               10  WS-END-DATE         PIC 9(8)    VALUE ZERO.
               10  WS-END-TIME         PIC 9(6)    VALUE ZERO.
           05  WS-WINDOW-END-N REDEFINES WS-WINDOW-END
                                       PIC 9(14).
           05  WS-DEFAULT-START-TIME   PIC 9(6)    VALUE 180000.

       01  STATUS-COUNTERS.
           05  WS-LOG-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05  WS-RUNS-NOT-LISTED      PIC 9(5)    VALUE ZERO.
           05  WS-OUTSIDE-STREAM-COUNT PIC 9(5)    VALUE ZERO.
           05  WS-STEPS-COMPLETED      PIC 9(3)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(5)    VALUE ZERO.

       01  SEARCH-FIELDS.
           05  WS-RUN-SUB              PIC S9(4)  COMP  VALUE ZERO.
           05  WS-SCAN-SUB             PIC S9(4)  COMP  VALUE ZERO.
           05  WS-STEP-SUB             PIC S9(4)  COMP  VALUE ZERO.
           05  WS-PREREQ-SUB           PIC S9(4)  COMP  VALUE ZERO.
           05  WS-CHECK-SUB            PIC S9(4)  COMP  VALUE ZERO.
           05  WS-FOUND-SUB            PIC S9(4)  COMP  VALUE ZERO.
           05  WS-FROM-SUB             PIC S9(4)  COMP  VALUE ZERO.
           05  WS-TO-SUB               PIC S9(4)  COMP  VALUE ZERO.
           05  WS-STEP-RUN-COUNT       PIC 9(3)         VALUE ZERO.
           05  WS-SEARCH-PROGRAM       PIC X(8)         VALUE SPACE.
           05  WS-FROM-COUNT           PIC 9(9)         VALUE ZERO.
           05  WS-TO-COUNT             PIC 9(9)         VALUE ZERO.
           05  WS-COUNT-DIFFERENCE     PIC S9(9)        VALUE ZERO.
           05  WS-RC-EDIT              PIC ZZZ9.

      *****************************************************************
      *  RUN-TABLE holds the runs inside the window in the order they
      *  were logged.  Each entry is a copy of the log record, so
      *  the layout matches RUN-LOG-RECORD field for field.
      *****************************************************************
       01  RUN-TABLE.
           05  WS-RUN-COUNT            PIC S9(4)  COMP  VALUE ZERO.
           05  WS-RUN-TABLE-MAX        PIC S9(4)  COMP  VALUE +200.
           05  RUN-ENTRY               OCCURS 200 TIMES.
               10  RT-PROGRAM-ID       PIC X(8).
               10  RT-RUN-DATE         PIC 9(8).
               10  RT-RUN-TIME         PIC 9(6).
               10  RT-RETURN-CODE      PIC 9(4).
               10  RT-COMPLETION-STATUS PIC X(1).
                   88  RT-COMPLETED             VALUE "C".
                   88  RT-COMPLETED-WARNING     VALUE "W".
                   88  RT-SUCCESSFUL            VALUE "C" "W".
                   88  RT-ABORTED               VALUE "A".
               10  RT-RECORDS-READ     PIC 9(9).
               10  RT-RECORDS-WRITTEN  PIC 9(9).
               10  RT-RECORDS-REJECTED PIC 9(9).
               10  RT-AMOUNT-NAME-1    PIC X(10).
               10  RT-AMOUNT-TOTAL-1   PIC S9(11)V99.
               10  RT-AMOUNT-NAME-2    PIC X(10).
               10  RT-AMOUNT-TOTAL-2   PIC S9(11)V99.
               10  RT-HANDOFF-NAME-1   PIC X(8).
               10  RT-HANDOFF-COUNT-1  PIC 9(9).
               10  RT-HANDOFF-NAME-2   PIC X(8).
               10  RT-HANDOFF-COUNT-2  PIC 9(9).
               10  FILLER              PIC X(16).

      *****************************************************************
      *  STREAM-STEP-TABLE is the nightly stream in the order it is
      *  scheduled - each step's program, its description, and up to
      *  two steps that must have completed successfully earlier in
      *  the window before it runs.  A program not in the table is
      *  listed as outside the nightly stream and not checked.
      *****************************************************************
       01  STREAM-STEP-VALUES.
           05  FILLER  PIC X(8)   VALUE "RPT3022".
           05  FILLER  PIC X(20)  VALUE "TRANSACTION EDIT".
           05  FILLER  PIC X(8)   VALUE SPACE.
           05  FILLER  PIC X(8)   VALUE SPACE.
           05  FILLER  PIC X(8)   VALUE "RPT3009".
           05  FILLER  PIC X(20)  VALUE "CUSTOMER MAINTENANCE".
           05  FILLER  PIC X(8)   VALUE "RPT3022".
           05  FILLER  PIC X(8)   VALUE SPACE.
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(20)  VALUE "SALES POSTING".
           05  FILLER  PIC X(8)   VALUE "RPT3022".
           05  FILLER  PIC X(8)   VALUE "RPT3009".
           05  FILLER  PIC X(8)   VALUE "RPT3036".
           05  FILLER  PIC X(20)  VALUE "LOCKBOX INTERFACE".
           05  FILLER  PIC X(8)   VALUE SPACE.
           05  FILLER  PIC X(8)   VALUE SPACE.
           05  FILLER  PIC X(8)   VALUE "RPT3019".
           05  FILLER  PIC X(20)  VALUE "CASH POSTING".
           05  FILLER  PIC X(8)   VALUE "RPT3036".
           05  FILLER  PIC X(8)   VALUE "RPT3009".
           05  FILLER  PIC X(8)   VALUE "RPT3028".
           05  FILLER  PIC X(20)  VALUE "GL INTERFACE".
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(8)   VALUE "RPT3019".
           05  FILLER  PIC X(8)   VALUE "RPT3000".
           05  FILLER  PIC X(20)  VALUE "YTD SALES REPORT".
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(8)   VALUE "RPT3019".
           05  FILLER  PIC X(8)   VALUE "RPT3011".
           05  FILLER  PIC X(20)  VALUE "CREDIT EXPOSURE".
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(8)   VALUE "RPT3019".
           05  FILLER  PIC X(8)   VALUE "RPT3020".
           05  FILLER  PIC X(20)  VALUE "AGED RECEIVABLES".
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(8)   VALUE "RPT3019".
       01  STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
           05  STREAM-STEP-ENTRY OCCURS 9 TIMES.
               10  SS-PROGRAM-ID       PIC X(8).
               10  SS-DESCRIPTION      PIC X(20).
               10  SS-PREREQ-PROGRAM   PIC X(8)  OCCURS 2 TIMES.

       01  STREAM-STEP-COUNT           PIC S9(4)  COMP  VALUE +9.

      *****************************************************************
      *  HANDOFF-CHECK-TABLE pairs a step's output file with the step
      *  that reads it next - the sending program and which of its
      *  two hand-off counts to take, and the receiving program whose
      *  records-read count must agree.  Rule E means the two must be
      *  equal; rule G lets the receiver read more, where the JCL
      *  concatenates a second source onto the same input (the
      *  approved holds onto CUSTTRAN, keyed manual cash onto
      *  CASHTRN), but never fewer.
      *****************************************************************
       01  HANDOFF-CHECK-VALUES.
           05  FILLER  PIC X(8)   VALUE "RPT3022".
           05  FILLER  PIC 9(1)   VALUE 2.
           05  FILLER  PIC X(8)   VALUE "SALESACC".
           05  FILLER  PIC X(8)   VALUE "RPT3012".
           05  FILLER  PIC X(1)   VALUE "E".
           05  FILLER  PIC X(24)  VALUE "MUST EQUAL".
           05  FILLER  PIC X(8)   VALUE "RPT3022".
           05  FILLER  PIC 9(1)   VALUE 1.
           05  FILLER  PIC X(8)   VALUE "CUSTACC".
           05  FILLER  PIC X(8)   VALUE "RPT3009".
           05  FILLER  PIC X(1)   VALUE "G".
           05  FILLER  PIC X(24)  VALUE "MAY EXCEED - HOLDS ADDED".
           05  FILLER  PIC X(8)   VALUE "RPT3036".
           05  FILLER  PIC 9(1)   VALUE 1.
           05  FILLER  PIC X(8)   VALUE "CASHTRN".
           05  FILLER  PIC X(8)   VALUE "RPT3019".
           05  FILLER  PIC X(1)   VALUE "G".
           05  FILLER  PIC X(24)  VALUE "MAY EXCEED - MANUAL CASH".
       01  HANDOFF-CHECK-TABLE REDEFINES HANDOFF-CHECK-VALUES.
           05  HANDOFF-CHECK-ENTRY OCCURS 3 TIMES.
               10  HC-FROM-PROGRAM     PIC X(8).
               10  HC-HANDOFF-SLOT     PIC 9(1).
               10  HC-FILE-NAME        PIC X(8).
               10  HC-TO-PROGRAM       PIC X(8).
               10  HC-RULE             PIC X(1).
                   88  HC-MUST-EQUAL            VALUE "E".
                   88  HC-MAY-EXCEED            VALUE "G".
               10  HC-RULE-TEXT        PIC X(24).

       01  HANDOFF-CHECK-COUNT         PIC S9(4)  COMP  VALUE +3.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  WS-DETAIL-LINE  PIC X(130)  VALUE SPACE.
           05  WS-SECTION-TITLE PIC X(60)  VALUE SPACE.
           05  WS-COLUMN-HEADING-1 PIC X(130) VALUE SPACE.
           05  WS-COLUMN-HEADING-2 PIC X(130) VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "OPERATIONS BATCH STATUS REPORT".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3037".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2A.
           05  FILLER          PIC X(19)
               VALUE "BATCH WINDOW FROM: ".
           05  HL2A-START-DATE PIC 9999/99/99.
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL2A-START-TIME PIC 99/99/99.
           05  FILLER          PIC X(6)    VALUE "  TO: ".
           05  HL2A-END-DATE   PIC 9999/99/99.
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL2A-END-TIME   PIC 99/99/99.
           05  FILLER          PIC X(67)   VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE       PIC X(60).
           05  FILLER          PIC X(70)   VALUE SPACE.

       01  RUN-HEADING-1.
           05  FILLER PIC X(11) VALUE "RUN DATE   ".
           05  FILLER PIC X(10) VALUE "RUN TIME  ".
           05  FILLER PIC X(9)  VALUE "PROGRAM  ".
           05  FILLER PIC X(23) VALUE "DESCRIPTION".
           05  FILLER PIC X(9)  VALUE "STATUS   ".
           05  FILLER PIC X(5)  VALUE "  RC ".
           05  FILLER PIC X(11) VALUE "      READ ".
           05  FILLER PIC X(11) VALUE "   WRITTEN ".
           05  FILLER PIC X(12) VALUE "  REJECTED  ".
           05  FILLER PIC X(29) VALUE "SEQUENCE CHECK".

       01  RUN-HEADING-2.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(22) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(29) VALUE ALL "-".

       01  RUN-LINE.
           05  RNL-RUN-DATE        PIC 9999/99/99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-RUN-TIME        PIC 99/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RNL-PROGRAM-ID      PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-DESCRIPTION     PIC X(22).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-STATUS          PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-RETURN-CODE     PIC ZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-RECORDS-READ    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-RECORDS-WRITTEN PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RNL-RECORDS-REJECTED PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RNL-SEQUENCE-FLAG   PIC X(29).

       01  RUN-DETAIL-LINE.
           05  FILLER              PIC X(21)   VALUE SPACE.
           05  RDL-AMOUNT-AREA-1.
               10  RDL-AMOUNT-NAME-1   PIC X(10).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  RDL-AMOUNT-TOTAL-1  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RDL-AMOUNT-AREA-2.
               10  RDL-AMOUNT-NAME-2   PIC X(10).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  RDL-AMOUNT-TOTAL-2  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RDL-HANDOFF-AREA-1.
               10  RDL-HANDOFF-NAME-1  PIC X(8).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  RDL-HANDOFF-COUNT-1 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RDL-HANDOFF-AREA-2.
               10  RDL-HANDOFF-NAME-2  PIC X(8).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  RDL-HANDOFF-COUNT-2 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.

       01  NO-RUNS-LINE.
           05  FILLER              PIC X(40)
               VALUE "NO RUNS WERE LOGGED IN THE BATCH WINDOW".
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  STEP-HEADING-1.
           05  FILLER PIC X(4)  VALUE "SEQ ".
           05  FILLER PIC X(10) VALUE "PROGRAM   ".
           05  FILLER PIC X(22) VALUE "DESCRIPTION".
           05  FILLER PIC X(19) VALUE "RUNS AFTER".
           05  FILLER PIC X(5)  VALUE "RUNS ".
           05  FILLER PIC X(11) VALUE "LAST RUN".
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(6)  VALUE "  RC  ".
           05  FILLER PIC X(30) VALUE "RESULT".
           05  FILLER PIC X(13) VALUE SPACE.

       01  STEP-HEADING-2.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(17) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(3)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(19) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(13) VALUE SPACE.

       01  STEP-LINE.
           05  SPL-SEQUENCE        PIC Z9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-PROGRAM-ID      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-PREREQ-1        PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  SPL-PREREQ-2        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-RUN-COUNT       PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-LAST-RUN-AREA.
               10  SPL-LAST-DATE   PIC 9999/99/99.
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  SPL-LAST-TIME   PIC 99/99/99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-RETURN-CODE     PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SPL-RESULT          PIC X(30).
           05  FILLER              PIC X(13)   VALUE SPACE.

       01  HANDOFF-HEADING-1.
           05  FILLER PIC X(10) VALUE "FROM STEP ".
           05  FILLER PIC X(10) VALUE "FILE      ".
           05  FILLER PIC X(13) VALUE "  HANDED OFF ".
           05  FILLER PIC X(10) VALUE "TO STEP   ".
           05  FILLER PIC X(13) VALUE "  TO-STEP IN ".
           05  FILLER PIC X(14) VALUE "  DIFFERENCE  ".
           05  FILLER PIC X(26) VALUE "RULE".
           05  FILLER PIC X(30) VALUE "RESULT".
           05  FILLER PIC X(4)  VALUE SPACE.

       01  HANDOFF-HEADING-2.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(11) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(11) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(24) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(4)  VALUE SPACE.

       01  HANDOFF-LINE.
           05  HOL-FROM-PROGRAM    PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HOL-FILE-NAME       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HOL-COUNT-AREA.
               10  HOL-FROM-COUNT  PIC ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  HOL-TO-PROGRAM  PIC X(8).
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  HOL-TO-COUNT    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  HOL-DIFFERENCE  PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HOL-RULE-TEXT       PIC X(24).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HOL-RESULT          PIC X(30).
           05  FILLER              PIC X(4)    VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  SL2-LABEL           PIC X(20).
           05  SL2-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  SL3-MESSAGE         PIC X(60).
           05  FILLER              PIC X(70)   VALUE SPACE.

       01  SIGN-OFF-LINE.
           05  FILLER              PIC X(52)   VALUE
               "BATCH WINDOW SIGNED OFF BY: ________________________".
           05  FILLER              PIC X(32)   VALUE
               "   DATE: __________   TIME: ____".
           05  FILLER              PIC X(46)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-OPERATIONS-REPORT.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-STATUS-REPORT
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-RUN-PARAMETERS sets the default window - 18:00 the
      *  day before the run through the time of the run - and then
      *  reads the optional OPSPARM record.  No record at all (the
      *  JCL's usual DD DUMMY) keeps the default.
      *****************************************************************
       010-LOAD-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-TIME =
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
           MOVE WS-DEFAULT-START-TIME TO WS-START-TIME.
           MOVE WS-RUN-DATE           TO WS-END-DATE.
           MOVE WS-RUN-TIME           TO WS-END-TIME.
           SET PARM-OK TO TRUE.

           OPEN INPUT OPSPARM-RPT3037.
           READ OPSPARM-RPT3037
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 015-EDIT-RUN-PARAMETERS
           END-READ.
           CLOSE OPSPARM-RPT3037.

      *****************************************************************
      *  015-EDIT-RUN-PARAMETERS takes each OPSPARM field that is
      *  filled in over its default.  A field that is neither blank
      *  nor numeric, or a window that ends before it starts, fails
      *  the run - a status report over the wrong hours would let a
      *  missed step through unseen.
      *****************************************************************
       015-EDIT-RUN-PARAMETERS.
           EVALUATE TRUE
               WHEN OP-START-DATE = SPACE
                   CONTINUE
               WHEN OP-START-DATE IS NUMERIC
                   MOVE OP-START-DATE TO WS-START-DATE
               WHEN OTHER
                   SET PARM-FAILED TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OP-START-TIME = SPACE
                   CONTINUE
               WHEN OP-START-TIME IS NUMERIC
                   MOVE OP-START-TIME TO WS-START-TIME
               WHEN OTHER
                   SET PARM-FAILED TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OP-END-DATE = SPACE
                   CONTINUE
               WHEN OP-END-DATE IS NUMERIC
                   MOVE OP-END-DATE TO WS-END-DATE
               WHEN OTHER
                   SET PARM-FAILED TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OP-END-TIME = SPACE
                   CONTINUE
               WHEN OP-END-TIME IS NUMERIC
                   MOVE OP-END-TIME TO WS-END-TIME
               WHEN OTHER
                   SET PARM-FAILED TO TRUE
           END-EVALUATE.

           IF PARM-OK
               AND WS-WINDOW-START-N > WS-WINDOW-END-N
               SET PARM-FAILED TO TRUE
           END-IF.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3037 - OPSPARM WINDOW RECORD MALFORMED - "
                   "RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-STATUS-REPORT.
           OPEN INPUT RUNLOG-RPT3037.
           IF WS-RUNLOG-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 200-LOAD-RUN-RECORD
                   UNTIL RUNLOG-EOF-SWITCH = "Y"
               CLOSE RUNLOG-RPT3037
               OPEN OUTPUT OUTPUT-RPT3037
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 300-PRINT-RUN-SECTION
               PERFORM 400-PRINT-CHECKLIST-SECTION
               PERFORM 500-PRINT-HANDOFF-SECTION
               PERFORM 700-PRINT-SUMMARY-TOTALS
               CLOSE OUTPUT-RPT3037
           END-IF.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3037 - RUNLOG OPEN FAILED, FILE STATUS "
                   WS-RUNLOG-STATUS " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE CD-MONTH      TO HL1-MONTH.
           MOVE CD-DAY        TO HL1-DAY.
           MOVE CD-YEAR       TO HL1-YEAR.
           MOVE CD-HOURS      TO HL2-HOURS.
           MOVE CD-MINUTES    TO HL2-MINUTES.
           MOVE WS-START-DATE TO HL2A-START-DATE.
           MOVE WS-START-TIME TO HL2A-START-TIME.
           MOVE WS-END-DATE   TO HL2A-END-DATE.
           MOVE WS-END-TIME   TO HL2A-END-TIME.

      *****************************************************************
      *  200-LOAD-RUN-RECORD keeps every logged run inside the window
      *  except this program's own earlier runs, which are not part
      *  of the stream being signed off.  A window with more runs
      *  than the table holds is counted and reported as an
      *  exception - the checks below would be working from part of
      *  the night.
      *****************************************************************
       200-LOAD-RUN-RECORD.
           PERFORM 210-READ-RUN-LOG.
           IF RUNLOG-EOF-SWITCH = "N"
               IF RL-RUN-STAMP-N >= WS-WINDOW-START-N
                   AND RL-RUN-STAMP-N <= WS-WINDOW-END-N
                   AND RL-PROGRAM-ID NOT = "RPT3037"
                   IF WS-RUN-COUNT < WS-RUN-TABLE-MAX
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RUN-LOG-RECORD TO RUN-ENTRY(WS-RUN-COUNT)
                   ELSE
                       ADD 1 TO WS-RUNS-NOT-LISTED
                   END-IF
               END-IF
           END-IF.

       210-READ-RUN-LOG.
           READ RUNLOG-RPT3037
               AT END
                   MOVE "Y" TO RUNLOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
           END-READ.

      *****************************************************************
      *  300-PRINT-RUN-SECTION lists every run in the window in the
      *  order it was logged, which is the order the steps finished.
      *****************************************************************
       300-PRINT-RUN-SECTION.
           MOVE "JOB STREAM RUNS IN THE ORDER THEY RAN"
                                   TO WS-SECTION-TITLE.
           MOVE RUN-HEADING-1      TO WS-COLUMN-HEADING-1.
           MOVE RUN-HEADING-2      TO WS-COLUMN-HEADING-2.
           PERFORM 820-START-SECTION.

           IF WS-RUN-COUNT = ZERO
               MOVE NO-RUNS-LINE TO WS-DETAIL-LINE
               PERFORM 650-PRINT-DETAIL-LINE
           ELSE
               PERFORM 310-PRINT-RUN-ENTRY
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
           END-IF.

      *****************************************************************
      *  310-PRINT-RUN-ENTRY prints one run and its sequence check.
      *  A stream step is flagged when a step it depends on has no
      *  successful run earlier in the window - either that step ran
      *  (successfully) only afterwards, or it never succeeded at
      *  all.  The first unmet dependency is the one reported.
      *****************************************************************
       310-PRINT-RUN-ENTRY.
           MOVE RT-RUN-DATE(WS-RUN-SUB)   TO RNL-RUN-DATE.
           MOVE RT-RUN-TIME(WS-RUN-SUB)   TO RNL-RUN-TIME.
           MOVE RT-PROGRAM-ID(WS-RUN-SUB) TO RNL-PROGRAM-ID.
           MOVE RT-RETURN-CODE(WS-RUN-SUB) TO RNL-RETURN-CODE.
           MOVE RT-RECORDS-READ(WS-RUN-SUB)     TO RNL-RECORDS-READ.
           MOVE RT-RECORDS-WRITTEN(WS-RUN-SUB)  TO RNL-RECORDS-WRITTEN.
           MOVE RT-RECORDS-REJECTED(WS-RUN-SUB)
                                          TO RNL-RECORDS-REJECTED.
           EVALUATE TRUE
               WHEN RT-COMPLETED(WS-RUN-SUB)
                   MOVE "COMPLETE" TO RNL-STATUS
               WHEN RT-COMPLETED-WARNING(WS-RUN-SUB)
                   MOVE "WARNING"  TO RNL-STATUS
               WHEN OTHER
                   MOVE "ABORTED"  TO RNL-STATUS
           END-EVALUATE.
           MOVE SPACE TO RNL-SEQUENCE-FLAG.

           MOVE RT-PROGRAM-ID(WS-RUN-SUB) TO WS-SEARCH-PROGRAM.
           PERFORM 600-FIND-STREAM-STEP.
           IF WS-STEP-SUB = ZERO
               MOVE "OUTSIDE NIGHTLY STREAM" TO RNL-DESCRIPTION
               ADD 1 TO WS-OUTSIDE-STREAM-COUNT
           ELSE
               MOVE SS-DESCRIPTION(WS-STEP-SUB) TO RNL-DESCRIPTION
               PERFORM 320-CHECK-PREREQUISITE
                   VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 2
                      OR RNL-SEQUENCE-FLAG NOT = SPACE
           END-IF.

           MOVE RT-AMOUNT-NAME-1(WS-RUN-SUB)   TO RDL-AMOUNT-NAME-1.
           MOVE RT-AMOUNT-TOTAL-1(WS-RUN-SUB)  TO RDL-AMOUNT-TOTAL-1.
           MOVE RT-AMOUNT-NAME-2(WS-RUN-SUB)   TO RDL-AMOUNT-NAME-2.
           MOVE RT-AMOUNT-TOTAL-2(WS-RUN-SUB)  TO RDL-AMOUNT-TOTAL-2.
           MOVE RT-HANDOFF-NAME-1(WS-RUN-SUB)  TO RDL-HANDOFF-NAME-1.
           MOVE RT-HANDOFF-COUNT-1(WS-RUN-SUB) TO RDL-HANDOFF-COUNT-1.
           MOVE RT-HANDOFF-NAME-2(WS-RUN-SUB)  TO RDL-HANDOFF-NAME-2.
           MOVE RT-HANDOFF-COUNT-2(WS-RUN-SUB) TO RDL-HANDOFF-COUNT-2.
           IF RDL-AMOUNT-NAME-1 = SPACE
               MOVE SPACE TO RDL-AMOUNT-AREA-1
           END-IF.
           IF RDL-AMOUNT-NAME-2 = SPACE
               MOVE SPACE TO RDL-AMOUNT-AREA-2
           END-IF.
           IF RDL-HANDOFF-NAME-1 = SPACE
               MOVE SPACE TO RDL-HANDOFF-AREA-1
           END-IF.
           IF RDL-HANDOFF-NAME-2 = SPACE
               MOVE SPACE TO RDL-HANDOFF-AREA-2
           END-IF.

           IF LINE-COUNT + 2 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE RUN-LINE TO WS-DETAIL-LINE.
           PERFORM 650-PRINT-DETAIL-LINE.
           IF RDL-AMOUNT-NAME-1 NOT = SPACE
               OR RDL-AMOUNT-NAME-2 NOT = SPACE
               OR RDL-HANDOFF-NAME-1 NOT = SPACE
               OR RDL-HANDOFF-NAME-2 NOT = SPACE
               MOVE RUN-DETAIL-LINE TO WS-DETAIL-LINE
               PERFORM 650-PRINT-DETAIL-LINE
           END-IF.

       320-CHECK-PREREQUISITE.
           IF SS-PREREQ-PROGRAM(WS-STEP-SUB, WS-PREREQ-SUB) NOT = SPACE
               MOVE SS-PREREQ-PROGRAM(WS-STEP-SUB, WS-PREREQ-SUB)
                   TO WS-SEARCH-PROGRAM
               SET PREREQ-NOT-EARLIER TO TRUE
               SET PREREQ-NOT-LATER   TO TRUE
               PERFORM 325-SCAN-PREREQUISITE-RUN
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-RUN-COUNT
               IF PREREQ-NOT-EARLIER
                   ADD 1 TO WS-EXCEPTION-COUNT
                   IF PREREQ-RAN-LATER
                       STRING "RAN BEFORE " DELIMITED BY SIZE
                              WS-SEARCH-PROGRAM DELIMITED BY SPACE
                           INTO RNL-SEQUENCE-FLAG
                   ELSE
                       STRING "NO SUCCESSFUL " DELIMITED BY SIZE
                              WS-SEARCH-PROGRAM DELIMITED BY SPACE
                              " EARLIER" DELIMITED BY SIZE
                           INTO RNL-SEQUENCE-FLAG
                   END-IF
               END-IF
           END-IF.

       325-SCAN-PREREQUISITE-RUN.
           IF RT-PROGRAM-ID(WS-SCAN-SUB) = WS-SEARCH-PROGRAM
               AND RT-SUCCESSFUL(WS-SCAN-SUB)
               IF WS-SCAN-SUB < WS-RUN-SUB
                   SET PREREQ-RAN-EARLIER TO TRUE
               ELSE
                   SET PREREQ-RAN-LATER   TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  400-PRINT-CHECKLIST-SECTION walks the nightly stream and
      *  reports each step by its last run in the window.  A step
      *  that never ran, or whose last run aborted, is an exception;
      *  a run that completed with warnings is shown as such but
      *  left to the step's own report.
      *****************************************************************
       400-PRINT-CHECKLIST-SECTION.
           MOVE "NIGHTLY STREAM STEP CHECKLIST" TO WS-SECTION-TITLE.
           MOVE STEP-HEADING-1     TO WS-COLUMN-HEADING-1.
           MOVE STEP-HEADING-2     TO WS-COLUMN-HEADING-2.
           PERFORM 820-START-SECTION.
           PERFORM 410-PRINT-STREAM-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > STREAM-STEP-COUNT.

       410-PRINT-STREAM-STEP.
           MOVE WS-STEP-SUB                    TO SPL-SEQUENCE.
           MOVE SS-PROGRAM-ID(WS-STEP-SUB)     TO SPL-PROGRAM-ID.
           MOVE SS-DESCRIPTION(WS-STEP-SUB)    TO SPL-DESCRIPTION.
           MOVE SS-PREREQ-PROGRAM(WS-STEP-SUB, 1) TO SPL-PREREQ-1.
           MOVE SS-PREREQ-PROGRAM(WS-STEP-SUB, 2) TO SPL-PREREQ-2.

           MOVE SS-PROGRAM-ID(WS-STEP-SUB) TO WS-SEARCH-PROGRAM.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-STEP-RUN-COUNT.
           PERFORM 415-SCAN-STEP-RUN
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-RUN-COUNT.
           MOVE WS-STEP-RUN-COUNT TO SPL-RUN-COUNT.

           IF WS-FOUND-SUB = ZERO
               MOVE SPACE TO SPL-LAST-RUN-AREA
               MOVE SPACE TO SPL-RETURN-CODE
               MOVE "*** NEVER RAN" TO SPL-RESULT
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE RT-RUN-DATE(WS-FOUND-SUB)    TO SPL-LAST-DATE
               MOVE RT-RUN-TIME(WS-FOUND-SUB)    TO SPL-LAST-TIME
               MOVE RT-RETURN-CODE(WS-FOUND-SUB) TO WS-RC-EDIT
               MOVE WS-RC-EDIT                   TO SPL-RETURN-CODE
               EVALUATE TRUE
                   WHEN RT-COMPLETED(WS-FOUND-SUB)
                       MOVE "COMPLETED" TO SPL-RESULT
                       ADD 1 TO WS-STEPS-COMPLETED
                   WHEN RT-COMPLETED-WARNING(WS-FOUND-SUB)
                       MOVE "COMPLETED WITH WARNINGS" TO SPL-RESULT
                       ADD 1 TO WS-STEPS-COMPLETED
                   WHEN OTHER
                       MOVE "*** FAILED - LAST RUN ABORTED"
                           TO SPL-RESULT
                       ADD 1 TO WS-EXCEPTION-COUNT
               END-EVALUATE
           END-IF.

           MOVE STEP-LINE TO WS-DETAIL-LINE.
           PERFORM 650-PRINT-DETAIL-LINE.

       415-SCAN-STEP-RUN.
           IF RT-PROGRAM-ID(WS-SCAN-SUB) = WS-SEARCH-PROGRAM
               ADD 1 TO WS-STEP-RUN-COUNT
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      *****************************************************************
      *  500-PRINT-HANDOFF-SECTION compares what each sending step
      *  handed off with what the receiving step read, taking the
      *  last successful run of each.  A pair where either side has
      *  no successful run cannot be checked - the checklist above
      *  has already flagged the missing step.
      *****************************************************************
       500-PRINT-HANDOFF-SECTION.
           MOVE "STEP-TO-STEP HAND-OFF COUNT CHECKS"
                                   TO WS-SECTION-TITLE.
           MOVE HANDOFF-HEADING-1  TO WS-COLUMN-HEADING-1.
           MOVE HANDOFF-HEADING-2  TO WS-COLUMN-HEADING-2.
           PERFORM 820-START-SECTION.
           PERFORM 510-PRINT-HANDOFF-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > HANDOFF-CHECK-COUNT.

       510-PRINT-HANDOFF-CHECK.
           MOVE HC-FROM-PROGRAM(WS-CHECK-SUB) TO HOL-FROM-PROGRAM.
           MOVE HC-FILE-NAME(WS-CHECK-SUB)    TO HOL-FILE-NAME.
           MOVE HC-RULE-TEXT(WS-CHECK-SUB)    TO HOL-RULE-TEXT.

           MOVE HC-FROM-PROGRAM(WS-CHECK-SUB) TO WS-SEARCH-PROGRAM.
           PERFORM 620-FIND-LAST-SUCCESSFUL-RUN.
           MOVE WS-FOUND-SUB TO WS-FROM-SUB.
           MOVE HC-TO-PROGRAM(WS-CHECK-SUB)   TO WS-SEARCH-PROGRAM.
           PERFORM 620-FIND-LAST-SUCCESSFUL-RUN.
           MOVE WS-FOUND-SUB TO WS-TO-SUB.

           IF WS-FROM-SUB = ZERO
               OR WS-TO-SUB = ZERO
               MOVE SPACE TO HOL-COUNT-AREA
               MOVE HC-TO-PROGRAM(WS-CHECK-SUB) TO HOL-TO-PROGRAM
               MOVE "NOT CHECKED - STEP DID NOT RUN" TO HOL-RESULT
           ELSE
               IF HC-HANDOFF-SLOT(WS-CHECK-SUB) = 1
                   MOVE RT-HANDOFF-COUNT-1(WS-FROM-SUB)
                       TO WS-FROM-COUNT
               ELSE
                   MOVE RT-HANDOFF-COUNT-2(WS-FROM-SUB)
                       TO WS-FROM-COUNT
               END-IF
               MOVE RT-RECORDS-READ(WS-TO-SUB) TO WS-TO-COUNT
               COMPUTE WS-COUNT-DIFFERENCE =
                   WS-TO-COUNT - WS-FROM-COUNT
               MOVE WS-FROM-COUNT       TO HOL-FROM-COUNT
               MOVE HC-TO-PROGRAM(WS-CHECK-SUB) TO HOL-TO-PROGRAM
               MOVE WS-TO-COUNT         TO HOL-TO-COUNT
               MOVE WS-COUNT-DIFFERENCE TO HOL-DIFFERENCE
               IF (HC-MUST-EQUAL(WS-CHECK-SUB)
                       AND WS-COUNT-DIFFERENCE NOT = ZERO)
                   OR (HC-MAY-EXCEED(WS-CHECK-SUB)
                       AND WS-COUNT-DIFFERENCE < ZERO)
                   MOVE "*** COUNT MISMATCH" TO HOL-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   MOVE "AGREES"             TO HOL-RESULT
               END-IF
           END-IF.

           MOVE HANDOFF-LINE TO WS-DETAIL-LINE.
           PERFORM 650-PRINT-DETAIL-LINE.

      *****************************************************************
      *  600-FIND-STREAM-STEP returns the stream table position of
      *  WS-SEARCH-PROGRAM in WS-STEP-SUB, zero if it is not a
      *  nightly stream step.
      *****************************************************************
       600-FIND-STREAM-STEP.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM 605-MATCH-STREAM-STEP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > STREAM-STEP-COUNT
                  OR WS-STEP-SUB NOT = ZERO.

       605-MATCH-STREAM-STEP.
           IF SS-PROGRAM-ID(WS-SCAN-SUB) = WS-SEARCH-PROGRAM
               MOVE WS-SCAN-SUB TO WS-STEP-SUB
           END-IF.

      *****************************************************************
      *  620-FIND-LAST-SUCCESSFUL-RUN returns the run table position
      *  of WS-SEARCH-PROGRAM's last completed run in WS-FOUND-SUB,
      *  zero if it has none in the window.
      *****************************************************************
       620-FIND-LAST-SUCCESSFUL-RUN.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 625-MATCH-SUCCESSFUL-RUN
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-RUN-COUNT.

       625-MATCH-SUCCESSFUL-RUN.
           IF RT-PROGRAM-ID(WS-SCAN-SUB) = WS-SEARCH-PROGRAM
               AND RT-SUCCESSFUL(WS-SCAN-SUB)
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       650-PRINT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  700-PRINT-SUMMARY-TOTALS prints the counts, the exception
      *  verdict and the sign-off line, and sets the return code.
      *****************************************************************
       700-PRINT-SUMMARY-TOTALS.
           IF WS-RUNS-NOT-LISTED > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

           IF LINE-COUNT + 14 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "LOG RECORDS READ..: " TO SL2-LABEL.
           MOVE WS-LOG-RECORDS-READ    TO SL2-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RUNS IN WINDOW....: " TO SL2-LABEL.
           COMPUTE SL2-COUNT = WS-RUN-COUNT + WS-RUNS-NOT-LISTED.
           PERFORM 710-PRINT-COUNT-LINE.
           IF WS-RUNS-NOT-LISTED > ZERO
               MOVE "RUNS NOT LISTED...: " TO SL2-LABEL
               MOVE WS-RUNS-NOT-LISTED     TO SL2-COUNT
               PERFORM 710-PRINT-COUNT-LINE
           END-IF.
           MOVE "OUTSIDE STREAM....: " TO SL2-LABEL.
           MOVE WS-OUTSIDE-STREAM-COUNT TO SL2-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "STREAM STEPS DONE.: " TO SL2-LABEL.
           MOVE WS-STEPS-COMPLETED     TO SL2-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "STREAM STEPS......: " TO SL2-LABEL.
           MOVE STREAM-STEP-COUNT      TO SL2-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "EXCEPTIONS........: " TO SL2-LABEL.
           MOVE WS-EXCEPTION-COUNT     TO SL2-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE
                  "*** EXCEPTIONS ABOVE MUST BE CLEARED BEFORE SIGN-OFF"
                   TO SL3-MESSAGE
               DISPLAY "RPT3037 - " WS-EXCEPTION-COUNT
                       " BATCH WINDOW EXCEPTIONS - SEE RPT3037 REPORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE
                  "BATCH WINDOW CLEAN - READY FOR OPERATIONS SIGN-OFF"
                   TO SL3-MESSAGE
           END-IF.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SIGN-OFF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

       710-PRINT-COUNT-LINE.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT      TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2A TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           PERFORM 810-PRINT-SECTION-HEADING.

       810-PRINT-SECTION-HEADING.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-SECTION-TITLE    TO STL-TITLE.
           MOVE SECTION-TITLE-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-COLUMN-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-COLUMN-HEADING-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 4 TO LINE-COUNT.

      *****************************************************************
      *  820-START-SECTION opens a new section - under the previous
      *  one if there is room for its headings and a few lines, so
      *  a quiet night signs off from a single page, otherwise at
      *  the top of a new page.
      *****************************************************************
       820-START-SECTION.
           IF LINE-COUNT + 8 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           ELSE
               PERFORM 810-PRINT-SECTION-HEADING
           END-IF.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3037.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3037 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3037
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
           MOVE "RPT3037"             TO RL-PROGRAM-ID.
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
           MOVE WS-LOG-RECORDS-READ   TO RL-RECORDS-READ.
           MOVE WS-RUN-COUNT          TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT    TO RL-RECORDS-REJECTED.
