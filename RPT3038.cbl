       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3038.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3038 program is the corporate parent
      *               master maintenance subsystem.  A corporate
      *               customer that buys through several accounts -
      *               one per branch or division - is tied together
      *               under a parent account: each child CUSTMAST
      *               record carries the parent's number in
      *               CM-PARENT-NUMBER, and PARNTMST holds one record
      *               per parent giving the group name and the credit
      *               limit credit has granted the group as a whole.
      *               RPT3038 applies a sorted transaction file
      *               (add/change/delete/inquire, keyed by the parent
      *               number) directly to the indexed PARNTMST master
      *               with keyed reads and updates - the same shape
      *               as RPT3035 - and prints a transaction register
      *               showing what happened to every transaction.  An
      *               ADD or CHANGE must carry a group name and a
      *               numeric, non-negative group credit limit.
      *               Deleting a parent does not touch its children;
      *               RPT3039 lists any child left pointing at a
      *               parent that is no longer on file.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARNTMST          ASSIGN TO PARNTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PARENT-NUMBER
               FILE STATUS IS WS-PARNTMST-STATUS.
           SELECT TRANSACTION-RPT3038 ASSIGN TO PARNTRAN.
           SELECT OUTPUT-RPT3038    ASSIGN TO RPT3038.
           SELECT RUNLOG-RPT3038    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  PARNTMST is the corporate parent master - one 80-byte record
      *  per parent account, keyed on the parent number (positions
      *  1-5).  Parent numbers are their own series, apart from
      *  customer numbers; 00000 means "no parent" on CUSTMAST and is
      *  never a real parent.  The cluster is defined once by
      *  DEFPRNT.JCL.
      *****************************************************************
       FD  PARNTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  PARENT-MASTER-RECORD.
           05  PM-PARENT-NUMBER        PIC 9(5).
           05  PM-GROUP-NAME           PIC X(30).
           05  PM-GROUP-CREDIT-LIMIT   PIC S9(9)V9(2).
           05  FILLER                  PIC X(34).

      *****************************************************************
      *  TRANSACTION-RPT3038 is the sorted maintenance input - one
      *  record per add/change/delete/inquire request, keyed by the
      *  parent number.  A CHANGE carries a complete replacement of
      *  the group name and group credit limit, the same convention
      *  CUSTTRAN and XREFTRAN use.
      *****************************************************************
       FD  TRANSACTION-RPT3038
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PARENT-TRANSACTION-RECORD.
           05  PT-TRANSACTION-CODE     PIC X(01).
               88  PT-ADD                       VALUE "A".
               88  PT-CHANGE                    VALUE "C".
               88  PT-DELETE                    VALUE "D".
               88  PT-INQUIRE                   VALUE "I".
           05  PT-PARENT-NUMBER        PIC 9(5).
           05  PT-GROUP-NAME           PIC X(30).
           05  PT-GROUP-CREDIT-LIMIT   PIC S9(9)V9(2).
           05  FILLER                  PIC X(33).

       FD  OUTPUT-RPT3038
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3038 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3038
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
           05  WS-MASTER-FOUND-SWITCH     PIC X   VALUE "N".
               88  MASTER-FOUND                   VALUE "Y".
               88  MASTER-NOT-FOUND               VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-PARNTMST-STATUS      PIC X(2)    VALUE SPACE.

       01  TRANSACTION-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(5)   VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(5)   VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(5)   VALUE ZERO.
           05  WS-INQUIRE-COUNT        PIC 9(5)   VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(5)   VALUE ZERO.

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
               VALUE "PARNTMST MAINTENANCE REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3038".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(3)  VALUE "TX ".
           05  FILLER PIC X(7)  VALUE "PARENT ".
           05  FILLER PIC X(32)
               VALUE "GROUP NAME                      ".
           05  FILLER PIC X(17) VALUE "   GROUP CREDIT  ".
           05  FILLER PIC X(40)
               VALUE "RESULT                                  ".
           05  FILLER PIC X(31) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(3)  VALUE "CD ".
           05  FILLER PIC X(7)  VALUE "NUM    ".
           05  FILLER PIC X(32) VALUE SPACE.
           05  FILLER PIC X(17) VALUE "          LIMIT  ".
           05  FILLER PIC X(71) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(15) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(40) VALUE ALL "-".
           05  FILLER PIC X(31) VALUE SPACE.

       01  TRANSACTION-LINE.
           05  TL-TRANSACTION-CODE PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-PARENT-NUMBER    PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-GROUP-NAME       PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-GROUP-CREDIT-LIMIT
                                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-RESULT           PIC X(40).
           05  FILLER              PIC X(31)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "PARENTS ADDED.....: ".
           05  SL2-ADD-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "PARENTS CHANGED...: ".
           05  SL3-CHANGE-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "PARENTS DELETED...: ".
           05  SL4-DELETE-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "INQUIRIES HANDLED.: ".
           05  SL5-INQUIRE-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "TRANSACTIONS IN ".
           05  FILLER              PIC X(10)   VALUE "ERROR...: ".
           05  SL6-ERROR-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(95)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAINTAIN-PARENT-MASTER.
           OPEN I-O    PARNTMST
                INPUT  TRANSACTION-RPT3038
                OUTPUT OUTPUT-RPT3038.
           IF WS-PARNTMST-STATUS NOT = "00"
               PERFORM 010-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PROCESS-MAINTENANCE-RUN
                   UNTIL TRANSACTION-EOF-SWITCH = "Y"
               PERFORM 300-PRINT-SUMMARY-TOTALS
           END-IF.
           CLOSE PARNTMST
                 TRANSACTION-RPT3038
                 OUTPUT-RPT3038.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3038 - PARNTMST OPEN FAILED, FILE STATUS "
                   WS-PARNTMST-STATUS " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *****************************************************************
      *  200-PROCESS-MAINTENANCE-RUN applies one transaction per
      *  pass: read the next transaction, try the keyed read on the
      *  parent master, and route on the transaction code and
      *  whether the key was found - the same shape as RPT3035's
      *  maintenance loop.  An ADD, CHANGE or DELETE must carry a
      *  real parent number - numeric and not 00000, which is the
      *  "no parent" value on CUSTMAST and the priming record
      *  DEFPRNT.JCL loads.  An ADD or CHANGE must also carry a group
      *  name and a usable group credit limit.
      *****************************************************************
       200-PROCESS-MAINTENANCE-RUN.
           PERFORM 220-READ-TRANSACTION-RECORD.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 230-READ-MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN (PT-ADD OR PT-CHANGE OR PT-DELETE)
                       AND (PT-PARENT-NUMBER NOT NUMERIC
                         OR PT-PARENT-NUMBER = ZERO)
                       PERFORM 565-INVALID-PARENT-NUMBER-ERROR
                   WHEN (PT-ADD OR PT-CHANGE)
                       AND PT-GROUP-NAME = SPACE
                       PERFORM 566-GROUP-NAME-MISSING-ERROR
                   WHEN (PT-ADD OR PT-CHANGE)
                       AND (PT-GROUP-CREDIT-LIMIT NOT NUMERIC
                         OR PT-GROUP-CREDIT-LIMIT < ZERO)
                       PERFORM 567-INVALID-CREDIT-LIMIT-ERROR
                   WHEN PT-ADD AND MASTER-FOUND
                       PERFORM 516-ADD-DUPLICATE-ERROR
                   WHEN PT-ADD
                       PERFORM 410-ADD-NEW-PARENT
                   WHEN PT-CHANGE AND MASTER-FOUND
                       PERFORM 520-CHANGE-EXISTING-PARENT
                   WHEN PT-DELETE AND MASTER-FOUND
                       PERFORM 530-DELETE-EXISTING-PARENT
                   WHEN PT-INQUIRE AND MASTER-FOUND
                       PERFORM 540-INQUIRE-EXISTING-PARENT
                   WHEN PT-CHANGE OR PT-DELETE OR PT-INQUIRE
                       PERFORM 420-PARENT-NOT-FOUND-ERROR
                   WHEN OTHER
                       PERFORM 550-INVALID-TRANSACTION-CODE-ERROR
               END-EVALUATE.

       220-READ-TRANSACTION-RECORD.
           READ TRANSACTION-RPT3038
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  230-READ-MASTER-BY-KEY fetches the parent record for the
      *  transaction's parent number.  INVALID KEY just means the key
      *  is not on file - which of the two is an error depends on the
      *  transaction code, so the caller decides.
      *****************************************************************
       230-READ-MASTER-BY-KEY.
           MOVE PT-PARENT-NUMBER TO PM-PARENT-NUMBER.
           READ PARNTMST
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       300-PRINT-SUMMARY-TOTALS.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-ADD-COUNT TO SL2-ADD-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-CHANGE-COUNT TO SL3-CHANGE-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-DELETE-COUNT TO SL4-DELETE-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-INQUIRE-COUNT TO SL5-INQUIRE-COUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-ERROR-COUNT TO SL6-ERROR-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

       410-ADD-NEW-PARENT.
           MOVE SPACE TO PARENT-MASTER-RECORD.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           WRITE PARENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 516-ADD-DUPLICATE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE PT-GROUP-NAME         TO TL-GROUP-NAME
                   MOVE PT-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT
                   MOVE "ADDED"               TO TL-RESULT
                   PERFORM 700-PRINT-TRANSACTION-LINE
           END-WRITE.

       415-MOVE-TRANSACTION-FIELDS.
           MOVE PT-PARENT-NUMBER      TO PM-PARENT-NUMBER.
           MOVE PT-GROUP-NAME         TO PM-GROUP-NAME.
           MOVE PT-GROUP-CREDIT-LIMIT TO PM-GROUP-CREDIT-LIMIT.

       420-PARENT-NOT-FOUND-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 710-MOVE-TRANSACTION-IMAGE.
           MOVE "***ERROR*** NOT FOUND ON PARNTMST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       516-ADD-DUPLICATE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE PM-GROUP-NAME         TO TL-GROUP-NAME.
           MOVE PM-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT.
           MOVE "***ERROR*** ALREADY EXISTS ON PARNTMST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       520-CHANGE-EXISTING-PARENT.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           REWRITE PARENT-MASTER-RECORD.

           MOVE PM-GROUP-NAME         TO TL-GROUP-NAME.
           MOVE PM-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT.
           MOVE "CHANGED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       530-DELETE-EXISTING-PARENT.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE PM-GROUP-NAME         TO TL-GROUP-NAME.
           MOVE PM-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT.

           DELETE PARNTMST RECORD.

           MOVE "DELETED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       540-INQUIRE-EXISTING-PARENT.
           ADD 1 TO WS-INQUIRE-COUNT.
           MOVE PM-GROUP-NAME         TO TL-GROUP-NAME.
           MOVE PM-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT.
           MOVE "INQUIRED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       550-INVALID-TRANSACTION-CODE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 710-MOVE-TRANSACTION-IMAGE.
           MOVE "***ERROR*** INVALID TRANSACTION CODE"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       565-INVALID-PARENT-NUMBER-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 710-MOVE-TRANSACTION-IMAGE.
           MOVE "***ERROR*** PARENT NUMBER INVALID"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       566-GROUP-NAME-MISSING-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 710-MOVE-TRANSACTION-IMAGE.
           MOVE "***ERROR*** GROUP NAME MISSING"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       567-INVALID-CREDIT-LIMIT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE PT-GROUP-NAME TO TL-GROUP-NAME.
           MOVE ZERO          TO TL-GROUP-CREDIT-LIMIT.
           MOVE "***ERROR*** GROUP CREDIT LIMIT INVALID"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       700-PRINT-TRANSACTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE PT-TRANSACTION-CODE TO TL-TRANSACTION-CODE.
           MOVE PT-PARENT-NUMBER    TO TL-PARENT-NUMBER.
           MOVE TRANSACTION-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      *  710-MOVE-TRANSACTION-IMAGE shows the rejected transaction's
      *  own group name and limit on an error line.  The limit is
      *  only edited when it is numeric - a garbage limit prints as
      *  zero rather than as whatever the edit makes of it.
      *****************************************************************
       710-MOVE-TRANSACTION-IMAGE.
           MOVE PT-GROUP-NAME TO TL-GROUP-NAME.
           IF PT-GROUP-CREDIT-LIMIT NUMERIC
               MOVE PT-GROUP-CREDIT-LIMIT TO TL-GROUP-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO TL-GROUP-CREDIT-LIMIT
           END-IF.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3038.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3038 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3038
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
           MOVE "RPT3038"             TO RL-PROGRAM-ID.
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
