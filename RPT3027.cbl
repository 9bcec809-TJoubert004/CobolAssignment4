       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3027.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3027 program is the general ledger
      *               account-mapping table maintenance subsystem.
      *               The RPT3028 GL extract turns each day's applied
      *               postings into debit/credit journal entries,
      *               and the GL account numbers those entries carry
      *               come from GLACCT - one record per branch and
      *               transaction type (I invoice, C credit memo,
      *               P payment, F finance charge) naming the account
      *               to debit and the account to credit.
      *               Accounting owns the chart of accounts, so the
      *               mapping lives on a file they can change
      *               through a transaction run instead of in the
      *               extract's source.  RPT3027 applies a sorted
      *               transaction file (add/change/delete/inquire,
      *               keyed by branch plus transaction type)
      *               directly to the indexed GLACCT master with
      *               keyed reads and updates - the same shape as
      *               RPT3009 and RPT3017 - and prints a transaction
      *               register.  An ADD or
      *               CHANGE must carry a numeric branch, a known
      *               transaction type, and two different, non-blank
      *               account numbers.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  Transaction type F (finance charge) is now a
      *                  valid mapping type, so RPT3028 can post
      *                  RPT3034's finance charges to the ledger.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT GLACCT            ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-MAP-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT TRANSACTION-RPT3027 ASSIGN TO GLMTRAN.
           SELECT OUTPUT-RPT3027    ASSIGN TO RPT3027.
           SELECT RUNLOG-RPT3027    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  GLACCT is the GL account-mapping table - one 80-byte record
      *  per branch and transaction type, keyed on GA-MAP-KEY.  The
      *  cluster is defined once by DEFGLAC.JCL.
      *****************************************************************
       FD  GLACCT
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GA-MAP-KEY.
               10  GA-BRANCH-NUMBER    PIC 9(2).
               10  GA-TRANSACTION-TYPE PIC X(1).
           05  GA-DEBIT-ACCOUNT        PIC X(10).
           05  GA-CREDIT-ACCOUNT       PIC X(10).
           05  GA-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(27).

      *****************************************************************
      *  TRANSACTION-RPT3027 is the sorted maintenance input - one
      *  record per add/change/delete/inquire request, keyed by
      *  GT-BRANCH-NUMBER plus GT-TRANSACTION-TYPE.  A CHANGE
      *  carries a complete replacement image of both accounts and
      *  the description, the same convention CUSTTRAN and REPTRAN
      *  use.
      *****************************************************************
       FD  TRANSACTION-RPT3027
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-MAP-TRANSACTION-RECORD.
           05  GT-TRANSACTION-CODE     PIC X(01).
               88  GT-ADD                       VALUE "A".
               88  GT-CHANGE                    VALUE "C".
               88  GT-DELETE                    VALUE "D".
               88  GT-INQUIRE                   VALUE "I".
           05  GT-MAP-KEY.
               10  GT-BRANCH-NUMBER    PIC 9(2).
               10  GT-TRANSACTION-TYPE PIC X(1).
                   88  GT-VALID-TYPE            VALUES "I", "C", "P",
                                                       "F".
           05  GT-DEBIT-ACCOUNT        PIC X(10).
           05  GT-CREDIT-ACCOUNT       PIC X(10).
           05  GT-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(26).

       FD  OUTPUT-RPT3027
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3027 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3027
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
           05  WS-GLACCT-STATUS        PIC X(2)    VALUE SPACE.

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
               VALUE "GLACCT MAINTENANCE REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(55)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3027".
           05  FILLER          PIC X(45)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(3)  VALUE "TX ".
           05  FILLER PIC X(8)  VALUE "BRANCH  ".
           05  FILLER PIC X(6)  VALUE "TYPE  ".
           05  FILLER PIC X(12) VALUE "DEBIT       ".
           05  FILLER PIC X(12) VALUE "CREDIT      ".
           05  FILLER PIC X(32)
               VALUE "DESCRIPTION                     ".
           05  FILLER PIC X(40)
               VALUE "RESULT                                  ".
           05  FILLER PIC X(17) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(3)  VALUE "CD ".
           05  FILLER PIC X(8)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE "ACCOUNT     ".
           05  FILLER PIC X(12) VALUE "ACCOUNT     ".
           05  FILLER PIC X(89) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(40) VALUE ALL "-".
           05  FILLER PIC X(17) VALUE SPACE.

       01  TRANSACTION-LINE.
           05  TL-TRANSACTION-CODE PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(6)    VALUE SPACE.
           05  TL-TRANSACTION-TYPE PIC X(1).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  TL-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-CREDIT-ACCOUNT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-RESULT           PIC X(40).
           05  FILLER              PIC X(17)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "MAPPINGS ADDED....: ".
           05  SL2-ADD-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "MAPPINGS CHANGED..: ".
           05  SL3-CHANGE-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "MAPPINGS DELETED..: ".
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
       000-MAINTAIN-ACCOUNT-MAP.
           OPEN I-O    GLACCT
                INPUT  TRANSACTION-RPT3027
                OUTPUT OUTPUT-RPT3027.
           IF WS-GLACCT-STATUS NOT = "00"
               PERFORM 010-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PROCESS-MAINTENANCE-RUN
                   UNTIL TRANSACTION-EOF-SWITCH = "Y"
               PERFORM 300-PRINT-SUMMARY-TOTALS
           END-IF.
           CLOSE GLACCT
                 TRANSACTION-RPT3027
                 OUTPUT-RPT3027.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3027 - GLACCT OPEN FAILED, FILE STATUS "
                   WS-GLACCT-STATUS " - RUN ABORTED".
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
      *  mapping table, and route on the transaction code and
      *  whether the key was found - the same shape as RPT3009's
      *  maintenance loop.  An ADD or CHANGE must also carry a usable
      *  key and account pair; a DELETE or INQUIRE carries only the
      *  key, so only the key is checked.
      *****************************************************************
       200-PROCESS-MAINTENANCE-RUN.
           PERFORM 220-READ-TRANSACTION-RECORD.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 230-READ-MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN GT-BRANCH-NUMBER NOT NUMERIC
                     OR NOT GT-VALID-TYPE
                       PERFORM 560-INVALID-MAP-KEY-ERROR
                   WHEN (GT-ADD OR GT-CHANGE)
                       AND (GT-DEBIT-ACCOUNT = SPACE
                         OR GT-CREDIT-ACCOUNT = SPACE
                         OR GT-DEBIT-ACCOUNT = GT-CREDIT-ACCOUNT)
                       PERFORM 565-INVALID-ACCOUNT-PAIR-ERROR
                   WHEN GT-ADD AND MASTER-FOUND
                       PERFORM 516-ADD-DUPLICATE-ERROR
                   WHEN GT-ADD
                       PERFORM 410-ADD-NEW-MAPPING
                   WHEN GT-CHANGE AND MASTER-FOUND
                       PERFORM 520-CHANGE-EXISTING-MAPPING
                   WHEN GT-DELETE AND MASTER-FOUND
                       PERFORM 530-DELETE-EXISTING-MAPPING
                   WHEN GT-INQUIRE AND MASTER-FOUND
                       PERFORM 540-INQUIRE-EXISTING-MAPPING
                   WHEN GT-CHANGE OR GT-DELETE OR GT-INQUIRE
                       PERFORM 420-MAPPING-NOT-FOUND-ERROR
                   WHEN OTHER
                       PERFORM 550-INVALID-TRANSACTION-CODE-ERROR
               END-EVALUATE.

       220-READ-TRANSACTION-RECORD.
           READ TRANSACTION-RPT3027
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  230-READ-MASTER-BY-KEY fetches the mapping for the
      *  transaction's branch and type.  INVALID KEY just means the
      *  key is not on file - which of the two is an error depends
      *  on the transaction code, so the caller decides.
      *****************************************************************
       230-READ-MASTER-BY-KEY.
           MOVE GT-MAP-KEY TO GA-MAP-KEY.
           READ GLACCT
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

       410-ADD-NEW-MAPPING.
           MOVE SPACE TO GL-ACCOUNT-MAP-RECORD.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           WRITE GL-ACCOUNT-MAP-RECORD
               INVALID KEY
                   PERFORM 516-ADD-DUPLICATE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 430-MOVE-TRANSACTION-DETAIL
                   MOVE "ADDED"         TO TL-RESULT
                   PERFORM 700-PRINT-TRANSACTION-LINE
           END-WRITE.

       415-MOVE-TRANSACTION-FIELDS.
           MOVE GT-MAP-KEY         TO GA-MAP-KEY.
           MOVE GT-DEBIT-ACCOUNT   TO GA-DEBIT-ACCOUNT.
           MOVE GT-CREDIT-ACCOUNT  TO GA-CREDIT-ACCOUNT.
           MOVE GT-DESCRIPTION     TO GA-DESCRIPTION.

       420-MAPPING-NOT-FOUND-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 430-MOVE-TRANSACTION-DETAIL.
           MOVE "***ERROR*** NOT FOUND ON GLACCT"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       430-MOVE-TRANSACTION-DETAIL.
           MOVE GT-DEBIT-ACCOUNT   TO TL-DEBIT-ACCOUNT.
           MOVE GT-CREDIT-ACCOUNT  TO TL-CREDIT-ACCOUNT.
           MOVE GT-DESCRIPTION     TO TL-DESCRIPTION.

       440-MOVE-MASTER-DETAIL.
           MOVE GA-DEBIT-ACCOUNT   TO TL-DEBIT-ACCOUNT.
           MOVE GA-CREDIT-ACCOUNT  TO TL-CREDIT-ACCOUNT.
           MOVE GA-DESCRIPTION     TO TL-DESCRIPTION.

       516-ADD-DUPLICATE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 440-MOVE-MASTER-DETAIL.
           MOVE "***ERROR*** ALREADY EXISTS ON GLACCT"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       520-CHANGE-EXISTING-MAPPING.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           REWRITE GL-ACCOUNT-MAP-RECORD.

           PERFORM 440-MOVE-MASTER-DETAIL.
           MOVE "CHANGED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       530-DELETE-EXISTING-MAPPING.
           ADD 1 TO WS-DELETE-COUNT.
           PERFORM 440-MOVE-MASTER-DETAIL.

           DELETE GLACCT RECORD.

           MOVE "DELETED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       540-INQUIRE-EXISTING-MAPPING.
           ADD 1 TO WS-INQUIRE-COUNT.
           PERFORM 440-MOVE-MASTER-DETAIL.
           MOVE "INQUIRED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       550-INVALID-TRANSACTION-CODE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 430-MOVE-TRANSACTION-DETAIL.
           MOVE "***ERROR*** INVALID TRANSACTION CODE"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       560-INVALID-MAP-KEY-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 430-MOVE-TRANSACTION-DETAIL.
           MOVE "***ERROR*** INVALID BRANCH OR TYPE"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       565-INVALID-ACCOUNT-PAIR-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 430-MOVE-TRANSACTION-DETAIL.
           MOVE "***ERROR*** DEBIT/CREDIT ACCOUNT INVALID"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       700-PRINT-TRANSACTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE GT-TRANSACTION-CODE TO TL-TRANSACTION-CODE.
           MOVE GT-BRANCH-NUMBER    TO TL-BRANCH-NUMBER.
           MOVE GT-TRANSACTION-TYPE TO TL-TRANSACTION-TYPE.
           MOVE TRANSACTION-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

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
           OPEN EXTEND RUNLOG-RPT3027.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3027 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3027
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
           MOVE "RPT3027"             TO RL-PROGRAM-ID.
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
