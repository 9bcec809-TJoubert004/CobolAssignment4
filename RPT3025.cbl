       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3025.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3025 program is the customer address
      *               and contact master maintenance subsystem.
      *               CUSTMAST carries a customer name but no
      *               bill-to address, so nothing in the suite could
      *               mail a customer anything - the RPT3026
      *               statement run needs somewhere to send each
      *               statement.  CUSTADDR holds one bill-to address
      *               and credit contact per customer, keyed on the
      *               same customer number as CUSTMAST.  RPT3025
      *               applies a sorted transaction file
      *               (add/change/delete/inquire, keyed by
      *               AT-CUSTOMER-NUMBER) directly to the indexed
      *               CUSTADDR master with keyed reads and updates -
      *               the same shape as RPT3009 and RPT3017 - and
      *               prints a transaction register showing what
      *               happened to every transaction.  An ADD or
      *               CHANGE must name a customer already on
      *               CUSTMAST and carry a bill-to name and first
      *               address line.
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
           SELECT CUSTADDR          ASSIGN TO CUSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTADDR-STATUS.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TRANSACTION-RPT3025 ASSIGN TO ADDRTRAN.
           SELECT OUTPUT-RPT3025    ASSIGN TO RPT3025.
           SELECT RUNLOG-RPT3025    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  CUSTADDR is the customer address and contact master - one
      *  200-byte record per customer, keyed on CA-CUSTOMER-NUMBER
      *  (the same number CUSTMAST is keyed on).  The cluster is
      *  defined once by DEFADDR.JCL.
      *****************************************************************
       FD  CUSTADDR
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER-NUMBER      PIC 9(5).
           05  CA-BILL-TO-NAME         PIC X(30).
           05  CA-ADDRESS-LINE-1       PIC X(30).
           05  CA-ADDRESS-LINE-2       PIC X(30).
           05  CA-CITY                 PIC X(20).
           05  CA-STATE-CODE           PIC X(02).
           05  CA-POSTAL-CODE          PIC X(10).
           05  CA-CONTACT-NAME         PIC X(25).
           05  CA-CONTACT-PHONE        PIC X(15).
           05  FILLER                  PIC X(33).

       FD  CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.
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
           05  FILLER                  PIC X(14).

      *****************************************************************
      *  TRANSACTION-RPT3025 is the sorted maintenance input - one
      *  record per add/change/delete/inquire request, keyed by
      *  AT-CUSTOMER-NUMBER.  A CHANGE carries a complete
      *  replacement image of the address and contact fields, the
      *  same convention CUSTTRAN and REPTRAN use.
      *****************************************************************
       FD  TRANSACTION-RPT3025
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 200 CHARACTERS.
       01  ADDRESS-TRANSACTION-RECORD.
           05  AT-TRANSACTION-CODE     PIC X(01).
               88  AT-ADD                       VALUE "A".
               88  AT-CHANGE                    VALUE "C".
               88  AT-DELETE                    VALUE "D".
               88  AT-INQUIRE                   VALUE "I".
           05  AT-CUSTOMER-NUMBER      PIC 9(5).
           05  AT-BILL-TO-NAME         PIC X(30).
           05  AT-ADDRESS-LINE-1       PIC X(30).
           05  AT-ADDRESS-LINE-2       PIC X(30).
           05  AT-CITY                 PIC X(20).
           05  AT-STATE-CODE           PIC X(02).
           05  AT-POSTAL-CODE          PIC X(10).
           05  AT-CONTACT-NAME         PIC X(25).
           05  AT-CONTACT-PHONE        PIC X(15).
           05  FILLER                  PIC X(32).

       FD  OUTPUT-RPT3025
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3025 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3025
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
           05  WS-CUSTOMER-FOUND-SWITCH   PIC X   VALUE "N".
               88  CUSTOMER-FOUND                 VALUE "Y".
               88  CUSTOMER-NOT-FOUND             VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTADDR-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.

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
               VALUE "CUSTADDR MAINTENANCE REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(55)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3025".
           05  FILLER          PIC X(45)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(3)  VALUE "TX ".
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(32)
               VALUE "BILL-TO NAME                    ".
           05  FILLER PIC X(22) VALUE "CITY                  ".
           05  FILLER PIC X(4)  VALUE "ST  ".
           05  FILLER PIC X(40)
               VALUE "RESULT                                  ".
           05  FILLER PIC X(22) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(3)  VALUE "CD ".
           05  FILLER PIC X(7)  VALUE "NUM    ".
           05  FILLER PIC X(120) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(2)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(40) VALUE ALL "-".
           05  FILLER PIC X(22) VALUE SPACE.

       01  TRANSACTION-LINE.
           05  TL-TRANSACTION-CODE PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-BILL-TO-NAME     PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-CITY             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-STATE-CODE       PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TL-RESULT           PIC X(40).
           05  FILLER              PIC X(22)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "ADDRESSES ADDED...: ".
           05  SL2-ADD-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "ADDRESSES CHANGED.: ".
           05  SL3-CHANGE-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "ADDRESSES DELETED.: ".
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
       000-MAINTAIN-ADDRESS-MASTER.
           OPEN I-O    CUSTADDR
                INPUT  CUSTMAST
                       TRANSACTION-RPT3025
                OUTPUT OUTPUT-RPT3025.
           IF WS-CUSTADDR-STATUS NOT = "00"
               OR WS-CUSTMAST-STATUS NOT = "00"
               PERFORM 010-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PROCESS-MAINTENANCE-RUN
                   UNTIL TRANSACTION-EOF-SWITCH = "Y"
               PERFORM 300-PRINT-SUMMARY-TOTALS
           END-IF.
           CLOSE CUSTADDR
                 CUSTMAST
                 TRANSACTION-RPT3025
                 OUTPUT-RPT3025.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       010-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3025 - CUSTADDR/CUSTMAST OPEN FAILED, FILE "
                   "STATUS " WS-CUSTADDR-STATUS "/" WS-CUSTMAST-STATUS
                   " - RUN ABORTED".
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
      *  address master, and route on the transaction code and
      *  whether the key was found - the same shape as RPT3009's
      *  maintenance loop.  An ADD or CHANGE must also find its
      *  customer on CUSTMAST and carry a usable bill-to name and
      *  first address line; a DELETE or INQUIRE carries only the
      *  key, so neither is checked.
      *****************************************************************
       200-PROCESS-MAINTENANCE-RUN.
           PERFORM 220-READ-TRANSACTION-RECORD.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 230-READ-MASTER-BY-KEY
               IF AT-ADD OR AT-CHANGE
                   PERFORM 240-READ-CUSTMAST-BY-KEY
               END-IF
               EVALUATE TRUE
                   WHEN (AT-ADD OR AT-CHANGE)
                       AND CUSTOMER-NOT-FOUND
                       PERFORM 560-CUSTOMER-NOT-ON-CUSTMAST-ERROR
                   WHEN (AT-ADD OR AT-CHANGE)
                       AND (AT-BILL-TO-NAME = SPACE
                         OR AT-ADDRESS-LINE-1 = SPACE)
                       PERFORM 565-INCOMPLETE-ADDRESS-ERROR
                   WHEN AT-ADD AND MASTER-FOUND
                       PERFORM 516-ADD-DUPLICATE-ERROR
                   WHEN AT-ADD
                       PERFORM 410-ADD-NEW-ADDRESS
                   WHEN AT-CHANGE AND MASTER-FOUND
                       PERFORM 520-CHANGE-EXISTING-ADDRESS
                   WHEN AT-DELETE AND MASTER-FOUND
                       PERFORM 530-DELETE-EXISTING-ADDRESS
                   WHEN AT-INQUIRE AND MASTER-FOUND
                       PERFORM 540-INQUIRE-EXISTING-ADDRESS
                   WHEN AT-CHANGE OR AT-DELETE OR AT-INQUIRE
                       PERFORM 420-ADDRESS-NOT-FOUND-ERROR
                   WHEN OTHER
                       PERFORM 550-INVALID-TRANSACTION-CODE-ERROR
               END-EVALUATE.

       220-READ-TRANSACTION-RECORD.
           READ TRANSACTION-RPT3025
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  230-READ-MASTER-BY-KEY fetches the address record for the
      *  transaction's customer number.  INVALID KEY just means the
      *  key is not on file - which of the two is an error depends
      *  on the transaction code, so the caller decides.
      *****************************************************************
       230-READ-MASTER-BY-KEY.
           MOVE AT-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           READ CUSTADDR
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  240-READ-CUSTMAST-BY-KEY proves the customer is on CUSTMAST
      *  before an address is added or changed for it - an address
      *  for a customer number nobody bills is a keying error.
      *****************************************************************
       240-READ-CUSTMAST-BY-KEY.
           MOVE AT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
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

       410-ADD-NEW-ADDRESS.
           MOVE SPACE TO CUSTOMER-ADDRESS-RECORD.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   PERFORM 516-ADD-DUPLICATE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE AT-BILL-TO-NAME TO TL-BILL-TO-NAME
                   MOVE AT-CITY         TO TL-CITY
                   MOVE AT-STATE-CODE   TO TL-STATE-CODE
                   MOVE "ADDED"         TO TL-RESULT
                   PERFORM 700-PRINT-TRANSACTION-LINE
           END-WRITE.

       415-MOVE-TRANSACTION-FIELDS.
           MOVE AT-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE AT-BILL-TO-NAME    TO CA-BILL-TO-NAME.
           MOVE AT-ADDRESS-LINE-1  TO CA-ADDRESS-LINE-1.
           MOVE AT-ADDRESS-LINE-2  TO CA-ADDRESS-LINE-2.
           MOVE AT-CITY            TO CA-CITY.
           MOVE AT-STATE-CODE      TO CA-STATE-CODE.
           MOVE AT-POSTAL-CODE     TO CA-POSTAL-CODE.
           MOVE AT-CONTACT-NAME    TO CA-CONTACT-NAME.
           MOVE AT-CONTACT-PHONE   TO CA-CONTACT-PHONE.

       420-ADDRESS-NOT-FOUND-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE AT-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE AT-CITY            TO TL-CITY.
           MOVE AT-STATE-CODE      TO TL-STATE-CODE.
           MOVE "***ERROR*** NOT FOUND ON CUSTADDR"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       516-ADD-DUPLICATE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE CA-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE CA-CITY            TO TL-CITY.
           MOVE CA-STATE-CODE      TO TL-STATE-CODE.
           MOVE "***ERROR*** ALREADY EXISTS ON CUSTADDR"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       520-CHANGE-EXISTING-ADDRESS.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 415-MOVE-TRANSACTION-FIELDS.

           REWRITE CUSTOMER-ADDRESS-RECORD.

           MOVE CA-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE CA-CITY            TO TL-CITY.
           MOVE CA-STATE-CODE      TO TL-STATE-CODE.
           MOVE "CHANGED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       530-DELETE-EXISTING-ADDRESS.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE CA-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE CA-CITY            TO TL-CITY.
           MOVE CA-STATE-CODE      TO TL-STATE-CODE.

           DELETE CUSTADDR RECORD.

           MOVE "DELETED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       540-INQUIRE-EXISTING-ADDRESS.
           ADD 1 TO WS-INQUIRE-COUNT.
           MOVE CA-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE CA-CITY            TO TL-CITY.
           MOVE CA-STATE-CODE      TO TL-STATE-CODE.
           MOVE "INQUIRED" TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       550-INVALID-TRANSACTION-CODE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE AT-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE AT-CITY            TO TL-CITY.
           MOVE AT-STATE-CODE      TO TL-STATE-CODE.
           MOVE "***ERROR*** INVALID TRANSACTION CODE"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       560-CUSTOMER-NOT-ON-CUSTMAST-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE AT-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE AT-CITY            TO TL-CITY.
           MOVE AT-STATE-CODE      TO TL-STATE-CODE.
           MOVE "***ERROR*** CUSTOMER NOT ON CUSTMAST"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       565-INCOMPLETE-ADDRESS-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE AT-BILL-TO-NAME    TO TL-BILL-TO-NAME.
           MOVE AT-CITY            TO TL-CITY.
           MOVE AT-STATE-CODE      TO TL-STATE-CODE.
           MOVE "***ERROR*** BILL-TO NAME/ADDRESS BLANK"
               TO TL-RESULT.
           PERFORM 700-PRINT-TRANSACTION-LINE.

       700-PRINT-TRANSACTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE AT-TRANSACTION-CODE TO TL-TRANSACTION-CODE.
           MOVE AT-CUSTOMER-NUMBER  TO TL-CUSTOMER-NUMBER.
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
           OPEN EXTEND RUNLOG-RPT3025.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3025 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3025
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
           MOVE "RPT3025"             TO RL-PROGRAM-ID.
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
