       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3030.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3030 program is the collection dunning
      *               run.  RPT3020 shows who is past due, but the
      *               collectors worked that printout by hand and
      *               nobody recorded who had already been chased.
      *               RPT3030 reads CUSTMAST in branch/salesrep
      *               sequence through the branch/salesrep alternate
      *               index path (the same way RPT3011 does), ages
      *               each owing customer's open SALESHST invoices
      *               with RPT3020's rule, and takes the oldest past-
      *               due bucket as the notice level: a friendly
      *               reminder at 31-60 days, a second notice at
      *               61-90 and a final demand at over 90.  A final
      *               demand also cuts a ready-made "H" hold
      *               transaction in the CUSTTRAN layout, exactly as
      *               the RPT3011 hold feed does, for credit to
      *               approve into the next RPT3009 run.  Every
      *               notice sent is written to the permanent COLLHIST
      *               collection history (customer, notice date,
      *               level, amount past due), and each cycle reads
      *               that history back first - the same level is not
      *               sent again until the DUNNPARM repeat interval
      *               has passed, and a higher level goes out only
      *               once the debt has aged into it.  The notices
      *               print to NOTICES one per page, addressed from
      *               the CUSTADDR master RPT3025 maintains, and the
      *               collector worklist prints by branch to RPT3030.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Open "F" finance charge records written by
      *                  RPT3034 now age into the past-due figure the
      *                  same way open invoices do.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-REGION-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT INVOICE-HISTORY   ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT CUSTADDR          ASSIGN TO CUSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTADDR-STATUS.
           SELECT COLLECTION-HISTORY ASSIGN TO COLLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS WS-COLLHIST-STATUS.
           SELECT DUNNPARM-RPT3030  ASSIGN TO DUNNPARM.
           SELECT HOLD-TRANS        ASSIGN TO HOLDTRAN.
           SELECT DUNNING-NOTICES   ASSIGN TO NOTICES.
           SELECT OUTPUT-RPT3030    ASSIGN TO RPT3030.
           SELECT RUNLOG-RPT3030    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-REP-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
               10  CM-SALESREP-NUMBER  PIC 9(2).
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
      *  INVOICE-HISTORY is the permanent posted-invoice history
      *  RPT3012 writes and RPT3019 relieves.  Each owing customer's
      *  open invoices are found with a START on the customer number
      *  and a forward read until the number changes, the same way
      *  RPT3026 builds a statement.
      *****************************************************************
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
      *  CUSTADDR is the customer address and contact master RPT3025
      *  maintains.  A customer with no address record still gets a
      *  notice under its CUSTMAST name, flagged on the worklist so
      *  the collector can add the address before it is mailed.
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

      *****************************************************************
      *  COLLECTION-HISTORY is the permanent record of every dunning
      *  notice sent (see DEFCOLL.JCL).  The key is the customer,
      *  then the notice date, then the level, so a customer's
      *  notices read back oldest first and the last one read is
      *  the latest notice sent.  Records are only ever added.
      *****************************************************************
       FD  COLLECTION-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  COLLECTION-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-CUSTOMER-NUMBER  PIC 9(5).
               10  CH-NOTICE-DATE      PIC 9(8).
               10  CH-NOTICE-LEVEL     PIC 9(1).
                   88  CH-LEVEL-REMINDER        VALUE 1.
                   88  CH-LEVEL-SECOND-NOTICE   VALUE 2.
                   88  CH-LEVEL-FINAL-DEMAND    VALUE 3.
           05  CH-AMOUNT-PAST-DUE      PIC S9(7)V9(2).
           05  CH-TOTAL-OPEN           PIC S9(7)V9(2).
           05  CH-OLDEST-AGE-DAYS      PIC 9(5).
           05  CH-BRANCH-NUMBER        PIC 9(2).
           05  CH-SALESREP-NUMBER      PIC 9(2).
           05  CH-HOLD-PROPOSED-FLAG   PIC X(1).
               88  CH-HOLD-PROPOSED             VALUE "Y".
           05  FILLER                  PIC X(38).

      *****************************************************************
      *  DUNNPARM-RPT3030 carries the single run-control record -
      *  the repeat interval in days (columns 1-3) before the same
      *  notice level may be sent to a customer again, and the
      *  smallest past-due amount worth a notice (columns 4-10,
      *  implied two decimals; zero dunns every past-due balance).
      *****************************************************************
       FD  DUNNPARM-RPT3030
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  DUNNPARM-RECORD.
           05  DP-REPEAT-INTERVAL-DAYS    PIC 9(3).
           05  DP-MINIMUM-PAST-DUE        PIC 9(5)V9(2).
           05  FILLER                     PIC X(20).

      *****************************************************************
      *  HOLD-TRANS carries the final-demand holds out in the exact
      *  CUSTTRAN layout RPT3009 accepts - one "H" (status-only
      *  hold) transaction per final demand sent to a customer not
      *  already on hold or closed.  Credit reviews them on the
      *  worklist and copies the approved records into the approved
      *  holds file the same as the RPT3011 feed.
      *****************************************************************
       FD  HOLD-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  HOLD-TRANS-RECORD.
           05  HT-TRANSACTION-CODE     PIC X(01).
           05  HT-CUSTOMER-NUMBER      PIC 9(5).
           05  HT-BRANCH-NUMBER        PIC 9(2).
           05  HT-SALESREP-NUMBER      PIC 9(2).
           05  HT-CUSTOMER-NAME        PIC X(20).
           05  HT-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  HT-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  HT-REGION-CODE          PIC X(02).
           05  HT-ACCOUNT-STATUS       PIC X(01).
           05  HT-CREDIT-LIMIT         PIC S9(7)V9(2).
           05  FILLER                  PIC X(24).

       FD  DUNNING-NOTICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NOTICE-AREA     PIC X(130).

       FD  OUTPUT-RPT3030
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3030 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3030
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
           05  WS-FIRST-RECORD-SWITCH  PIC X    VALUE "Y".
           05  WS-PARM-SWITCH          PIC X    VALUE "N".
               88  PARM-OK                      VALUE "Y".
               88  PARM-FAILED                  VALUE "N".
           05  WS-HISTORY-SWITCH       PIC X    VALUE "N".
               88  HISTORY-DONE                 VALUE "Y".
               88  HISTORY-NOT-DONE             VALUE "N".
           05  WS-COLLECTION-SWITCH    PIC X    VALUE "N".
               88  COLLECTION-DONE              VALUE "Y".
               88  COLLECTION-NOT-DONE          VALUE "N".
           05  WS-ADDRESS-FOUND-SWITCH PIC X    VALUE "N".
               88  ADDRESS-FOUND                VALUE "Y".
               88  ADDRESS-NOT-FOUND            VALUE "N".
           05  WS-NOTICE-ACTION-SWITCH PIC X    VALUE "N".
               88  NOTICE-TO-SEND               VALUE "Y".
               88  NOTICE-SUPPRESSED            VALUE "N".
           05  WS-HOLD-WRITTEN-SWITCH  PIC X    VALUE "N".
               88  HOLD-WRITTEN                 VALUE "Y".
               88  HOLD-NOT-WRITTEN             VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-SALESHST-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-CUSTADDR-STATUS      PIC X(2)    VALUE SPACE.
           05  WS-COLLHIST-STATUS      PIC X(2)    VALUE SPACE.

       01  PARAMETER-FIELDS.
           05  WS-REPEAT-INTERVAL-DAYS PIC 9(3)        VALUE ZERO.
           05  WS-MINIMUM-PAST-DUE     PIC 9(5)V99     VALUE ZERO.

      *****************************************************************
      *  NOTICE-LEVEL-TABLE holds the title and worklist action for
      *  each of the three notice levels, and NOTICE-TEXT-TABLE the
      *  four lines of wording each level prints, both subscripted
      *  by the notice level.
      *****************************************************************
       01  NOTICE-LEVEL-VALUES.
           05  FILLER  PIC X(30)  VALUE "PAYMENT REMINDER".
           05  FILLER  PIC X(17)  VALUE "REMINDER SENT".
           05  FILLER  PIC X(30)  VALUE "SECOND NOTICE - PAST DUE".
           05  FILLER  PIC X(17)  VALUE "2ND NOTICE SENT".
           05  FILLER  PIC X(30)  VALUE "FINAL DEMAND FOR PAYMENT".
           05  FILLER  PIC X(17)  VALUE "FINAL DEMAND SENT".
       01  NOTICE-LEVEL-TABLE REDEFINES NOTICE-LEVEL-VALUES.
           05  NOTICE-LEVEL-ENTRY OCCURS 3 TIMES.
               10  NLT-NOTICE-TITLE    PIC X(30).
               10  NLT-WORKLIST-ACTION PIC X(17).

       01  NOTICE-TEXT-VALUES.
           05  FILLER  PIC X(50)  VALUE
               "OUR RECORDS SHOW THE AMOUNT BELOW IS PAST DUE.".
           05  FILLER  PIC X(50)  VALUE
               "IF YOU HAVE ALREADY SENT PAYMENT, PLEASE ACCEPT".
           05  FILLER  PIC X(50)  VALUE
               "OUR THANKS AND DISREGARD THIS REMINDER. OTHERWISE".
           05  FILLER  PIC X(50)  VALUE
               "PLEASE REMIT THE PAST DUE AMOUNT PROMPTLY.".
           05  FILLER  PIC X(50)  VALUE
               "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE.".
           05  FILLER  PIC X(50)  VALUE
               "PLEASE REMIT THE PAST DUE AMOUNT WITHIN 10 DAYS,".
           05  FILLER  PIC X(50)  VALUE
               "OR CALL YOUR BRANCH CREDIT CONTACT TO ARRANGE".
           05  FILLER  PIC X(50)  VALUE
               "PAYMENT, TO KEEP YOUR ACCOUNT IN GOOD STANDING.".
           05  FILLER  PIC X(50)  VALUE
               "YOUR ACCOUNT IS NOW MORE THAN 90 DAYS PAST DUE.".
           05  FILLER  PIC X(50)  VALUE
               "THIS IS OUR FINAL DEMAND FOR PAYMENT. THE ACCOUNT".
           05  FILLER  PIC X(50)  VALUE
               "HAS BEEN REFERRED FOR CREDIT HOLD AND NO FURTHER".
           05  FILLER  PIC X(50)  VALUE
               "ORDERS WILL BE SHIPPED UNTIL IT IS PAID IN FULL.".
       01  NOTICE-TEXT-TABLE REDEFINES NOTICE-TEXT-VALUES.
           05  NOTICE-TEXT-LEVEL OCCURS 3 TIMES.
               10  NTT-TEXT-LINE       OCCURS 4 TIMES
                                       PIC X(50).

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  AGING-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)        VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP  VALUE ZERO.
           05  WS-POST-DATE-INT        PIC S9(9) COMP  VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(5) COMP  VALUE ZERO.
           05  WS-BUCKET-SUB           PIC S9(4) COMP  VALUE ZERO.
           05  WS-TEXT-SUB             PIC S9(4) COMP  VALUE ZERO.

      *****************************************************************
      *  The posting date is proved a real calendar date before
      *  INTEGER-OF-DATE sees it - the same edit RPT3020 applies.
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

       01  CUSTOMER-AGE-FIELDS.
           05  CUST-AGE-AMOUNT         OCCURS 4 TIMES
                                       PIC S9(7)V99   VALUE ZERO.
           05  CUST-TOTAL-OPEN         PIC S9(7)V99   VALUE ZERO.
           05  CUST-PAST-DUE           PIC S9(7)V99   VALUE ZERO.
           05  CUST-OLDEST-AGE-DAYS    PIC S9(5) COMP VALUE ZERO.
           05  CUST-NOTICE-LEVEL       PIC 9(1)       VALUE ZERO.

       01  LAST-NOTICE-FIELDS.
           05  WS-LAST-NOTICE-DATE     PIC 9(8)        VALUE ZERO.
           05  WS-LAST-NOTICE-LEVEL    PIC 9(1)        VALUE ZERO.
           05  WS-LAST-NOTICE-INT      PIC S9(9) COMP  VALUE ZERO.
           05  WS-DAYS-SINCE-NOTICE    PIC S9(5) COMP  VALUE ZERO.

       01  BRANCH-TOTAL-FIELDS.
           05  WS-PREVIOUS-BRANCH      PIC 9(2)       VALUE ZERO.
           05  BRANCH-LISTED-COUNT     PIC S9(5)      VALUE ZERO.
           05  BRANCH-NOTICE-COUNT     PIC S9(5)      VALUE ZERO.
           05  BRANCH-SUPPRESSED-COUNT PIC S9(5)      VALUE ZERO.
           05  BRANCH-HOLD-COUNT       PIC S9(5)      VALUE ZERO.
           05  BRANCH-TOTAL-PAST-DUE   PIC S9(9)V99   VALUE ZERO.

       01  TOTAL-FIELDS.
           05  GRAND-READ-COUNT        PIC S9(7)      VALUE ZERO.
           05  GRAND-LISTED-COUNT      PIC S9(5)      VALUE ZERO.
           05  GRAND-BELOW-MIN-COUNT   PIC S9(5)      VALUE ZERO.
           05  GRAND-LEVEL-COUNT       OCCURS 3 TIMES
                                       PIC S9(5)      VALUE ZERO.
           05  GRAND-SUPPRESSED-COUNT  PIC S9(5)      VALUE ZERO.
           05  GRAND-HOLD-COUNT        PIC S9(5)      VALUE ZERO.
           05  GRAND-NO-ADDRESS-COUNT  PIC S9(5)      VALUE ZERO.
           05  GRAND-HISTORY-ERRORS    PIC S9(5)      VALUE ZERO.
           05  GRAND-TOTAL-PAST-DUE    PIC S9(9)V99   VALUE ZERO.

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
               VALUE "COLLECTOR DUNNING WORKLIST".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(50)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3030".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(17)   VALUE "REPEAT INTERVAL: ".
           05  HL3-INTERVAL    PIC ZZ9.
           05  FILLER          PIC X(10)   VALUE " DAYS     ".
           05  FILLER          PIC X(18)   VALUE "MINIMUM PAST DUE: ".
           05  HL3-MINIMUM     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BRANCH: ".
           05  HL3-BRANCH-NUMBER PIC Z9.
           05  FILLER          PIC X(58)   VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(6)  VALUE "BRANCH".
           05  FILLER PIC X(6)  VALUE "SALES ".
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(7)  VALUE "OLDEST ".
           05  FILLER PIC X(15) VALUE "    PAST DUE   ".
           05  FILLER PIC X(15) VALUE "  TOTAL OPEN   ".
           05  FILLER PIC X(14) VALUE "LAST NOTICE   ".
           05  FILLER PIC X(19) VALUE "ACTION".
           05  FILLER PIC X(9)  VALUE "HOLD".
           05  FILLER PIC X(7)  VALUE "ADDRESS".
           05  FILLER PIC X(3)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(6)  VALUE "NUM".
           05  FILLER PIC X(6)  VALUE "REP".
           05  FILLER PIC X(7)  VALUE "NUM".
           05  FILLER PIC X(22) VALUE SPACE.
           05  FILLER PIC X(7)  VALUE " DAYS".
           05  FILLER PIC X(15) VALUE SPACE.
           05  FILLER PIC X(15) VALUE SPACE.
           05  FILLER PIC X(14) VALUE "DATE       LVL".
           05  FILLER PIC X(45) VALUE SPACE.

       01  HEADING-LINE-6.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(17) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(8)  VALUE ALL "-".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.

       01  WORKLIST-LINE.
           05  WL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  WL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  WL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-OLDEST-AGE-DAYS  PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-PAST-DUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-TOTAL-OPEN       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-LAST-NOTICE-AREA.
               10  WL-LAST-NOTICE-DATE  PIC 9999/99/99.
               10  FILLER               PIC X(1).
               10  WL-LAST-NOTICE-LEVEL PIC 9(1).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-ACTION           PIC X(17).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WL-HOLD-FLAG        PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WL-ADDRESS-FLAG     PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  BTL-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(10)   VALUE " LISTED:  ".
           05  BTL-LISTED-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  NOTICES: ".
           05  BTL-NOTICE-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(14)   VALUE "  SUPPRESSED: ".
           05  BTL-SUPPRESSED-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  HOLDS: ".
           05  BTL-HOLD-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  PAST DUE: ".
           05  BTL-TOTAL-PAST-DUE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(30)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "CUSTOMERS READ....: ".
           05  SL2-READ-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(101)  VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "PAST DUE LISTED...: ".
           05  SL3-LISTED-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "BELOW MINIMUM.....: ".
           05  SL4-BELOW-MIN-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "REMINDERS SENT....: ".
           05  SL5-REMINDER-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "SECOND NOTICES....: ".
           05  SL6-SECOND-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "FINAL DEMANDS.....: ".
           05  SL7-FINAL-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-8.
           05  FILLER              PIC X(20)
               VALUE "SUPPRESSED........: ".
           05  SL8-SUPPRESSED-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-9.
           05  FILLER              PIC X(20)
               VALUE "HOLDS PROPOSED....: ".
           05  SL9-HOLD-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-10.
           05  FILLER              PIC X(20)
               VALUE "NO ADDRESS ON FILE: ".
           05  SL10-NO-ADDRESS-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-11.
           05  FILLER              PIC X(20)
               VALUE "HISTORY ERRORS....: ".
           05  SL11-HISTORY-ERRORS PIC ZZZZ9.
           05  FILLER              PIC X(105)  VALUE SPACE.

       01  SUMMARY-LINE-12.
           05  FILLER              PIC X(20)
               VALUE "TOTAL PAST DUE....: ".
           05  SL12-TOTAL-PAST-DUE PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(95)   VALUE SPACE.

       01  NOTICE-HEADING-LINE.
           05  FILLER              PIC X(7)    VALUE "DATE:  ".
           05  NHL-MONTH           PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  NHL-DAY             PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  NHL-YEAR            PIC 9(4).
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  NHL-NOTICE-TITLE    PIC X(30).
           05  FILLER              PIC X(73)   VALUE SPACE.

       01  NOTICE-ACCOUNT-LINE.
           05  FILLER              PIC X(16)   VALUE "ACCOUNT NUMBER: ".
           05  NAC-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  NAC-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(94)   VALUE SPACE.

       01  ADDRESS-LINE.
           05  AD-LABEL            PIC X(10).
           05  AD-TEXT             PIC X(60).
           05  FILLER              PIC X(60)   VALUE SPACE.

       01  NOTICE-TEXT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  NTL-TEXT            PIC X(50).
           05  FILLER              PIC X(70)   VALUE SPACE.

       01  NOTICE-AGING-HEADING.
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(13) VALUE "     CURRENT ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "  31-60 DAYS ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "  61-90 DAYS ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "     OVER 90 ".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "    PAST DUE ".
           05  FILLER PIC X(47) VALUE SPACE.

       01  NOTICE-AGING-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  NAL-AGE-ENTRY OCCURS 4 TIMES.
               10  NAL-AGE-AMOUNT  PIC Z,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(2)    VALUE SPACE.
           05  NAL-PAST-DUE        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(47)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-DUNNING-RUN.
           PERFORM 010-LOAD-RUN-PARAMETERS.
           IF PARM-FAILED
               PERFORM 020-ABORT-PARAMETER-FAILURE
           ELSE
               PERFORM 030-RUN-DUNNING-CYCLE
           END-IF.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

      *****************************************************************
      *  010-LOAD-RUN-PARAMETERS reads the single DUNNPARM record.  A
      *  missing record, a non-numeric or zero repeat interval, or a
      *  non-numeric minimum fails the run - with no interval the
      *  run cannot tell a repeat notice from a new one.
      *****************************************************************
       010-LOAD-RUN-PARAMETERS.
           OPEN INPUT DUNNPARM-RPT3030.
           READ DUNNPARM-RPT3030
               AT END
                   SET PARM-FAILED TO TRUE
               NOT AT END
                   IF DP-REPEAT-INTERVAL-DAYS IS NUMERIC
                       AND DP-REPEAT-INTERVAL-DAYS > ZERO
                       AND DP-MINIMUM-PAST-DUE IS NUMERIC
                       MOVE DP-REPEAT-INTERVAL-DAYS
                           TO WS-REPEAT-INTERVAL-DAYS
                       MOVE DP-MINIMUM-PAST-DUE
                           TO WS-MINIMUM-PAST-DUE
                       SET PARM-OK TO TRUE
                   ELSE
                       SET PARM-FAILED TO TRUE
                   END-IF
           END-READ.
           CLOSE DUNNPARM-RPT3030.

       020-ABORT-PARAMETER-FAILURE.
           DISPLAY "RPT3030 - DUNNPARM PARAMETER RECORD MISSING OR "
                   "NOT NUMERIC - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       030-RUN-DUNNING-CYCLE.
           OPEN INPUT  CUSTMAST
                       INVOICE-HISTORY
                       CUSTADDR
                I-O    COLLECTION-HISTORY
                OUTPUT HOLD-TRANS
                       DUNNING-NOTICES
                       OUTPUT-RPT3030.
           IF WS-CUSTMAST-STATUS NOT = "00"
               OR WS-SALESHST-STATUS NOT = "00"
               OR WS-CUSTADDR-STATUS NOT = "00"
               OR WS-COLLHIST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 035-START-BRANCH-REP-SEQUENCE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PROCESS-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF-SWITCH = "Y"
               IF WS-FIRST-RECORD-SWITCH = "N"
                   PERFORM 225-PRINT-BRANCH-TOTALS
               END-IF
               PERFORM 700-PRINT-RUN-SUMMARY
           END-IF.
           CLOSE CUSTMAST
                 INVOICE-HISTORY
                 CUSTADDR
                 COLLECTION-HISTORY
                 HOLD-TRANS
                 DUNNING-NOTICES
                 OUTPUT-RPT3030.

      *****************************************************************
      *  035-START-BRANCH-REP-SEQUENCE makes the branch/salesrep
      *  alternate index the key of reference, so the sequential
      *  reads that follow deliver CUSTMAST in the branch order the
      *  worklist breaks on - the same START RPT3011 opens with.
      *****************************************************************
       035-START-BRANCH-REP-SEQUENCE.
           MOVE ZERO TO CM-BRANCH-NUMBER
                        CM-SALESREP-NUMBER.
           START CUSTMAST KEY NOT LESS THAN CM-BRANCH-REP-KEY
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3030 - CUSTMAST/SALESHST/CUSTADDR/COLLHIST OPEN "
                   "FAILED, FILE STATUS " WS-CUSTMAST-STATUS "/"
                   WS-SALESHST-STATUS "/" WS-CUSTADDR-STATUS "/"
                   WS-COLLHIST-STATUS " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH
                              NHL-MONTH.
           MOVE CD-DAY     TO HL1-DAY
                              NHL-DAY.
           MOVE CD-YEAR    TO HL1-YEAR
                              NHL-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-REPEAT-INTERVAL-DAYS TO HL3-INTERVAL.
           MOVE WS-MINIMUM-PAST-DUE     TO HL3-MINIMUM.

           COMPUTE WS-RUN-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *****************************************************************
      *  200-PROCESS-CUSTOMER-RECORD works one customer.  Only a
      *  customer with a positive CM-OPEN-AR-BALANCE can be past
      *  due, so nobody else costs a trip to SALESHST.  A customer
      *  whose oldest open invoice is still current, or whose past-
      *  due amount is under the DUNNPARM minimum, is not listed.
      *****************************************************************
       200-PROCESS-CUSTOMER-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO GRAND-READ-COUNT
               IF WS-FIRST-RECORD-SWITCH = "N"
                   AND CM-BRANCH-NUMBER NOT = WS-PREVIOUS-BRANCH
                       PERFORM 225-PRINT-BRANCH-TOTALS
               END-IF
               IF CM-OPEN-AR-BALANCE > ZERO
                   PERFORM 300-AGE-CUSTOMER-ACCOUNT
                   IF CUST-NOTICE-LEVEL > ZERO
                       IF CUST-PAST-DUE < WS-MINIMUM-PAST-DUE
                           ADD 1 TO GRAND-BELOW-MIN-COUNT
                       ELSE
                           PERFORM 400-FIND-LAST-NOTICE
                           PERFORM 450-DECIDE-NOTICE-ACTION
                           IF NOTICE-TO-SEND
                               PERFORM 500-SEND-DUNNING-NOTICE
                           END-IF
                           PERFORM 600-PRINT-WORKLIST-LINE
                       END-IF
                   END-IF
               END-IF
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE CM-BRANCH-NUMBER TO WS-PREVIOUS-BRANCH.

       210-READ-CUSTOMER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.

      *****************************************************************
      *  215-VALIDATE-POSTING-DATE proves HI-POSTING-DATE is a real
      *  calendar date - numeric, month 01-12, day within the real
      *  month length (February by leap year), year inside
      *  INTEGER-OF-DATE's 1601-up range - before the function is
      *  allowed to see it.
      *****************************************************************
       215-VALIDATE-POSTING-DATE.
           SET EDIT-DATE-BAD TO TRUE.
           IF HI-POSTING-DATE IS NUMERIC
               MOVE HI-POSTING-DATE TO WS-EDIT-DATE
               IF WS-EDIT-YEAR >= 1601
                   AND WS-EDIT-MONTH >= 01
                   AND WS-EDIT-MONTH <= 12
                   AND WS-EDIT-DAY >= 01
                   PERFORM 216-SET-MONTH-DAY-LIMIT
                   IF WS-EDIT-DAY <= WS-MAX-EDIT-DAY
                       SET EDIT-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       216-SET-MONTH-DAY-LIMIT.
           EVALUATE WS-EDIT-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MAX-EDIT-DAY
               WHEN 02
                   PERFORM 217-SET-FEBRUARY-LIMIT
               WHEN OTHER
                   MOVE 31 TO WS-MAX-EDIT-DAY
           END-EVALUATE.

       217-SET-FEBRUARY-LIMIT.
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

      *****************************************************************
      *  225-PRINT-BRANCH-TOTALS closes out the finished branch and
      *  sends the next branch's worklist to a fresh page, so each
      *  branch's collectors get their own sheets.  A branch with
      *  nothing listed prints nothing.
      *****************************************************************
       225-PRINT-BRANCH-TOTALS.
           IF BRANCH-LISTED-COUNT > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 800-PRINT-HEADING-LINES
               END-IF
               MOVE WS-PREVIOUS-BRANCH      TO BTL-BRANCH-NUMBER
               MOVE BRANCH-LISTED-COUNT     TO BTL-LISTED-COUNT
               MOVE BRANCH-NOTICE-COUNT     TO BTL-NOTICE-COUNT
               MOVE BRANCH-SUPPRESSED-COUNT TO BTL-SUPPRESSED-COUNT
               MOVE BRANCH-HOLD-COUNT       TO BTL-HOLD-COUNT
               MOVE BRANCH-TOTAL-PAST-DUE   TO BTL-TOTAL-PAST-DUE
               MOVE SPACE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE BRANCH-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 99 TO LINE-COUNT
           END-IF.

           MOVE ZERO TO BRANCH-LISTED-COUNT
                        BRANCH-NOTICE-COUNT
                        BRANCH-SUPPRESSED-COUNT
                        BRANCH-HOLD-COUNT
                        BRANCH-TOTAL-PAST-DUE.

      *****************************************************************
      *  300-AGE-CUSTOMER-ACCOUNT ages the customer's open invoices
      *  into RPT3020's four buckets and keeps the age of the oldest
      *  one.  The oldest item's bucket sets the notice level - 31-60
      *  days is level 1, 61-90 level 2, over 90 level 3 - and the
      *  past-due amount is everything outside the current bucket.
      *****************************************************************
       300-AGE-CUSTOMER-ACCOUNT.
           PERFORM 330-CLEAR-CUSTOMER-BUCKETS.

           SET HISTORY-NOT-DONE TO TRUE.
           MOVE CM-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER.
           MOVE ZERO               TO HI-INVOICE-NUMBER.
           MOVE LOW-VALUE          TO HI-TRANSACTION-CODE.
           START INVOICE-HISTORY KEY >= HI-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-DONE TO TRUE
           END-START.

           PERFORM 310-READ-NEXT-HISTORY-RECORD
               UNTIL HISTORY-DONE.

           COMPUTE CUST-PAST-DUE = CUST-AGE-AMOUNT(2)
                                 + CUST-AGE-AMOUNT(3)
                                 + CUST-AGE-AMOUNT(4).
           EVALUATE TRUE
               WHEN CUST-PAST-DUE NOT > ZERO
                   MOVE 0 TO CUST-NOTICE-LEVEL
               WHEN CUST-OLDEST-AGE-DAYS <= 30
                   MOVE 0 TO CUST-NOTICE-LEVEL
               WHEN CUST-OLDEST-AGE-DAYS <= 60
                   MOVE 1 TO CUST-NOTICE-LEVEL
               WHEN CUST-OLDEST-AGE-DAYS <= 90
                   MOVE 2 TO CUST-NOTICE-LEVEL
               WHEN OTHER
                   MOVE 3 TO CUST-NOTICE-LEVEL
           END-EVALUATE.

       310-READ-NEXT-HISTORY-RECORD.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF HI-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET HISTORY-DONE TO TRUE
                   ELSE
                       IF (HI-TRANSACTION-CODE = "I"
                           OR HI-TRANSACTION-CODE = "F")
                           AND HI-OPEN-AMOUNT NOT = ZERO
                           PERFORM 320-AGE-OPEN-INVOICE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  320-AGE-OPEN-INVOICE drops the open amount into the bucket
      *  its posting-date age calls for - RPT3020's rule exactly, so
      *  the notice and the aging report always agree.
      *****************************************************************
       320-AGE-OPEN-INVOICE.
           PERFORM 215-VALIDATE-POSTING-DATE.
           IF EDIT-DATE-OK
               COMPUTE WS-POST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HI-POSTING-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-POST-DATE-INT
           ELSE
               MOVE 999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD HI-OPEN-AMOUNT TO CUST-AGE-AMOUNT(WS-BUCKET-SUB).
           ADD HI-OPEN-AMOUNT TO CUST-TOTAL-OPEN.
           IF WS-AGE-DAYS > CUST-OLDEST-AGE-DAYS
               MOVE WS-AGE-DAYS TO CUST-OLDEST-AGE-DAYS
           END-IF.

       330-CLEAR-CUSTOMER-BUCKETS.
           PERFORM 335-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE ZERO TO CUST-TOTAL-OPEN
                        CUST-PAST-DUE
                        CUST-OLDEST-AGE-DAYS
                        CUST-NOTICE-LEVEL.

       335-CLEAR-ONE-BUCKET.
           MOVE ZERO TO CUST-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  400-FIND-LAST-NOTICE positions on the customer's first
      *  collection history record and reads forward to the last -
      *  the key runs customer, date, level, so the last record read
      *  is the latest (and on a given day the highest) notice sent.
      *****************************************************************
       400-FIND-LAST-NOTICE.
           MOVE ZERO TO WS-LAST-NOTICE-DATE
                        WS-LAST-NOTICE-LEVEL.
           SET COLLECTION-NOT-DONE TO TRUE.
           MOVE CM-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER.
           MOVE ZERO               TO CH-NOTICE-DATE
                                      CH-NOTICE-LEVEL.
           START COLLECTION-HISTORY KEY >= CH-HISTORY-KEY
               INVALID KEY
                   SET COLLECTION-DONE TO TRUE
           END-START.

           PERFORM 410-READ-NEXT-COLLECTION-RECORD
               UNTIL COLLECTION-DONE.

       410-READ-NEXT-COLLECTION-RECORD.
           READ COLLECTION-HISTORY NEXT RECORD
               AT END
                   SET COLLECTION-DONE TO TRUE
               NOT AT END
                   IF CH-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET COLLECTION-DONE TO TRUE
                   ELSE
                       MOVE CH-NOTICE-DATE  TO WS-LAST-NOTICE-DATE
                       MOVE CH-NOTICE-LEVEL TO WS-LAST-NOTICE-LEVEL
                   END-IF
           END-READ.

      *****************************************************************
      *  450-DECIDE-NOTICE-ACTION applies the history.  A customer
      *  never dunned gets the notice its aging calls for.  A higher
      *  level than the last one sent goes out at once - the debt
      *  has aged into it.  The same (or, after a part payment, a
      *  lower) level goes out again only once the DUNNPARM repeat
      *  interval has run since the last notice; until then the
      *  customer is listed as suppressed so the collector can see
      *  it is already being chased.
      *****************************************************************
       450-DECIDE-NOTICE-ACTION.
           MOVE ZERO TO WS-DAYS-SINCE-NOTICE.
           IF WS-LAST-NOTICE-LEVEL = ZERO
               SET NOTICE-TO-SEND TO TRUE
           ELSE
               COMPUTE WS-LAST-NOTICE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-NOTICE-DATE)
               COMPUTE WS-DAYS-SINCE-NOTICE =
                   WS-RUN-DATE-INT - WS-LAST-NOTICE-INT
               IF CUST-NOTICE-LEVEL > WS-LAST-NOTICE-LEVEL
                   OR WS-DAYS-SINCE-NOTICE >= WS-REPEAT-INTERVAL-DAYS
                   SET NOTICE-TO-SEND TO TRUE
               ELSE
                   SET NOTICE-SUPPRESSED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  500-SEND-DUNNING-NOTICE prints the notice, records it on the
      *  collection history and, for a final demand, proposes the
      *  credit hold - unless the account is already on hold (there
      *  is nothing to propose) or closed (an approved hold would
      *  flip C to H and re-open the account to invoice posting,
      *  the same exclusion the RPT3011 feed makes).
      *****************************************************************
       500-SEND-DUNNING-NOTICE.
           SET HOLD-NOT-WRITTEN TO TRUE.
           IF CUST-NOTICE-LEVEL = 3
               AND NOT CM-STATUS-HOLD
               AND NOT CM-STATUS-CLOSED
               PERFORM 550-WRITE-HOLD-TRANSACTION
           END-IF.
           PERFORM 510-READ-ADDRESS-BY-KEY.
           PERFORM 520-PRINT-DUNNING-NOTICE.
           PERFORM 540-WRITE-COLLECTION-HISTORY.
           ADD 1 TO GRAND-LEVEL-COUNT(CUST-NOTICE-LEVEL).
           ADD 1 TO BRANCH-NOTICE-COUNT.

       510-READ-ADDRESS-BY-KEY.
           MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           READ CUSTADDR
               INVALID KEY
                   SET ADDRESS-NOT-FOUND TO TRUE
                   ADD 1 TO GRAND-NO-ADDRESS-COUNT
               NOT INVALID KEY
                   SET ADDRESS-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  520-PRINT-DUNNING-NOTICE prints one notice on its own page:
      *  the level title, the bill-to address, the account, the
      *  level's wording and the aged balance behind it.
      *****************************************************************
       520-PRINT-DUNNING-NOTICE.
           MOVE NLT-NOTICE-TITLE(CUST-NOTICE-LEVEL)
               TO NHL-NOTICE-TITLE.
           MOVE NOTICE-HEADING-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE SPACE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

           PERFORM 525-PRINT-ADDRESS-BLOCK.

           MOVE CM-CUSTOMER-NUMBER TO NAC-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO NAC-BRANCH-NUMBER.
           MOVE NOTICE-ACCOUNT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE SPACE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

           PERFORM 535-PRINT-NOTICE-TEXT-LINE
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > 4.
           MOVE SPACE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

           MOVE NOTICE-AGING-HEADING TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           PERFORM 538-FORMAT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE CUST-PAST-DUE TO NAL-PAST-DUE.
           MOVE NOTICE-AGING-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

      *****************************************************************
      *  525-PRINT-ADDRESS-BLOCK prints the bill-to address from
      *  CUSTADDR, or the CUSTMAST name and a flag when the customer
      *  has no address record yet - the same block RPT3026 prints.
      *****************************************************************
       525-PRINT-ADDRESS-BLOCK.
           IF ADDRESS-FOUND
               MOVE "BILL TO:  "      TO AD-LABEL
               MOVE CA-BILL-TO-NAME   TO AD-TEXT
               PERFORM 530-PRINT-ADDRESS-LINE
               MOVE SPACE             TO AD-LABEL
               MOVE CA-ADDRESS-LINE-1 TO AD-TEXT
               PERFORM 530-PRINT-ADDRESS-LINE
               IF CA-ADDRESS-LINE-2 NOT = SPACE
                   MOVE CA-ADDRESS-LINE-2 TO AD-TEXT
                   PERFORM 530-PRINT-ADDRESS-LINE
               END-IF
               MOVE SPACE TO AD-TEXT
               STRING CA-CITY        DELIMITED BY "  "
                      ", "           DELIMITED BY SIZE
                      CA-STATE-CODE  DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      CA-POSTAL-CODE DELIMITED BY SIZE
                   INTO AD-TEXT
               END-STRING
               PERFORM 530-PRINT-ADDRESS-LINE
               IF CA-CONTACT-NAME NOT = SPACE
                   MOVE "ATTN:     "      TO AD-LABEL
                   MOVE CA-CONTACT-NAME   TO AD-TEXT
                   PERFORM 530-PRINT-ADDRESS-LINE
               END-IF
           ELSE
               MOVE "BILL TO:  "      TO AD-LABEL
               MOVE CM-CUSTOMER-NAME  TO AD-TEXT
               PERFORM 530-PRINT-ADDRESS-LINE
               MOVE SPACE             TO AD-LABEL
               MOVE "*** NO ADDRESS ON CUSTADDR - ADD VIA RPT3025 ***"
                   TO AD-TEXT
               PERFORM 530-PRINT-ADDRESS-LINE
           END-IF.
           MOVE SPACE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

       530-PRINT-ADDRESS-LINE.
           MOVE ADDRESS-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

       535-PRINT-NOTICE-TEXT-LINE.
           MOVE NTT-TEXT-LINE(CUST-NOTICE-LEVEL, WS-TEXT-SUB)
               TO NTL-TEXT.
           MOVE NOTICE-TEXT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.

       538-FORMAT-ONE-BUCKET.
           MOVE CUST-AGE-AMOUNT(WS-BUCKET-SUB)
               TO NAL-AGE-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      *  540-WRITE-COLLECTION-HISTORY adds the notice to COLLHIST.  A
      *  duplicate key means this notice was already recorded today
      *  (a rerun of the same day's cycle); it is reported and
      *  counted rather than allowed to stop the run.
      *****************************************************************
       540-WRITE-COLLECTION-HISTORY.
           MOVE SPACE                TO COLLECTION-HISTORY-RECORD.
           MOVE CM-CUSTOMER-NUMBER   TO CH-CUSTOMER-NUMBER.
           MOVE WS-RUN-DATE          TO CH-NOTICE-DATE.
           MOVE CUST-NOTICE-LEVEL    TO CH-NOTICE-LEVEL.
           MOVE CUST-PAST-DUE        TO CH-AMOUNT-PAST-DUE.
           MOVE CUST-TOTAL-OPEN      TO CH-TOTAL-OPEN.
           MOVE CUST-OLDEST-AGE-DAYS TO CH-OLDEST-AGE-DAYS.
           MOVE CM-BRANCH-NUMBER     TO CH-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER   TO CH-SALESREP-NUMBER.
           IF HOLD-WRITTEN
               MOVE "Y" TO CH-HOLD-PROPOSED-FLAG
           ELSE
               MOVE "N" TO CH-HOLD-PROPOSED-FLAG
           END-IF.
           WRITE COLLECTION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "RPT3030 - COLLHIST WRITE FAILED FOR "
                           "CUSTOMER " CM-CUSTOMER-NUMBER
                           ", FILE STATUS " WS-COLLHIST-STATUS
                   ADD 1 TO GRAND-HISTORY-ERRORS
           END-WRITE.

      *****************************************************************
      *  550-WRITE-HOLD-TRANSACTION cuts one ready-made "H" hold
      *  transaction in the CUSTTRAN layout - the status-only code
      *  RPT3009 applies, so the image fields here are carried for
      *  the reviewer's eyes, not applied to the master.
      *****************************************************************
       550-WRITE-HOLD-TRANSACTION.
           MOVE SPACE              TO HOLD-TRANS-RECORD.
           MOVE "H"                TO HT-TRANSACTION-CODE.
           MOVE CM-CUSTOMER-NUMBER TO HT-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO HT-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO HT-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO HT-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO HT-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO HT-SALES-LAST-YTD.
           MOVE CM-REGION-CODE     TO HT-REGION-CODE.
           MOVE "H"                TO HT-ACCOUNT-STATUS.
           MOVE CM-CREDIT-LIMIT    TO HT-CREDIT-LIMIT.
           WRITE HOLD-TRANS-RECORD.
           SET HOLD-WRITTEN TO TRUE.
           ADD 1 TO BRANCH-HOLD-COUNT.
           ADD 1 TO GRAND-HOLD-COUNT.

      *****************************************************************
      *  600-PRINT-WORKLIST-LINE lists the customer for the branch's
      *  collectors - what is owed, how old it is, the last notice
      *  on the history before this run, and what this run did.
      *****************************************************************
       600-PRINT-WORKLIST-LINE.
           MOVE CM-BRANCH-NUMBER TO HL3-BRANCH-NUMBER.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE CM-BRANCH-NUMBER     TO WL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER   TO WL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER   TO WL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME     TO WL-CUSTOMER-NAME.
           MOVE CUST-OLDEST-AGE-DAYS TO WL-OLDEST-AGE-DAYS.
           MOVE CUST-PAST-DUE        TO WL-PAST-DUE.
           MOVE CM-OPEN-AR-BALANCE   TO WL-TOTAL-OPEN.

           IF WS-LAST-NOTICE-LEVEL = ZERO
               MOVE "NONE" TO WL-LAST-NOTICE-AREA
           ELSE
               MOVE SPACE                TO WL-LAST-NOTICE-AREA
               MOVE WS-LAST-NOTICE-DATE  TO WL-LAST-NOTICE-DATE
               MOVE WS-LAST-NOTICE-LEVEL TO WL-LAST-NOTICE-LEVEL
           END-IF.

           IF NOTICE-TO-SEND
               MOVE NLT-WORKLIST-ACTION(CUST-NOTICE-LEVEL)
                   TO WL-ACTION
               IF ADDRESS-NOT-FOUND
                   MOVE "NO ADDR" TO WL-ADDRESS-FLAG
               ELSE
                   MOVE SPACE     TO WL-ADDRESS-FLAG
               END-IF
           ELSE
               MOVE "SUPPRESSED"  TO WL-ACTION
               MOVE SPACE         TO WL-ADDRESS-FLAG
               ADD 1 TO BRANCH-SUPPRESSED-COUNT
               ADD 1 TO GRAND-SUPPRESSED-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN NOTICE-TO-SEND AND HOLD-WRITTEN
                   MOVE "PROPOSED" TO WL-HOLD-FLAG
               WHEN CM-STATUS-HOLD
                   MOVE "*HOLD*"   TO WL-HOLD-FLAG
               WHEN CM-STATUS-CLOSED
                   MOVE "CLOSED"   TO WL-HOLD-FLAG
               WHEN OTHER
                   MOVE SPACE      TO WL-HOLD-FLAG
           END-EVALUATE.

           MOVE WORKLIST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           ADD 1             TO BRANCH-LISTED-COUNT.
           ADD 1             TO GRAND-LISTED-COUNT.
           ADD CUST-PAST-DUE TO BRANCH-TOTAL-PAST-DUE.
           ADD CUST-PAST-DUE TO GRAND-TOTAL-PAST-DUE.

       700-PRINT-RUN-SUMMARY.
           MOVE ZERO TO HL3-BRANCH-NUMBER.
           PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-READ-COUNT TO SL2-READ-COUNT.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-LISTED-COUNT TO SL3-LISTED-COUNT.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-BELOW-MIN-COUNT TO SL4-BELOW-MIN-COUNT.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-LEVEL-COUNT(1) TO SL5-REMINDER-COUNT.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-LEVEL-COUNT(2) TO SL6-SECOND-COUNT.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-LEVEL-COUNT(3) TO SL7-FINAL-COUNT.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-SUPPRESSED-COUNT TO SL8-SUPPRESSED-COUNT.
           MOVE SUMMARY-LINE-8 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-HOLD-COUNT TO SL9-HOLD-COUNT.
           MOVE SUMMARY-LINE-9 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-NO-ADDRESS-COUNT TO SL10-NO-ADDRESS-COUNT.
           MOVE SUMMARY-LINE-10 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-HISTORY-ERRORS TO SL11-HISTORY-ERRORS.
           MOVE SUMMARY-LINE-11 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE GRAND-TOTAL-PAST-DUE TO SL12-TOTAL-PAST-DUE.
           MOVE SUMMARY-LINE-12 TO PRINT-AREA.
           WRITE PRINT-AREA.

       800-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-6 TO PRINT-AREA.
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
           OPEN EXTEND RUNLOG-RPT3030.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3030 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3030
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
           MOVE "RPT3030"             TO RL-PROGRAM-ID.
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
           MOVE GRAND-READ-COUNT      TO RL-RECORDS-READ.
           MOVE GRAND-LISTED-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE "PAST DUE"            TO RL-AMOUNT-NAME-1.
           MOVE GRAND-TOTAL-PAST-DUE  TO RL-AMOUNT-TOTAL-1.
           MOVE "HOLDTRAN"            TO RL-HANDOFF-NAME-1.
           MOVE GRAND-HOLD-COUNT      TO RL-HANDOFF-COUNT-1.
