       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3036.
      *****************************************************************
      *  Programmers: Tristan Joubert Clay Rasmussen
      *  Date.......: October 15, 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment3
      *  Description: The RPT3036 program is the bank lockbox
      *               interface.  Customer payments arrive each
      *               morning as the bank's lockbox transmission, and
      *               until now a clerk re-keyed every one of them
      *               into the CASHTRN layout before RPT3019 could
      *               post them.  RPT3036 reads the transmission -
      *               a file header, then one or more batches, each a
      *               batch header, its payment details and a batch
      *               trailer, then a file trailer - and proves every
      *               batch against the item count and batch total
      *               the bank put on its trailer.  Each payment
      *               detail is identified by looking the remitter's
      *               bank routing and account number up on the
      *               LBXREF cross-reference RPT3035 maintains.  An
      *               identified payment for a customer on CUSTMAST
      *               whose account is not closed is written to
      *               CASHTRN, dated on the deposit date, for
      *               RPT3019 to post.  Everything else - an
      *               unknown remitter account, a cross-reference to
      *               a customer no longer on CUSTMAST, a closed
      *               account, or an amount CASHTRN cannot carry - is
      *               written to the UNIDCASH unidentified cash
      *               suspense file and listed on a work list for the
      *               cash clerk; none of it goes near RPT3019's
      *               CASHERR.  The interface register prints the
      *               proof of every batch and reconciles the bank's
      *               deposit total to what was passed on plus what
      *               was suspended.  A batch that does not prove, a
      *               deposit that does not reconcile, or a broken
      *               transmission (records out of order, a header or
      *               trailer missing) ends the run RC=16, and the
      *               RPT3019 cash posting must not be run on it.
      *****************************************************************
      *  Modification History:
      *  2026-10-15  TJ  Initial version.
      *  2026-10-15  TJ  Appends one record per run to the shared
      *                  RUNLOG job-stream log (990-WRITE-RUN-LOG) -
      *                  completion status, record counts, key amount
      *                  totals and hand-off counts - for the new
      *                  RPT3037 morning operations status report.
      *  2026-10-15  TJ  CM-PARENT-NUMBER added to the CUSTMAST layout
      *                  in what was filler. Not used here - kept only
      *                  so every program sharing the CUSTMAST layout
      *                  agrees on it.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LBXREF            ASSIGN TO LBXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-REMITTER-KEY
               FILE STATUS IS WS-LBXREF-STATUS.
           SELECT CUSTMAST          ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LOCKBOX-IN        ASSIGN TO LOCKBOX.
           SELECT CASH-TRANS-OUT    ASSIGN TO CASHTRN.
           SELECT UNIDENTIFIED-CASH ASSIGN TO UNIDCASH.
           SELECT OUTPUT-RPT3036    ASSIGN TO RPT3036.
           SELECT WORKLIST-RPT3036  ASSIGN TO UNIDRPT.
           SELECT RUNLOG-RPT3036    ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  LBXREF is the lockbox remitter cross-reference RPT3035
      *  maintains - one record per remitter bank account, keyed on
      *  the routing number and account number, naming the customer
      *  the account pays for.
      *****************************************************************
       FD  LBXREF
           RECORD CONTAINS 80 CHARACTERS.
       01  REMITTER-XREF-RECORD.
           05  RX-REMITTER-KEY.
               10  RX-ROUTING-NUMBER   PIC X(09).
               10  RX-ACCOUNT-NUMBER   PIC X(17).
           05  RX-CUSTOMER-NUMBER      PIC 9(5).
           05  RX-REMITTER-NAME        PIC X(30).
           05  FILLER                  PIC X(19).

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
           05  CM-FINCHG-EXEMPT        PIC X(01).
               88  CM-FINCHG-IS-EXEMPT          VALUE "Y".
           05  CM-PARENT-NUMBER        PIC 9(5).
           05  FILLER                  PIC X(8).

      *****************************************************************
      *  LOCKBOX-IN is the bank's lockbox transmission, 80 bytes per
      *  record, with the record type in column 1:
      *      1 = file header     (bank, lockbox number, deposit date)
      *      5 = batch header    (batch number, lockbox number)
      *      6 = payment detail  (remitter routing/account, check
      *                           number, amount, invoice reference)
      *      7 = batch trailer   (item count and batch total)
      *      9 = file trailer    (batch count, item count and the
      *                           deposit total)
      *  The amounts are unsigned with two implied decimals.
      *****************************************************************
       FD  LOCKBOX-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE          PIC X(01).
               88  LB-FILE-HEADER               VALUE "1".
               88  LB-BATCH-HEADER              VALUE "5".
               88  LB-PAYMENT-DETAIL            VALUE "6".
               88  LB-BATCH-TRAILER             VALUE "7".
               88  LB-FILE-TRAILER              VALUE "9".
           05  FILLER                  PIC X(79).
       01  FILE-HEADER-RECORD.
           05  FILLER                  PIC X(01).
           05  FH-BANK-ID              PIC X(10).
           05  FH-LOCKBOX-NUMBER       PIC 9(7).
           05  FH-DEPOSIT-DATE         PIC 9(8).
           05  FILLER                  PIC X(54).
       01  BATCH-HEADER-RECORD.
           05  FILLER                  PIC X(01).
           05  BH-BATCH-NUMBER         PIC 9(3).
           05  BH-LOCKBOX-NUMBER       PIC 9(7).
           05  FILLER                  PIC X(69).
       01  PAYMENT-DETAIL-RECORD.
           05  FILLER                  PIC X(01).
           05  DT-BATCH-NUMBER         PIC 9(3).
           05  DT-ITEM-NUMBER          PIC 9(3).
           05  DT-REMITTER-KEY.
               10  DT-ROUTING-NUMBER   PIC X(09).
               10  DT-ACCOUNT-NUMBER   PIC X(17).
           05  DT-CHECK-NUMBER         PIC X(10).
           05  DT-REMIT-AMOUNT         PIC 9(8)V9(2).
           05  DT-INVOICE-REFERENCE    PIC X(10).
           05  FILLER                  PIC X(17).
       01  BATCH-TRAILER-RECORD.
           05  FILLER                  PIC X(01).
           05  BT-BATCH-NUMBER         PIC 9(3).
           05  BT-ITEM-COUNT           PIC 9(4).
           05  BT-BATCH-TOTAL          PIC 9(8)V9(2).
           05  FILLER                  PIC X(62).
       01  FILE-TRAILER-RECORD.
           05  FILLER                  PIC X(01).
           05  FT-BATCH-COUNT          PIC 9(3).
           05  FT-ITEM-COUNT           PIC 9(6).
           05  FT-DEPOSIT-TOTAL        PIC 9(10)V9(2).
           05  FILLER                  PIC X(58).

      *****************************************************************
      *  CASH-TRANS-OUT is the RPT3019 cash posting input, in exactly
      *  the CASHTRN layout RPT3019 reads.  RPT3019.JCL sorts it into
      *  customer order, so it is written here in lockbox order.
      *****************************************************************
       FD  CASH-TRANS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  CASH-TRANS-RECORD.
           05  CP-CUSTOMER-NUMBER      PIC 9(5).
           05  CP-PAYMENT-AMOUNT       PIC S9(5)V9(2).
           05  CP-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(60).

      *****************************************************************
      *  UNIDENTIFIED-CASH is the unidentified cash suspense file -
      *  the deposit date, lockbox, reason code and (where the
      *  cross-reference named one) customer number, followed by an
      *  exact copy of the bank's detail record, so the cash clerk
      *  has everything the bank sent while researching the item:
      *      UA = remitter account not on LBXREF
      *      NC = LBXREF customer not on CUSTMAST
      *      CL = customer account closed
      *      AM = amount zero, not numeric, or too large for CASHTRN
      *****************************************************************
       FD  UNIDENTIFIED-CASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.
       01  UNIDENTIFIED-CASH-RECORD.
           05  UC-DEPOSIT-DATE         PIC 9(8).
           05  UC-LOCKBOX-NUMBER       PIC 9(7).
           05  UC-REASON-CODE          PIC X(2).
           05  UC-CUSTOMER-NUMBER      PIC 9(5).
           05  UC-DETAIL-IMAGE         PIC X(80).
           05  FILLER                  PIC X(18).

       FD  OUTPUT-RPT3036
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       FD  WORKLIST-RPT3036
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  WORK-PRINT-AREA PIC X(130).

      *****************************************************************
      *  RUNLOG-RPT3036 is the shared job-stream run log - every batch
      *  program in the suite appends one record per run giving its
      *  completion status, return code, record counts, key amount
      *  totals and the counts it handed to the next step.  The JCL
      *  keeps it DISP=MOD, so the log only grows; RPT3037 reads it
      *  for the morning operations status report.
      *****************************************************************
       FD  RUNLOG-RPT3036
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
           05  LOCKBOX-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-HEADER-SWITCH        PIC X    VALUE "N".
               88  HEADER-SEEN                  VALUE "Y".
               88  HEADER-NOT-SEEN              VALUE "N".
           05  WS-TRAILER-SWITCH       PIC X    VALUE "N".
               88  TRAILER-SEEN                 VALUE "Y".
               88  TRAILER-NOT-SEEN             VALUE "N".
           05  WS-BATCH-OPEN-SWITCH    PIC X    VALUE "N".
               88  BATCH-OPEN                   VALUE "Y".
               88  BATCH-CLOSED                 VALUE "N".
           05  WS-BATCH-PROOF-SWITCH   PIC X    VALUE "N".
               88  BATCH-PROVED                 VALUE "Y".
               88  BATCH-NOT-PROVED             VALUE "N".
           05  WS-DEPOSIT-SWITCH       PIC X    VALUE "Y".
               88  DEPOSIT-PROVED               VALUE "Y".
               88  DEPOSIT-NOT-PROVED           VALUE "N".
           05  WS-ITEM-SWITCH          PIC X    VALUE "N".
               88  ITEM-IDENTIFIED              VALUE "Y".
               88  ITEM-UNIDENTIFIED            VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  WS-LBXREF-STATUS        PIC X(2)    VALUE SPACE.
           05  WS-CUSTMAST-STATUS      PIC X(2)    VALUE SPACE.

      *****************************************************************
      *  CP-PAYMENT-AMOUNT holds at most 99,999.99, so a larger
      *  remittance cannot be passed on and is suspended instead.
      *****************************************************************
       01  LIMIT-FIELDS.
           05  WS-MAX-CASHTRN-AMOUNT   PIC 9(5)V99  VALUE 99999.99.

       01  DEPOSIT-FIELDS.
           05  WS-BANK-ID              PIC X(10)       VALUE SPACE.
           05  WS-LOCKBOX-NUMBER       PIC 9(7)        VALUE ZERO.
           05  WS-DEPOSIT-DATE         PIC 9(8)        VALUE ZERO.
           05  WS-RECORDS-READ         PIC 9(7)        VALUE ZERO.

      *****************************************************************
      *  The deposit date is proved a real calendar date before any
      *  payment is dated on it - the same edit RPT3022 applies to a
      *  posting date.
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

       01  ITEM-FIELDS.
           05  WS-ITEM-CUSTOMER-NUMBER PIC 9(5)        VALUE ZERO.
           05  WS-ITEM-AMOUNT          PIC 9(8)V99     VALUE ZERO.
           05  WS-REASON-CODE          PIC X(2)        VALUE SPACE.
           05  WS-REASON-TEXT          PIC X(30)       VALUE SPACE.

       01  BATCH-FIELDS.
           05  WS-BATCH-NUMBER         PIC 9(3)        VALUE ZERO.
           05  WS-BATCH-ITEM-COUNT     PIC 9(5)        VALUE ZERO.
           05  WS-BATCH-AMOUNT         PIC S9(10)V99   VALUE ZERO.
           05  WS-BATCH-PASSED-COUNT   PIC 9(5)        VALUE ZERO.
           05  WS-BATCH-PASSED-AMOUNT  PIC S9(10)V99   VALUE ZERO.
           05  WS-BATCH-SUSP-COUNT     PIC 9(5)        VALUE ZERO.
           05  WS-BATCH-SUSP-AMOUNT    PIC S9(10)V99   VALUE ZERO.
           05  WS-BANK-BATCH-ITEMS     PIC 9(5)        VALUE ZERO.
           05  WS-BANK-BATCH-TOTAL     PIC S9(10)V99   VALUE ZERO.

       01  DEPOSIT-TOTAL-FIELDS.
           05  WS-BATCHES-READ         PIC 9(5)        VALUE ZERO.
           05  WS-BATCHES-NOT-PROVED   PIC 9(5)        VALUE ZERO.
           05  WS-ITEMS-READ           PIC 9(7)        VALUE ZERO.
           05  WS-PASSED-COUNT         PIC 9(7)        VALUE ZERO.
           05  WS-PASSED-AMOUNT        PIC S9(10)V99   VALUE ZERO.
           05  WS-SUSPENDED-COUNT      PIC 9(7)        VALUE ZERO.
           05  WS-SUSPENDED-AMOUNT     PIC S9(10)V99   VALUE ZERO.
           05  WS-STRUCTURE-ERRORS     PIC 9(5)        VALUE ZERO.
           05  WS-BANK-BATCH-COUNT     PIC 9(5)        VALUE ZERO.
           05  WS-BANK-ITEM-COUNT      PIC 9(7)        VALUE ZERO.
           05  WS-BANK-DEPOSIT-TOTAL   PIC S9(10)V99   VALUE ZERO.
           05  WS-RECONCILED-AMOUNT    PIC S9(10)V99   VALUE ZERO.
           05  WS-DEPOSIT-DIFFERENCE   PIC S9(10)V99   VALUE ZERO.

       01  UNIDENTIFIED-TOTAL-FIELDS.
           05  WS-UNKNOWN-ACCT-COUNT   PIC 9(7)        VALUE ZERO.
           05  WS-UNKNOWN-ACCT-AMOUNT  PIC S9(10)V99   VALUE ZERO.
           05  WS-NO-CUSTOMER-COUNT    PIC 9(7)        VALUE ZERO.
           05  WS-NO-CUSTOMER-AMOUNT   PIC S9(10)V99   VALUE ZERO.
           05  WS-CLOSED-ACCT-COUNT    PIC 9(7)        VALUE ZERO.
           05  WS-CLOSED-ACCT-AMOUNT   PIC S9(10)V99   VALUE ZERO.
           05  WS-BAD-AMOUNT-COUNT     PIC 9(7)        VALUE ZERO.
           05  WS-BAD-AMOUNT-AMOUNT    PIC S9(10)V99   VALUE ZERO.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  WORK-PRINT-FIELDS.
           05  WORK-PAGE-COUNT     PIC S9(3)   VALUE ZERO.
           05  WORK-LINES-ON-PAGE  PIC S9(3)   VALUE +55.
           05  WORK-LINE-COUNT     PIC S9(3)   VALUE +99.

       01  BATCH-MISSING-REASON.
           05  FILLER                 PIC X(6)   VALUE "BATCH ".
           05  BMR-BATCH-NUMBER       PIC 9(3).
           05  FILLER                 PIC X(31)
               VALUE " CLOSED WITH NO BATCH TRAILER".

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
               VALUE "LOCKBOX INTERFACE REGISTER".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3036".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(6)  VALUE "BATCH ".
           05  FILLER PIC X(7)  VALUE "BANK   ".
           05  FILLER PIC X(7)  VALUE "ITEMS  ".
           05  FILLER PIC X(16) VALUE "   BANK BATCH   ".
           05  FILLER PIC X(16) VALUE "  AMOUNT READ   ".
           05  FILLER PIC X(6)  VALUE "PASS  ".
           05  FILLER PIC X(16) VALUE "PASSED AMOUNT   ".
           05  FILLER PIC X(6)  VALUE "SUSP  ".
           05  FILLER PIC X(15) VALUE "SUSPENDED AMT  ".
           05  FILLER PIC X(20) VALUE "RESULT".
           05  FILLER PIC X(15) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(6)  VALUE "NUM   ".
           05  FILLER PIC X(7)  VALUE "ITEMS  ".
           05  FILLER PIC X(7)  VALUE "READ   ".
           05  FILLER PIC X(16) VALUE "        TOTAL   ".
           05  FILLER PIC X(16) VALUE SPACE.
           05  FILLER PIC X(6)  VALUE "ITEMS ".
           05  FILLER PIC X(16) VALUE SPACE.
           05  FILLER PIC X(6)  VALUE "ITEMS ".
           05  FILLER PIC X(50) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(3)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(4)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(15) VALUE SPACE.

       01  LOCKBOX-LINE.
           05  FILLER              PIC X(9)    VALUE "LOCKBOX: ".
           05  LL-LOCKBOX-NUMBER   PIC 9(7).
           05  FILLER              PIC X(9)    VALUE "   BANK: ".
           05  LL-BANK-ID          PIC X(10).
           05  FILLER              PIC X(17)
               VALUE "   DEPOSIT DATE: ".
           05  LL-DEPOSIT-MONTH    PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  LL-DEPOSIT-DAY      PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  LL-DEPOSIT-YEAR     PIC 9(4).
           05  FILLER              PIC X(68)   VALUE SPACE.

       01  BATCH-PROOF-LINE.
           05  BP-BATCH-NUMBER     PIC 9(3).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-BANK-ITEMS       PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-ITEMS-READ       PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-BANK-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-AMOUNT-READ      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-PASSED-COUNT     PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BP-PASSED-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BP-SUSP-COUNT       PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BP-SUSP-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BP-RESULT           PIC X(20).
           05  FILLER              PIC X(15)   VALUE SPACE.

       01  ERROR-LINE.
           05  FILLER              PIC X(11)   VALUE "*** RECORD ".
           05  EL-RECORD-NUMBER    PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-FIELD-NAME       PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EL-REASON           PIC X(40).
           05  FILLER              PIC X(48)   VALUE SPACE.

       01  SUMMARY-LINE-1.
           05  FILLER              PIC X(130)  VALUE ALL "-".

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "BATCHES - BANK....: ".
           05  SL2-BANK-BATCHES    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)
               VALUE "   ACTUAL: ".
           05  SL2-BATCHES-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(84)   VALUE SPACE.

       01  SUMMARY-LINE-3.
           05  FILLER              PIC X(20)
               VALUE "ITEMS - BANK......: ".
           05  SL3-BANK-ITEMS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)
               VALUE "   ACTUAL: ".
           05  SL3-ITEMS-READ      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(84)   VALUE SPACE.

       01  SUMMARY-LINE-4.
           05  FILLER              PIC X(20)
               VALUE "BATCHES NOT PROVED: ".
           05  SL4-NOT-PROVED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  SUMMARY-LINE-5.
           05  FILLER              PIC X(20)
               VALUE "STRUCTURE ERRORS..: ".
           05  SL5-STRUCTURE-ERRORS PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  SUMMARY-LINE-6.
           05  FILLER              PIC X(20)
               VALUE "BANK DEPOSIT TOTAL: ".
           05  FILLER              PIC X(19)   VALUE SPACE.
           05  SL6-DEPOSIT-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75)   VALUE SPACE.

       01  SUMMARY-LINE-7.
           05  FILLER              PIC X(20)
               VALUE "PASSED TO CASHTRN.: ".
           05  SL7-PASSED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)
               VALUE "   AMOUNT: ".
           05  SL7-PASSED-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75)   VALUE SPACE.

       01  SUMMARY-LINE-8.
           05  FILLER              PIC X(20)
               VALUE "SUSPENDED UNIDENT.: ".
           05  SL8-SUSPENDED-COUNT PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)
               VALUE "   AMOUNT: ".
           05  SL8-SUSPENDED-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75)   VALUE SPACE.

       01  SUMMARY-LINE-9.
           05  FILLER              PIC X(20)
               VALUE "PASSED + SUSPENDED: ".
           05  FILLER              PIC X(19)   VALUE SPACE.
           05  SL9-RECONCILED-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75)   VALUE SPACE.

       01  SUMMARY-LINE-10.
           05  FILLER              PIC X(20)
               VALUE "DEPOSIT DIFFERENCE: ".
           05  FILLER              PIC X(19)   VALUE SPACE.
           05  SL10-DIFFERENCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(74)   VALUE SPACE.

       01  DEPOSIT-OK-LINE.
           05  FILLER              PIC X(48)
               VALUE "DEPOSIT RECONCILED - CASHTRN RELEASED TO RPT3019".
           05  FILLER              PIC X(82)   VALUE SPACE.

       01  DEPOSIT-BAD-LINE.
           05  FILLER              PIC X(44)
               VALUE "*** DEPOSIT NOT PROVED - CASHTRN HELD FROM ".
           05  FILLER              PIC X(11)   VALUE "RPT3019 ***".
           05  FILLER              PIC X(75)   VALUE SPACE.

       01  WORK-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  WHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  WHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  WHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "UNIDENTIFIED CASH WORK LIST".
           05  FILLER          PIC X(19)   VALUE "           PAGE: ".
           05  WHL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  WORK-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  WHL2-HOURS      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  WHL2-MINUTES    PIC 9(2).
           05  FILLER          PIC X(57)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3036".
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  WORK-HEADING-LINE-3.
           05  FILLER PIC X(10) VALUE "BAT  ITEM ".
           05  FILLER PIC X(11) VALUE "ROUTING    ".
           05  FILLER PIC X(19) VALUE "REMITTER ACCOUNT   ".
           05  FILLER PIC X(12) VALUE "CHECK       ".
           05  FILLER PIC X(15) VALUE "       AMOUNT  ".
           05  FILLER PIC X(12) VALUE "INVOICE     ".
           05  FILLER PIC X(7)  VALUE "CUST   ".
           05  FILLER PIC X(32) VALUE "REASON".
           05  FILLER PIC X(12) VALUE "RESOLUTION".

       01  WORK-HEADING-LINE-4.
           05  FILLER PIC X(10) VALUE "NUM  NUM  ".
           05  FILLER PIC X(11) VALUE "NUMBER     ".
           05  FILLER PIC X(19) VALUE "NUMBER             ".
           05  FILLER PIC X(12) VALUE "NUMBER      ".
           05  FILLER PIC X(15) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "REFERENCE   ".
           05  FILLER PIC X(7)  VALUE "NUM    ".
           05  FILLER PIC X(44) VALUE SPACE.

       01  WORK-HEADING-LINE-5.
           05  FILLER PIC X(3)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(3)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(9)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(17) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(30) VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE ALL "-".

       01  WORK-LINE.
           05  WK-BATCH-NUMBER     PIC 9(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-ITEM-NUMBER      PIC 9(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-ROUTING-NUMBER   PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-ACCOUNT-NUMBER   PIC X(17).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-CHECK-NUMBER     PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-INVOICE-REFERENCE PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-REASON           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(12)   VALUE ALL "_".

       01  NO-UNIDENTIFIED-LINE.
           05  FILLER              PIC X(40)
               VALUE "NO UNIDENTIFIED REMITTANCES IN DEPOSIT".
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  WORK-SUMMARY-LINE.
           05  WSL-LABEL           PIC X(20).
           05  WSL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)
               VALUE "   AMOUNT: ".
           05  WSL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-INTERFACE-LOCKBOX-DEPOSIT.
           PERFORM 030-RUN-LOCKBOX-INTERFACE.
           PERFORM 990-WRITE-RUN-LOG.
           STOP RUN.

       030-RUN-LOCKBOX-INTERFACE.
           OPEN INPUT  LBXREF
                       CUSTMAST
                       LOCKBOX-IN
                OUTPUT CASH-TRANS-OUT
                       UNIDENTIFIED-CASH
                       OUTPUT-RPT3036
                       WORKLIST-RPT3036.
           IF WS-LBXREF-STATUS NOT = "00"
               OR WS-CUSTMAST-STATUS NOT = "00"
               PERFORM 040-ABORT-OPEN-FAILURE
           ELSE
               PERFORM 100-FORMAT-REPORT-HEADING
               PERFORM 200-PROCESS-LOCKBOX-RECORD
                   UNTIL LOCKBOX-EOF-SWITCH = "Y"
               PERFORM 290-CHECK-END-OF-TRANSMISSION
               PERFORM 700-PRINT-DEPOSIT-RECONCILIATION
               PERFORM 750-PRINT-WORK-LIST-SUMMARY
               IF DEPOSIT-NOT-PROVED
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LBXREF
                 CUSTMAST
                 LOCKBOX-IN
                 CASH-TRANS-OUT
                 UNIDENTIFIED-CASH
                 OUTPUT-RPT3036
                 WORKLIST-RPT3036.

       040-ABORT-OPEN-FAILURE.
           DISPLAY "RPT3036 - LBXREF/CUSTMAST OPEN FAILED, FILE "
                   "STATUS " WS-LBXREF-STATUS "/" WS-CUSTMAST-STATUS
                   " - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH
                              WHL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY
                              WHL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR
                              WHL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS
                              WHL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES
                              WHL2-MINUTES.

      *****************************************************************
      *  200-PROCESS-LOCKBOX-RECORD reads the next record of the
      *  transmission and routes it on its record type.  Anything
      *  after the file trailer is outside the deposit the bank
      *  totalled, so it is flagged - but it is still processed, so
      *  its money shows up somewhere on the register.
      *****************************************************************
       200-PROCESS-LOCKBOX-RECORD.
           READ LOCKBOX-IN
               AT END
                   MOVE "Y" TO LOCKBOX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF TRAILER-SEEN
                       MOVE "RECORD TYPE" TO EL-FIELD-NAME
                       MOVE "RECORD FOLLOWS THE FILE TRAILER"
                           TO EL-REASON
                       PERFORM 285-FLAG-STRUCTURE-ERROR
                   END-IF
                   EVALUATE TRUE
                       WHEN LB-FILE-HEADER
                           PERFORM 210-PROCESS-FILE-HEADER
                       WHEN LB-BATCH-HEADER
                           PERFORM 220-PROCESS-BATCH-HEADER
                       WHEN LB-PAYMENT-DETAIL
                           PERFORM 230-PROCESS-PAYMENT-DETAIL
                       WHEN LB-BATCH-TRAILER
                           PERFORM 260-PROCESS-BATCH-TRAILER
                       WHEN LB-FILE-TRAILER
                           PERFORM 280-PROCESS-FILE-TRAILER
                       WHEN OTHER
                           MOVE "RECORD TYPE" TO EL-FIELD-NAME
                           MOVE "RECORD TYPE NOT 1/5/6/7/9"
                               TO EL-REASON
                           PERFORM 285-FLAG-STRUCTURE-ERROR
                   END-EVALUATE
           END-READ.

      *****************************************************************
      *  210-PROCESS-FILE-HEADER takes the lockbox number and the
      *  deposit date every payment in the transmission is dated on.
      *  A deposit date that is not a real calendar date holds the
      *  whole deposit - RPT3019 would reject every payment on it.
      *****************************************************************
       210-PROCESS-FILE-HEADER.
           IF HEADER-SEEN
               MOVE "FILE HEADER" TO EL-FIELD-NAME
               MOVE "SECOND FILE HEADER IN TRANSMISSION"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.
           SET HEADER-SEEN TO TRUE.

           MOVE FH-BANK-ID        TO WS-BANK-ID.
           MOVE FH-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER.
           SET EDIT-DATE-BAD TO TRUE.
           IF FH-DEPOSIT-DATE IS NUMERIC
               MOVE FH-DEPOSIT-DATE TO WS-EDIT-DATE
               PERFORM 215-EDIT-DEPOSIT-DATE
           END-IF.
           IF EDIT-DATE-OK
               MOVE FH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           ELSE
               MOVE ZERO TO WS-EDIT-DATE
               MOVE "FH-DEPOSIT-DATE" TO EL-FIELD-NAME
               MOVE "DEPOSIT DATE NOT A USABLE CCYYMMDD"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.

           MOVE WS-LOCKBOX-NUMBER TO LL-LOCKBOX-NUMBER.
           MOVE WS-BANK-ID        TO LL-BANK-ID.
           MOVE WS-EDIT-MONTH     TO LL-DEPOSIT-MONTH.
           MOVE WS-EDIT-DAY       TO LL-DEPOSIT-DAY.
           MOVE WS-EDIT-YEAR      TO LL-DEPOSIT-YEAR.
           PERFORM 610-PRINT-LOCKBOX-LINE.

       215-EDIT-DEPOSIT-DATE.
           IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
               OR WS-EDIT-DAY < 01
               SET EDIT-DATE-BAD TO TRUE
           ELSE
               EVALUATE WS-EDIT-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-MAX-EDIT-DAY
                   WHEN 02
                       PERFORM 216-SET-FEBRUARY-LIMIT
                   WHEN OTHER
                       MOVE 31 TO WS-MAX-EDIT-DAY
               END-EVALUATE
               IF WS-EDIT-DAY > WS-MAX-EDIT-DAY
                   SET EDIT-DATE-BAD TO TRUE
               ELSE
                   SET EDIT-DATE-OK TO TRUE
               END-IF
           END-IF.

       216-SET-FEBRUARY-LIMIT.
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
      *  220-PROCESS-BATCH-HEADER opens a new batch.  A batch still
      *  open at this point never got its trailer, so it is closed
      *  out unproved first.
      *****************************************************************
       220-PROCESS-BATCH-HEADER.
           IF HEADER-NOT-SEEN
               MOVE "BATCH HEADER" TO EL-FIELD-NAME
               MOVE "BATCH HEADER BEFORE THE FILE HEADER"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.
           IF BATCH-OPEN
               PERFORM 268-CLOSE-BATCH-NO-TRAILER
           END-IF.
           IF BH-BATCH-NUMBER NOT NUMERIC
               MOVE "BH-BATCH-NUMBER" TO EL-FIELD-NAME
               MOVE "BATCH NUMBER NOT NUMERIC" TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
               MOVE ZERO TO WS-BATCH-NUMBER
           ELSE
               MOVE BH-BATCH-NUMBER TO WS-BATCH-NUMBER
           END-IF.
           IF BH-LOCKBOX-NUMBER NOT = WS-LOCKBOX-NUMBER
               MOVE "BH-LOCKBOX-NUMBER" TO EL-FIELD-NAME
               MOVE "BATCH LOCKBOX NOT THE FILE HEADER'S"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.

           SET BATCH-OPEN TO TRUE.
           ADD 1 TO WS-BATCHES-READ.
           MOVE ZERO TO WS-BATCH-ITEM-COUNT
                        WS-BATCH-AMOUNT
                        WS-BATCH-PASSED-COUNT
                        WS-BATCH-PASSED-AMOUNT
                        WS-BATCH-SUSP-COUNT
                        WS-BATCH-SUSP-AMOUNT.

      *****************************************************************
      *  230-PROCESS-PAYMENT-DETAIL counts the item into its batch's
      *  proof totals, then identifies the remitter and either
      *  passes the payment to CASHTRN or suspends it.  Every item
      *  goes one way or the other, so the deposit always
      *  reconciles to passed plus suspended when the bank's
      *  figures are right.
      *****************************************************************
       230-PROCESS-PAYMENT-DETAIL.
           IF BATCH-CLOSED
               MOVE "PAYMENT DETAIL" TO EL-FIELD-NAME
               MOVE "DETAIL RECORD OUTSIDE A BATCH" TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           ELSE
               IF DT-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                   MOVE "DT-BATCH-NUMBER" TO EL-FIELD-NAME
                   MOVE "DETAIL BATCH NUMBER NOT THE OPEN BATCH"
                       TO EL-REASON
                   PERFORM 285-FLAG-STRUCTURE-ERROR
               END-IF
           END-IF.

           ADD 1 TO WS-BATCH-ITEM-COUNT
                    WS-ITEMS-READ.
           IF DT-REMIT-AMOUNT IS NUMERIC
               MOVE DT-REMIT-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-BATCH-AMOUNT.

           PERFORM 240-IDENTIFY-REMITTER.
           IF ITEM-IDENTIFIED
               PERFORM 250-PASS-TO-CASHTRN
           ELSE
               PERFORM 255-SUSPEND-UNIDENTIFIED
           END-IF.

      *****************************************************************
      *  240-IDENTIFY-REMITTER decides where the payment goes.  The
      *  amount is checked first - a payment CASHTRN cannot carry
      *  is suspended whoever sent it - then the remitter account
      *  is looked up on LBXREF and the customer it names on
      *  CUSTMAST.  A closed account is suspended rather than passed:
      *  RPT3019 would post it, but money arriving on a closed
      *  account is for the cash clerk to research and refund or
      *  reapply, not to drop silently onto a dead balance.
      *****************************************************************
       240-IDENTIFY-REMITTER.
           SET ITEM-UNIDENTIFIED TO TRUE.
           MOVE ZERO  TO WS-ITEM-CUSTOMER-NUMBER.
           MOVE SPACE TO WS-REASON-CODE
                         WS-REASON-TEXT.

           IF DT-REMIT-AMOUNT NOT NUMERIC
               OR DT-REMIT-AMOUNT = ZERO
               OR DT-REMIT-AMOUNT > WS-MAX-CASHTRN-AMOUNT
               MOVE "AM" TO WS-REASON-CODE
               MOVE "AMOUNT NOT USABLE FOR CASHTRN" TO WS-REASON-TEXT
           ELSE
               PERFORM 242-READ-REMITTER-XREF
           END-IF.

       242-READ-REMITTER-XREF.
           MOVE DT-REMITTER-KEY TO RX-REMITTER-KEY.
           READ LBXREF
               INVALID KEY
                   MOVE "UA" TO WS-REASON-CODE
                   MOVE "REMITTER ACCOUNT NOT ON LBXREF"
                       TO WS-REASON-TEXT
               NOT INVALID KEY
                   IF RX-CUSTOMER-NUMBER IS NUMERIC
                       MOVE RX-CUSTOMER-NUMBER
                           TO WS-ITEM-CUSTOMER-NUMBER
                       PERFORM 245-READ-CUSTMAST-BY-KEY
                   ELSE
                       MOVE "UA" TO WS-REASON-CODE
                       MOVE "REMITTER ACCOUNT NOT ON LBXREF"
                           TO WS-REASON-TEXT
                   END-IF
           END-READ.

       245-READ-CUSTMAST-BY-KEY.
           MOVE WS-ITEM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "NC" TO WS-REASON-CODE
                   MOVE "CUSTOMER NOT ON CUSTMAST" TO WS-REASON-TEXT
               NOT INVALID KEY
                   IF CM-STATUS-CLOSED
                       MOVE "CL" TO WS-REASON-CODE
                       MOVE "CUSTOMER ACCOUNT CLOSED"
                           TO WS-REASON-TEXT
                   ELSE
                       SET ITEM-IDENTIFIED TO TRUE
                   END-IF
           END-READ.

       250-PASS-TO-CASHTRN.
           MOVE SPACE TO CASH-TRANS-RECORD.
           MOVE WS-ITEM-CUSTOMER-NUMBER TO CP-CUSTOMER-NUMBER.
           MOVE DT-REMIT-AMOUNT         TO CP-PAYMENT-AMOUNT.
           MOVE WS-DEPOSIT-DATE         TO CP-PAYMENT-DATE.
           WRITE CASH-TRANS-RECORD.

           ADD 1              TO WS-BATCH-PASSED-COUNT
                                 WS-PASSED-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-BATCH-PASSED-AMOUNT
                                 WS-PASSED-AMOUNT.

       255-SUSPEND-UNIDENTIFIED.
           MOVE SPACE TO UNIDENTIFIED-CASH-RECORD.
           MOVE WS-DEPOSIT-DATE         TO UC-DEPOSIT-DATE.
           MOVE WS-LOCKBOX-NUMBER       TO UC-LOCKBOX-NUMBER.
           MOVE WS-REASON-CODE          TO UC-REASON-CODE.
           MOVE WS-ITEM-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE LOCKBOX-RECORD          TO UC-DETAIL-IMAGE.
           WRITE UNIDENTIFIED-CASH-RECORD.

           ADD 1              TO WS-BATCH-SUSP-COUNT
                                 WS-SUSPENDED-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-BATCH-SUSP-AMOUNT
                                 WS-SUSPENDED-AMOUNT.
           EVALUATE WS-REASON-CODE
               WHEN "UA"
                   ADD 1              TO WS-UNKNOWN-ACCT-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-UNKNOWN-ACCT-AMOUNT
               WHEN "NC"
                   ADD 1              TO WS-NO-CUSTOMER-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-NO-CUSTOMER-AMOUNT
               WHEN "CL"
                   ADD 1              TO WS-CLOSED-ACCT-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-CLOSED-ACCT-AMOUNT
               WHEN OTHER
                   ADD 1              TO WS-BAD-AMOUNT-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-BAD-AMOUNT-AMOUNT
           END-EVALUATE.

           PERFORM 650-PRINT-WORK-LINE.

      *****************************************************************
      *  260-PROCESS-BATCH-TRAILER proves the open batch against the
      *  bank's trailer - the item count and the batch total must
      *  both agree to the penny, and the trailer must belong to the
      *  batch that is open.
      *****************************************************************
       260-PROCESS-BATCH-TRAILER.
           IF BATCH-CLOSED
               MOVE "BATCH TRAILER" TO EL-FIELD-NAME
               MOVE "BATCH TRAILER WITH NO OPEN BATCH" TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           ELSE
               SET BATCH-NOT-PROVED TO TRUE
               MOVE ZERO TO WS-BANK-BATCH-ITEMS
                            WS-BANK-BATCH-TOTAL
               IF BT-ITEM-COUNT IS NUMERIC
                   AND BT-BATCH-TOTAL IS NUMERIC
                   MOVE BT-ITEM-COUNT  TO WS-BANK-BATCH-ITEMS
                   MOVE BT-BATCH-TOTAL TO WS-BANK-BATCH-TOTAL
                   IF BT-BATCH-NUMBER = WS-BATCH-NUMBER
                       AND WS-BATCH-ITEM-COUNT = WS-BANK-BATCH-ITEMS
                       AND WS-BATCH-AMOUNT = WS-BANK-BATCH-TOTAL
                       SET BATCH-PROVED TO TRUE
                   END-IF
               END-IF
               IF BT-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                   MOVE "BT-BATCH-NUMBER" TO EL-FIELD-NAME
                   MOVE "TRAILER BATCH NUMBER NOT THE OPEN BATCH"
                       TO EL-REASON
                   PERFORM 285-FLAG-STRUCTURE-ERROR
               END-IF
               PERFORM 265-FINISH-BATCH
           END-IF.

       265-FINISH-BATCH.
           IF BATCH-PROVED
               MOVE "PROVED" TO BP-RESULT
           ELSE
               ADD 1 TO WS-BATCHES-NOT-PROVED
               SET DEPOSIT-NOT-PROVED TO TRUE
               MOVE "*** NOT PROVED ***" TO BP-RESULT
           END-IF.
           MOVE WS-BATCH-NUMBER        TO BP-BATCH-NUMBER.
           MOVE WS-BANK-BATCH-ITEMS    TO BP-BANK-ITEMS.
           MOVE WS-BATCH-ITEM-COUNT    TO BP-ITEMS-READ.
           MOVE WS-BANK-BATCH-TOTAL    TO BP-BANK-TOTAL.
           MOVE WS-BATCH-AMOUNT        TO BP-AMOUNT-READ.
           MOVE WS-BATCH-PASSED-COUNT  TO BP-PASSED-COUNT.
           MOVE WS-BATCH-PASSED-AMOUNT TO BP-PASSED-AMOUNT.
           MOVE WS-BATCH-SUSP-COUNT    TO BP-SUSP-COUNT.
           MOVE WS-BATCH-SUSP-AMOUNT   TO BP-SUSP-AMOUNT.
           PERFORM 600-PRINT-BATCH-PROOF-LINE.
           SET BATCH-CLOSED TO TRUE.

       268-CLOSE-BATCH-NO-TRAILER.
           MOVE WS-BATCH-NUMBER TO BMR-BATCH-NUMBER.
           MOVE "BATCH TRAILER" TO EL-FIELD-NAME.
           MOVE BATCH-MISSING-REASON TO EL-REASON.
           PERFORM 285-FLAG-STRUCTURE-ERROR.
           MOVE ZERO TO WS-BANK-BATCH-ITEMS
                        WS-BANK-BATCH-TOTAL.
           SET BATCH-NOT-PROVED TO TRUE.
           PERFORM 265-FINISH-BATCH.

      *****************************************************************
      *  280-PROCESS-FILE-TRAILER takes the bank's batch count, item
      *  count and deposit total for the reconciliation at the end
      *  of the run.
      *****************************************************************
       280-PROCESS-FILE-TRAILER.
           IF TRAILER-SEEN
               MOVE "FILE TRAILER" TO EL-FIELD-NAME
               MOVE "SECOND FILE TRAILER IN TRANSMISSION"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.
           IF BATCH-OPEN
               PERFORM 268-CLOSE-BATCH-NO-TRAILER
           END-IF.
           SET TRAILER-SEEN TO TRUE.

           IF FT-BATCH-COUNT IS NUMERIC
               AND FT-ITEM-COUNT IS NUMERIC
               AND FT-DEPOSIT-TOTAL IS NUMERIC
               MOVE FT-BATCH-COUNT   TO WS-BANK-BATCH-COUNT
               MOVE FT-ITEM-COUNT    TO WS-BANK-ITEM-COUNT
               MOVE FT-DEPOSIT-TOTAL TO WS-BANK-DEPOSIT-TOTAL
           ELSE
               MOVE "FILE TRAILER" TO EL-FIELD-NAME
               MOVE "TRAILER COUNTS/DEPOSIT TOTAL NOT NUMERIC"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.

       285-FLAG-STRUCTURE-ERROR.
           ADD 1 TO WS-STRUCTURE-ERRORS.
           SET DEPOSIT-NOT-PROVED TO TRUE.
           MOVE WS-RECORDS-READ TO EL-RECORD-NUMBER.
           PERFORM 810-PRINT-ERROR-LINE.

      *****************************************************************
      *  290-CHECK-END-OF-TRANSMISSION closes out a batch left open
      *  by a truncated file, flags a missing header or trailer, and
      *  reconciles the bank's deposit total, batch count and item
      *  count to what was actually read, passed and suspended.
      *****************************************************************
       290-CHECK-END-OF-TRANSMISSION.
           IF BATCH-OPEN
               PERFORM 268-CLOSE-BATCH-NO-TRAILER
           END-IF.
           IF HEADER-NOT-SEEN
               MOVE "FILE HEADER" TO EL-FIELD-NAME
               MOVE "NO FILE HEADER IN TRANSMISSION" TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.
           IF TRAILER-NOT-SEEN
               MOVE "FILE TRAILER" TO EL-FIELD-NAME
               MOVE "NO FILE TRAILER - DEPOSIT TOTAL UNKNOWN"
                   TO EL-REASON
               PERFORM 285-FLAG-STRUCTURE-ERROR
           END-IF.

           COMPUTE WS-RECONCILED-AMOUNT =
               WS-PASSED-AMOUNT + WS-SUSPENDED-AMOUNT.
           COMPUTE WS-DEPOSIT-DIFFERENCE =
               WS-BANK-DEPOSIT-TOTAL - WS-RECONCILED-AMOUNT.
           IF WS-DEPOSIT-DIFFERENCE NOT = ZERO
               OR WS-BANK-BATCH-COUNT NOT = WS-BATCHES-READ
               OR WS-BANK-ITEM-COUNT NOT = WS-ITEMS-READ
               SET DEPOSIT-NOT-PROVED TO TRUE
           END-IF.

       600-PRINT-BATCH-PROOF-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE BATCH-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       610-PRINT-LOCKBOX-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE LOCKBOX-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       650-PRINT-WORK-LINE.
           IF WORK-LINE-COUNT >= WORK-LINES-ON-PAGE
               PERFORM 850-PRINT-WORK-HEADING-LINES.

           MOVE DT-BATCH-NUMBER      TO WK-BATCH-NUMBER.
           MOVE DT-ITEM-NUMBER       TO WK-ITEM-NUMBER.
           MOVE DT-ROUTING-NUMBER    TO WK-ROUTING-NUMBER.
           MOVE DT-ACCOUNT-NUMBER    TO WK-ACCOUNT-NUMBER.
           MOVE DT-CHECK-NUMBER      TO WK-CHECK-NUMBER.
           MOVE WS-ITEM-AMOUNT       TO WK-AMOUNT.
           MOVE DT-INVOICE-REFERENCE TO WK-INVOICE-REFERENCE.
           IF WS-ITEM-CUSTOMER-NUMBER = ZERO
               MOVE SPACE TO WK-CUSTOMER-NUMBER
           ELSE
               MOVE WS-ITEM-CUSTOMER-NUMBER TO WK-CUSTOMER-NUMBER
           END-IF.
           MOVE WS-REASON-TEXT       TO WK-REASON.
           MOVE WORK-LINE TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           ADD 1 TO WORK-LINE-COUNT.

      *****************************************************************
      *  700-PRINT-DEPOSIT-RECONCILIATION prints the bank's figures
      *  beside what was read, then the deposit total beside passed
      *  plus suspended, and the verdict that tells operations
      *  whether the RPT3019 cash posting may run.
      *****************************************************************
       700-PRINT-DEPOSIT-RECONCILIATION.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-BANK-BATCH-COUNT TO SL2-BANK-BATCHES.
           MOVE WS-BATCHES-READ     TO SL2-BATCHES-READ.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-BANK-ITEM-COUNT  TO SL3-BANK-ITEMS.
           MOVE WS-ITEMS-READ       TO SL3-ITEMS-READ.
           MOVE SUMMARY-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-BATCHES-NOT-PROVED TO SL4-NOT-PROVED.
           MOVE SUMMARY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-STRUCTURE-ERRORS TO SL5-STRUCTURE-ERRORS.
           MOVE SUMMARY-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-BANK-DEPOSIT-TOTAL TO SL6-DEPOSIT-TOTAL.
           MOVE SUMMARY-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-PASSED-COUNT  TO SL7-PASSED-COUNT.
           MOVE WS-PASSED-AMOUNT TO SL7-PASSED-AMOUNT.
           MOVE SUMMARY-LINE-7 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-SUSPENDED-COUNT  TO SL8-SUSPENDED-COUNT.
           MOVE WS-SUSPENDED-AMOUNT TO SL8-SUSPENDED-AMOUNT.
           MOVE SUMMARY-LINE-8 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-RECONCILED-AMOUNT TO SL9-RECONCILED-AMOUNT.
           MOVE SUMMARY-LINE-9 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE WS-DEPOSIT-DIFFERENCE TO SL10-DIFFERENCE.
           MOVE SUMMARY-LINE-10 TO PRINT-AREA.
           WRITE PRINT-AREA.

           IF DEPOSIT-PROVED
               MOVE DEPOSIT-OK-LINE TO PRINT-AREA
           ELSE
               MOVE DEPOSIT-BAD-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           ADD 11 TO LINE-COUNT.

      *****************************************************************
      *  750-PRINT-WORK-LIST-SUMMARY totals the cash clerk's work
      *  list by reason.  A day with nothing unidentified still
      *  prints a page that says so.
      *****************************************************************
       750-PRINT-WORK-LIST-SUMMARY.
           IF WORK-PAGE-COUNT = ZERO
               PERFORM 850-PRINT-WORK-HEADING-LINES
               MOVE NO-UNIDENTIFIED-LINE TO WORK-PRINT-AREA
               WRITE WORK-PRINT-AREA
           END-IF.

           MOVE SUMMARY-LINE-1 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.

           MOVE "UNKNOWN ACCOUNT...: " TO WSL-LABEL.
           MOVE WS-UNKNOWN-ACCT-COUNT  TO WSL-COUNT.
           MOVE WS-UNKNOWN-ACCT-AMOUNT TO WSL-AMOUNT.
           PERFORM 760-WRITE-WORK-SUMMARY-LINE.

           MOVE "CUST NOT ON MASTER: " TO WSL-LABEL.
           MOVE WS-NO-CUSTOMER-COUNT   TO WSL-COUNT.
           MOVE WS-NO-CUSTOMER-AMOUNT  TO WSL-AMOUNT.
           PERFORM 760-WRITE-WORK-SUMMARY-LINE.

           MOVE "CLOSED ACCOUNT....: " TO WSL-LABEL.
           MOVE WS-CLOSED-ACCT-COUNT   TO WSL-COUNT.
           MOVE WS-CLOSED-ACCT-AMOUNT  TO WSL-AMOUNT.
           PERFORM 760-WRITE-WORK-SUMMARY-LINE.

           MOVE "UNUSABLE AMOUNT...: " TO WSL-LABEL.
           MOVE WS-BAD-AMOUNT-COUNT    TO WSL-COUNT.
           MOVE WS-BAD-AMOUNT-AMOUNT   TO WSL-AMOUNT.
           PERFORM 760-WRITE-WORK-SUMMARY-LINE.

           MOVE "TOTAL UNIDENTIFIED: " TO WSL-LABEL.
           MOVE WS-SUSPENDED-COUNT     TO WSL-COUNT.
           MOVE WS-SUSPENDED-AMOUNT    TO WSL-AMOUNT.
           PERFORM 760-WRITE-WORK-SUMMARY-LINE.

       760-WRITE-WORK-SUMMARY-LINE.
           MOVE WORK-SUMMARY-LINE TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.

       810-PRINT-ERROR-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES.

           MOVE ERROR-LINE TO PRINT-AREA.
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

       850-PRINT-WORK-HEADING-LINES.
           ADD 1 TO WORK-PAGE-COUNT.
           MOVE WORK-PAGE-COUNT     TO WHL1-PAGE-NUMBER.
           MOVE WORK-HEADING-LINE-1 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           MOVE WORK-HEADING-LINE-2 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           MOVE WORK-HEADING-LINE-3 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           MOVE WORK-HEADING-LINE-4 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           MOVE WORK-HEADING-LINE-5 TO WORK-PRINT-AREA.
           WRITE WORK-PRINT-AREA.
           MOVE ZERO TO WORK-LINE-COUNT.

      *****************************************************************
      *  990-WRITE-RUN-LOG appends this run's record to the shared
      *  RUNLOG.  It is the last thing the run does, after every
      *  other file is closed and RETURN-CODE is final.  A log that
      *  cannot be opened is reported on SYSOUT but never fails a
      *  run that has already done its work.
      *****************************************************************
       990-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-RPT3036.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RPT3036 - RUNLOG OPEN FAILED, FILE STATUS "
                       WS-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               PERFORM 995-FORMAT-RUN-LOG-RECORD
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG-RPT3036
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
           MOVE "RPT3036"             TO RL-PROGRAM-ID.
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
           MOVE WS-PASSED-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE WS-SUSPENDED-COUNT    TO RL-RECORDS-REJECTED.
           MOVE "DEPOSIT"             TO RL-AMOUNT-NAME-1.
           MOVE WS-BANK-DEPOSIT-TOTAL TO RL-AMOUNT-TOTAL-1.
           MOVE "SUSPENDED"           TO RL-AMOUNT-NAME-2.
           MOVE WS-SUSPENDED-AMOUNT   TO RL-AMOUNT-TOTAL-2.
           MOVE "CASHTRN"             TO RL-HANDOFF-NAME-1.
           MOVE WS-PASSED-COUNT       TO RL-HANDOFF-COUNT-1.
           MOVE "UNIDCASH"            TO RL-HANDOFF-NAME-2.
           MOVE WS-SUSPENDED-COUNT    TO RL-HANDOFF-COUNT-2.
