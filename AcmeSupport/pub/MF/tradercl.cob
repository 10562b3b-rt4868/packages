       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERCL.

      *****************************************************************
      * TRADERCL - overnight account closure and transfer-out run.    *
      *                                                               *
      * An account is closed by setting its TRADCMST customer master  *
      * to CU-STATUS 'P' (closing) through Cust_Maint.  From that     *
      * moment TRADERBL refuses new buys, sells, deposits and orders  *
      * for it, and TRADERLO/TRADERBO leave its orders alone.  This   *
      * run then works every closing account down to closed:          *
      *   - every OPEN order on TRADORDR is cancelled, bar a TRADERFL *
      *     forced sell-out, which TRADERLO fills to clear a held     *
      *     debit and which expires on its own the same night         *
      *   - while any cash leg is still queued on TRADPEND the        *
      *     account waits, and is retried night after night until     *
      *     the settlement pipeline has drained - a matured debit     *
      *     still held for want of cash is a settlement fail being    *
      *     worked by TRADERFL, and is listed as such                 *
      *   - an account with no receiving broker on the master waits   *
      *     too - there is nowhere to deliver to - and is listed as   *
      *     NO RECEIVING BROKER until Cust_Maint supplies one         *
      *   - once drained, every remaining TRADCUST position is        *
      *     written to the TRADXFRO transfer-out instruction file     *
      *     for the receiving broker named on the master              *
      *     (CU-XFER-BROKER / CU-XFER-ACCOUNT), valued at tonight's   *
      *     TRADCOMP price, booked off the position with a 'T'        *
      *     transfer-out blotter entry so the reconciliation still    *
      *     proves                                                    *
      *   - any custody fee arrears on TRADFEAR (FEEARREC.cpy) are    *
      *     collected from the TRADCASH balance first, as an 'F'      *
      *     debit the way TRADERFE collects them                      *
      *   - what is left of the balance is paid out as a final        *
      *     withdrawal, journaled on TRADCJRN, with a cash            *
      *     instruction on TRADXFRO alongside the securities          *
      *   - a final closing statement is printed to TRADCLRP with     *
      *     the name-and-address block, and the master flips to 'C'   *
      *                                                               *
      * Runs under the TRADRNCT run control after TRADERLO (so no     *
      * order can fill behind the cancellations) and ahead of the     *
      * TRADERSN cutoff snapshot, so tonight's transfer-out entries   *
      * and payouts reach the reporting batches with the rest of the  *
      * day.  A night with no closing accounts is a normal empty run. *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT TRADORDR-FILE ASSIGN TO "TRADORDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORD-KEY OF ORDER-IO-BUFFER
                  FILE STATUS IS ORDR-FILE-STATUS.

           SELECT TRADPEND-FILE ASSIGN TO "TRADPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PS-KEY OF PENDING-SETTLE-RECORD
                  FILE STATUS IS PEND-FILE-STATUS.

           SELECT TRADCUST-FILE ASSIGN TO "TRADCUST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEYREC OF CUSTOMER-IO-BUFFER
                  FILE STATUS IS CUST-FILE-STATUS.

           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADELOG-FILE ASSIGN TO "TRADLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

           SELECT TRADCJRN-FILE ASSIGN TO "TRADCJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

           SELECT TRADFEAR-FILE ASSIGN TO "TRADFEAR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FA-CUSTOMER OF FEE-RECEIVABLE-RECORD
                  FILE STATUS IS FEAR-FILE-STATUS.

           SELECT TRANSFER-OUT-FILE ASSIGN TO "TRADXFRO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XFRO-FILE-STATUS.

           SELECT CLOSURE-REPORT-FILE ASSIGN TO "TRADCLRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADORDR-FILE.
           COPY ORDERREC.

       FD  TRADPEND-FILE.
           COPY PENDREC.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADELOG-FILE.
           COPY TRADELOG.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

       FD  TRADFEAR-FILE.
           COPY FEEARREC.

      * One instruction per line for the receiving broker: an 'S'
      * row per security position delivered out, then one 'C' row
      * for the cash paid across with it.  XO-AMOUNT is the market
      * value at tonight's price on an 'S' row, the cash on a 'C'.
       FD  TRANSFER-OUT-FILE.
       01 TRANSFER-OUT-RECORD.
          03 XO-RECORD-TYPE             PIC X(01).
             88 XO-RECORD-IS-SECURITY   VALUE 'S'.
             88 XO-RECORD-IS-CASH       VALUE 'C'.
          03 XO-TRANSFER-DATE           PIC X(10).
          03 XO-CUSTOMER                PIC X(60).
          03 XO-LEGAL-NAME              PIC X(40).
          03 XO-TAX-REF                 PIC X(15).
          03 XO-RECEIVING-BROKER        PIC X(20).
          03 XO-RECEIVING-ACCOUNT       PIC X(20).
          03 XO-COMPANY                 PIC X(20).
          03 XO-SHARES                  PIC 9(06).
          03 XO-PRICE                   PIC 9(05)V99.
          03 XO-AMOUNT                  PIC 9(11)V99.

       FD  CLOSURE-REPORT-FILE.
       01 CLOSURE-REPORT-LINE           PIC X(100).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CMST-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 PEND-FILE-STATUS          PIC X(02).
          03 CUST-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 LOG-FILE-STATUS           PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 FEAR-FILE-STATUS          PIC X(02).
          03 XFRO-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 CMST-PRESENT-SW           PIC X(01) VALUE 'N'.
             88 CMST-PRESENT           VALUE 'Y'.
          03 FEAR-PRESENT-SW           PIC X(01) VALUE 'N'.
             88 FEAR-PRESENT           VALUE 'Y'.
          03 CMST-EOF-SW               PIC X(01) VALUE 'N'.
             88 CMST-EOF               VALUE 'Y'.
          03 BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
             88 BROWSE-DONE            VALUE 'Y'.
          03 COMP-FOUND-SW             PIC X(01) VALUE 'N'.
             88 COMP-FOUND             VALUE 'Y'.

       01 RUN-COUNTERS.
          03 ACCOUNTS-CLOSING          PIC 9(07) VALUE ZERO.
          03 ACCOUNTS-CLOSED           PIC 9(07) VALUE ZERO.
          03 ACCOUNTS-WAITING          PIC 9(07) VALUE ZERO.
          03 ACCOUNTS-NO-BROKER        PIC 9(07) VALUE ZERO.
          03 ACCOUNTS-FAIL-WAITING     PIC 9(07) VALUE ZERO.
          03 ORDERS-CANCELLED          PIC 9(07) VALUE ZERO.
          03 POSITIONS-TRANSFERRED     PIC 9(07) VALUE ZERO.
          03 CASH-PAYOUTS              PIC 9(07) VALUE ZERO.
          03 TOTAL-ARREARS-COLLECTED   PIC 9(12)V99 VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

           COPY PRICECNV.

       01 CLOSURE-WORK-FIELDS.
          03 CLOSING-CUSTOMER          PIC X(60).
          03 SHARE-VALUE-TODAY         PIC 9(05)V99.
          03 POSITION-VALUE            PIC 9(11)V99.
          03 TRANSFER-TOTAL            PIC 9(12)V99.
          03 PAYOUT-AMOUNT             PIC 9(11)V99.
          03 ARREARS-DUE               PIC 9(11)V99.
          03 ARREARS-COLLECTED         PIC 9(11)V99.
          03 PENDING-LEG-COUNT         PIC 9(05).
          03 PENDING-LEG-TOTAL         PIC 9(12)V99.
          03 HELD-LEG-COUNT            PIC 9(05).
          03 CUSTOMER-ORDERS-CANCELLED PIC 9(05).
          03 TRANSFER-SHARES           PIC 9(06).

       01 CLOSURE-RULE-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(62) VALUE ALL '-'.

       01 CLOSURE-HEADER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(30)
                VALUE 'FINAL CLOSING STATEMENT'.
          03 CH-DATE                    PIC X(10).

       01 CLOSURE-MAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CM-CAPTION                 PIC X(10).
          03 CM-TEXT                    PIC X(60).

       01 CLOSURE-POSITION-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(14)
                VALUE 'TRANSFERRED : '.
          03 CP-COMPANY                 PIC X(20).
          03 CP-SHARES                  PIC ZZZZZ9.
          03 FILLER                    PIC X(03) VALUE ' @ '.
          03 CP-PRICE                   PIC ZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 CP-VALUE                   PIC Z(10)9.99.

       01 CLOSURE-AMOUNT-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CA-CAPTION                 PIC X(30).
          03 CA-AMOUNT                  PIC Z(11)9.99.

       01 CLOSURE-WAIT-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CW-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(22)
                VALUE 'WAITING - LEGS QUEUED '.
          03 CW-LEG-COUNT               PIC ZZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 CW-LEG-TOTAL               PIC Z(11)9.99.

       01 CLOSURE-FAIL-WAIT-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CF-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(31)
                VALUE 'WAITING - SETTLEMENT FAIL HELD '.
          03 CF-HELD-COUNT              PIC ZZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 CF-LEG-TOTAL               PIC Z(11)9.99.

       01 CLOSURE-NO-BROKER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CB-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(29)
                VALUE 'WAITING - NO RECEIVING BROKER'.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-CLOSING-ACCOUNTS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

      * No customer master yet means nobody can be closing - a normal
      * quiet night.
           OPEN I-O TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O TRADORDR-FILE
           IF ORDR-FILE-STATUS = '35'
              OPEN OUTPUT TRADORDR-FILE
              CLOSE TRADORDR-FILE
              OPEN I-O TRADORDR-FILE
           END-IF
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADORDR, STATUS='
                      ORDR-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADPEND-FILE
           IF PEND-FILE-STATUS = '35'
              OPEN OUTPUT TRADPEND-FILE
              CLOSE TRADPEND-FILE
              OPEN INPUT TRADPEND-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADPEND, STATUS='
                      PEND-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCUST-FILE
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCUST, STATUS='
                      CUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCASH-FILE
           IF CASH-FILE-STATUS = '35'
              OPEN OUTPUT TRADCASH-FILE
              CLOSE TRADCASH-FILE
              OPEN I-O TRADCASH-FILE
           END-IF
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCASH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADELOG-FILE
           IF LOG-FILE-STATUS = '35'
              OPEN OUTPUT TRADELOG-FILE
              CLOSE TRADELOG-FILE
              OPEN I-O TRADELOG-FILE
           END-IF
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCJRN-FILE
           IF CJRN-FILE-STATUS = '35'
              OPEN OUTPUT TRADCJRN-FILE
              CLOSE TRADCJRN-FILE
              OPEN I-O TRADCJRN-FILE
           END-IF
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCJRN, STATUS='
                      CJRN-FILE-STATUS
              STOP RUN
           END-IF

      * No fee receivable file means no customer owes fees.
           OPEN I-O TRADFEAR-FILE
           EVALUATE FEAR-FILE-STATUS
             WHEN '00'
                  SET FEAR-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERCL: UNABLE TO OPEN TRADFEAR, STATUS='
                          FEAR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT TRANSFER-OUT-FILE
           IF XFRO-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADXFRO, STATUS='
                      XFRO-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT CLOSURE-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADCLRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERCL - ACCOUNT CLOSURE RUN STARTING'
                TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       INITIALIZE-RUN-EXIT.
           EXIT.
      *****************************************************************
       OPEN-RUN-CONTROL SECTION.
           OPEN I-O TRADRNCT-FILE
           IF RUNCTL-FILE-STATUS = '35'
              OPEN OUTPUT TRADRNCT-FILE
              CLOSE TRADRNCT-FILE
              OPEN I-O TRADRNCT-FILE
           END-IF
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * Closing an account pays its cash out, so a second completed
      * run for the date is refused outright.  TRADERLO must have
      * completed first - a standing order filling after its account
      * was emptied would leave a position nobody transferred.  A row
      * still at started is an abended run being redriven - allowed,
      * an account already flipped to closed is not picked up again.
           MOVE 'TRADERCL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERCL: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERLO' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERCL: TRADERLO HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERCL: TRADERLO NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERCL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-STARTED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-START-TIME
           MOVE SPACES TO RC-END-TIME
           MOVE ZERO TO RC-COUNTER-1 RC-COUNTER-2 RC-COUNTER-3
           WRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS = '22'
              REWRITE RUN-CONTROL-BUFFER
           END-IF
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERCL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE ACCOUNTS-CLOSING TO RC-COUNTER-1
           MOVE ACCOUNTS-CLOSED  TO RC-COUNTER-2
           MOVE ACCOUNTS-WAITING TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADRNCT REWRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       MARK-RUN-COMPLETE-EXIT.
           EXIT.
      *****************************************************************
       BUILD-RUN-TIMESTAMP SECTION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           MOVE RUN-DATE-YYYY TO RTS-YYYY
           MOVE RUN-DATE-MM   TO RTS-MM
           MOVE RUN-DATE-DD   TO RTS-DD
           MOVE RUN-TIME-HH   TO RTS-HH
           MOVE RUN-TIME-MI   TO RTS-MI
           MOVE RUN-TIME-SS   TO RTS-SS
           .
       BUILD-RUN-TIMESTAMP-EXIT.
           EXIT.
      *****************************************************************
       PROCESS-CLOSING-ACCOUNTS SECTION.
           IF CMST-PRESENT
              PERFORM UNTIL CMST-EOF
                 READ TRADCMST-FILE NEXT RECORD
                    AT END
                       SET CMST-EOF TO TRUE
                    NOT AT END
                       IF CU-STATUS-CLOSING
                          PERFORM CLOSE-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-CLOSING-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       CLOSE-ONE-ACCOUNT SECTION.
      * The orders go first, every night the account is closing, so
      * nothing new can join the pipeline it is waiting on.  Only
      * when TRADPEND holds nothing for the customer are the
      * positions and cash moved out - a leg still queued would
      * otherwise settle into an account already paid out.  Nor is
      * anything moved without a receiving broker and account on the
      * master to deliver to; the account waits for Cust_Maint.
           ADD 1 TO ACCOUNTS-CLOSING
           MOVE CU-USERID TO CLOSING-CUSTOMER
           PERFORM CANCEL-OPEN-ORDERS
           PERFORM COUNT-PENDING-LEGS
           EVALUATE TRUE
             WHEN HELD-LEG-COUNT > 0
                  ADD 1 TO ACCOUNTS-WAITING
                  ADD 1 TO ACCOUNTS-FAIL-WAITING
                  MOVE CLOSING-CUSTOMER(1:20) TO CF-CUSTOMER
                  MOVE HELD-LEG-COUNT TO CF-HELD-COUNT
                  MOVE PENDING-LEG-TOTAL TO CF-LEG-TOTAL
                  MOVE CLOSURE-FAIL-WAIT-LINE TO CLOSURE-REPORT-LINE
                  WRITE CLOSURE-REPORT-LINE
             WHEN PENDING-LEG-COUNT > 0
                  ADD 1 TO ACCOUNTS-WAITING
                  MOVE CLOSING-CUSTOMER(1:20) TO CW-CUSTOMER
                  MOVE PENDING-LEG-COUNT TO CW-LEG-COUNT
                  MOVE PENDING-LEG-TOTAL TO CW-LEG-TOTAL
                  MOVE CLOSURE-WAIT-LINE TO CLOSURE-REPORT-LINE
                  WRITE CLOSURE-REPORT-LINE
             WHEN CU-XFER-BROKER = SPACES OR
                  CU-XFER-ACCOUNT = SPACES
                  ADD 1 TO ACCOUNTS-WAITING
                  ADD 1 TO ACCOUNTS-NO-BROKER
                  MOVE CLOSING-CUSTOMER(1:20) TO CB-CUSTOMER
                  MOVE CLOSURE-NO-BROKER-LINE TO CLOSURE-REPORT-LINE
                  WRITE CLOSURE-REPORT-LINE
             WHEN OTHER
                  PERFORM PRINT-STATEMENT-HEADER
                  PERFORM TRANSFER-OUT-POSITIONS
                  PERFORM PAY-OUT-CASH
                  PERFORM PRINT-STATEMENT-FOOTER
                  SET CU-STATUS-CLOSED TO TRUE
                  REWRITE CUSTMAST-IO-BUFFER
                  IF CMST-FILE-STATUS NOT = '00'
                     DISPLAY 'TRADERCL: TRADCMST REWRITE FAILED FOR '
                             CU-USERID ' STATUS=' CMST-FILE-STATUS
                  ELSE
                     ADD 1 TO ACCOUNTS-CLOSED
                  END-IF
           END-EVALUATE
           .
       CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       CANCEL-OPEN-ORDERS SECTION.
      * TRADORDR is keyed customer + order number, so a START at
      * order zero walks this customer's book.  Filled, expired and
      * already-cancelled orders are history and are left alone, and
      * so is a TRADERFL forced sell-out - it is what clears the held
      * debit the closure is waiting on, and it expires tonight.
           MOVE ZERO TO CUSTOMER-ORDERS-CANCELLED
           MOVE 'N' TO BROWSE-DONE-SW
           MOVE CLOSING-CUSTOMER TO ORD-CUSTOMER
           MOVE ZERO TO ORD-ORDER-NO
           START TRADORDR-FILE KEY IS NOT LESS THAN
                 ORD-KEY OF ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ TRADORDR-FILE NEXT RECORD
                 AT END
                    SET BROWSE-DONE TO TRUE
                 NOT AT END
                    IF ORD-CUSTOMER NOT = CLOSING-CUSTOMER
                       SET BROWSE-DONE TO TRUE
                    ELSE
                       IF ORD-STATUS-OPEN AND
                          ORD-SOURCE NOT = 'TRADERFL'
                          PERFORM CANCEL-ONE-ORDER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       CANCEL-OPEN-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       CANCEL-ONE-ORDER SECTION.
           SET ORD-STATUS-CANCELLED TO TRUE
           REWRITE ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADORDR REWRITE FAILED FOR '
                      ORD-CUSTOMER ' / ' ORD-ORDER-NO
                      ' STATUS=' ORDR-FILE-STATUS
           ELSE
              ADD 1 TO CUSTOMER-ORDERS-CANCELLED
              ADD 1 TO ORDERS-CANCELLED
           END-IF
           .
       CANCEL-ONE-ORDER-EXIT.
           EXIT.
      *****************************************************************
       COUNT-PENDING-LEGS SECTION.
      * TRADPEND is keyed customer + value date + sequence, the
      * shape COMPUTE-PENDING-DEBITS browses online.  Debits and
      * credits both hold the closure - either one still moves cash.
      * A debit whose value date has arrived is held for want of
      * cash, the leg TRADERFL ages as a settlement fail.
           MOVE ZERO TO PENDING-LEG-COUNT
           MOVE ZERO TO HELD-LEG-COUNT
           MOVE ZERO TO PENDING-LEG-TOTAL
           MOVE 'N' TO BROWSE-DONE-SW
           MOVE CLOSING-CUSTOMER TO PS-CUSTOMER
           MOVE LOW-VALUES TO PS-VALUE-DATE
           MOVE ZERO TO PS-PEND-SEQ
           START TRADPEND-FILE KEY IS NOT LESS THAN
                 PS-KEY OF PENDING-SETTLE-RECORD
           IF PEND-FILE-STATUS NOT = '00'
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ TRADPEND-FILE NEXT RECORD
                 AT END
                    SET BROWSE-DONE TO TRUE
                 NOT AT END
                    IF PS-CUSTOMER NOT = CLOSING-CUSTOMER
                       SET BROWSE-DONE TO TRUE
                    ELSE
                       ADD 1 TO PENDING-LEG-COUNT
                       ADD PS-AMOUNT TO PENDING-LEG-TOTAL
                       IF PS-IS-DEBIT AND
                          PS-VALUE-DATE NOT > TODAY-DATE-STAMP
                          ADD 1 TO HELD-LEG-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       COUNT-PENDING-LEGS-EXIT.
           EXIT.
      *****************************************************************
       TRANSFER-OUT-POSITIONS SECTION.
      * TRADCUST is keyed customer.company, so a START at the customer
      * with a blank company reads their positions back to back, the
      * TRADERST walk.  Zero-share records have nothing to deliver.
           MOVE ZERO TO TRANSFER-TOTAL
           MOVE 'N' TO BROWSE-DONE-SW
           MOVE CLOSING-CUSTOMER TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE '.'              TO KEYREC-DOT
           MOVE SPACES           TO COMPANY OF CUSTOMER-IO-BUFFER
           START TRADCUST-FILE KEY IS NOT LESS THAN
                 KEYREC OF CUSTOMER-IO-BUFFER
           IF CUST-FILE-STATUS NOT = '00'
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ TRADCUST-FILE NEXT RECORD
                 AT END
                    SET BROWSE-DONE TO TRUE
                 NOT AT END
                    IF CUSTOMER OF CUSTOMER-IO-BUFFER
                       NOT = CLOSING-CUSTOMER
                       SET BROWSE-DONE TO TRUE
                    ELSE
                       IF DEC-NO-SHARES NUMERIC AND
                          DEC-NO-SHARES > 0
                          PERFORM TRANSFER-ONE-POSITION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO CLOSURE-AMOUNT-LINE
           MOVE 'SECURITIES TRANSFERRED VALUE:' TO CA-CAPTION
           MOVE TRANSFER-TOTAL TO CA-AMOUNT
           MOVE CLOSURE-AMOUNT-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       TRANSFER-OUT-POSITIONS-EXIT.
           EXIT.
      *****************************************************************
       TRANSFER-ONE-POSITION SECTION.
      * The instruction carries tonight's price for the receiving
      * broker's valuation; a company since dropped from TRADCOMP
      * still goes across, at zero.  The position is emptied, not
      * deleted, the way a sell leaves it, and the 'T' entry on the
      * blotter books the shares off so the replays still agree.
           MOVE DEC-NO-SHARES TO TRANSFER-SHARES
           PERFORM LOOKUP-COMPANY-PRICE
           IF NOT COMP-FOUND
              MOVE ZERO TO SHARE-VALUE-TODAY
           END-IF
           COMPUTE POSITION-VALUE ROUNDED =
                   TRANSFER-SHARES * SHARE-VALUE-TODAY
           ADD POSITION-VALUE TO TRANSFER-TOTAL

           MOVE SPACES TO TRANSFER-OUT-RECORD
           SET XO-RECORD-IS-SECURITY TO TRUE
           PERFORM MOVE-TRANSFER-PARTY-FIELDS
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO XO-COMPANY
           MOVE TRANSFER-SHARES   TO XO-SHARES
           MOVE SHARE-VALUE-TODAY TO XO-PRICE
           MOVE POSITION-VALUE    TO XO-AMOUNT
           WRITE TRANSFER-OUT-RECORD

           MOVE ZERO TO DEC-NO-SHARES
           REWRITE CUSTOMER-IO-BUFFER
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADCUST REWRITE FAILED FOR '
                      KEYREC OF CUSTOMER-IO-BUFFER
                      ' STATUS=' CUST-FILE-STATUS
           ELSE
              PERFORM WRITE-TRANSFER-LOG-ENTRY
              ADD 1 TO POSITIONS-TRANSFERRED
           END-IF

           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO CP-COMPANY
           MOVE TRANSFER-SHARES   TO CP-SHARES
           MOVE SHARE-VALUE-TODAY TO CP-PRICE
           MOVE POSITION-VALUE    TO CP-VALUE
           MOVE CLOSURE-POSITION-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       TRANSFER-ONE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-COMPANY-PRICE SECTION.
           MOVE 'N' TO COMP-FOUND-SW
           MOVE COMPANY OF CUSTOMER-IO-BUFFER
                TO COMPANY OF COMPANY-IO-BUFFER
           READ TRADCOMP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SHARE-VALUE-INT-PART TO PRICE-CONVERT-INT-X
                 MOVE SHARE-VALUE-DEC-PART TO PRICE-CONVERT-DEC-X
                 IF PRICE-CONVERT-INT-X NUMERIC AND
                    PRICE-CONVERT-DEC-X NUMERIC
                    SET COMP-FOUND TO TRUE
                    MOVE PRICE-CONVERT-INT-X  TO PRICE-CONVERT-INT-N
                    MOVE PRICE-CONVERT-DEC-X  TO PRICE-CONVERT-DEC-N
                    MOVE PRICE-CONVERT-VALUE  TO SHARE-VALUE-TODAY
                 END-IF
           END-READ
           .
       LOOKUP-COMPANY-PRICE-EXIT.
           EXIT.
      *****************************************************************
       MOVE-TRANSFER-PARTY-FIELDS SECTION.
           MOVE TODAY-DATE-STAMP TO XO-TRANSFER-DATE
           MOVE CLOSING-CUSTOMER TO XO-CUSTOMER
           MOVE CU-LEGAL-NAME    TO XO-LEGAL-NAME
           MOVE CU-TAX-REF       TO XO-TAX-REF
           MOVE CU-XFER-BROKER   TO XO-RECEIVING-BROKER
           MOVE CU-XFER-ACCOUNT  TO XO-RECEIVING-ACCOUNT
           MOVE ZERO TO XO-SHARES XO-PRICE XO-AMOUNT
           .
       MOVE-TRANSFER-PARTY-FIELDS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TRANSFER-LOG-ENTRY SECTION.
      * TL-LOG-SEQ starts at zero and is bumped until the WRITE takes
      * - every entry this run carries the same RUN-TIMESTAMP.
           MOVE CLOSING-CUSTOMER               TO TL-CUSTOMER
           MOVE COMPANY OF CUSTOMER-IO-BUFFER  TO TL-COMPANY
           SET TL-TRADE-IS-XFER-OUT            TO TRUE
           MOVE TRANSFER-SHARES                TO TL-SHARES
           MOVE SHARE-VALUE-TODAY              TO TL-PRICE
           MOVE RUN-TIMESTAMP                  TO TL-TIMESTAMP
           MOVE 'TRADERCL'                     TO TL-SOURCE
           MOVE ZERO                           TO TL-COMMISSION-PCT
           MOVE SPACES                         TO TL-REVERSAL-REF
           MOVE ZERO                           TO TL-LOG-SEQ
           WRITE TRADE-LOG-RECORD
           PERFORM UNTIL LOG-FILE-STATUS NOT = '22'
                      OR TL-LOG-SEQ = 999
              ADD 1 TO TL-LOG-SEQ
              WRITE TRADE-LOG-RECORD
           END-PERFORM
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADLOG WRITE FAILED FOR '
                      TL-CUSTOMER ' / ' TL-COMPANY
                      ' STATUS=' LOG-FILE-STATUS
           END-IF
           .
       WRITE-TRANSFER-LOG-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       PAY-OUT-CASH SECTION.
      * Custody fee arrears are owed to the firm, so they come out of
      * the balance before anything is paid away.  The rest leaves
      * as one final withdrawal, journaled like a branch
      * Cash_Withdraw so the cash reconciliation and the ledger
      * extract see an ordinary payment out.
           MOVE ZERO TO PAYOUT-AMOUNT ARREARS-COLLECTED
           PERFORM READ-FEE-RECEIVABLE
           MOVE CLOSING-CUSTOMER TO CASH-CUSTOMER
           READ TRADCASH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CASH-BALANCE > ZERO AND ARREARS-DUE > ZERO
                    PERFORM COLLECT-FEE-ARREARS
                 END-IF
                 IF CASH-BALANCE > ZERO
                    MOVE CASH-BALANCE TO PAYOUT-AMOUNT
                    MOVE ZERO TO CASH-BALANCE
                    MOVE RUN-TIMESTAMP TO CASH-LAST-ACTIVITY
                    REWRITE CASH-IO-BUFFER
                    IF CASH-FILE-STATUS NOT = '00'
                       DISPLAY 'TRADERCL: TRADCASH REWRITE FAILED '
                               'FOR ' CASH-CUSTOMER
                               ' STATUS=' CASH-FILE-STATUS
                       MOVE ZERO TO PAYOUT-AMOUNT
                    ELSE
                       SET CJ-TYPE-IS-WITHDRAWAL TO TRUE
                       MOVE PAYOUT-AMOUNT TO CJ-AMOUNT
                       PERFORM WRITE-CASH-JOURNAL-ENTRY
                       PERFORM WRITE-CASH-INSTRUCTION
                       ADD 1 TO CASH-PAYOUTS
                    END-IF
                 END-IF
           END-READ

           IF ARREARS-DUE > ZERO
              MOVE SPACES TO CLOSURE-AMOUNT-LINE
              MOVE 'FEE ARREARS COLLECTED      :' TO CA-CAPTION
              MOVE ARREARS-COLLECTED TO CA-AMOUNT
              MOVE CLOSURE-AMOUNT-LINE TO CLOSURE-REPORT-LINE
              WRITE CLOSURE-REPORT-LINE
              IF ARREARS-DUE > ARREARS-COLLECTED
                 MOVE SPACES TO CLOSURE-AMOUNT-LINE
                 MOVE 'FEE ARREARS STILL OWED     :' TO CA-CAPTION
                 COMPUTE CA-AMOUNT = ARREARS-DUE - ARREARS-COLLECTED
                 MOVE CLOSURE-AMOUNT-LINE TO CLOSURE-REPORT-LINE
                 WRITE CLOSURE-REPORT-LINE
              END-IF
           END-IF

           MOVE SPACES TO CLOSURE-AMOUNT-LINE
           MOVE 'FINAL CASH PAID OUT        :' TO CA-CAPTION
           MOVE PAYOUT-AMOUNT TO CA-AMOUNT
           MOVE CLOSURE-AMOUNT-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       PAY-OUT-CASH-EXIT.
           EXIT.
      *****************************************************************
       READ-FEE-RECEIVABLE SECTION.
           MOVE ZERO TO ARREARS-DUE
           IF FEAR-PRESENT
              MOVE CLOSING-CUSTOMER TO FA-CUSTOMER
              READ TRADFEAR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FA-OUTSTANDING TO ARREARS-DUE
              END-READ
           END-IF
           .
       READ-FEE-RECEIVABLE-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-FEE-ARREARS SECTION.
      * As far as the balance goes, never further - whatever it cannot
      * cover stays outstanding on TRADFEAR.  The 'F' debit and the
      * dated collection on the receivable row are what TRADERFE
      * leaves behind, so the ledger extract clears the receivable
      * from customer money the same way.
           IF CASH-BALANCE < ARREARS-DUE
              MOVE CASH-BALANCE TO ARREARS-COLLECTED
           ELSE
              MOVE ARREARS-DUE TO ARREARS-COLLECTED
           END-IF
           SUBTRACT ARREARS-COLLECTED FROM CASH-BALANCE
           MOVE RUN-TIMESTAMP TO CASH-LAST-ACTIVITY
           REWRITE CASH-IO-BUFFER
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADCASH REWRITE FAILED FOR '
                      CASH-CUSTOMER ' STATUS=' CASH-FILE-STATUS
                      ' - FEE ARREARS NOT COLLECTED'
              ADD ARREARS-COLLECTED TO CASH-BALANCE
              MOVE ZERO TO ARREARS-COLLECTED
           ELSE
              SET CJ-TYPE-IS-FEE TO TRUE
              MOVE ARREARS-COLLECTED TO CJ-AMOUNT
              PERFORM WRITE-CASH-JOURNAL-ENTRY
              ADD ARREARS-COLLECTED TO TOTAL-ARREARS-COLLECTED
              MOVE TODAY-DATE-STAMP  TO FA-LAST-COLLECTED-DATE
              MOVE ARREARS-COLLECTED TO FA-LAST-COLLECTED-AMOUNT
              SUBTRACT ARREARS-COLLECTED FROM FA-OUTSTANDING
              IF FA-OUTSTANDING = ZERO
                 MOVE SPACES TO FA-OLDEST-ACCRUED-DATE
              END-IF
              REWRITE FEE-RECEIVABLE-RECORD
              IF FEAR-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERCL: TRADFEAR UPDATE FAILED FOR '
                         FA-CUSTOMER ' STATUS=' FEAR-FILE-STATUS
              END-IF
           END-IF
           .
       COLLECT-FEE-ARREARS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASH-JOURNAL-ENTRY SECTION.
      * CJ-TYPE and CJ-AMOUNT are set by the caller - the 'F' fee
      * arrears debit or the 'W' final payout.  Both carry the same
      * RUN-TIMESTAMP, so CJ-JRN-SEQ is bumped until the WRITE takes.
           MOVE CLOSING-CUSTOMER TO CJ-CUSTOMER
           MOVE RUN-TIMESTAMP TO CJ-TIMESTAMP
           SET CJ-IS-DEBIT TO TRUE
           MOVE CASH-BALANCE TO CJ-BALANCE-AFTER
           MOVE 'TRADERCL' TO CJ-SOURCE
           MOVE ZERO TO CJ-JRN-SEQ
           WRITE CASH-JOURNAL-RECORD
           PERFORM UNTIL CJRN-FILE-STATUS NOT = '22'
                      OR CJ-JRN-SEQ = 999
              ADD 1 TO CJ-JRN-SEQ
              WRITE CASH-JOURNAL-RECORD
           END-PERFORM
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCL: TRADCJRN WRITE FAILED FOR '
                      CJ-CUSTOMER ' STATUS=' CJRN-FILE-STATUS
           END-IF
           .
       WRITE-CASH-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASH-INSTRUCTION SECTION.
           MOVE SPACES TO TRANSFER-OUT-RECORD
           SET XO-RECORD-IS-CASH TO TRUE
           PERFORM MOVE-TRANSFER-PARTY-FIELDS
           MOVE PAYOUT-AMOUNT TO XO-AMOUNT
           WRITE TRANSFER-OUT-RECORD
           .
       WRITE-CASH-INSTRUCTION-EXIT.
           EXIT.
      *****************************************************************
       PRINT-STATEMENT-HEADER SECTION.
      * Name-and-address block from the master, the TRADERCF layout,
      * with the receiving broker the holdings went to.
           MOVE SPACES TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE CLOSURE-RULE-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE TODAY-DATE-STAMP TO CH-DATE
           MOVE CLOSURE-HEADER-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE 'CUSTOMER: ' TO CM-CAPTION
           MOVE CLOSING-CUSTOMER TO CM-TEXT
           MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE 'MAIL TO : ' TO CM-CAPTION
           MOVE CU-LEGAL-NAME TO CM-TEXT
           MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CM-CAPTION
           IF CU-ADDRESS-1 NOT = SPACES
              MOVE CU-ADDRESS-1 TO CM-TEXT
              MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
              WRITE CLOSURE-REPORT-LINE
           END-IF
           IF CU-ADDRESS-2 NOT = SPACES
              MOVE CU-ADDRESS-2 TO CM-TEXT
              MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
              WRITE CLOSURE-REPORT-LINE
           END-IF
           IF CU-CITY NOT = SPACES OR CU-POSTAL-CODE NOT = SPACES
              MOVE SPACES TO CM-TEXT
              STRING CU-CITY ' ' CU-POSTAL-CODE
                     DELIMITED BY SIZE INTO CM-TEXT
              MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
              WRITE CLOSURE-REPORT-LINE
           END-IF

           MOVE 'DELIVER : ' TO CM-CAPTION
           MOVE SPACES TO CM-TEXT
           STRING CU-XFER-BROKER ' A/C ' CU-XFER-ACCOUNT
                  DELIMITED BY SIZE INTO CM-TEXT
           MOVE CLOSURE-MAIL-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-AMOUNT-LINE
           MOVE 'OPEN ORDERS CANCELLED      :' TO CA-CAPTION
           MOVE CUSTOMER-ORDERS-CANCELLED TO CA-AMOUNT
           MOVE CLOSURE-AMOUNT-LINE TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       PRINT-STATEMENT-HEADER-EXIT.
           EXIT.
      *****************************************************************
       PRINT-STATEMENT-FOOTER SECTION.
           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING ' ACCOUNT CLOSED ' TODAY-DATE-STAMP
                  ' - NO POSITIONS OR CASH REMAIN'
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           .
       PRINT-STATEMENT-FOOTER-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'ACCOUNTS CLOSING       : ' ACCOUNTS-CLOSING
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'ACCOUNTS CLOSED        : ' ACCOUNTS-CLOSED
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'ACCOUNTS STILL WAITING : ' ACCOUNTS-WAITING
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING '  NO RECEIVING BROKER  : ' ACCOUNTS-NO-BROKER
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING '  SETTLEMENT FAIL      : ' ACCOUNTS-FAIL-WAITING
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'ORDERS CANCELLED       : ' ORDERS-CANCELLED
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'POSITIONS TRANSFERRED  : ' POSITIONS-TRANSFERRED
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'CASH PAYOUTS           : ' CASH-PAYOUTS
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'FEE ARREARS COLLECTED  : ' TOTAL-ARREARS-COLLECTED
                  DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF CMST-PRESENT
              CLOSE TRADCMST-FILE
           END-IF
           IF FEAR-PRESENT
              CLOSE TRADFEAR-FILE
           END-IF

           CLOSE TRADORDR-FILE
                 TRADPEND-FILE
                 TRADCUST-FILE
                 TRADCOMP-FILE
                 TRADCASH-FILE
                 TRADELOG-FILE
                 TRADCJRN-FILE
                 TRANSFER-OUT-FILE
                 CLOSURE-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
