      * being retried forever (a blank expiry is good-til-cancelled). *
      * An order that cannot fill tonight (ownership ceiling, short   *
      * position, short cash) stays OPEN for a later run, with the    *
      * reason on the TRADLORP report.  So does an order whose        *
      * customer master is closing or closed - the account closure    *
      * run (TRADERCL) cancels it the same night.                     *
      * A buy order is likewise left unfilled while the customer has  *
      * a failed settlement aged past the dunning point - the fails   *
      * run (TRADERFL) keeps TRADFAIL, see FAILREC.cpy.               *
      * An order that would take the customer's household over its    *
      * daily turnover cap (see HHLDREC.cpy) waits the same way.      *
      * An order for a company whose trading is halted on TRADCOMP    *
      * waits, reported, until the halt is lifted; one for a delisted *
      * company is reported and left for the delisting run (TRADERDL) *
      * to cancel.                                                    *
      * The regular investment plan run (TRADERIP) puts its monthly   *
      * buys on the book as market orders expiring tonight, so one    *
      * this run cannot fill expires on the next night's run.         *
      *                                                               *
      * The four BUY-FROM/BUY-TO/SELL-FROM/SELL-TO slots still on     *
      * the TRADCUST record are legacy - this engine no longer reads  *
                  RECORD KEY IS LM-CUSTOMER OF LIMIT-IO-BUFFER
                  FILE STATUS IS LIMIT-FILE-STATUS.

      * Households - the member index and the household rows, read
      * for the household turnover cap (see HHLDREC.cpy).  Absent,
      * nobody is in a household.
           SELECT TRADHHMB-FILE ASSIGN TO "TRADHHMB"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HM-MEMBER OF HHMEMBER-IO-BUFFER
                  FILE STATUS IS HHMB-FILE-STATUS.

           SELECT TRADHHLD-FILE ASSIGN TO "TRADHHLD"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HH-KEY OF HOUSEHOLD-IO-BUFFER
                  FILE STATUS IS HHLD-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PS-KEY OF PENDING-SETTLE-RECORD
                  FILE STATUS IS PEND-FILE-STATUS.

      * Customer master - only the account status is read.  Absent,
      * every customer is treated as active.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

      * Failed settlements aged by TRADERFL - only the buy block is
      * read.  Absent, no customer is blocked.
           SELECT TRADFAIL-FILE ASSIGN TO "TRADFAIL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FL-CUSTOMER OF FAIL-IO-BUFFER
                  FILE STATUS IS FAIL-FILE-STATUS.

           SELECT ORDER-REPORT-FILE ASSIGN TO "TRADLORP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.
       FD  TRADLIMT-FILE.
           COPY LIMITREC.

       FD  TRADHHMB-FILE.
           COPY HHMBREC.

       FD  TRADHHLD-FILE.
           COPY HHLDREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADFAIL-FILE.
           COPY FAILREC.

       FD  TRADRSRT-FILE.
           COPY RSTARTREC.

          03 CASH-FILE-STATUS          PIC X(02).
          03 PEND-FILE-STATUS          PIC X(02).
          03 LIMIT-FILE-STATUS         PIC X(02).
          03 HHMB-FILE-STATUS          PIC X(02).
          03 HHLD-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 FAIL-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RESTART-FILE-STATUS       PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).
             88 LIMIT-FILE-OPEN        VALUE 'Y'.
          03 LIMIT-BREACHED-SW         PIC X(01) VALUE 'N'.
             88 LIMIT-BREACHED         VALUE 'Y'.
          03 HOUSE-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
             88 HOUSE-FILES-OPEN       VALUE 'Y'.
          03 HOUSE-LIMIT-BREACHED-SW   PIC X(01) VALUE 'N'.
             88 HOUSE-LIMIT-BREACHED   VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 ACCOUNT-CLOSED-SW         PIC X(01) VALUE 'N'.
             88 ACCOUNT-CLOSED         VALUE 'Y'.
          03 FAIL-OPEN-SW              PIC X(01) VALUE 'N'.
             88 FAIL-OPEN              VALUE 'Y'.
          03 BUYS-BLOCKED-SW           PIC X(01) VALUE 'N'.
             88 BUYS-BLOCKED           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 ORDERS-READ               PIC 9(07) VALUE ZERO.
          03 LIM-ENTRY-NOTIONAL        PIC 9(11)V99.
          03 LIM-DAY-TURNOVER          PIC 9(12)V99.
          03 LIM-BROWSE-DONE-SW        PIC X(01).
          03 LIM-TURNOVER-CUSTOMER     PIC X(60).
          03 LIM-HOUSE-ID              PIC X(08).
          03 LIM-HOUSE-CAP             PIC 9(11)V99.
          03 LIM-HOUSE-TURNOVER        PIC 9(13)V99.
          03 LIM-HOUSE-DONE-SW         PIC X(01).
          03 AVAILABLE-BALANCE         PIC S9(12)V99.
          03 PEND-AMOUNT-WORK          PIC 9(11)V99.
          03 PEND-BROWSE-DONE-SW       PIC X(01).
                  STOP RUN
           END-EVALUATE

      * Both household files or neither - the index alone cannot
      * find a cap.
           OPEN INPUT TRADHHMB-FILE
           EVALUATE HHMB-FILE-STATUS
             WHEN '00'
                  OPEN INPUT TRADHHLD-FILE
                  EVALUATE HHLD-FILE-STATUS
                    WHEN '00'
                         SET HOUSE-FILES-OPEN TO TRUE
                    WHEN '35'
                         CLOSE TRADHHMB-FILE
                    WHEN OTHER
                         DISPLAY 'TRADERLO: UNABLE TO OPEN TRADHHLD, '
                                 'STATUS=' HHLD-FILE-STATUS
                         STOP RUN
                  END-EVALUATE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERLO: UNABLE TO OPEN TRADHHMB, STATUS='
                          HHMB-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERLO: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADFAIL-FILE
           EVALUATE FAIL-FILE-STATUS
             WHEN '00'
                  SET FAIL-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERLO: UNABLE TO OPEN TRADFAIL, STATUS='
                          FAIL-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O TRADPEND-FILE
           IF PEND-FILE-STATUS = '35'
              OPEN OUTPUT TRADPEND-FILE
       CHECK-RUN-CONTROL SECTION.
      * Standing orders only make sense against today's prices,
      * settled balances and tonight's branch imports, so the chain
      * ahead of us - TRADERFD, the TRADERBR bank receipts, TRADERSE,
      * the TRADERFL settlement fails, the TRADERDL delistings, the
      * TRADERBO branch order import, then the TRADERIP investment
      * plan orders - must have completed for this date first.  Each
      * link checks the one before it, so only TRADERIP is read here.
      * A completed row of our own means tonight's orders already fired
      * - firing them twice would double-fill customers.  A row still
      * at started is an abended run being redriven - allowed, the
      * TRADRSRT checkpoint takes it from where it died.
                 END-IF
           END-READ

           MOVE 'TRADERIP' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERLO: TRADERIP HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERLO: TRADERIP NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
      * Only OPEN orders are working orders.  An expired one flips to
      * EXPIRED and is reported; a live one fires when today's price
      * crosses its limit.  An order that cannot fill tonight stays
      * OPEN for a later run.  A closing or closed account's order is
      * left unfilled for TRADERCL to cancel - all but a TRADERFL
      * forced sell-out, which must still fill to clear the held debit
      * the closure is waiting on.  A buy for a customer TRADERFL has
      * blocked waits until the fail clears.  A halted or delisted
      * company trades nothing at all.
           IF NOT ORD-STATUS-OPEN
              CONTINUE
           ELSE
                 PERFORM EXPIRE-ONE-ORDER
              ELSE
                 PERFORM LOOKUP-COMPANY-PRICE
                 PERFORM CHECK-ACCOUNT-STATUS
                 PERFORM CHECK-SETTLEMENT-FAIL
                 MOVE ORD-ORDER-TYPE TO TRADE-TYPE-CODE
                 MOVE ORD-QUANTITY TO TRADE-QTY
                 EVALUATE TRUE
                   WHEN ACCOUNT-CLOSED AND ORD-SOURCE NOT = 'TRADERFL'
                        MOVE 'SKIPPED - ACCOUNT CLOSED' TO SKIP-REASON
                        ADD 1 TO ORDERS-SKIPPED
                        PERFORM WRITE-REPORT-LINE-SKIP
                   WHEN ORD-TYPE-IS-BUY AND BUYS-BLOCKED
                        MOVE 'SKIPPED - SETTLEMENT FAIL' TO SKIP-REASON
                        ADD 1 TO ORDERS-SKIPPED
                        PERFORM WRITE-REPORT-LINE-SKIP
                   WHEN NOT COMP-FOUND
                        MOVE 'SKIPPED - COMPANY NOT ON FILE'
                             TO SKIP-REASON
                        ADD 1 TO ORDERS-SKIPPED
                        PERFORM WRITE-REPORT-LINE-SKIP
                   WHEN COMPANY-HALTED
                        MOVE 'SKIPPED - TRADING HALTED' TO SKIP-REASON
                        ADD 1 TO ORDERS-SKIPPED
                        PERFORM WRITE-REPORT-LINE-SKIP
                   WHEN COMPANY-DELISTED
                        MOVE 'SKIPPED - COMPANY DELISTED'
                             TO SKIP-REASON
                        ADD 1 TO ORDERS-SKIPPED
                        PERFORM WRITE-REPORT-LINE-SKIP
                   WHEN OTHER
                        PERFORM CHECK-ORDER-TRIGGER
                 END-EVALUATE
              END-IF
           END-IF
           .
       EVALUATE-ONE-ORDER-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ACCOUNT-STATUS SECTION.
           MOVE 'N' TO ACCOUNT-CLOSED-SW
           IF CMST-OPEN
              MOVE ORD-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CU-STATUS-CLOSING OR CU-STATUS-CLOSED
                       SET ACCOUNT-CLOSED TO TRUE
                    END-IF
              END-READ
           END-IF
           .
       CHECK-ACCOUNT-STATUS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-SETTLEMENT-FAIL SECTION.
           MOVE 'N' TO BUYS-BLOCKED-SW
           IF FAIL-OPEN
              MOVE ORD-CUSTOMER TO FL-CUSTOMER
              READ TRADFAIL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FL-BUYS-BLOCKED
                       SET BUYS-BLOCKED TO TRUE
                    END-IF
              END-READ
           END-IF
           .
       CHECK-SETTLEMENT-FAIL-EXIT.
           EXIT.
      *****************************************************************
       EXPIRE-ONE-ORDER SECTION.
           SET ORD-STATUS-EXPIRED TO TRUE
           PERFORM CHECK-TRADING-LIMITS
           IF LIMIT-BREACHED
              MOVE ORD-ORDER-TYPE TO TRADE-TYPE-CODE
              IF HOUSE-LIMIT-BREACHED
                 MOVE 'SKIPPED - HOUSEHOLD LIMIT' TO SKIP-REASON
              ELSE
                 MOVE 'SKIPPED - LIMIT EXCEEDED' TO SKIP-REASON
              END-IF
              ADD 1 TO ORDERS-SKIPPED
              PERFORM WRITE-REPORT-LINE-SKIP
              MOVE 1 TO SHARES-OVERFLOW-SW
      * SHARE-VALUE-TODAY was set by LOOKUP-COMPANY-PRICE before the
      * trigger fired.  A customer with no TRADLIMT row is
      * unlimited, and a zero cap means that measure is not limited.
      * A fill the customer's own caps allow must then fit their
      * household's cap - see CHECK-HOUSEHOLD-LIMIT.
           MOVE 'N' TO LIMIT-BREACHED-SW
           MOVE 'N' TO HOUSE-LIMIT-BREACHED-SW
           COMPUTE LIM-TRADE-NOTIONAL =
                   TRADE-QTY * SHARE-VALUE-TODAY
           IF LIMIT-FILE-OPEN
              MOVE ORD-CUSTOMER TO LM-CUSTOMER
              READ TRADLIMT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LM-MAX-TRADE-NOTIONAL > ZERO AND
                       LIM-TRADE-NOTIONAL > LM-MAX-TRADE-NOTIONAL
                       SET LIMIT-BREACHED TO TRUE
                    ELSE
                       IF LM-MAX-DAILY-TURNOVER > ZERO
                          MOVE ORD-CUSTOMER TO LIM-TURNOVER-CUSTOMER
                          PERFORM SUM-TODAYS-TURNOVER
                          IF LIM-DAY-TURNOVER + LIM-TRADE-NOTIONAL >
                             LM-MAX-DAILY-TURNOVER
                    END-IF
              END-READ
           END-IF
           IF NOT LIMIT-BREACHED AND HOUSE-FILES-OPEN
              PERFORM CHECK-HOUSEHOLD-LIMIT
           END-IF
           .
       CHECK-TRADING-LIMITS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-HOUSEHOLD-LIMIT SECTION.
      * The household cap, as TRADERBL checks it online: the day's
      * blotter turnover of every member of the customer's household
      * - the customer included - plus this fill must stay within
      * it.  No household, or a zero cap, is no household limit.
           MOVE ORD-CUSTOMER TO HM-MEMBER
           READ TRADHHMB-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HM-HOUSEHOLD-ID TO LIM-HOUSE-ID
                 MOVE HM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                 MOVE SPACES TO HH-MEMBER
                 READ TRADHHLD-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF HH-IS-HEADER AND
                          HH-MAX-DAILY-TURNOVER > ZERO
                          MOVE HH-MAX-DAILY-TURNOVER TO LIM-HOUSE-CAP
                          PERFORM SUM-HOUSEHOLD-TURNOVER
                          IF LIM-HOUSE-TURNOVER + LIM-TRADE-NOTIONAL >
                             LIM-HOUSE-CAP
                             SET LIMIT-BREACHED TO TRUE
                             SET HOUSE-LIMIT-BREACHED TO TRUE
                          END-IF
                       END-IF
                 END-READ
           END-READ
           .
       CHECK-HOUSEHOLD-LIMIT-EXIT.
           EXIT.
      *****************************************************************
       SUM-HOUSEHOLD-TURNOVER SECTION.
      * The member rows follow the household's header in key order;
      * each member's day on the blotter is summed as it is read.
           MOVE ZERO TO LIM-HOUSE-TURNOVER
           MOVE 'N' TO LIM-HOUSE-DONE-SW
           START TRADHHLD-FILE KEY IS GREATER THAN
                 HH-KEY OF HOUSEHOLD-IO-BUFFER
           IF HHLD-FILE-STATUS NOT = '00'
              MOVE 'Y' TO LIM-HOUSE-DONE-SW
           END-IF
           PERFORM UNTIL LIM-HOUSE-DONE-SW = 'Y'
              READ TRADHHLD-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO LIM-HOUSE-DONE-SW
                 NOT AT END
                    IF HH-HOUSEHOLD-ID NOT = LIM-HOUSE-ID
                       MOVE 'Y' TO LIM-HOUSE-DONE-SW
                    ELSE
                       IF HH-IS-MEMBER
                          MOVE HH-MEMBER TO LIM-TURNOVER-CUSTOMER
                          PERFORM SUM-TODAYS-TURNOVER
                          ADD LIM-DAY-TURNOVER TO LIM-HOUSE-TURNOVER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       SUM-HOUSEHOLD-TURNOVER-EXIT.
           EXIT.
      *****************************************************************
       SUM-TODAYS-TURNOVER SECTION.
      * Today's turnover off the blotter for LIM-TURNOVER-CUSTOMER:
      * the key is customer + timestamp, and the timestamp starts
      * with the date, so a positioned read at the customer and
      * tonight's date lands on the day's first entry - including
      * the fills already executed earlier in this run.  Only
      * genuine fills count, less any busted the same day they were
      * struck - the online check in TRADERBL nets them the same way.
           MOVE ZERO TO LIM-DAY-TURNOVER
           MOVE 'N' TO LIM-BROWSE-DONE-SW
           MOVE LIM-TURNOVER-CUSTOMER TO TL-CUSTOMER
           MOVE SPACES TO TL-TIMESTAMP
           MOVE TODAY-DATE-STAMP TO TL-TIMESTAMP(1:10)
           MOVE ZERO TO TL-LOG-SEQ
                 AT END
                    MOVE 'Y' TO LIM-BROWSE-DONE-SW
                 NOT AT END
                    IF TL-CUSTOMER NOT = LIM-TURNOVER-CUSTOMER OR
                       TL-TIMESTAMP(1:10) NOT = TODAY-DATE-STAMP
                       MOVE 'Y' TO LIM-BROWSE-DONE-SW
                    ELSE
                                  TL-SHARES * TL-PRICE
                          ADD LIM-ENTRY-NOTIONAL TO LIM-DAY-TURNOVER
                       END-IF
                       IF TL-TRADE-IS-CANCEL AND
                          TL-REV-TIMESTAMP(1:10) = TODAY-DATE-STAMP
                          COMPUTE LIM-ENTRY-NOTIONAL ROUNDED =
                                  TL-SHARES * TL-PRICE
                          IF LIM-ENTRY-NOTIONAL > LIM-DAY-TURNOVER
                             MOVE ZERO TO LIM-DAY-TURNOVER
                          ELSE
                             SUBTRACT LIM-ENTRY-NOTIONAL
                                 FROM LIM-DAY-TURNOVER
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE RUN-TIMESTAMP                  TO TL-TIMESTAMP
           MOVE 'TRADERLO'                     TO TL-SOURCE
           MOVE ZERO                           TO TL-COMMISSION-PCT
           MOVE SPACES                         TO TL-REVERSAL-REF
           MOVE ZERO                           TO TL-LOG-SEQ
           WRITE TRADE-LOG-RECORD
           PERFORM UNTIL LOG-FILE-STATUS NOT = '22'
              CLOSE TRADLIMT-FILE
           END-IF

           IF HOUSE-FILES-OPEN
              CLOSE TRADHHMB-FILE
                    TRADHHLD-FILE
           END-IF

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           IF FAIL-OPEN
              CLOSE TRADFAIL-FILE
           END-IF

           CLOSE TRADORDR-FILE
                 TRADCUST-FILE
                 TRADCOMP-FILE
