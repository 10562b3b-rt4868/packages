       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERIP.

      *****************************************************************
      * TRADERIP - overnight regular investment plan run.             *
      *                                                               *
      * Customers set up monthly savings schemes online through the   *
      * Plan_Maint request in TRADERBL - a fixed cash amount into one *
      * company on a chosen day of the month (see PLANREC.cpy).  This *
      * run reads every TRADPLAN plan and works out its due date for  *
      * the month: the plan's day, capped at the month's last day,    *
      * rolled forward over weekends and TRADCLDR holidays to the     *
      * next business day.  A due date that has arrived and has not   *
      * been acted on yet (PL-LAST-DUE-DATE), inside the plan's start *
      * and stop dates, on an active plan, makes the plan due         *
      * tonight; last month's due date is looked at too, so a day-31  *
      * plan whose month ended on a weekend still buys on the first   *
      * business day of the next.                                     *
      *                                                               *
      * A due plan turns its cash amount into a market buy on the     *
      * TRADORDR book (ORD-SOURCE 'TRADERIP') for as many whole       *
      * shares as the amount buys at tonight's SHARE-VALUE - the      *
      * price TRADERLO fills market orders at straight after us, with *
      * no commission on batch fills.  The order is good for tonight  *
      * only (expiry today), so anything TRADERLO cannot fill expires *
      * on the next run rather than buying late at another price.     *
      *                                                               *
      * A plan the customer's available balance cannot fund is        *
      * skipped for the month, never partly bought.  Available is     *
      * TRADERLO's figure - cash on deposit less the debits queued on *
      * TRADPEND - less the cost of the market buys already waiting   *
      * on the book for tonight, this run's own earlier plan orders   *
      * for the same customer among them.  A plan is also skipped for *
      * a company not trading, an account closing or closed, buys     *
      * blocked by TRADERFL, or an amount too small for one share.    *
      *                                                               *
      * Either way the plan is stamped with the due date it was acted *
      * on, so a rerun or a redriven night never buys the same month  *
      * twice - which is why no TRADRSRT checkpoint is needed.  Every *
      * due plan, with its order or the reason it was skipped, goes   *
      * on the TRADIPRP report in the TRADBORP mould.                 *
      *                                                               *
      * Runs under the TRADRNCT run control after the TRADERBO branch *
      * order import and ahead of TRADERLO, so a plan's order fills   *
      * the same night it is placed.  No TRADPLAN on file is a normal *
      * empty run - the chain continues.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADPLAN-FILE ASSIGN TO "TRADPLAN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-KEY OF PLAN-IO-BUFFER
                  FILE STATUS IS PLAN-FILE-STATUS.

           SELECT TRADORDR-FILE ASSIGN TO "TRADORDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORD-KEY OF ORDER-IO-BUFFER
                  FILE STATUS IS ORDR-FILE-STATUS.

           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

      * Cash and the queued T+2 legs are only read - the available
      * balance check TRADERLO makes.  Absent, nobody has any cash.
           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADPEND-FILE ASSIGN TO "TRADPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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

           SELECT TRADCLDR-FILE ASSIGN TO "TRADCLDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATE OF CALENDAR-IO-BUFFER
                  FILE STATUS IS CLDR-FILE-STATUS.

           SELECT PLAN-REPORT-FILE ASSIGN TO "TRADIPRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADPLAN-FILE.
           COPY PLANREC.

       FD  TRADORDR-FILE.
           COPY ORDERREC.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADPEND-FILE.
           COPY PENDREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADFAIL-FILE.
           COPY FAILREC.

       FD  TRADCLDR-FILE.
           COPY CALREC.

       FD  PLAN-REPORT-FILE.
       01 PLAN-REPORT-LINE              PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 PLAN-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 PEND-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 FAIL-FILE-STATUS          PIC X(02).
          03 CLDR-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 PLAN-EOF-SW               PIC X(01) VALUE 'N'.
             88 PLAN-EOF               VALUE 'Y'.
          03 PLAN-OPEN-SW              PIC X(01) VALUE 'N'.
             88 PLAN-OPEN              VALUE 'Y'.
          03 CASH-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CASH-OPEN              VALUE 'Y'.
          03 PEND-OPEN-SW              PIC X(01) VALUE 'N'.
             88 PEND-OPEN              VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 FAIL-OPEN-SW              PIC X(01) VALUE 'N'.
             88 FAIL-OPEN              VALUE 'Y'.
          03 CLDR-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CLDR-OPEN              VALUE 'Y'.
          03 BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
             88 IS-BUSINESS-DAY        VALUE 'Y'.
          03 PLAN-DUE-SW               PIC X(01) VALUE 'N'.
             88 PLAN-DUE               VALUE 'Y'.
          03 PLAN-VALID-SW             PIC X(01) VALUE 'N'.
             88 PLAN-VALID             VALUE 'Y'.
          03 COMP-FOUND-SW             PIC X(01) VALUE 'N'.
             88 COMP-FOUND             VALUE 'Y'.
          03 ORDR-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
          03 PEND-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.

       01 RUN-COUNTERS.
          03 PLANS-READ                PIC 9(07) VALUE ZERO.
          03 ORDERS-PLACED             PIC 9(07) VALUE ZERO.
          03 PLANS-SKIPPED             PIC 9(07) VALUE ZERO.
          03 PLANS-NOT-DUE             PIC 9(07) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

           COPY PRICECNV.

      * Calendar walk fields - the TRADERCA scheme: integer dates,
      * day-of-week from MOD 7 (1 = Monday .. 6 = Saturday,
      * 0 = Sunday), a TRADCLDR row marks a holiday.

       01 CALENDAR-WORK-FIELDS.
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-DAY-OF-WEEK           PIC 9(01).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

      * A plan's due date for one month - DUE-YYYY/DUE-MM name the
      * month, the month's last day caps the plan's day, and the
      * business day it rolls to comes back in DUE-DATE-STAMP.

       01 DUE-DATE-WORK-FIELDS.
          03 DUE-YYYY                  PIC 9(04).
          03 DUE-MM                    PIC 9(02).
          03 DUE-DD                    PIC 9(02).
          03 DUE-MONTH-END-DD          PIC 9(02).
          03 DUE-NEXT-MONTH-RAW        PIC 9(08).
          03 DUE-NEXT-MONTH-PARTS REDEFINES DUE-NEXT-MONTH-RAW.
             05 DNM-YYYY               PIC 9(04).
             05 DNM-MM                 PIC 9(02).
             05 DNM-DD                 PIC 9(02).
          03 DUE-DATE-STAMP            PIC X(10).
          03 PLAN-DUE-DATE             PIC X(10).

       01 PLAN-WORK-FIELDS.
          03 SKIP-REASON               PIC X(30).
          03 NEXT-ORDER-NUMBER         PIC 9(04).
          03 PLAN-SHARE-PRICE          PIC 9(05)V99.
          03 PLAN-QUANTITY             PIC 9(11).
          03 PLAN-ORDER-COST           PIC 9(11)V99.
          03 COMMIT-SHARE-PRICE        PIC 9(05)V99.
          03 COMMITTED-TONIGHT         PIC 9(12)V99.
          03 PENDING-DEBIT-TOTAL       PIC 9(12)V99.
          03 AVAILABLE-BALANCE         PIC S9(12)V99.

       01 PLAN-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-CUSTOMER                PIC X(20).
          03 PD-PLAN-NO                 PIC ZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-COMPANY                 PIC X(20).
          03 PD-DUE-DATE                PIC X(10).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-AMOUNT                  PIC ZZZZZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-SHARES                  PIC ZZZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-PRICE                   PIC ZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-ORDER-NO                PIC ZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-REASON                  PIC X(30).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-PLANS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

      * No plan file yet is a normal quiet night.
           OPEN I-O TRADPLAN-FILE
           EVALUATE PLAN-FILE-STATUS
             WHEN '00'
                  SET PLAN-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADPLAN, STATUS='
                          PLAN-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O TRADORDR-FILE
           IF ORDR-FILE-STATUS = '35'
              OPEN OUTPUT TRADORDR-FILE
              CLOSE TRADORDR-FILE
              OPEN I-O TRADORDR-FILE
           END-IF
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIP: UNABLE TO OPEN TRADORDR, STATUS='
                      ORDR-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIP: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCASH-FILE
           EVALUATE CASH-FILE-STATUS
             WHEN '00'
                  SET CASH-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADCASH, STATUS='
                          CASH-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADPEND-FILE
           EVALUATE PEND-FILE-STATUS
             WHEN '00'
                  SET PEND-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADPEND, STATUS='
                          PEND-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADCMST, STATUS='
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
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADFAIL, STATUS='
                          FAIL-FILE-STATUS
                  STOP RUN
           END-EVALUATE

      * The calendar only exists once ops load it - absent, weekends
      * alone separate the business days.
           OPEN INPUT TRADCLDR-FILE
           EVALUATE CLDR-FILE-STATUS
             WHEN '00'
                  SET CLDR-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIP: UNABLE TO OPEN TRADCLDR, STATUS='
                          CLDR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT PLAN-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIP: UNABLE TO OPEN TRADIPRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERIP - REGULAR INVESTMENT PLAN RUN STARTING'
                TO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           IF NOT PLAN-OPEN
              MOVE 'NO TRADPLAN ON FILE - NO PLANS TO RUN'
                   TO PLAN-REPORT-LINE
              WRITE PLAN-REPORT-LINE
           END-IF
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
              DISPLAY 'TRADERIP: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The plans buy at tonight's prices against settled balances,
      * behind the branch orders already on the book, so the
      * TRADERBO import must have completed first, keeping our slot
      * in the chain ahead of TRADERLO.  A completed row of our own
      * suppresses the run; a row still at started is an abended run
      * being redriven - allowed, since every plan already acted on
      * carries tonight's due date and is passed over.
           MOVE 'TRADERIP' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERIP: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERBO' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERIP: TRADERBO HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERIP: TRADERBO NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERIP' TO RC-JOB-NAME
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
              DISPLAY 'TRADERIP: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERIP' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE PLANS-READ    TO RC-COUNTER-1
           MOVE ORDERS-PLACED TO RC-COUNTER-2
           MOVE PLANS-SKIPPED TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIP: TRADRNCT REWRITE FAILED, STATUS='
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
       PROCESS-PLANS SECTION.
           IF PLAN-OPEN
              PERFORM UNTIL PLAN-EOF
                 READ TRADPLAN-FILE NEXT RECORD
                    AT END
                       SET PLAN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO PLANS-READ
                       PERFORM EVALUATE-ONE-PLAN
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-PLANS-EXIT.
           EXIT.
      *****************************************************************
       EVALUATE-ONE-PLAN SECTION.
      * Only an active plan can fall due.  This month's due date is
      * tried first; failing that, last month's, which catches a
      * due date that rolled over the month end and a month whose
      * run was missed.  A plan not due tonight is only counted.
           MOVE 'N' TO PLAN-DUE-SW
           IF PL-STATUS-ACTIVE
              MOVE RUN-DATE-YYYY TO DUE-YYYY
              MOVE RUN-DATE-MM   TO DUE-MM
              PERFORM COMPUTE-PLAN-DUE-DATE
              PERFORM TEST-PLAN-DUE
              IF NOT PLAN-DUE
                 IF RUN-DATE-MM = 1
                    COMPUTE DUE-YYYY = RUN-DATE-YYYY - 1
                    MOVE 12 TO DUE-MM
                 ELSE
                    MOVE RUN-DATE-YYYY TO DUE-YYYY
                    COMPUTE DUE-MM = RUN-DATE-MM - 1
                 END-IF
                 PERFORM COMPUTE-PLAN-DUE-DATE
                 PERFORM TEST-PLAN-DUE
              END-IF
           END-IF

           IF PLAN-DUE
              MOVE DUE-DATE-STAMP TO PLAN-DUE-DATE
              PERFORM RUN-ONE-PLAN
           ELSE
              ADD 1 TO PLANS-NOT-DUE
           END-IF
           .
       EVALUATE-ONE-PLAN-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-PLAN-DUE-DATE SECTION.
      * The plan's day in month DUE-YYYY/DUE-MM - capped at the
      * month's last day (the day before the 1st of the next month)
      * - rolled forward to the first business day on or after it.
      * The result, which may fall in the next month, is left in
      * DUE-DATE-STAMP.
           IF DUE-MM = 12
              COMPUTE DNM-YYYY = DUE-YYYY + 1
              MOVE 1 TO DNM-MM
           ELSE
              MOVE DUE-YYYY TO DNM-YYYY
              COMPUTE DNM-MM = DUE-MM + 1
           END-IF
           MOVE 1 TO DNM-DD
           COMPUTE CAL-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(DUE-NEXT-MONTH-RAW) - 1
           MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                TO CAL-WALK-RAW
           MOVE CW-DD TO DUE-MONTH-END-DD

           IF PL-DAY-OF-MONTH NOT NUMERIC OR PL-DAY-OF-MONTH = ZERO
              MOVE 1 TO DUE-DD
           ELSE
              IF PL-DAY-OF-MONTH > DUE-MONTH-END-DD
                 MOVE DUE-MONTH-END-DD TO DUE-DD
              ELSE
                 MOVE PL-DAY-OF-MONTH TO DUE-DD
              END-IF
           END-IF

           MOVE DUE-YYYY TO CW-YYYY
           MOVE DUE-MM   TO CW-MM
           MOVE DUE-DD   TO CW-DD
           COMPUTE CAL-WALK-INT = FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL IS-BUSINESS-DAY
              ADD 1 TO CAL-WALK-INT
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WALK-STAMP TO DUE-DATE-STAMP
           .
       COMPUTE-PLAN-DUE-DATE-EXIT.
           EXIT.
      *****************************************************************
       TEST-PLAN-DUE SECTION.
      * DUE-DATE-STAMP makes the plan due tonight when it has
      * arrived, has not been acted on already, and lies inside the
      * plan's start and stop dates (a blank stop date never stops).
           IF DUE-DATE-STAMP NOT > TODAY-DATE-STAMP AND
              DUE-DATE-STAMP > PL-LAST-DUE-DATE AND
              DUE-DATE-STAMP NOT < PL-START-DATE AND
              (PL-STOP-DATE = SPACES OR
               DUE-DATE-STAMP NOT > PL-STOP-DATE)
              SET PLAN-DUE TO TRUE
           END-IF
           .
       TEST-PLAN-DUE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-BUSINESS-DAY SECTION.
      * Leaves IS-BUSINESS-DAY set when the date in CAL-WALK-INT is
      * a trading day, and CAL-WALK-STAMP formatted either way.
           MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                TO CAL-WALK-RAW
           MOVE SPACES TO CAL-WALK-STAMP
           STRING CW-YYYY '-' CW-MM '-' CW-DD
                  DELIMITED BY SIZE INTO CAL-WALK-STAMP
           COMPUTE CAL-DAY-OF-WEEK = FUNCTION MOD(CAL-WALK-INT, 7)
           IF CAL-DAY-OF-WEEK = 0 OR CAL-DAY-OF-WEEK = 6
              MOVE 'N' TO BUSINESS-DAY-SW
           ELSE
              MOVE 'Y' TO BUSINESS-DAY-SW
              IF CLDR-OPEN
                 MOVE CAL-WALK-STAMP TO CAL-DATE
                 READ TRADCLDR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N' TO BUSINESS-DAY-SW
                 END-READ
              END-IF
           END-IF
           .
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.
      *****************************************************************
       RUN-ONE-PLAN SECTION.
      * Vet a due plan the way an order is vetted, size the order at
      * tonight's price, make sure the customer can fund it, and put
      * it on the book.  Whatever the outcome the plan is stamped
      * with this due date and reported.
           SET PLAN-VALID TO TRUE
           MOVE SPACES TO SKIP-REASON
           MOVE ZERO TO NEXT-ORDER-NUMBER
                        PLAN-QUANTITY
                        PLAN-SHARE-PRICE

           PERFORM CHECK-PLAN-COMPANY
           IF PLAN-VALID
              PERFORM CHECK-PLAN-CUSTOMER
           END-IF
           IF PLAN-VALID
              PERFORM SIZE-PLAN-ORDER
           END-IF
           IF PLAN-VALID
              PERFORM FIND-NEXT-ORDER-NUMBER
           END-IF
           IF PLAN-VALID
              PERFORM CHECK-PLAN-FUNDS
           END-IF
           IF PLAN-VALID
              PERFORM PLACE-PLAN-ORDER
           END-IF

           IF PLAN-VALID
              ADD 1 TO ORDERS-PLACED
              SET PL-OUTCOME-ORDERED TO TRUE
              MOVE NEXT-ORDER-NUMBER TO PL-LAST-ORDER-NO
              MOVE 'ORDER PLACED' TO SKIP-REASON
           ELSE
              ADD 1 TO PLANS-SKIPPED
              SET PL-OUTCOME-SKIPPED TO TRUE
              MOVE ZERO TO PL-LAST-ORDER-NO
                           NEXT-ORDER-NUMBER
           END-IF
           MOVE PLAN-DUE-DATE TO PL-LAST-DUE-DATE
           REWRITE PLAN-IO-BUFFER
           IF PLAN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIP: TRADPLAN REWRITE FAILED FOR '
                      PL-CUSTOMER ' / ' PL-PLAN-NO
                      ' STATUS=' PLAN-FILE-STATUS
           END-IF
           PERFORM WRITE-PLAN-REPORT-LINE
           .
       RUN-ONE-PLAN-EXIT.
           EXIT.
      *****************************************************************
       CHECK-PLAN-COMPANY SECTION.
      * The company must still be on file and trading; its price is
      * kept for sizing the order.
           MOVE 'N' TO COMP-FOUND-SW
           MOVE PL-COMPANY TO COMPANY OF COMPANY-IO-BUFFER
           READ TRADCOMP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET COMP-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
             WHEN NOT COMP-FOUND
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - COMPANY NOT ON FILE' TO SKIP-REASON
             WHEN COMPANY-HALTED
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - TRADING HALTED' TO SKIP-REASON
             WHEN COMPANY-DELISTED
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - COMPANY DELISTED' TO SKIP-REASON
             WHEN SHARE-VALUE-INT-PART NOT NUMERIC
               OR SHARE-VALUE-DEC-PART NOT NUMERIC
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - NO PRICE' TO SKIP-REASON
             WHEN OTHER
                  MOVE SHARE-VALUE-INT-PART TO PRICE-CONVERT-INT-X
                  MOVE SHARE-VALUE-DEC-PART TO PRICE-CONVERT-DEC-X
                  MOVE PRICE-CONVERT-INT-X  TO PRICE-CONVERT-INT-N
                  MOVE PRICE-CONVERT-DEC-X  TO PRICE-CONVERT-DEC-N
                  MOVE PRICE-CONVERT-VALUE  TO PLAN-SHARE-PRICE
                  IF PLAN-SHARE-PRICE = ZERO
                     MOVE 'N' TO PLAN-VALID-SW
                     MOVE 'SKIPPED - NO PRICE' TO SKIP-REASON
                  END-IF
           END-EVALUATE
           .
       CHECK-PLAN-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-PLAN-CUSTOMER SECTION.
      * No new business for an account closing or closed, and no
      * buying while TRADERFL has the customer blocked.
           IF CMST-OPEN
              MOVE PL-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CU-STATUS-CLOSING OR CU-STATUS-CLOSED
                       MOVE 'N' TO PLAN-VALID-SW
                       MOVE 'SKIPPED - ACCOUNT CLOSED'
                            TO SKIP-REASON
                    END-IF
              END-READ
           END-IF
           IF PLAN-VALID AND FAIL-OPEN
              MOVE PL-CUSTOMER TO FL-CUSTOMER
              READ TRADFAIL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FL-BUYS-BLOCKED
                       MOVE 'N' TO PLAN-VALID-SW
                       MOVE 'SKIPPED - BUYS BLOCKED' TO SKIP-REASON
                    END-IF
              END-READ
           END-IF
           .
       CHECK-PLAN-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       SIZE-PLAN-ORDER SECTION.
      * Whole shares only - the amount divided by tonight's price,
      * truncated.  The order's cost is what TRADERLO will debit.
           DIVIDE PL-MONTHLY-AMOUNT BY PLAN-SHARE-PRICE
                  GIVING PLAN-QUANTITY
           EVALUATE TRUE
             WHEN PLAN-QUANTITY = ZERO
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - BELOW ONE SHARE' TO SKIP-REASON
             WHEN PLAN-QUANTITY > 999999
                  MOVE 'N' TO PLAN-VALID-SW
                  MOVE 'SKIPPED - OVER 999999 SHARES' TO SKIP-REASON
             WHEN OTHER
                  COMPUTE PLAN-ORDER-COST =
                          PLAN-QUANTITY * PLAN-SHARE-PRICE
           END-EVALUATE
           .
       SIZE-PLAN-ORDER-EXIT.
           EXIT.
      *****************************************************************
       FIND-NEXT-ORDER-NUMBER SECTION.
      * Highest order number on file for this customer plus one, any
      * status - the walk TRADERBO takes.  The same walk adds up the
      * cost, at tonight's prices, of the customer's open market buys
      * - orders TRADERLO will fill tonight ahead of this one, this
      * run's earlier plan orders included.  Limit and stop buys may
      * or may not fire, so they do not count.  A customer already at
      * 9999 wraps the number to zero, which skips the plan.
           MOVE 1 TO NEXT-ORDER-NUMBER
           MOVE ZERO TO COMMITTED-TONIGHT
           MOVE 'N' TO ORDR-BROWSE-DONE-SW
           MOVE PL-CUSTOMER TO ORD-CUSTOMER
           MOVE ZERO TO ORD-ORDER-NO
           START TRADORDR-FILE KEY IS NOT LESS THAN
                 ORD-KEY OF ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              MOVE 'Y' TO ORDR-BROWSE-DONE-SW
           END-IF
           PERFORM UNTIL ORDR-BROWSE-DONE-SW = 'Y'
              READ TRADORDR-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO ORDR-BROWSE-DONE-SW
                 NOT AT END
                    IF ORD-CUSTOMER = PL-CUSTOMER
                       COMPUTE NEXT-ORDER-NUMBER = ORD-ORDER-NO + 1
                       IF ORD-STATUS-OPEN AND ORD-TYPE-IS-BUY AND
                          ORD-PRICE-IS-MARKET
                          PERFORM ADD-COMMITTED-ORDER
                       END-IF
                    ELSE
                       MOVE 'Y' TO ORDR-BROWSE-DONE-SW
                    END-IF
              END-READ
           END-PERFORM
           IF NEXT-ORDER-NUMBER = ZERO
              MOVE 'N' TO PLAN-VALID-SW
              MOVE 'SKIPPED - ORDER NOS EXHAUSTED' TO SKIP-REASON
           END-IF
           .
       FIND-NEXT-ORDER-NUMBER-EXIT.
           EXIT.
      *****************************************************************
       ADD-COMMITTED-ORDER SECTION.
      * One open market buy at its company's price tonight.  An
      * expired order TRADERLO will expire rather than fill, and a
      * company not on file or without a price fills nothing.
           IF ORD-EXPIRY-DATE = SPACES OR
              ORD-EXPIRY-DATE NOT < TODAY-DATE-STAMP
              MOVE ORD-COMPANY TO COMPANY OF COMPANY-IO-BUFFER
              READ TRADCOMP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SHARE-VALUE-INT-PART NUMERIC AND
                       SHARE-VALUE-DEC-PART NUMERIC
                       MOVE SHARE-VALUE-INT-PART
                            TO PRICE-CONVERT-INT-X
                       MOVE SHARE-VALUE-DEC-PART
                            TO PRICE-CONVERT-DEC-X
                       MOVE PRICE-CONVERT-INT-X
                            TO PRICE-CONVERT-INT-N
                       MOVE PRICE-CONVERT-DEC-X
                            TO PRICE-CONVERT-DEC-N
                       MOVE PRICE-CONVERT-VALUE
                            TO COMMIT-SHARE-PRICE
                       COMPUTE COMMITTED-TONIGHT =
                               COMMITTED-TONIGHT +
                               ORD-QUANTITY * COMMIT-SHARE-PRICE
                    END-IF
              END-READ
           END-IF
           .
       ADD-COMMITTED-ORDER-EXIT.
           EXIT.
      *****************************************************************
       CHECK-PLAN-FUNDS SECTION.
      * Cash on deposit less the debits queued on TRADPEND less the
      * market buys already waiting for tonight must cover the whole
      * order - a plan is never partly bought.  No cash record at
      * all is the same as no money.
           IF NOT CASH-OPEN
              MOVE 'N' TO PLAN-VALID-SW
              MOVE 'SKIPPED - NO CASH ACCOUNT' TO SKIP-REASON
           ELSE
              MOVE PL-CUSTOMER TO CASH-CUSTOMER
              READ TRADCASH-FILE
                 INVALID KEY
                    MOVE 'N' TO PLAN-VALID-SW
                    MOVE 'SKIPPED - NO CASH ACCOUNT' TO SKIP-REASON
                 NOT INVALID KEY
                    PERFORM COMPUTE-PENDING-DEBITS
                    COMPUTE AVAILABLE-BALANCE =
                            CASH-BALANCE - PENDING-DEBIT-TOTAL
                                         - COMMITTED-TONIGHT
                    IF AVAILABLE-BALANCE < PLAN-ORDER-COST
                       MOVE 'N' TO PLAN-VALID-SW
                       MOVE 'SKIPPED - INSUFFICIENT FUNDS'
                            TO SKIP-REASON
                    END-IF
              END-READ
           END-IF
           .
       CHECK-PLAN-FUNDS-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-PENDING-DEBITS SECTION.
      * Sum the debits already queued on TRADPEND for this customer -
      * the TRADERLO walk: the key starts with the customer, so a
      * positioned read at the customer with a blank value date
      * walks exactly their rows.  Pending credits do not count.
           MOVE ZERO TO PENDING-DEBIT-TOTAL
           MOVE 'N' TO PEND-BROWSE-DONE-SW
           IF NOT PEND-OPEN
              MOVE 'Y' TO PEND-BROWSE-DONE-SW
           ELSE
              MOVE PL-CUSTOMER TO PS-CUSTOMER
              MOVE SPACES TO PS-VALUE-DATE
              MOVE ZERO TO PS-PEND-SEQ
              START TRADPEND-FILE KEY IS NOT LESS THAN
                    PS-KEY OF PENDING-SETTLE-RECORD
              IF PEND-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO PEND-BROWSE-DONE-SW
              END-IF
           END-IF
           PERFORM UNTIL PEND-BROWSE-DONE-SW = 'Y'
              READ TRADPEND-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO PEND-BROWSE-DONE-SW
                 NOT AT END
                    IF PS-CUSTOMER NOT = PL-CUSTOMER
                       MOVE 'Y' TO PEND-BROWSE-DONE-SW
                    ELSE
                       IF PS-IS-DEBIT
                          ADD PS-AMOUNT TO PENDING-DEBIT-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       COMPUTE-PENDING-DEBITS-EXIT.
           EXIT.
      *****************************************************************
       PLACE-PLAN-ORDER SECTION.
      * A market buy, good for tonight only, stamped as the plan's.
           MOVE PL-CUSTOMER TO ORD-CUSTOMER
           MOVE NEXT-ORDER-NUMBER TO ORD-ORDER-NO
           MOVE PL-COMPANY TO ORD-COMPANY
           SET ORD-TYPE-IS-BUY TO TRUE
           SET ORD-PRICE-IS-MARKET TO TRUE
           MOVE '00000.00' TO ORD-LIMIT-PRICE
           MOVE PLAN-QUANTITY TO ORD-QUANTITY
           MOVE TODAY-DATE-STAMP TO ORD-PLACED-DATE
           MOVE TODAY-DATE-STAMP TO ORD-EXPIRY-DATE
           SET ORD-STATUS-OPEN TO TRUE
           MOVE 'TRADERIP' TO ORD-SOURCE
           WRITE ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              MOVE 'N' TO PLAN-VALID-SW
              MOVE 'SKIPPED - TRADORDR WRITE FAIL' TO SKIP-REASON
              DISPLAY 'TRADERIP: TRADORDR WRITE FAILED FOR '
                      ORD-CUSTOMER ' / ' ORD-ORDER-NO
                      ' STATUS=' ORDR-FILE-STATUS
           END-IF
           .
       PLACE-PLAN-ORDER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PLAN-REPORT-LINE SECTION.
           MOVE SPACES TO PLAN-DETAIL-LINE
           MOVE PL-CUSTOMER(1:20) TO PD-CUSTOMER
           MOVE PL-PLAN-NO TO PD-PLAN-NO
           MOVE PL-COMPANY TO PD-COMPANY
           MOVE PLAN-DUE-DATE TO PD-DUE-DATE
           MOVE PL-MONTHLY-AMOUNT TO PD-AMOUNT
           MOVE PLAN-QUANTITY TO PD-SHARES
           MOVE PLAN-SHARE-PRICE TO PD-PRICE
           MOVE NEXT-ORDER-NUMBER TO PD-ORDER-NO
           MOVE SKIP-REASON TO PD-REASON
           MOVE PLAN-DETAIL-LINE TO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE
           .
       WRITE-PLAN-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           STRING 'PLANS READ             : ' PLANS-READ
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           STRING 'ORDERS PLACED          : ' ORDERS-PLACED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           STRING 'PLANS SKIPPED          : ' PLANS-SKIPPED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           STRING 'PLANS NOT DUE          : ' PLANS-NOT-DUE
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE
           WRITE PLAN-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF PLAN-OPEN
              CLOSE TRADPLAN-FILE
           END-IF
           IF CASH-OPEN
              CLOSE TRADCASH-FILE
           END-IF
           IF PEND-OPEN
              CLOSE TRADPEND-FILE
           END-IF
           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF
           IF FAIL-OPEN
              CLOSE TRADFAIL-FILE
           END-IF
           IF CLDR-OPEN
              CLOSE TRADCLDR-FILE
           END-IF

           CLOSE TRADORDR-FILE
                 TRADCOMP-FILE
                 PLAN-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
