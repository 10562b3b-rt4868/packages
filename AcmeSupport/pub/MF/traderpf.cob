       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERPF.

      *****************************************************************
      * TRADERPF - month-end portfolio performance report.            *
      *                                                               *
      * Answers "how has my portfolio actually done?" from the        *
      * TRADVALH valuation history TRADERVL keeps every night (see    *
      * VALHREC.cpy) - each customer's whole account, holdings at     *
      * the night's prices plus cash, in base currency.  Scheduled on *
      * the last business day of the month after TRADERVL, like       *
      * TRADERST; it refuses to run before TRADERVL has completed for *
      * the date, so the month's closing valuation is on file.        *
      *                                                               *
      * Returns are time-weighted: each night from one valuation to   *
      * the next is a sub-period whose growth is                      *
      *                                                               *
      *        (closing value - net money in) / opening value         *
      *                                                               *
      * and the sub-periods are chained by multiplying, so money the  *
      * customer put in or took out never counts as gain or loss and  *
      * the figure is the return on what was invested, however much   *
      * that was from one day to the next.  Money in or out is taken  *
      * from the TRADVJRN cash journal snapshot - deposits ('D'),     *
      * withdrawals ('W') and bank-returned payments ('P') journaled  *
      * after the previous valuation's TRADERSN cutoff and up to this *
      * one's - plus the holdings delivered away by the account       *
      * closure run ('T' transfer-outs on the TRADVLOG blotter        *
      * snapshot, at the transfer price they were booked at).         *
      * Trades, settlements, dividends and interest stay inside the   *
      * account and are part of the return.                           *
      *                                                               *
      * A night that opens at nothing (a new or emptied account) has  *
      * no return of its own and is passed over; the first valuation  *
      * on file is where a customer's measurement starts.  Each       *
      * customer gets one line with the month's opening value (the    *
      * last valuation before the month began, or the first one in    *
      * it), net money in, closing value, and the month, quarter-to-  *
      * date and year-to-date returns - 'N/A' where the period holds  *
      * no measurable night.  A month in which a holding could not be *
      * priced is starred.  Customers with nothing at all with us     *
      * during the month are left off.                                *
      *                                                               *
      * The house summary at the foot totals the customers listed and *
      * chains a house-wide time-weighted return the same way, the    *
      * night's growth taken over every account together (opening     *
      * values added, closing values less money in added), so it is   *
      * weighted by the money each customer had invested.             *
      *                                                               *
      * Read-only - a rerun simply prints the report again.           *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADVALH-FILE ASSIGN TO "TRADVALH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VH-KEY OF VALUATION-HISTORY-RECORD
                  FILE STATUS IS VALH-FILE-STATUS.

           SELECT TRADCJRN-FILE ASSIGN TO "TRADVJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

           SELECT TRADELOG-FILE ASSIGN TO "TRADVLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT PERFORMANCE-REPORT-FILE ASSIGN TO "TRADPFRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADVALH-FILE.
           COPY VALHREC.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

       FD  TRADELOG-FILE.
           COPY TRADELOG.

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       FD  PERFORMANCE-REPORT-FILE.
       01 PERFORMANCE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 VALH-FILE-STATUS          PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 LOG-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 VALH-EOF-SW               PIC X(01) VALUE 'N'.
             88 VALH-EOF               VALUE 'Y'.
          03 JRN-DONE-SW               PIC X(01) VALUE 'N'.
             88 JRN-DONE               VALUE 'Y'.
          03 LOG-DONE-SW               PIC X(01) VALUE 'N'.
             88 LOG-DONE               VALUE 'Y'.
          03 BASE-FOUND-SW             PIC X(01) VALUE 'N'.
             88 BASE-FOUND             VALUE 'Y'.
          03 MONTH-OPENING-SW          PIC X(01) VALUE 'N'.
             88 MONTH-OPENING-SET      VALUE 'Y'.
          03 CUSTOMER-ACTIVE-SW        PIC X(01) VALUE 'N'.
             88 CUSTOMER-ACTIVE        VALUE 'Y'.
          03 SHORT-VALUATION-SW        PIC X(01) VALUE 'N'.
             88 SHORT-VALUATION        VALUE 'Y'.
          03 SUBPERIOD-MEASURED-SW     PIC X(01) VALUE 'N'.
             88 SUBPERIOD-MEASURED     VALUE 'Y'.
          03 SHORT-SEEN-SW             PIC X(01) VALUE 'N'.
             88 SHORT-SEEN             VALUE 'Y'.

       01 RUN-COUNTERS.
          03 HISTORY-ROWS-READ         PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-LISTED          PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-UP              PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-DOWN            PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-SHORT           PIC 9(07) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * The three reporting periods all end tonight.  The history is
      * read from the first of last December, so the valuation the
      * year's first night is measured from is in hand.

       01 PERIOD-DATE-FIELDS.
          03 MONTH-START-DATE          PIC X(10).
          03 QUARTER-START-DATE        PIC X(10).
          03 YEAR-START-DATE           PIC X(10).
          03 WINDOW-START-DATE         PIC X(10).
          03 PRIOR-YEAR                PIC 9(04).
          03 MONTH-NUMBER-LESS-1       PIC 9(02).
          03 QUARTER-NUMBER            PIC 9(01).
          03 QUARTER-START-MM          PIC 9(02).
          03 WINDOW-START-INT          PIC 9(08).

       01 VALUE-DATE-RAW                PIC 9(08).
       01 VALUE-DATE-PARTS REDEFINES VALUE-DATE-RAW.
          03 VDR-YYYY                  PIC 9(04).
          03 VDR-MM                    PIC 9(02).
          03 VDR-DD                    PIC 9(02).
       01 VALUE-DATE-INT                PIC 9(08).

      * One customer's measurement.  The growth fields are the chained
      * product of the nights' growth for each period, starting at 1.
       01 CUSTOMER-MEASURE-FIELDS.
          03 PF-CUSTOMER               PIC X(60).
          03 NIGHT-DATE                PIC X(10).
          03 PREVIOUS-TOTAL-VALUE      PIC 9(12)V99.
          03 MONTH-OPENING-VALUE       PIC 9(12)V99.
          03 CLOSING-VALUE             PIC 9(12)V99.
          03 PERIOD-FLOW               PIC S9(13)V99.
          03 MONTH-NET-FLOWS           PIC S9(13)V99.
          03 PERIOD-END-LESS-FLOW      PIC S9(13)V99.
          03 TRANSFER-VALUE            PIC 9(11)V99.
          03 SUBPERIOD-GROWTH          PIC S9(05)V9(09).
          03 MONTH-GROWTH              PIC S9(05)V9(09).
          03 QUARTER-GROWTH            PIC S9(05)V9(09).
          03 YEAR-GROWTH               PIC S9(05)V9(09).
          03 MONTH-LINKED-SW           PIC X(01).
             88 MONTH-LINKED           VALUE 'Y'.
          03 QUARTER-LINKED-SW         PIC X(01).
             88 QUARTER-LINKED         VALUE 'Y'.
          03 YEAR-LINKED-SW            PIC X(01).
             88 YEAR-LINKED            VALUE 'Y'.
          03 RETURN-PCT                PIC S9(07)V99.

      * House-wide figures.  One slot per calendar day from the start
      * of the read window (at most 13 months): every account's
      * opening value for the night ending that day, and its closing
      * value less money in, summed across all customers.
       01 HOUSE-TOTAL-FIELDS.
          03 HOUSE-OPENING-VALUE       PIC 9(15)V99 VALUE ZERO.
          03 HOUSE-NET-FLOWS           PIC S9(15)V99 VALUE ZERO.
          03 HOUSE-CLOSING-VALUE       PIC 9(15)V99 VALUE ZERO.
          03 HOUSE-GAIN                PIC S9(15)V99 VALUE ZERO.
          03 HOUSE-DAY-COUNT           PIC 9(03) VALUE 400.
          03 HOUSE-DAY-SUB             PIC 9(04).

       01 HOUSE-DAY-TABLE.
          03 HOUSE-DAY OCCURS 400 TIMES INDEXED BY HOUSE-DAY-IDX.
             05 HD-DATE                PIC X(10).
             05 HD-OPENING-VALUE       PIC 9(15)V99.
             05 HD-END-LESS-FLOW       PIC S9(15)V99.

       01 RETURN-EDIT                   PIC -(6)9.99.

       01 PERFORMANCE-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PR-CUSTOMER                PIC X(30).
          03 PR-OPENING-VALUE           PIC -(12)9.99.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PR-NET-FLOWS               PIC -(12)9.99.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PR-CLOSING-VALUE           PIC -(12)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PR-MONTH-RETURN            PIC X(10).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PR-QUARTER-RETURN          PIC X(10).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PR-YEAR-RETURN             PIC X(10).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PR-SHORT-FLAG              PIC X(01).

       01 HOUSE-SUMMARY-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 HS-CAPTION                 PIC X(34).
          03 HS-AMOUNT                  PIC -(14)9.99.

       01 HOUSE-RETURN-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 HR-CAPTION                 PIC X(34).
          03 HR-RETURN                  PIC X(10).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM MEASURE-CUSTOMERS
           PERFORM PRINT-HOUSE-SUMMARY
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           OPEN INPUT TRADRNCT-FILE
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERPF: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADVALH-FILE
           IF VALH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERPF: UNABLE TO OPEN TRADVALH, STATUS='
                      VALH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCJRN-FILE
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERPF: UNABLE TO OPEN TRADVJRN, STATUS='
                      CJRN-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADELOG-FILE
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERPF: UNABLE TO OPEN TRADVLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PERFORMANCE-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERPF: UNABLE TO OPEN TRADPFRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-PERIOD-DATES

           PERFORM VARYING HOUSE-DAY-IDX FROM 1 BY 1
                   UNTIL HOUSE-DAY-IDX > HOUSE-DAY-COUNT
              MOVE SPACES TO HD-DATE(HOUSE-DAY-IDX)
              MOVE ZERO   TO HD-OPENING-VALUE(HOUSE-DAY-IDX)
                             HD-END-LESS-FLOW(HOUSE-DAY-IDX)
           END-PERFORM

           MOVE 'TRADERPF - MONTH-END PORTFOLIO PERFORMANCE'
                TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE SPACES TO PERFORMANCE-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  '   MONTH FROM: ' MONTH-START-DATE
                  '   QUARTER FROM: ' QUARTER-START-DATE
                  '   YEAR FROM: ' YEAR-START-DATE
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE SPACES TO PERFORMANCE-REPORT-LINE
           STRING 'TIME-WEIGHTED RETURNS IN BASE CURRENCY, NET OF '
                  'DEPOSITS, WITHDRAWALS AND TRANSFERS OUT'
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE SPACES TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE ' CUSTOMER' TO PERFORMANCE-REPORT-LINE
           MOVE 'OPENING VALUE' TO PERFORMANCE-REPORT-LINE(35:13)
           MOVE 'NET MONEY IN'  TO PERFORMANCE-REPORT-LINE(53:12)
           MOVE 'CLOSING VALUE' TO PERFORMANCE-REPORT-LINE(69:13)
           MOVE 'MONTH %'       TO PERFORMANCE-REPORT-LINE(87:7)
           MOVE 'QTD %'         TO PERFORMANCE-REPORT-LINE(101:5)
           MOVE 'YTD %'         TO PERFORMANCE-REPORT-LINE(113:5)
           WRITE PERFORMANCE-REPORT-LINE
           .
       INITIALIZE-RUN-EXIT.
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
       CHECK-RUN-CONTROL SECTION.
      * Only TRADERVL's row is looked at - tonight's valuation must be
      * on the history before the month can be closed off.  The
      * report writes no row of its own; like TRADERST it changes
      * nothing and may be run again.
           MOVE 'TRADERVL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERPF: TRADERVL HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERPF: TRADERVL NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       BUILD-PERIOD-DATES SECTION.
      * Quarters start in January, April, July and October.
           MOVE SPACES TO MONTH-START-DATE
           STRING RTS-YYYY '-' RTS-MM '-01'
                  DELIMITED BY SIZE INTO MONTH-START-DATE

           SUBTRACT 1 FROM RTS-MM GIVING MONTH-NUMBER-LESS-1
           DIVIDE MONTH-NUMBER-LESS-1 BY 3 GIVING QUARTER-NUMBER
           COMPUTE QUARTER-START-MM = QUARTER-NUMBER * 3 + 1
           MOVE SPACES TO QUARTER-START-DATE
           STRING RTS-YYYY '-' QUARTER-START-MM '-01'
                  DELIMITED BY SIZE INTO QUARTER-START-DATE

           MOVE SPACES TO YEAR-START-DATE
           STRING RTS-YYYY '-01-01'
                  DELIMITED BY SIZE INTO YEAR-START-DATE

           SUBTRACT 1 FROM RTS-YYYY GIVING PRIOR-YEAR
           MOVE SPACES TO WINDOW-START-DATE
           STRING PRIOR-YEAR '-12-01'
                  DELIMITED BY SIZE INTO WINDOW-START-DATE
           MOVE WINDOW-START-DATE TO VH-VALUE-DATE
           PERFORM CONVERT-VALUE-DATE
           MOVE VALUE-DATE-INT TO WINDOW-START-INT
           .
       BUILD-PERIOD-DATES-EXIT.
           EXIT.
      *****************************************************************
       CONVERT-VALUE-DATE SECTION.
      * VH-VALUE-DATE ("YYYY-MM-DD") as an integer day number.
           MOVE VH-VALUE-DATE(1:4) TO VDR-YYYY
           MOVE VH-VALUE-DATE(6:2) TO VDR-MM
           MOVE VH-VALUE-DATE(9:2) TO VDR-DD
           COMPUTE VALUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(VALUE-DATE-RAW)
           .
       CONVERT-VALUE-DATE-EXIT.
           EXIT.
      *****************************************************************
       MEASURE-CUSTOMERS SECTION.
      * Customer by customer through the history.  Each customer's
      * rows are picked up from the start of the read window; what is
      * left in the buffer afterwards is the next customer's first
      * row, whatever its date.
           MOVE LOW-VALUES TO VH-KEY
           START TRADVALH-FILE KEY IS NOT LESS THAN
                 VH-KEY OF VALUATION-HISTORY-RECORD
              INVALID KEY
                 SET VALH-EOF TO TRUE
           END-START
           IF NOT VALH-EOF
              READ TRADVALH-FILE NEXT RECORD
                 AT END
                    SET VALH-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL VALH-EOF
              PERFORM MEASURE-ONE-CUSTOMER
           END-PERFORM
           .
       MEASURE-CUSTOMERS-EXIT.
           EXIT.
      *****************************************************************
       MEASURE-ONE-CUSTOMER SECTION.
           MOVE VH-CUSTOMER TO PF-CUSTOMER
           MOVE 'N' TO BASE-FOUND-SW
                       MONTH-OPENING-SW
                       CUSTOMER-ACTIVE-SW
                       SHORT-VALUATION-SW
                       MONTH-LINKED-SW
                       QUARTER-LINKED-SW
                       YEAR-LINKED-SW
           MOVE ZERO TO PREVIOUS-TOTAL-VALUE
                        MONTH-OPENING-VALUE
                        CLOSING-VALUE
                        MONTH-NET-FLOWS
           MOVE 1    TO MONTH-GROWTH
                        QUARTER-GROWTH
                        YEAR-GROWTH

           MOVE PF-CUSTOMER       TO VH-CUSTOMER
           MOVE WINDOW-START-DATE TO VH-VALUE-DATE
           START TRADVALH-FILE KEY IS NOT LESS THAN
                 VH-KEY OF VALUATION-HISTORY-RECORD
              INVALID KEY
                 SET VALH-EOF TO TRUE
           END-START
           IF NOT VALH-EOF
              READ TRADVALH-FILE NEXT RECORD
                 AT END
                    SET VALH-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL VALH-EOF OR VH-CUSTOMER NOT = PF-CUSTOMER
              IF VH-VALUE-DATE NOT > TODAY-DATE-STAMP
                 PERFORM TAKE-VALUATION-ROW
              END-IF
              READ TRADVALH-FILE NEXT RECORD
                 AT END
                    SET VALH-EOF TO TRUE
              END-READ
           END-PERFORM

           IF CUSTOMER-ACTIVE
              PERFORM PRINT-CUSTOMER-RETURN
           END-IF
           .
       MEASURE-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       TAKE-VALUATION-ROW SECTION.
      * The first row in the window is the base the customer is
      * measured from; every later one closes a night off.
           ADD 1 TO HISTORY-ROWS-READ
           IF BASE-FOUND
              PERFORM SUM-PERIOD-FLOWS
              PERFORM LINK-SUBPERIOD
           ELSE
              SET BASE-FOUND TO TRUE
              PERFORM OPEN-FLOW-CURSORS
           END-IF

           IF VH-VALUE-DATE < MONTH-START-DATE
              MOVE VH-TOTAL-VALUE TO MONTH-OPENING-VALUE
              SET MONTH-OPENING-SET TO TRUE
           ELSE
              IF NOT MONTH-OPENING-SET
                 MOVE VH-TOTAL-VALUE TO MONTH-OPENING-VALUE
                 SET MONTH-OPENING-SET TO TRUE
              END-IF
              IF VH-TOTAL-VALUE > ZERO OR MONTH-OPENING-VALUE > ZERO
                 SET CUSTOMER-ACTIVE TO TRUE
              END-IF
              IF VH-POSITIONS-UNVALUED > ZERO
                 SET SHORT-VALUATION TO TRUE
              END-IF
           END-IF

           MOVE VH-TOTAL-VALUE TO PREVIOUS-TOTAL-VALUE
                                  CLOSING-VALUE
           .
       TAKE-VALUATION-ROW-EXIT.
           EXIT.
      *****************************************************************
       OPEN-FLOW-CURSORS SECTION.
      * Money that moved up to the base valuation's cutoff is already
      * in the base - both cursors start just after it.
           MOVE 'N' TO JRN-DONE-SW
           MOVE PF-CUSTOMER         TO CJ-CUSTOMER
           MOVE VH-CUTOFF-TIMESTAMP TO CJ-TIMESTAMP
           MOVE 999                 TO CJ-JRN-SEQ
           START TRADCJRN-FILE KEY IS GREATER THAN
                 CJ-KEY OF CASH-JOURNAL-RECORD
              INVALID KEY
                 SET JRN-DONE TO TRUE
           END-START
           IF NOT JRN-DONE
              READ TRADCJRN-FILE NEXT RECORD
                 AT END
                    SET JRN-DONE TO TRUE
              END-READ
           END-IF

           MOVE 'N' TO LOG-DONE-SW
           MOVE PF-CUSTOMER         TO TL-CUSTOMER
           MOVE VH-CUTOFF-TIMESTAMP TO TL-TIMESTAMP
           MOVE 999                 TO TL-LOG-SEQ
           START TRADELOG-FILE KEY IS GREATER THAN
                 TL-KEY OF TRADE-LOG-RECORD
              INVALID KEY
                 SET LOG-DONE TO TRUE
           END-START
           IF NOT LOG-DONE
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                    SET LOG-DONE TO TRUE
              END-READ
           END-IF
           .
       OPEN-FLOW-CURSORS-EXIT.
           EXIT.
      *****************************************************************
       SUM-PERIOD-FLOWS SECTION.
      * Net money in since the previous valuation: everything on the
      * customer's journal and blotter up to this row's cutoff.  Each
      * cursor is left on the first entry belonging to a later night.
           MOVE ZERO TO PERIOD-FLOW

           PERFORM UNTIL JRN-DONE
                      OR CJ-CUSTOMER NOT = PF-CUSTOMER
                      OR CJ-TIMESTAMP > VH-CUTOFF-TIMESTAMP
              IF CJ-TYPE-IS-DEPOSIT OR
                 CJ-TYPE-IS-WITHDRAWAL OR
                 CJ-TYPE-IS-PAYMENT-RETURNED
                 IF CJ-IS-CREDIT
                    ADD CJ-AMOUNT TO PERIOD-FLOW
                 ELSE
                    SUBTRACT CJ-AMOUNT FROM PERIOD-FLOW
                 END-IF
              END-IF
              READ TRADCJRN-FILE NEXT RECORD
                 AT END
                    SET JRN-DONE TO TRUE
              END-READ
           END-PERFORM

           PERFORM UNTIL LOG-DONE
                      OR TL-CUSTOMER NOT = PF-CUSTOMER
                      OR TL-TIMESTAMP > VH-CUTOFF-TIMESTAMP
              IF TL-TRADE-IS-XFER-OUT
                 COMPUTE TRANSFER-VALUE ROUNDED = TL-SHARES * TL-PRICE
                 SUBTRACT TRANSFER-VALUE FROM PERIOD-FLOW
              END-IF
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                    SET LOG-DONE TO TRUE
              END-READ
           END-PERFORM
           .
       SUM-PERIOD-FLOWS-EXIT.
           EXIT.
      *****************************************************************
       LINK-SUBPERIOD SECTION.
      * One night's growth, chained into every period the night ends
      * in.  A night that opens at nothing has no growth to measure.
      * A loss can never take more than everything (growth floor 0).
           MOVE VH-VALUE-DATE TO NIGHT-DATE
           IF NIGHT-DATE NOT < MONTH-START-DATE
              ADD PERIOD-FLOW TO MONTH-NET-FLOWS
           END-IF

           IF PREVIOUS-TOTAL-VALUE > ZERO
              COMPUTE PERIOD-END-LESS-FLOW =
                      VH-TOTAL-VALUE - PERIOD-FLOW
              SET SUBPERIOD-MEASURED TO TRUE
              COMPUTE SUBPERIOD-GROWTH ROUNDED =
                      PERIOD-END-LESS-FLOW / PREVIOUS-TOTAL-VALUE
                 ON SIZE ERROR
                    MOVE 'N' TO SUBPERIOD-MEASURED-SW
              END-COMPUTE
              IF SUBPERIOD-MEASURED
                 IF SUBPERIOD-GROWTH < ZERO
                    MOVE ZERO TO SUBPERIOD-GROWTH
                 END-IF
                 PERFORM CHAIN-SUBPERIOD-GROWTH
                 PERFORM ADD-TO-HOUSE-DAY
              ELSE
                 DISPLAY 'TRADERPF: NIGHT NOT MEASURABLE FOR '
                         PF-CUSTOMER ' ON ' VH-VALUE-DATE
              END-IF
           END-IF
           .
       LINK-SUBPERIOD-EXIT.
           EXIT.
      *****************************************************************
       CHAIN-SUBPERIOD-GROWTH SECTION.
           IF NIGHT-DATE NOT < YEAR-START-DATE
              COMPUTE YEAR-GROWTH ROUNDED =
                      YEAR-GROWTH * SUBPERIOD-GROWTH
              SET YEAR-LINKED TO TRUE
           END-IF
           IF NIGHT-DATE NOT < QUARTER-START-DATE
              COMPUTE QUARTER-GROWTH ROUNDED =
                      QUARTER-GROWTH * SUBPERIOD-GROWTH
              SET QUARTER-LINKED TO TRUE
           END-IF
           IF NIGHT-DATE NOT < MONTH-START-DATE
              COMPUTE MONTH-GROWTH ROUNDED =
                      MONTH-GROWTH * SUBPERIOD-GROWTH
              SET MONTH-LINKED TO TRUE
           END-IF
           .
       CHAIN-SUBPERIOD-GROWTH-EXIT.
           EXIT.
      *****************************************************************
       ADD-TO-HOUSE-DAY SECTION.
      * The customer's night joins every other account's for the same
      * day - the history row still in the buffer gives the date.
           PERFORM CONVERT-VALUE-DATE
           COMPUTE HOUSE-DAY-SUB =
                   VALUE-DATE-INT - WINDOW-START-INT + 1
           IF HOUSE-DAY-SUB > ZERO AND
              HOUSE-DAY-SUB NOT > HOUSE-DAY-COUNT
              SET HOUSE-DAY-IDX TO HOUSE-DAY-SUB
              MOVE VH-VALUE-DATE TO HD-DATE(HOUSE-DAY-IDX)
              ADD PREVIOUS-TOTAL-VALUE
                  TO HD-OPENING-VALUE(HOUSE-DAY-IDX)
              ADD PERIOD-END-LESS-FLOW
                  TO HD-END-LESS-FLOW(HOUSE-DAY-IDX)
           END-IF
           .
       ADD-TO-HOUSE-DAY-EXIT.
           EXIT.
      *****************************************************************
       PRINT-CUSTOMER-RETURN SECTION.
           ADD 1 TO CUSTOMERS-LISTED
           ADD MONTH-OPENING-VALUE TO HOUSE-OPENING-VALUE
           ADD MONTH-NET-FLOWS     TO HOUSE-NET-FLOWS
           ADD CLOSING-VALUE       TO HOUSE-CLOSING-VALUE

           MOVE SPACES TO PERFORMANCE-DETAIL-LINE
           MOVE PF-CUSTOMER(1:30)   TO PR-CUSTOMER
           MOVE MONTH-OPENING-VALUE TO PR-OPENING-VALUE
           MOVE MONTH-NET-FLOWS     TO PR-NET-FLOWS
           MOVE CLOSING-VALUE       TO PR-CLOSING-VALUE

           IF MONTH-LINKED
              COMPUTE RETURN-PCT ROUNDED = (MONTH-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO PR-MONTH-RETURN
              IF RETURN-PCT > ZERO
                 ADD 1 TO CUSTOMERS-UP
              END-IF
              IF RETURN-PCT < ZERO
                 ADD 1 TO CUSTOMERS-DOWN
              END-IF
           ELSE
              MOVE '       N/A' TO PR-MONTH-RETURN
           END-IF

           IF QUARTER-LINKED
              COMPUTE RETURN-PCT ROUNDED = (QUARTER-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO PR-QUARTER-RETURN
           ELSE
              MOVE '       N/A' TO PR-QUARTER-RETURN
           END-IF

           IF YEAR-LINKED
              COMPUTE RETURN-PCT ROUNDED = (YEAR-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO PR-YEAR-RETURN
           ELSE
              MOVE '       N/A' TO PR-YEAR-RETURN
           END-IF

           IF SHORT-VALUATION
              MOVE '*' TO PR-SHORT-FLAG
              ADD 1 TO CUSTOMERS-SHORT
              SET SHORT-SEEN TO TRUE
           END-IF

           MOVE PERFORMANCE-DETAIL-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE
           .
       PRINT-CUSTOMER-RETURN-EXIT.
           EXIT.
      *****************************************************************
       PRINT-HOUSE-SUMMARY SECTION.
      * The house chain runs day by day over the table, each night's
      * growth being every account's closing-less-money-in over every
      * account's opening, for the nights anybody could be measured.
           MOVE 'N' TO MONTH-LINKED-SW
                       QUARTER-LINKED-SW
                       YEAR-LINKED-SW
           MOVE 1 TO MONTH-GROWTH
                     QUARTER-GROWTH
                     YEAR-GROWTH
           PERFORM VARYING HOUSE-DAY-IDX FROM 1 BY 1
                   UNTIL HOUSE-DAY-IDX > HOUSE-DAY-COUNT
              IF HD-OPENING-VALUE(HOUSE-DAY-IDX) > ZERO
                 PERFORM LINK-HOUSE-DAY
              END-IF
           END-PERFORM

           COMPUTE HOUSE-GAIN = HOUSE-CLOSING-VALUE
                              - HOUSE-OPENING-VALUE
                              - HOUSE-NET-FLOWS

           MOVE SPACES TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           IF SHORT-SEEN
              MOVE SPACES TO PERFORMANCE-REPORT-LINE
              STRING ' * A HOLDING COULD NOT BE PRICED ON AT LEAST '
                     'ONE NIGHT THIS MONTH - RETURN UNDERSTATED'
                     DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
              WRITE PERFORMANCE-REPORT-LINE
              MOVE SPACES TO PERFORMANCE-REPORT-LINE
              WRITE PERFORMANCE-REPORT-LINE
           END-IF

           MOVE 'HOUSE SUMMARY' TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE SPACES TO HOUSE-SUMMARY-LINE
           MOVE 'OPENING VALUE, CUSTOMERS LISTED :' TO HS-CAPTION
           MOVE HOUSE-OPENING-VALUE TO HS-AMOUNT
           MOVE HOUSE-SUMMARY-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE 'NET MONEY IN                   :' TO HS-CAPTION
           MOVE HOUSE-NET-FLOWS TO HS-AMOUNT
           MOVE HOUSE-SUMMARY-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE 'INVESTMENT GAIN OR LOSS        :' TO HS-CAPTION
           MOVE HOUSE-GAIN TO HS-AMOUNT
           MOVE HOUSE-SUMMARY-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE 'CLOSING VALUE                  :' TO HS-CAPTION
           MOVE HOUSE-CLOSING-VALUE TO HS-AMOUNT
           MOVE HOUSE-SUMMARY-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE SPACES TO HOUSE-RETURN-LINE
           MOVE 'HOUSE RETURN, MONTH %          :' TO HR-CAPTION
           IF MONTH-LINKED
              COMPUTE RETURN-PCT ROUNDED = (MONTH-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO HR-RETURN
           ELSE
              MOVE '       N/A' TO HR-RETURN
           END-IF
           MOVE HOUSE-RETURN-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE 'HOUSE RETURN, QUARTER TO DATE %:' TO HR-CAPTION
           IF QUARTER-LINKED
              COMPUTE RETURN-PCT ROUNDED = (QUARTER-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO HR-RETURN
           ELSE
              MOVE '       N/A' TO HR-RETURN
           END-IF
           MOVE HOUSE-RETURN-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           MOVE 'HOUSE RETURN, YEAR TO DATE %   :' TO HR-CAPTION
           IF YEAR-LINKED
              COMPUTE RETURN-PCT ROUNDED = (YEAR-GROWTH - 1) * 100
              MOVE RETURN-PCT TO RETURN-EDIT
              MOVE RETURN-EDIT TO HR-RETURN
           ELSE
              MOVE '       N/A' TO HR-RETURN
           END-IF
           MOVE HOUSE-RETURN-LINE TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE
           .
       PRINT-HOUSE-SUMMARY-EXIT.
           EXIT.
      *****************************************************************
       LINK-HOUSE-DAY SECTION.
           MOVE HD-DATE(HOUSE-DAY-IDX) TO NIGHT-DATE
           SET SUBPERIOD-MEASURED TO TRUE
           COMPUTE SUBPERIOD-GROWTH ROUNDED =
                   HD-END-LESS-FLOW(HOUSE-DAY-IDX)
                   / HD-OPENING-VALUE(HOUSE-DAY-IDX)
              ON SIZE ERROR
                 MOVE 'N' TO SUBPERIOD-MEASURED-SW
           END-COMPUTE
           IF SUBPERIOD-MEASURED
              IF SUBPERIOD-GROWTH < ZERO
                 MOVE ZERO TO SUBPERIOD-GROWTH
              END-IF
              PERFORM CHAIN-SUBPERIOD-GROWTH
           END-IF
           .
       LINK-HOUSE-DAY-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           STRING 'HISTORY ROWS READ      : ' HISTORY-ROWS-READ
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           STRING 'CUSTOMERS LISTED       : ' CUSTOMERS-LISTED
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           STRING 'CUSTOMERS UP THE MONTH : ' CUSTOMERS-UP
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           STRING 'CUSTOMERS DOWN         : ' CUSTOMERS-DOWN
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           STRING 'VALUATIONS SHORT       : ' CUSTOMERS-SHORT
                  DELIMITED BY SIZE INTO PERFORMANCE-REPORT-LINE
           WRITE PERFORMANCE-REPORT-LINE

           CLOSE TRADVALH-FILE
                 TRADCJRN-FILE
                 TRADELOG-FILE
                 TRADRNCT-FILE
                 PERFORMANCE-REPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
