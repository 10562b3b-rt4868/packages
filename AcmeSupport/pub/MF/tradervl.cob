      * COMMISSION-BUY/COMMISSION-SELL are 3-digit whole-percent       *
      * rates (e.g. '002' = 2%) - see COMMISSION-BUY-PCT/             *
      * COMMISSION-SELL-PCT REDEFINES in COMPREC.cpy.                 *
      *                                                               *
      * Pass 1 also keeps each customer's total: at every change of   *
      * customer the holdings just valued, plus the customer's cash   *
      * from the TRADVCSH snapshot, go on the TRADVALH valuation      *
      * history (see VALHREC.cpy) under tonight's date and the        *
      * TRADERSN cutoff.  A customer with cash but no holdings gets   *
      * a cash-only row from a sweep of TRADVCSH once pass 1 is done. *
      * The checkpoint is only taken at a change of customer, so a    *
      * restart never resumes half way through a customer's total.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

      * Cash from the same cutoff snapshot as the holdings - read by
      * key for each customer's total, then swept for the customers
      * holding cash and no shares.
           SELECT TRADCASH-FILE ASSIGN TO "TRADVCSH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADVALH-FILE ASSIGN TO "TRADVALH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VH-KEY OF VALUATION-HISTORY-RECORD
                  FILE STATUS IS VALH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADVALH-FILE.
           COPY VALHREC.

       FD  VALUATION-REPORT-FILE.
       01 VALUATION-REPORT-LINE         PIC X(100).

          03 RESTART-FILE-STATUS       PIC X(02).
          03 RATE-FILE-STATUS          PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 VALH-FILE-STATUS          PIC X(02).

       01 SWITCHES.
          03 CUST-EOF-SW               PIC X(01) VALUE 'N'.
             88 RATE-FOUND             VALUE 'Y'.
          03 TRADRATE-OPEN-SW          PIC X(01) VALUE 'N'.
             88 TRADRATE-OPEN          VALUE 'Y'.
          03 CASH-EOF-SW               PIC X(01) VALUE 'N'.
             88 CASH-EOF               VALUE 'Y'.

       01 RUN-COUNTERS.
          03 CUST-RECORDS-READ         PIC 9(07) VALUE ZERO.
          03 POSITIONS-VALUED          PIC 9(07) VALUE ZERO.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 LOG-RECORDS-TODAY         PIC 9(07) VALUE ZERO.
          03 CASH-ONLY-VALUED          PIC 9(07) VALUE ZERO.

       01 CHECKPOINT-FIELDS.
          03 CHECKPOINT-INTERVAL       PIC 9(04) VALUE 0100.
          03 CONVERSION-RATE           PIC 9(05)V99.
          03 NATIVE-PRICE-TODAY        PIC 9(05)V99.

      * One customer's running total for the TRADVALH row - the
      * customer being totalled, the holdings valued so far, the
      * holdings that could not be, and the KEYREC of the last
      * position read (the restart point once the customer is done).
       01 CUSTOMER-TOTAL-FIELDS.
          03 TOTAL-CUSTOMER            PIC X(60) VALUE SPACES.
          03 TOTAL-POSITIONS-VALUE     PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-POSITIONS-UNVALUED  PIC 9(04) VALUE ZERO.
          03 LAST-POSITION-KEY         PIC X(81) VALUE SPACES.

       01 VALUATION-CUTOFF              PIC X(19) VALUE SPACES.

       01 COMMISSION-WORK-FIELDS.
      * Sized to match POSITION-VALUE above - TL-SHARES (up to 999999,
      * req007's widened cap) times TL-PRICE (up to 99999.99) can carry
       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM VALUE-CUSTOMER-POSITIONS
           PERFORM RECORD-CASH-ONLY-VALUATIONS
           PERFORM SUMMARIZE-COMMISSIONS
           PERFORM TERMINATE-RUN
           STOP RUN.
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCASH-FILE
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERVL: UNABLE TO OPEN TRADVCSH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADVALH-FILE
           IF VALH-FILE-STATUS = '35'
              OPEN OUTPUT TRADVALH-FILE
              CLOSE TRADVALH-FILE
              OPEN I-O TRADVALH-FILE
           END-IF
           IF VALH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERVL: UNABLE TO OPEN TRADVALH, STATUS='
                      VALH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADRSRT-FILE
           IF RESTART-FILE-STATUS = '35'
              OPEN OUTPUT TRADRSRT-FILE
      * have completed for this date first; a completed row of our
      * own means tonight's report is already out.  A row still at
      * started is an abended run being redriven - allowed, the
      * TRADRSRT checkpoint takes it from where it died.  TRADERSN's
      * start is the cutoff the valuation history rows are taken at.
           MOVE 'TRADERVL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
                 MOVE RC-START-TIME TO VALUATION-CUTOFF
           END-READ

           MOVE 'TRADERVL' TO RC-JOB-NAME
           EXIT.
      *****************************************************************
       CHECKPOINT-PROGRESS SECTION.
      * Taken between customers only - the restart point is the last
      * position of the customer whose history row is already written.
           MOVE 'TRADERVL' TO RS-PROGRAM-ID
           MOVE LAST-POSITION-KEY TO RS-LAST-KEY
           MOVE CUST-RECORDS-READ  TO RS-COUNTER-1
           MOVE POSITIONS-VALUED   TO RS-COUNTER-2
           MOVE GRAND-TOTAL-VALUE  TO RS-ACCUM-VALUE
                 READ TRADCUST-FILE NEXT RECORD
                    AT END
                       SET CUST-EOF TO TRUE
                       PERFORM FINISH-CUSTOMER-TOTAL
                    NOT AT END
                       IF CUSTOMER OF CUSTOMER-IO-BUFFER NOT =
                          TOTAL-CUSTOMER
                          PERFORM FINISH-CUSTOMER-TOTAL
                          IF CHECKPOINT-COUNTER >= CHECKPOINT-INTERVAL
                             PERFORM CHECKPOINT-PROGRESS
                             MOVE ZERO TO CHECKPOINT-COUNTER
                          END-IF
                          MOVE CUSTOMER OF CUSTOMER-IO-BUFFER
                               TO TOTAL-CUSTOMER
                       END-IF
                       ADD 1 TO CUST-RECORDS-READ
                       PERFORM VALUE-ONE-POSITION
                       MOVE KEYREC OF CUSTOMER-IO-BUFFER
                            TO LAST-POSITION-KEY
                       ADD 1 TO CHECKPOINT-COUNTER
                 END-READ
              END-PERFORM

                         DEC-NO-SHARES * NATIVE-PRICE-TODAY
                         * CONVERSION-RATE
                 ADD POSITION-VALUE TO GRAND-TOTAL-VALUE
                 ADD POSITION-VALUE TO TOTAL-POSITIONS-VALUE
                 ADD 1 TO POSITIONS-VALUED
                 PERFORM WRITE-VALUATION-LINE
              ELSE
                         COMPANY-CURRENCY ' - POSITION SKIPPED FOR '
                         CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
                         COMPANY OF CUSTOMER-IO-BUFFER
                 IF DEC-NO-SHARES > ZERO
                    ADD 1 TO TOTAL-POSITIONS-UNVALUED
                 END-IF
              END-IF
           ELSE
              DISPLAY 'TRADERVL: COMPANY NOT FOUND FOR '
                      CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
                      COMPANY OF CUSTOMER-IO-BUFFER
              IF DEC-NO-SHARES > ZERO
                 ADD 1 TO TOTAL-POSITIONS-UNVALUED
              END-IF
           END-IF
           .
       VALUE-ONE-POSITION-EXIT.
           .
       LOOKUP-COMPANY-PRICE-EXIT.
           EXIT.
      *****************************************************************
       FINISH-CUSTOMER-TOTAL SECTION.
      * The customer just finished (none yet at the top of the file or
      * straight after a restart) goes on the valuation history with
      * the cash the snapshot holds for them - no TRADVCSH row is no
      * cash.  The totals then start again at zero for the next one.
           IF TOTAL-CUSTOMER NOT = SPACES
              MOVE TOTAL-CUSTOMER TO CASH-CUSTOMER
              READ TRADCASH-FILE
                 INVALID KEY
                    MOVE ZERO TO CASH-BALANCE
              END-READ
              MOVE TOTAL-CUSTOMER           TO VH-CUSTOMER
              MOVE TOTAL-POSITIONS-VALUE    TO VH-POSITIONS-VALUE
              MOVE TOTAL-POSITIONS-UNVALUED TO VH-POSITIONS-UNVALUED
              PERFORM WRITE-VALUATION-HISTORY
           END-IF
           MOVE SPACES TO TOTAL-CUSTOMER
           MOVE ZERO   TO TOTAL-POSITIONS-VALUE
                          TOTAL-POSITIONS-UNVALUED
           .
       FINISH-CUSTOMER-TOTAL-EXIT.
           EXIT.
      *****************************************************************
       RECORD-CASH-ONLY-VALUATIONS SECTION.
      * Customers with money on deposit and nothing in TRADVCUS have
      * had no row written by pass 1 - anyone who already has one for
      * tonight is left as it is.  Rerun in full on a restart: it
      * only ever adds the rows still missing.
           MOVE LOW-VALUES TO CASH-CUSTOMER
           START TRADCASH-FILE KEY IS NOT LESS THAN
                 CASH-CUSTOMER OF CASH-IO-BUFFER
              INVALID KEY
                 SET CASH-EOF TO TRUE
           END-START

           PERFORM UNTIL CASH-EOF
              READ TRADCASH-FILE NEXT RECORD
                 AT END
                    SET CASH-EOF TO TRUE
                 NOT AT END
                    MOVE CASH-CUSTOMER    TO VH-CUSTOMER
                    MOVE TODAY-DATE-STAMP TO VH-VALUE-DATE
                    READ TRADVALH-FILE
                       INVALID KEY
                          MOVE ZERO TO VH-POSITIONS-VALUE
                                       VH-POSITIONS-UNVALUED
                          PERFORM WRITE-VALUATION-HISTORY
                          ADD 1 TO CASH-ONLY-VALUED
                    END-READ
              END-READ
           END-PERFORM
           .
       RECORD-CASH-ONLY-VALUATIONS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-VALUATION-HISTORY SECTION.
      * VH-CUSTOMER and the holdings figures are set by the caller and
      * CASH-BALANCE holds the customer's TRADVCSH balance.  A row
      * already there for tonight is a redriven run - it is rewritten
      * with the same figures.
           MOVE TODAY-DATE-STAMP TO VH-VALUE-DATE
           MOVE VALUATION-CUTOFF TO VH-CUTOFF-TIMESTAMP
           MOVE CASH-BALANCE     TO VH-CASH-BALANCE
           COMPUTE VH-TOTAL-VALUE = VH-POSITIONS-VALUE + VH-CASH-BALANCE
           WRITE VALUATION-HISTORY-RECORD
           IF VALH-FILE-STATUS = '22'
              REWRITE VALUATION-HISTORY-RECORD
           END-IF
           IF VALH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERVL: TRADVALH WRITE FAILED FOR '
                      VH-CUSTOMER ', STATUS=' VALH-FILE-STATUS
           END-IF
           .
       WRITE-VALUATION-HISTORY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-VALUATION-LINE SECTION.
           MOVE SPACES TO VALUATION-DETAIL-LINE
                    SET LOG-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO LOG-RECORDS-READ
      * A cancellation repeats the busted fill's rate; the commission
      * it gives back posts as its own reversal on the TRADERGE
      * extract, so it is not counted again as earned here.
                    IF TL-TIMESTAMP(1:10) = TODAY-DATE-STAMP
                       ADD 1 TO LOG-RECORDS-TODAY
                       IF NOT TL-TRADE-IS-CANCEL
                          PERFORM ACCUMULATE-COMMISSION-FOR-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
                  DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE

           STRING 'CASH-ONLY ACCOUNTS     : ' CASH-ONLY-VALUED
                  DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE

           PERFORM CLEAR-CHECKPOINT
           PERFORM MARK-RUN-COMPLETE

                 VALUATION-REPORT-FILE
                 TRADRSRT-FILE
                 TRADRNCT-FILE
                 TRADCASH-FILE
                 TRADVALH-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
