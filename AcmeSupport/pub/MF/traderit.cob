       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERIT.

      *****************************************************************
      * TRADERIT - weekly cross-file referential integrity sweep.     *
      *                                                               *
      * TRADERRC and TRADERCR each prove one pair of files against    *
      * each other; nothing else checks that the trading files agree  *
      * with the reference data they point at.  A company deleted     *
      * under an open order, a USERID removed from TRADCRED with      *
      * money still on deposit, a foreign listing whose rate stopped  *
      * coming in - each sits quietly until a statement or a night    *
      * run trips over it.  This job reads the lot once a week and    *
      * lists every such record, by category:                         *
      *                                                               *
      *   01/02  TRADCOMP rows whose SHARE-VALUE, or whose buy/sell   *
      *          commission, is not numeric                           *
      *   03     foreign-currency companies with no current TRADRATE  *
      *          row - none at all, a non-numeric rate, or one dated  *
      *          before the last TRADERFD feed that completed         *
      *   04/05  TRADORDR orders and TRADPEND legs for a company no   *
      *          longer on TRADCOMP                                   *
      *   06/07  TRADCUST positions held by a USERID with no TRADCRED *
      *          sign-on, or with no TRADCMST master (one line per    *
      *          customer, with the number of positions)              *
      *   08/09  TRADCASH balances likewise                           *
      *   10     TRADLIMT rows for a customer on neither TRADCRED nor *
      *          TRADCMST                                             *
      *                                                               *
      * and ends with a count per category.  A file not yet on the    *
      * system is noted and its categories print as not checked.      *
      * Nothing is changed - the exceptions go to whoever owns the    *
      * data to put right (TRADERFR for positions and cash).          *
      *                                                               *
      * Scheduled at the weekend, once the Friday night chain has     *
      * finished; it is not part of the nightly chain.  It keeps its  *
      * own TRADRNCT row so a double-submit the same day is           *
      * suppressed, with records checked / exceptions / categories    *
      * with exceptions as the counters.  Being read-only it needs    *
      * no checkpoint - an abended run is simply run again.           *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

           SELECT TRADRATE-FILE ASSIGN TO "TRADRATE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RATE-CURRENCY OF RATE-IO-BUFFER
                  FILE STATUS IS RATE-FILE-STATUS.

           SELECT TRADORDR-FILE ASSIGN TO "TRADORDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ORD-KEY OF ORDER-IO-BUFFER
                  FILE STATUS IS ORDR-FILE-STATUS.

           SELECT TRADPEND-FILE ASSIGN TO "TRADPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PS-KEY OF PENDING-SETTLE-RECORD
                  FILE STATUS IS PEND-FILE-STATUS.

           SELECT TRADCUST-FILE ASSIGN TO "TRADCUST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEYREC OF CUSTOMER-IO-BUFFER
                  FILE STATUS IS CUST-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADLIMT-FILE ASSIGN TO "TRADLIMT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LM-CUSTOMER OF LIMIT-IO-BUFFER
                  FILE STATUS IS LIMT-FILE-STATUS.

      * The two files that say a USERID exists - only looked up.
           SELECT TRADCRED-FILE ASSIGN TO "TRADCRED"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CRED-USERID OF CREDENTIAL-IO-BUFFER
                  FILE STATUS IS CRED-FILE-STATUS.

           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "TRADITRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

      * Dynamic so the TRADERFD rows can be browsed for the date of
      * the last feed taken.
           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADRATE-FILE.
           COPY RATEREC.

       FD  TRADORDR-FILE.
           COPY ORDERREC.

       FD  TRADPEND-FILE.
           COPY PENDREC.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADLIMT-FILE.
           COPY LIMITREC.

      * TRADCRED as TRADERBL lays it out - only the key is used.
       FD  TRADCRED-FILE.
       01 CREDENTIAL-IO-BUFFER.
          03 CRED-USERID               PIC X(60).
          03 FILLER                    PIC X(24).

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-LINE         PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 COMP-FILE-STATUS          PIC X(02).
          03 RATE-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 PEND-FILE-STATUS          PIC X(02).
          03 CUST-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 LIMT-FILE-STATUS          PIC X(02).
          03 CRED-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 RATE-OPEN-SW              PIC X(01) VALUE 'N'.
             88 RATE-OPEN              VALUE 'Y'.
          03 ORDR-OPEN-SW              PIC X(01) VALUE 'N'.
             88 ORDR-OPEN              VALUE 'Y'.
          03 PEND-OPEN-SW              PIC X(01) VALUE 'N'.
             88 PEND-OPEN              VALUE 'Y'.
          03 CUST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CUST-OPEN              VALUE 'Y'.
          03 CASH-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CASH-OPEN              VALUE 'Y'.
          03 LIMT-OPEN-SW              PIC X(01) VALUE 'N'.
             88 LIMT-OPEN              VALUE 'Y'.
          03 CRED-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CRED-OPEN              VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 SWEEP-EOF-SW              PIC X(01) VALUE 'N'.
             88 SWEEP-EOF              VALUE 'Y'.
          03 RNCT-EOF-SW               PIC X(01) VALUE 'N'.
             88 RNCT-EOF               VALUE 'Y'.
          03 COMPANY-FOUND-SW          PIC X(01) VALUE 'N'.
             88 COMPANY-FOUND          VALUE 'Y'.
          03 CRED-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CRED-FOUND             VALUE 'Y'.
          03 CMST-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CMST-FOUND             VALUE 'Y'.

       01 RUN-COUNTERS.
          03 RECORDS-CHECKED           PIC 9(07) VALUE ZERO.
          03 EXCEPTIONS-FOUND          PIC 9(07) VALUE ZERO.
          03 CATEGORIES-HIT            PIC 9(07) VALUE ZERO.
          03 COMPANIES-READ            PIC 9(07) VALUE ZERO.
          03 ORDERS-READ               PIC 9(07) VALUE ZERO.
          03 LEGS-READ                 PIC 9(07) VALUE ZERO.
          03 POSITIONS-READ            PIC 9(07) VALUE ZERO.
          03 BALANCES-READ             PIC 9(07) VALUE ZERO.
          03 LIMITS-READ               PIC 9(07) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * Holdings in the base currency need no rate, the TRADERVL rule;
      * a blank listing currency is base.
       01 BASE-CURRENCY                 PIC X(03) VALUE 'USD'.

      * Run date of the last TRADERFD that completed - a rate dated
      * before it was not refreshed by that feed.  Spaces when no
      * feed has ever completed, and then only a missing or
      * non-numeric rate is an exception.
       01 LAST-FEED-DATE                PIC X(10) VALUE SPACES.

      * The categories, in report order - the number on each
      * exception line is the position in this table.
       01 CATEGORY-TITLE-TABLE.
          03 FILLER                    PIC X(40)
                VALUE 'COMPANY SHARE VALUE NOT NUMERIC'.
          03 FILLER                    PIC X(40)
                VALUE 'COMPANY COMMISSION NOT NUMERIC'.
          03 FILLER                    PIC X(40)
                VALUE 'FOREIGN COMPANY WITH NO CURRENT RATE'.
          03 FILLER                    PIC X(40)
                VALUE 'ORDER FOR COMPANY NOT ON TRADCOMP'.
          03 FILLER                    PIC X(40)
                VALUE 'PENDING LEG FOR COMPANY NOT ON TRADCOMP'.
          03 FILLER                    PIC X(40)
                VALUE 'POSITIONS WITH NO TRADCRED SIGN-ON'.
          03 FILLER                    PIC X(40)
                VALUE 'POSITIONS WITH NO TRADCMST MASTER'.
          03 FILLER                    PIC X(40)
                VALUE 'CASH BALANCE WITH NO TRADCRED SIGN-ON'.
          03 FILLER                    PIC X(40)
                VALUE 'CASH BALANCE WITH NO TRADCMST MASTER'.
          03 FILLER                    PIC X(40)
                VALUE 'TRADING LIMIT FOR UNKNOWN CUSTOMER'.
       01 CATEGORY-TITLE-LIST REDEFINES CATEGORY-TITLE-TABLE.
          03 CATEGORY-TITLE            PIC X(40) OCCURS 10 TIMES
                                       INDEXED BY CATEGORY-IDX.

       01 CATEGORY-RESULTS.
          03 CATEGORY-RESULT OCCURS 10 TIMES INDEXED BY RESULT-IDX.
             05 CATEGORY-COUNT         PIC 9(07).
             05 CATEGORY-CHECKED-SW    PIC X(01).
                88 CATEGORY-CHECKED    VALUE 'Y'.
       01 CATEGORY-MAX                  PIC 9(02) VALUE 10.

      * One exception - set by the sweep, printed by WRITE-EXCEPTION.
       01 EXCEPTION-FIELDS.
          03 EXCEPTION-CATEGORY        PIC 9(02).
          03 EXCEPTION-FILE            PIC X(08).
          03 EXCEPTION-KEY             PIC X(60).
          03 EXCEPTION-DETAIL          PIC X(50).

       01 CHECK-USERID                  PIC X(60).
       01 CHECK-COMPANY                 PIC X(20).

      * Positions are reported once per customer, not per company.
       01 POSITION-BREAK-FIELDS.
          03 BREAK-CUSTOMER            PIC X(60).
          03 BREAK-POSITIONS           PIC 9(05).
          03 BREAK-POSITIONS-EDIT      PIC Z(04)9.

       01 EXCEPTION-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 ED-CATEGORY                PIC 9(02).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ED-FILE                    PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ED-KEY                     PIC X(60).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ED-DETAIL                  PIC X(50).

       01 SUMMARY-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-CATEGORY                PIC 9(02).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SD-TITLE                   PIC X(40).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SD-RESULT                  PIC X(12).

       01 SUMMARY-COUNT-EDIT            PIC Z(06)9.
       01 BALANCE-EDIT                  PIC Z(10)9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM SWEEP-COMPANIES
           PERFORM SWEEP-ORDERS
           PERFORM SWEEP-PENDING-LEGS
           PERFORM SWEEP-POSITIONS
           PERFORM SWEEP-CASH-BALANCES
           PERFORM SWEEP-TRADING-LIMITS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM FIND-LAST-FEED-DATE
           PERFORM CHECK-RUN-CONTROL

           PERFORM VARYING RESULT-IDX FROM 1 BY 1
                   UNTIL RESULT-IDX > CATEGORY-MAX
              MOVE ZERO TO CATEGORY-COUNT(RESULT-IDX)
              MOVE 'N'  TO CATEGORY-CHECKED-SW(RESULT-IDX)
           END-PERFORM

      * The company file is what everything else is checked against.
           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIT: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADRATE-FILE
           EVALUATE RATE-FILE-STATUS
             WHEN '00'
                  SET RATE-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADRATE, STATUS='
                          RATE-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADORDR-FILE
           EVALUATE ORDR-FILE-STATUS
             WHEN '00'
                  SET ORDR-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADORDR, STATUS='
                          ORDR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADPEND-FILE
           EVALUATE PEND-FILE-STATUS
             WHEN '00'
                  SET PEND-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADPEND, STATUS='
                          PEND-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCUST-FILE
           EVALUATE CUST-FILE-STATUS
             WHEN '00'
                  SET CUST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADCUST, STATUS='
                          CUST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCASH-FILE
           EVALUATE CASH-FILE-STATUS
             WHEN '00'
                  SET CASH-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADCASH, STATUS='
                          CASH-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADLIMT-FILE
           EVALUATE LIMT-FILE-STATUS
             WHEN '00'
                  SET LIMT-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADLIMT, STATUS='
                          LIMT-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCRED-FILE
           EVALUATE CRED-FILE-STATUS
             WHEN '00'
                  SET CRED-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADCRED, STATUS='
                          CRED-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERIT: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIT: UNABLE TO OPEN TRADITRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERIT - WEEKLY REFERENTIAL INTEGRITY SWEEP'
                TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           IF LAST-FEED-DATE = SPACES
              MOVE 'NO TRADERFD COMPLETED - RATE DATES NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
           ELSE
              STRING 'RATES EXPECTED FROM THE TRADERFD FEED OF '
                     LAST-FEED-DATE
                     DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-IF
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE ' CAT FILE      KEY' TO INTEGRITY-REPORT-LINE
           MOVE 'DETAIL' TO INTEGRITY-REPORT-LINE(78:6)
           WRITE INTEGRITY-REPORT-LINE
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
              DISPLAY 'TRADERIT: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       FIND-LAST-FEED-DATE SECTION.
      * The TRADERFD rows sit together in date order under the job
      * name; the last completed one is the feed every rate should
      * carry the date of.
           MOVE 'TRADERFD' TO RC-JOB-NAME
           MOVE LOW-VALUES TO RC-RUN-DATE
           START TRADRNCT-FILE KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 SET RNCT-EOF TO TRUE
           END-START

           PERFORM UNTIL RNCT-EOF
              READ TRADRNCT-FILE NEXT RECORD
                 AT END
                    SET RNCT-EOF TO TRUE
                 NOT AT END
                    IF RC-JOB-NAME NOT = 'TRADERFD'
                       SET RNCT-EOF TO TRUE
                    ELSE
                       IF RC-STATUS-COMPLETED
                          MOVE RC-RUN-DATE TO LAST-FEED-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       FIND-LAST-FEED-DATE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * No predecessor - the sweep only reads, and is meant to look
      * at whatever the week has left behind.  A completed row of
      * our own for the date suppresses a double-submit.
           MOVE 'TRADERIT' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERIT: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERIT' TO RC-JOB-NAME
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
              DISPLAY 'TRADERIT: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERIT' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP    TO RC-END-TIME
           MOVE RECORDS-CHECKED  TO RC-COUNTER-1
           MOVE EXCEPTIONS-FOUND TO RC-COUNTER-2
           MOVE CATEGORIES-HIT   TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERIT: TRADRNCT REWRITE FAILED, STATUS='
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
       SWEEP-COMPANIES SECTION.
      * Categories 01-03.  A rate can only be looked for when TRADRATE
      * is on file.
           MOVE 'Y' TO CATEGORY-CHECKED-SW(1)
                       CATEGORY-CHECKED-SW(2)
           IF RATE-OPEN
              MOVE 'Y' TO CATEGORY-CHECKED-SW(3)
           END-IF

           MOVE 'N' TO SWEEP-EOF-SW
           PERFORM UNTIL SWEEP-EOF
              READ TRADCOMP-FILE NEXT RECORD
                 AT END
                    SET SWEEP-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO COMPANIES-READ
                    ADD 1 TO RECORDS-CHECKED
                    PERFORM CHECK-ONE-COMPANY
              END-READ
           END-PERFORM
           .
       SWEEP-COMPANIES-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ONE-COMPANY SECTION.
           MOVE 'TRADCOMP' TO EXCEPTION-FILE
           MOVE COMPANY OF COMPANY-IO-BUFFER TO EXCEPTION-KEY

           IF SHARE-VALUE-INT-PART NOT NUMERIC OR
              SHARE-VALUE-DEC-PART NOT NUMERIC
              MOVE 1 TO EXCEPTION-CATEGORY
              MOVE SPACES TO EXCEPTION-DETAIL
              STRING 'SHARE-VALUE "' SHARE-VALUE '"'
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF

           IF COMMISSION-BUY NOT NUMERIC OR
              COMMISSION-SELL NOT NUMERIC
              MOVE 2 TO EXCEPTION-CATEGORY
              MOVE SPACES TO EXCEPTION-DETAIL
              STRING 'COMMISSION BUY "' COMMISSION-BUY
                     '" SELL "' COMMISSION-SELL '"'
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF

           IF RATE-OPEN AND
              COMPANY-CURRENCY NOT = SPACES AND
              COMPANY-CURRENCY NOT = BASE-CURRENCY
              PERFORM CHECK-COMPANY-RATE
           END-IF
           .
       CHECK-ONE-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-COMPANY-RATE SECTION.
           MOVE 3 TO EXCEPTION-CATEGORY
           MOVE SPACES TO EXCEPTION-DETAIL
           MOVE COMPANY-CURRENCY TO RATE-CURRENCY
           READ TRADRATE-FILE
              INVALID KEY
                 STRING 'NO TRADRATE ROW FOR ' COMPANY-CURRENCY
                        DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              NOT INVALID KEY
                 IF RATE-VALUE(1:5) NOT NUMERIC OR
                    RATE-VALUE(7:2) NOT NUMERIC
                    STRING COMPANY-CURRENCY ' RATE "' RATE-VALUE
                           '" NOT NUMERIC'
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                 ELSE
                    IF LAST-FEED-DATE NOT = SPACES AND
                       RATE-DATE < LAST-FEED-DATE
                       STRING COMPANY-CURRENCY ' RATE DATED '
                              RATE-DATE
                              DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                    END-IF
                 END-IF
           END-READ
           IF EXCEPTION-DETAIL NOT = SPACES
              PERFORM WRITE-EXCEPTION
           END-IF
           .
       CHECK-COMPANY-RATE-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-ORDERS SECTION.
      * Category 04 - every order, whatever its status: a filled or
      * expired order for a deleted company still breaks the order
      * listing and the statement.
           IF NOT ORDR-OPEN
              MOVE 'TRADORDR NOT ON FILE - NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           ELSE
              MOVE 'Y' TO CATEGORY-CHECKED-SW(4)
              MOVE 'N' TO SWEEP-EOF-SW
              PERFORM UNTIL SWEEP-EOF
                 READ TRADORDR-FILE NEXT RECORD
                    AT END
                       SET SWEEP-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO ORDERS-READ
                       ADD 1 TO RECORDS-CHECKED
                       MOVE ORD-COMPANY TO CHECK-COMPANY
                       PERFORM LOOK-UP-COMPANY
                       IF NOT COMPANY-FOUND
                          MOVE 4 TO EXCEPTION-CATEGORY
                          MOVE 'TRADORDR' TO EXCEPTION-FILE
                          MOVE ORD-CUSTOMER TO EXCEPTION-KEY
                          MOVE SPACES TO EXCEPTION-DETAIL
                          STRING 'ORDER ' ORD-ORDER-NO ' STATUS '
                                 ORD-STATUS ' COMPANY ' ORD-COMPANY
                                 DELIMITED BY SIZE
                                 INTO EXCEPTION-DETAIL
                          PERFORM WRITE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       SWEEP-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-PENDING-LEGS SECTION.
      * Category 05.
           IF NOT PEND-OPEN
              MOVE 'TRADPEND NOT ON FILE - NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           ELSE
              MOVE 'Y' TO CATEGORY-CHECKED-SW(5)
              MOVE 'N' TO SWEEP-EOF-SW
              PERFORM UNTIL SWEEP-EOF
                 READ TRADPEND-FILE NEXT RECORD
                    AT END
                       SET SWEEP-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO LEGS-READ
                       ADD 1 TO RECORDS-CHECKED
                       MOVE PS-COMPANY TO CHECK-COMPANY
                       PERFORM LOOK-UP-COMPANY
                       IF NOT COMPANY-FOUND
                          MOVE 5 TO EXCEPTION-CATEGORY
                          MOVE 'TRADPEND' TO EXCEPTION-FILE
                          MOVE PS-CUSTOMER TO EXCEPTION-KEY
                          MOVE SPACES TO EXCEPTION-DETAIL
                          STRING 'VALUE ' PS-VALUE-DATE ' SEQ '
                                 PS-PEND-SEQ ' COMPANY ' PS-COMPANY
                                 DELIMITED BY SIZE
                                 INTO EXCEPTION-DETAIL
                          PERFORM WRITE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       SWEEP-PENDING-LEGS-EXIT.
           EXIT.
      *****************************************************************
       LOOK-UP-COMPANY SECTION.
           MOVE 'N' TO COMPANY-FOUND-SW
           MOVE CHECK-COMPANY TO COMPANY OF COMPANY-IO-BUFFER
           READ TRADCOMP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET COMPANY-FOUND TO TRUE
           END-READ
           .
       LOOK-UP-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-POSITIONS SECTION.
      * Categories 06/07, with a control break on the customer so a
      * customer holding twenty companies prints once.
           IF NOT CUST-OPEN
              MOVE 'TRADCUST NOT ON FILE - NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           ELSE
              IF CRED-OPEN
                 MOVE 'Y' TO CATEGORY-CHECKED-SW(6)
              END-IF
              IF CMST-OPEN
                 MOVE 'Y' TO CATEGORY-CHECKED-SW(7)
              END-IF
              MOVE SPACES TO BREAK-CUSTOMER
              MOVE ZERO TO BREAK-POSITIONS
              MOVE 'N' TO SWEEP-EOF-SW
              PERFORM UNTIL SWEEP-EOF
                 READ TRADCUST-FILE NEXT RECORD
                    AT END
                       SET SWEEP-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO POSITIONS-READ
                       ADD 1 TO RECORDS-CHECKED
                       IF CUSTOMER OF CUSTOMER-IO-BUFFER NOT =
                          BREAK-CUSTOMER
                          PERFORM CHECK-POSITION-CUSTOMER
                          MOVE CUSTOMER OF CUSTOMER-IO-BUFFER
                               TO BREAK-CUSTOMER
                          MOVE ZERO TO BREAK-POSITIONS
                       END-IF
                       ADD 1 TO BREAK-POSITIONS
                 END-READ
              END-PERFORM
              PERFORM CHECK-POSITION-CUSTOMER
           END-IF
           .
       SWEEP-POSITIONS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-POSITION-CUSTOMER SECTION.
      * Called on each break - the very first has nothing to check.
           IF BREAK-POSITIONS > ZERO
              MOVE BREAK-CUSTOMER TO CHECK-USERID
              PERFORM LOOK-UP-CUSTOMER
              MOVE 'TRADCUST' TO EXCEPTION-FILE
              MOVE BREAK-CUSTOMER TO EXCEPTION-KEY
              MOVE BREAK-POSITIONS TO BREAK-POSITIONS-EDIT
              MOVE SPACES TO EXCEPTION-DETAIL
              STRING BREAK-POSITIONS-EDIT ' POSITION RECORD(S)'
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              IF CRED-OPEN AND NOT CRED-FOUND
                 MOVE 6 TO EXCEPTION-CATEGORY
                 PERFORM WRITE-EXCEPTION
              END-IF
              IF CMST-OPEN AND NOT CMST-FOUND
                 MOVE 7 TO EXCEPTION-CATEGORY
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF
           .
       CHECK-POSITION-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-CASH-BALANCES SECTION.
      * Categories 08/09.
           IF NOT CASH-OPEN
              MOVE 'TRADCASH NOT ON FILE - NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           ELSE
              IF CRED-OPEN
                 MOVE 'Y' TO CATEGORY-CHECKED-SW(8)
              END-IF
              IF CMST-OPEN
                 MOVE 'Y' TO CATEGORY-CHECKED-SW(9)
              END-IF
              MOVE 'N' TO SWEEP-EOF-SW
              PERFORM UNTIL SWEEP-EOF
                 READ TRADCASH-FILE NEXT RECORD
                    AT END
                       SET SWEEP-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO BALANCES-READ
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-CASH-CUSTOMER
                 END-READ
              END-PERFORM
           END-IF
           .
       SWEEP-CASH-BALANCES-EXIT.
           EXIT.
      *****************************************************************
       CHECK-CASH-CUSTOMER SECTION.
           MOVE CASH-CUSTOMER TO CHECK-USERID
           PERFORM LOOK-UP-CUSTOMER
           MOVE 'TRADCASH' TO EXCEPTION-FILE
           MOVE CASH-CUSTOMER TO EXCEPTION-KEY
           MOVE SPACES TO EXCEPTION-DETAIL
           IF CASH-BALANCE NUMERIC
              MOVE CASH-BALANCE TO BALANCE-EDIT
              STRING 'BALANCE ' BALANCE-EDIT
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
           ELSE
              MOVE 'BALANCE NOT NUMERIC' TO EXCEPTION-DETAIL
           END-IF
           IF CRED-OPEN AND NOT CRED-FOUND
              MOVE 8 TO EXCEPTION-CATEGORY
              PERFORM WRITE-EXCEPTION
           END-IF
           IF CMST-OPEN AND NOT CMST-FOUND
              MOVE 9 TO EXCEPTION-CATEGORY
              PERFORM WRITE-EXCEPTION
           END-IF
           .
       CHECK-CASH-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-TRADING-LIMITS SECTION.
      * Category 10 - a customer exists if either file knows them, so
      * one of the two is enough to check against.
           IF NOT LIMT-OPEN
              MOVE 'TRADLIMT NOT ON FILE - NOT CHECKED'
                   TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           ELSE
              IF CRED-OPEN OR CMST-OPEN
                 MOVE 'Y' TO CATEGORY-CHECKED-SW(10)
                 MOVE 'N' TO SWEEP-EOF-SW
                 PERFORM UNTIL SWEEP-EOF
                    READ TRADLIMT-FILE NEXT RECORD
                       AT END
                          SET SWEEP-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO LIMITS-READ
                          ADD 1 TO RECORDS-CHECKED
                          MOVE LM-CUSTOMER TO CHECK-USERID
                          PERFORM LOOK-UP-CUSTOMER
                          IF NOT CRED-FOUND AND NOT CMST-FOUND
                             MOVE 10 TO EXCEPTION-CATEGORY
                             MOVE 'TRADLIMT' TO EXCEPTION-FILE
                             MOVE LM-CUSTOMER TO EXCEPTION-KEY
                             MOVE 'NOT ON TRADCRED OR TRADCMST'
                                  TO EXCEPTION-DETAIL
                             PERFORM WRITE-EXCEPTION
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           .
       SWEEP-TRADING-LIMITS-EXIT.
           EXIT.
      *****************************************************************
       LOOK-UP-CUSTOMER SECTION.
      * Sets CRED-FOUND / CMST-FOUND for CHECK-USERID; a file not on
      * the system finds nobody.
           MOVE 'N' TO CRED-FOUND-SW
                       CMST-FOUND-SW
           IF CRED-OPEN
              MOVE CHECK-USERID TO CRED-USERID
              READ TRADCRED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CRED-FOUND TO TRUE
              END-READ
           END-IF
           IF CMST-OPEN
              MOVE CHECK-USERID TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CMST-FOUND TO TRUE
              END-READ
           END-IF
           .
       LOOK-UP-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXCEPTION SECTION.
           SET RESULT-IDX TO EXCEPTION-CATEGORY
           ADD 1 TO CATEGORY-COUNT(RESULT-IDX)
           ADD 1 TO EXCEPTIONS-FOUND

           MOVE EXCEPTION-CATEGORY TO ED-CATEGORY
           MOVE EXCEPTION-FILE     TO ED-FILE
           MOVE EXCEPTION-KEY      TO ED-KEY
           MOVE EXCEPTION-DETAIL   TO ED-DETAIL
           MOVE EXCEPTION-DETAIL-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .
       WRITE-EXCEPTION-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE 'EXCEPTIONS BY CATEGORY' TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           PERFORM VARYING CATEGORY-IDX FROM 1 BY 1
                   UNTIL CATEGORY-IDX > CATEGORY-MAX
              SET RESULT-IDX TO CATEGORY-IDX
              SET SD-CATEGORY TO CATEGORY-IDX
              MOVE CATEGORY-TITLE(CATEGORY-IDX) TO SD-TITLE
              IF CATEGORY-CHECKED(RESULT-IDX)
                 MOVE CATEGORY-COUNT(RESULT-IDX) TO SUMMARY-COUNT-EDIT
                 MOVE SUMMARY-COUNT-EDIT TO SD-RESULT
                 IF CATEGORY-COUNT(RESULT-IDX) > ZERO
                    ADD 1 TO CATEGORIES-HIT
                 END-IF
              ELSE
                 MOVE 'NOT CHECKED' TO SD-RESULT
              END-IF
              MOVE SUMMARY-DETAIL-LINE TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'COMPANIES READ         : ' COMPANIES-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'ORDERS READ            : ' ORDERS-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'PENDING LEGS READ      : ' LEGS-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'POSITIONS READ         : ' POSITIONS-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'CASH BALANCES READ     : ' BALANCES-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'TRADING LIMITS READ    : ' LIMITS-READ
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           STRING 'EXCEPTIONS FOUND       : ' EXCEPTIONS-FOUND
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           IF EXCEPTIONS-FOUND = ZERO
              MOVE 'FILES CONSISTENT - NO EXCEPTIONS'
                   TO INTEGRITY-REPORT-LINE
           ELSE
              MOVE 'EXCEPTIONS FOUND - SEE CATEGORIES ABOVE'
                   TO INTEGRITY-REPORT-LINE
           END-IF
           WRITE INTEGRITY-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF RATE-OPEN
              CLOSE TRADRATE-FILE
           END-IF
           IF ORDR-OPEN
              CLOSE TRADORDR-FILE
           END-IF
           IF PEND-OPEN
              CLOSE TRADPEND-FILE
           END-IF
           IF CUST-OPEN
              CLOSE TRADCUST-FILE
           END-IF
           IF CASH-OPEN
              CLOSE TRADCASH-FILE
           END-IF
           IF LIMT-OPEN
              CLOSE TRADLIMT-FILE
           END-IF
           IF CRED-OPEN
              CLOSE TRADCRED-FILE
           END-IF
           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADCOMP-FILE
                 INTEGRITY-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
