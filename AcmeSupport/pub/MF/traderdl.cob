       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERDL.

      *****************************************************************
      * TRADERDL - overnight delisting run.                           *
      *                                                               *
      * A company is delisted by setting its TRADCOMP trading status  *
      * to 'D' through Comp_Maint (see COMPREC.cpy).  From that       *
      * moment TRADERBL refuses trades, orders and price ticks in it, *
      * TRADERBO rejects imported orders for it, TRADERLO leaves its  *
      * orders unfilled and TRADERFD takes no price for it.  This run *
      * then finishes the job every night:                            *
      *   - every OPEN order on TRADORDR for a delisted company is    *
      *     cancelled, and listed                                     *
      *   - every TRADCUST position still holding shares in one is    *
      *     listed, with the holder's name from the TRADCMST master   *
      *     where there is one and the value at the last price the    *
      *     company traded at, so operations can arrange the cash-out *
      * on the TRADDLRP report.  The holder list is repeated each     *
      * night until the positions are gone, so it always shows who is *
      * still waiting.  A halted company is not touched here - a halt *
      * is lifted, a delisting is not.                                *
      *                                                               *
      * Runs under the TRADRNCT run control after TRADERFL and ahead  *
      * of TRADERBO, so no order for a delisted company is left       *
      * working when the order book is next walked.  A night with no  *
      * delisted company on file is a normal empty run.               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

           SELECT TRADORDR-FILE ASSIGN TO "TRADORDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ORD-KEY OF ORDER-IO-BUFFER
                  FILE STATUS IS ORDR-FILE-STATUS.

           SELECT TRADCUST-FILE ASSIGN TO "TRADCUST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEYREC OF CUSTOMER-IO-BUFFER
                  FILE STATUS IS CUST-FILE-STATUS.

      * Customer master - only the legal name is read, for the holder
      * list.  Absent, the USERID alone is shown.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT DELIST-REPORT-FILE ASSIGN TO "TRADDLRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADORDR-FILE.
           COPY ORDERREC.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  DELIST-REPORT-FILE.
       01 DELIST-REPORT-LINE            PIC X(120).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 COMP-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 CUST-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 COMP-EOF-SW               PIC X(01) VALUE 'N'.
             88 COMP-EOF               VALUE 'Y'.
          03 ORDR-EOF-SW               PIC X(01) VALUE 'N'.
             88 ORDR-EOF               VALUE 'Y'.
          03 CUST-EOF-SW               PIC X(01) VALUE 'N'.
             88 CUST-EOF               VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 DELISTED-FOUND-SW         PIC X(01) VALUE 'N'.
             88 DELISTED-FOUND         VALUE 'Y'.
          03 DELISTED-MATCH-SW         PIC X(01) VALUE 'N'.
             88 DELISTED-MATCH         VALUE 'Y'.

       01 RUN-COUNTERS.
          03 COMPANIES-DELISTED        PIC 9(07) VALUE ZERO.
          03 ORDERS-CANCELLED          PIC 9(07) VALUE ZERO.
          03 HOLDERS-LISTED            PIC 9(07) VALUE ZERO.
          03 SHARES-OUTSTANDING        PIC 9(09) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

           COPY PRICECNV.

      * Every delisted company on TRADCOMP, with the last price it
      * traded at.  A hundred-and-first still counts and is reported
      * as not worked, so it shows up rather than being missed.
       01 DELISTED-COMPANY-FIELDS.
          03 DELISTED-COUNT            PIC 9(03) VALUE ZERO.
          03 DELISTED-TABLE.
             05 DELISTED-ENTRY OCCURS 100 TIMES
                               INDEXED BY DL-IDX.
                07 DL-COMPANY          PIC X(20).
                07 DL-LAST-PRICE       PIC 9(05)V99.

       01 HOLDER-WORK-FIELDS.
          03 HOLDER-SHARES             PIC 9(06).
          03 HOLDER-VALUE              PIC 9(11)V99.

       01 DELISTED-COMPANY-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(18)
                VALUE 'DELISTED COMPANY: '.
          03 DC-COMPANY                 PIC X(20).
          03 FILLER                    PIC X(14)
                VALUE '  LAST PRICE: '.
          03 DC-LAST-PRICE              PIC ZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DC-NOTE                    PIC X(30).

       01 ORDER-CANCEL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 OC-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 OC-COMPANY                 PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 OC-ORDER-NO                PIC ZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 OC-ORDER-TYPE              PIC X(04).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 OC-QUANTITY                PIC ZZZZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 OC-REASON                  PIC X(30).

       01 HOLDER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 HL-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 HL-LEGAL-NAME              PIC X(30).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 HL-COMPANY                 PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 HL-SHARES                  PIC ZZZZZ9.
          03 FILLER                    PIC X(03) VALUE ' @ '.
          03 HL-PRICE                   PIC ZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 HL-VALUE                   PIC Z(10)9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-DELISTED-COMPANIES
           IF DELISTED-FOUND
              PERFORM CANCEL-DELISTED-ORDERS
              PERFORM LIST-REMAINING-HOLDERS
           END-IF
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADORDR-FILE
           IF ORDR-FILE-STATUS = '35'
              OPEN OUTPUT TRADORDR-FILE
              CLOSE TRADORDR-FILE
              OPEN I-O TRADORDR-FILE
           END-IF
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: UNABLE TO OPEN TRADORDR, STATUS='
                      ORDR-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCUST-FILE
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: UNABLE TO OPEN TRADCUST, STATUS='
                      CUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERDL: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT DELIST-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: UNABLE TO OPEN TRADDLRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERDL - DELISTING RUN STARTING'
                TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           MOVE SPACES TO DELIST-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
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
              DISPLAY 'TRADERDL: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * A completed row of our own suppresses the run; the TRADERFL
      * fails run must have completed first, keeping our slot in the
      * chain ahead of TRADERBO.  A row still at started is an abended
      * run being redriven - allowed, an order already cancelled is
      * not open any more and the holder list is simply printed again.
           MOVE 'TRADERDL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERDL: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERFL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERDL: TRADERFL HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERDL: TRADERFL NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERDL' TO RC-JOB-NAME
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
              DISPLAY 'TRADERDL: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERDL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE COMPANIES-DELISTED TO RC-COUNTER-1
           MOVE ORDERS-CANCELLED   TO RC-COUNTER-2
           MOVE HOLDERS-LISTED     TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: TRADRNCT REWRITE FAILED, STATUS='
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
       LOAD-DELISTED-COMPANIES SECTION.
      * One pass of TRADCOMP builds the table the order book and the
      * positions are then matched against.
           PERFORM UNTIL COMP-EOF
              READ TRADCOMP-FILE NEXT RECORD
                 AT END
                    SET COMP-EOF TO TRUE
                 NOT AT END
                    IF COMPANY-DELISTED
                       PERFORM NOTE-ONE-DELISTED-COMPANY
                    END-IF
              END-READ
           END-PERFORM

           IF NOT DELISTED-FOUND
              MOVE ' NO DELISTED COMPANIES ON FILE'
                   TO DELIST-REPORT-LINE
              WRITE DELIST-REPORT-LINE
           END-IF
           .
       LOAD-DELISTED-COMPANIES-EXIT.
           EXIT.
      *****************************************************************
       NOTE-ONE-DELISTED-COMPANY SECTION.
           ADD 1 TO COMPANIES-DELISTED
           INITIALIZE DELISTED-COMPANY-LINE
           MOVE COMPANY OF COMPANY-IO-BUFFER TO DC-COMPANY
           MOVE ZERO TO PRICE-CONVERT-VALUE
           MOVE SHARE-VALUE-INT-PART TO PRICE-CONVERT-INT-X
           MOVE SHARE-VALUE-DEC-PART TO PRICE-CONVERT-DEC-X
           IF PRICE-CONVERT-INT-X NUMERIC AND
              PRICE-CONVERT-DEC-X NUMERIC
              MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
              MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
           END-IF
           MOVE PRICE-CONVERT-VALUE TO DC-LAST-PRICE
           IF DELISTED-COUNT < 100
              ADD 1 TO DELISTED-COUNT
              SET DELISTED-FOUND TO TRUE
              SET DL-IDX TO DELISTED-COUNT
              MOVE COMPANY OF COMPANY-IO-BUFFER TO DL-COMPANY (DL-IDX)
              MOVE PRICE-CONVERT-VALUE TO DL-LAST-PRICE (DL-IDX)
           ELSE
              MOVE 'TABLE FULL - NOT WORKED' TO DC-NOTE
           END-IF
           MOVE DELISTED-COMPANY-LINE TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
           .
       NOTE-ONE-DELISTED-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       CANCEL-DELISTED-ORDERS SECTION.
      * The whole book is walked once - TRADORDR is keyed by customer,
      * not company.  Filled, expired and already-cancelled orders
      * are history and are left alone.
           MOVE SPACES TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
           MOVE ' OPEN ORDERS CANCELLED' TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           PERFORM UNTIL ORDR-EOF
              READ TRADORDR-FILE NEXT RECORD
                 AT END
                    SET ORDR-EOF TO TRUE
                 NOT AT END
                    IF ORD-STATUS-OPEN
                       MOVE ORD-COMPANY
                            TO COMPANY OF COMPANY-IO-BUFFER
                       PERFORM FIND-DELISTED-COMPANY
                       IF DELISTED-MATCH
                          PERFORM CANCEL-ONE-ORDER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       CANCEL-DELISTED-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       FIND-DELISTED-COMPANY SECTION.
      * The caller puts the company wanted in COMPANY OF
      * COMPANY-IO-BUFFER (TRADCOMP itself has been read to the end
      * by now).  On a match DL-IDX is left on its entry.
           MOVE 'N' TO DELISTED-MATCH-SW
           SET DL-IDX TO 1
           SEARCH DELISTED-ENTRY
              AT END
                 CONTINUE
              WHEN DL-IDX > DELISTED-COUNT
                 CONTINUE
              WHEN DL-COMPANY (DL-IDX) = COMPANY OF COMPANY-IO-BUFFER
                 SET DELISTED-MATCH TO TRUE
           END-SEARCH
           .
       FIND-DELISTED-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       CANCEL-ONE-ORDER SECTION.
           SET ORD-STATUS-CANCELLED TO TRUE
           REWRITE ORDER-IO-BUFFER
           MOVE SPACES TO ORDER-CANCEL-LINE
           MOVE ORD-CUSTOMER(1:20) TO OC-CUSTOMER
           MOVE ORD-COMPANY        TO OC-COMPANY
           MOVE ORD-ORDER-NO       TO OC-ORDER-NO
           IF ORD-TYPE-IS-BUY
              MOVE 'BUY ' TO OC-ORDER-TYPE
           ELSE
              MOVE 'SELL' TO OC-ORDER-TYPE
           END-IF
           MOVE ORD-QUANTITY       TO OC-QUANTITY
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDL: TRADORDR REWRITE FAILED FOR '
                      ORD-CUSTOMER ' / ' ORD-ORDER-NO
                      ' STATUS=' ORDR-FILE-STATUS
              MOVE 'CANCEL FAILED - SEE JOB LOG' TO OC-REASON
           ELSE
              ADD 1 TO ORDERS-CANCELLED
              MOVE 'CANCELLED - COMPANY DELISTED' TO OC-REASON
           END-IF
           MOVE ORDER-CANCEL-LINE TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
           .
       CANCEL-ONE-ORDER-EXIT.
           EXIT.
      *****************************************************************
       LIST-REMAINING-HOLDERS SECTION.
      * Every position still holding shares in a delisted company -
      * the customers operations has to cash out.  TRADCUST is keyed
      * customer.company, so this too is one pass of the whole file.
           MOVE SPACES TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
           MOVE ' HOLDERS REMAINING FOR CASH-OUT' TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           PERFORM UNTIL CUST-EOF
              READ TRADCUST-FILE NEXT RECORD
                 AT END
                    SET CUST-EOF TO TRUE
                 NOT AT END
                    IF NO-SHARES NUMERIC
                       MOVE COMPANY OF CUSTOMER-IO-BUFFER
                            TO COMPANY OF COMPANY-IO-BUFFER
                       PERFORM FIND-DELISTED-COMPANY
                       IF DELISTED-MATCH AND DEC-NO-SHARES > ZERO
                          PERFORM LIST-ONE-HOLDER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       LIST-REMAINING-HOLDERS-EXIT.
           EXIT.
      *****************************************************************
       LIST-ONE-HOLDER SECTION.
           ADD 1 TO HOLDERS-LISTED
           MOVE DEC-NO-SHARES TO HOLDER-SHARES
           ADD HOLDER-SHARES TO SHARES-OUTSTANDING
           COMPUTE HOLDER-VALUE =
                   HOLDER-SHARES * DL-LAST-PRICE (DL-IDX)

           INITIALIZE HOLDER-LINE
           MOVE CUSTOMER OF CUSTOMER-IO-BUFFER(1:20) TO HL-CUSTOMER
           IF CMST-OPEN
              MOVE CUSTOMER OF CUSTOMER-IO-BUFFER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CU-LEGAL-NAME TO HL-LEGAL-NAME
              END-READ
           END-IF
           MOVE DL-COMPANY (DL-IDX) TO HL-COMPANY
           MOVE HOLDER-SHARES TO HL-SHARES
           MOVE DL-LAST-PRICE (DL-IDX) TO HL-PRICE
           MOVE HOLDER-VALUE TO HL-VALUE
           MOVE HOLDER-LINE TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE
           .
       LIST-ONE-HOLDER-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           STRING 'COMPANIES DELISTED     : ' COMPANIES-DELISTED
                  DELIMITED BY SIZE INTO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           STRING 'ORDERS CANCELLED       : ' ORDERS-CANCELLED
                  DELIMITED BY SIZE INTO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           STRING 'HOLDERS TO CASH OUT    : ' HOLDERS-LISTED
                  DELIMITED BY SIZE INTO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           STRING 'SHARES OUTSTANDING     : ' SHARES-OUTSTANDING
                  DELIMITED BY SIZE INTO DELIST-REPORT-LINE
           WRITE DELIST-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADCOMP-FILE
                 TRADORDR-FILE
                 TRADCUST-FILE
                 DELIST-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
