       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERFL.

      *****************************************************************
      * TRADERFL - nightly failed-settlement aging, dunning and       *
      * forced sell-out.                                              *
      *                                                               *
      * TRADERSE holds a matured buy debit the customer's balance     *
      * cannot cover - the row simply stays on TRADPEND.  This run    *
      * follows it and works the buy-in discipline the desk used to   *
      * keep on spreadsheets.  Every debit still on TRADPEND with its *
      * value date arrived is a held leg; per customer the oldest one *
      * is aged in business days (Monday to Friday, less the TRADCLDR *
      * holidays - see CALREC.cpy) and the customer's TRADFAIL row    *
      * (see FAILREC.cpy) is brought up to date:                      *
      *   - at DUNNING-THRESHOLD-DAYS a dunning letter is printed to  *
      *     TRADDUNL with the TRADCMST name and address, once per     *
      *     fail, and new buys are blocked online and overnight       *
      *   - at SELLOUT-THRESHOLD-DAYS, while a shortfall remains      *
      *     after the cash on deposit and the credits still pending,  *
      *     a market sell order goes on TRADORDR for enough of the    *
      *     bought position, at tonight's SHARE-VALUE, to cover it -  *
      *     TRADERLO fills it tonight and its proceeds settle T+2     *
      *     into the held debit.  No second sell-out is placed while  *
      *     one is still open on the book.                            *
      * A customer whose held legs have all settled has the TRADFAIL  *
      * row deleted, which lifts the block.  Every fail, old and new, *
      * goes on the daily fails report TRADFLRP.                      *
      *                                                               *
      * Runs under the TRADRNCT run control straight after TRADERSE   *
      * (so the held items are tonight's) and ahead of TRADERBO and   *
      * TRADERLO, so a sell-out fills the night it is placed and a    *
      * blocked customer's buy orders stay unfilled.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADPEND-FILE ASSIGN TO "TRADPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PS-KEY OF PENDING-SETTLE-RECORD
                  FILE STATUS IS PEND-FILE-STATUS.

           SELECT TRADFAIL-FILE ASSIGN TO "TRADFAIL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-CUSTOMER OF FAIL-IO-BUFFER
                  FILE STATUS IS FAIL-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADCUST-FILE ASSIGN TO "TRADCUST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEYREC OF CUSTOMER-IO-BUFFER
                  FILE STATUS IS CUST-FILE-STATUS.

           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

           SELECT TRADORDR-FILE ASSIGN TO "TRADORDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORD-KEY OF ORDER-IO-BUFFER
                  FILE STATUS IS ORDR-FILE-STATUS.

           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT TRADCLDR-FILE ASSIGN TO "TRADCLDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATE OF CALENDAR-IO-BUFFER
                  FILE STATUS IS CLDR-FILE-STATUS.

           SELECT FAILS-REPORT-FILE ASSIGN TO "TRADFLRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT DUNNING-LETTER-FILE ASSIGN TO "TRADDUNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DUNL-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADPEND-FILE.
           COPY PENDREC.

       FD  TRADFAIL-FILE.
           COPY FAILREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADORDR-FILE.
           COPY ORDERREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADCLDR-FILE.
           COPY CALREC.

       FD  FAILS-REPORT-FILE.
       01 FAILS-REPORT-LINE             PIC X(132).

       FD  DUNNING-LETTER-FILE.
       01 DUNNING-LETTER-LINE           PIC X(100).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 PEND-FILE-STATUS          PIC X(02).
          03 FAIL-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 CUST-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 CLDR-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 DUNL-FILE-STATUS          PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 PEND-EOF-SW               PIC X(01) VALUE 'N'.
             88 PEND-EOF               VALUE 'Y'.
          03 FAIL-EOF-SW               PIC X(01) VALUE 'N'.
             88 FAIL-EOF               VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 CMST-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CMST-FOUND             VALUE 'Y'.
          03 CLDR-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CLDR-OPEN              VALUE 'Y'.
          03 BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
             88 IS-BUSINESS-DAY        VALUE 'Y'.
          03 FAIL-IS-NEW-SW            PIC X(01) VALUE 'N'.
             88 FAIL-IS-NEW            VALUE 'Y'.
          03 COMP-FOUND-SW             PIC X(01) VALUE 'N'.
             88 COMP-FOUND             VALUE 'Y'.
          03 ORDR-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
             88 ORDR-BROWSE-DONE       VALUE 'Y'.
          03 SELLOUT-OPEN-SW           PIC X(01) VALUE 'N'.
             88 SELLOUT-OPEN           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 HELD-LEGS-READ            PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-FAILING         PIC 9(07) VALUE ZERO.
          03 LETTERS-ISSUED            PIC 9(07) VALUE ZERO.
          03 SELLOUTS-PLACED           PIC 9(07) VALUE ZERO.
          03 FAILS-CLEARED             PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-BLOCKED         PIC 9(07) VALUE ZERO.

      * Business-day ages at which the desk acts on a fail.  The
      * letter goes out and buying stops at the first; the position
      * is sold out at the second.

       01 FAIL-THRESHOLDS.
          03 DUNNING-THRESHOLD-DAYS    PIC 9(03) VALUE 002.
          03 SELLOUT-THRESHOLD-DAYS    PIC 9(03) VALUE 005.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * Calendar walk fields - the TRADERCA scheme: integer dates,
      * day-of-week from MOD 7 (1 = Monday .. 6 = Saturday,
      * 0 = Sunday), a TRADCLDR row marks a holiday.

       01 CALENDAR-WORK-FIELDS.
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-TODAY-INT             PIC 9(08).
          03 CAL-DAY-OF-WEEK           PIC 9(01).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

           COPY PRICECNV.

      * One customer's held legs, gathered while the TRADPEND browse
      * is on them - one entry per company, the earliest value date
      * kept, the amounts summed.

       01 CUSTOMER-FAIL-FIELDS.
          03 CURRENT-CUSTOMER          PIC X(60) VALUE SPACES.
          03 HELD-COMPANY-COUNT        PIC 9(03) VALUE ZERO.
          03 CUST-HELD-LEGS            PIC 9(03) VALUE ZERO.
          03 CUST-HELD-TOTAL           PIC 9(12)V99 VALUE ZERO.
          03 CUST-PENDING-CREDITS      PIC 9(12)V99 VALUE ZERO.
          03 CUST-OLDEST-VALUE-DATE    PIC X(10) VALUE SPACES.
          03 CUST-CASH-BALANCE         PIC 9(11)V99 VALUE ZERO.
          03 CUST-AGE-DAYS             PIC 9(03) VALUE ZERO.
          03 CUST-SHORTFALL            PIC S9(12)V99 VALUE ZERO.
          03 REMAINING-SHORTFALL       PIC S9(12)V99 VALUE ZERO.
          03 HELD-COMPANY-TABLE.
             05 HELD-COMPANY-ENTRY OCCURS 50 TIMES
                                   INDEXED BY HELD-IDX.
                07 HC-COMPANY          PIC X(20).
                07 HC-AMOUNT           PIC 9(12)V99.

       01 SELLOUT-WORK-FIELDS.
          03 SHARE-VALUE-TODAY         PIC 9(05)V99.
          03 POSITION-SHARES           PIC 9(06).
          03 SELLOUT-SHARES            PIC 9(07).
          03 SELLOUT-PROCEEDS          PIC 9(12)V99.
          03 NEXT-ORDER-NUMBER         PIC 9(04).
          03 GRACE-DAYS                PIC 9(03).
          03 ACTION-TEXT               PIC X(40).

       01 FAILS-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FD-CUSTOMER                PIC X(20).
          03 FD-VALUE-DATE              PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FD-AGE                     PIC ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-LEGS                    PIC ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-HELD-AMOUNT             PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-SHORTFALL               PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-ACTION                  PIC X(40).

       01 FAILS-HEADING-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(20) VALUE 'CUSTOMER'.
          03 FILLER                    PIC X(11) VALUE 'OLDEST VD'.
          03 FILLER                    PIC X(05) VALUE 'AGE'.
          03 FILLER                    PIC X(05) VALUE 'LEGS'.
          03 FILLER                    PIC X(16)
                                       VALUE '    HELD AMOUNT'.
          03 FILLER                    PIC X(16)
                                       VALUE '      SHORTFALL'.
          03 FILLER                    PIC X(40) VALUE 'ACTION'.

       01 LETTER-TEXT-LINE.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 LT-TEXT                    PIC X(70).

       01 LETTER-AMOUNT-LINE.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 LA-CAPTION                 PIC X(32).
          03 LA-AMOUNT                  PIC Z(10)9.99.

       01 LETTER-RULE-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(74) VALUE ALL '='.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM AGE-HELD-ITEMS
           PERFORM CLEAR-SETTLED-FAILS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP
           MOVE TODAY-DATE-STAMP(1:4)  TO CAL-WALK-RAW(1:4)
           MOVE TODAY-DATE-STAMP(6:2)  TO CAL-WALK-RAW(5:2)
           MOVE TODAY-DATE-STAMP(9:2)  TO CAL-WALK-RAW(7:2)
           COMPUTE CAL-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADPEND-FILE
           IF PEND-FILE-STATUS = '35'
              OPEN OUTPUT TRADPEND-FILE
              CLOSE TRADPEND-FILE
              OPEN INPUT TRADPEND-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADPEND, STATUS='
                      PEND-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADFAIL-FILE
           IF FAIL-FILE-STATUS = '35'
              OPEN OUTPUT TRADFAIL-FILE
              CLOSE TRADFAIL-FILE
              OPEN I-O TRADFAIL-FILE
           END-IF
           IF FAIL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADFAIL, STATUS='
                      FAIL-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCASH-FILE
           IF CASH-FILE-STATUS = '35'
              OPEN OUTPUT TRADCASH-FILE
              CLOSE TRADCASH-FILE
              OPEN INPUT TRADCASH-FILE
           END-IF
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADCASH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCUST-FILE
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADCUST, STATUS='
                      CUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADCOMP, STATUS='
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
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADORDR, STATUS='
                      ORDR-FILE-STATUS
              STOP RUN
           END-IF

      * No customer master means the letter is addressed to the
      * USERID alone - the mailroom still gets something to send.
           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERFL: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
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
                  DISPLAY 'TRADERFL: UNABLE TO OPEN TRADCLDR, STATUS='
                          CLDR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT FAILS-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADFLRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT DUNNING-LETTER-FILE
           IF DUNL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADDUNL, STATUS='
                      DUNL-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERFL - FAILED SETTLEMENT RUN STARTING'
                TO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           MOVE SPACES TO FAILS-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  '   DUNNING AT ' DUNNING-THRESHOLD-DAYS
                  ' BUSINESS DAYS, SELL-OUT AT '
                  SELLOUT-THRESHOLD-DAYS
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           MOVE SPACES TO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE
           MOVE FAILS-HEADING-LINE TO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE
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
              DISPLAY 'TRADERFL: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The held items are only tonight's once TRADERSE has posted
      * what it can, so it must have completed for the date.  A
      * completed row of our own suppresses a second run - a second
      * pass would place a second sell-out.  A row still at started
      * is an abended run being redriven - allowed, the TRADFAIL
      * dates stop a letter going twice and an open sell-out on the
      * book stops a second order.
           MOVE 'TRADERFL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERFL: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERSE' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERFL: TRADERSE HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERFL: TRADERSE NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERFL' TO RC-JOB-NAME
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
              DISPLAY 'TRADERFL: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERFL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE HELD-LEGS-READ  TO RC-COUNTER-1
           MOVE LETTERS-ISSUED  TO RC-COUNTER-2
           MOVE SELLOUTS-PLACED TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: TRADRNCT REWRITE FAILED, STATUS='
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
       AGE-HELD-ITEMS SECTION.
      * TRADPEND is keyed customer + value date, so one pass front to
      * back meets each customer's legs together and oldest first.
      * TRADERSE has already posted everything it could tonight - a
      * debit still here with its value date arrived is held.  A
      * credit at any date is money already on its way in.
           PERFORM UNTIL PEND-EOF
              READ TRADPEND-FILE NEXT RECORD
                 AT END
                    SET PEND-EOF TO TRUE
                 NOT AT END
                    IF PS-CUSTOMER NOT = CURRENT-CUSTOMER
                       PERFORM FINISH-ONE-CUSTOMER
                       PERFORM START-ONE-CUSTOMER
                    END-IF
                    EVALUATE TRUE
                      WHEN PS-IS-CREDIT
                           ADD PS-AMOUNT TO CUST-PENDING-CREDITS
                      WHEN PS-VALUE-DATE NOT > TODAY-DATE-STAMP
                           PERFORM ADD-HELD-LEG
                      WHEN OTHER
                           CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           PERFORM FINISH-ONE-CUSTOMER
           .
       AGE-HELD-ITEMS-EXIT.
           EXIT.
      *****************************************************************
       START-ONE-CUSTOMER SECTION.
           MOVE PS-CUSTOMER TO CURRENT-CUSTOMER
           MOVE ZERO TO HELD-COMPANY-COUNT
           MOVE ZERO TO CUST-HELD-LEGS
           MOVE ZERO TO CUST-HELD-TOTAL
           MOVE ZERO TO CUST-PENDING-CREDITS
           MOVE SPACES TO CUST-OLDEST-VALUE-DATE
           .
       START-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       ADD-HELD-LEG SECTION.
           ADD 1 TO HELD-LEGS-READ
           ADD 1 TO CUST-HELD-LEGS
           ADD PS-AMOUNT TO CUST-HELD-TOTAL
           IF CUST-OLDEST-VALUE-DATE = SPACES
              MOVE PS-VALUE-DATE TO CUST-OLDEST-VALUE-DATE
           END-IF

      * A fifty-first company still counts in the totals; it is only
      * left out of the sell-out, which works from the table.
           SET HELD-IDX TO 1
           SEARCH HELD-COMPANY-ENTRY
              AT END
                 CONTINUE
              WHEN HELD-IDX > HELD-COMPANY-COUNT
                 IF HELD-COMPANY-COUNT < 50
                    ADD 1 TO HELD-COMPANY-COUNT
                    MOVE PS-COMPANY TO HC-COMPANY (HELD-IDX)
                    MOVE PS-AMOUNT  TO HC-AMOUNT (HELD-IDX)
                 END-IF
              WHEN HC-COMPANY (HELD-IDX) = PS-COMPANY
                 ADD PS-AMOUNT TO HC-AMOUNT (HELD-IDX)
           END-SEARCH
           .
       ADD-HELD-LEG-EXIT.
           EXIT.
      *****************************************************************
       FINISH-ONE-CUSTOMER SECTION.
      * Nothing held for the customer just finished (or no customer
      * yet) - nothing to age.
           IF CUST-HELD-LEGS > 0
              ADD 1 TO CUSTOMERS-FAILING
              PERFORM COUNT-BUSINESS-DAYS-AGED
              PERFORM COMPUTE-SHORTFALL
              PERFORM READ-FAIL-RECORD
              MOVE CUST-OLDEST-VALUE-DATE TO FL-OLDEST-VALUE-DATE
              MOVE CUST-AGE-DAYS          TO FL-AGE-DAYS
              MOVE CUST-HELD-LEGS         TO FL-HELD-LEGS
              MOVE CUST-HELD-TOTAL        TO FL-HELD-AMOUNT
              MOVE CUST-SHORTFALL         TO FL-SHORTFALL
              MOVE TODAY-DATE-STAMP       TO FL-LAST-SEEN-DATE
              MOVE 'HELD - AGEING' TO ACTION-TEXT

              IF CUST-AGE-DAYS NOT < DUNNING-THRESHOLD-DAYS
                 SET FL-BUYS-BLOCKED TO TRUE
                 ADD 1 TO CUSTOMERS-BLOCKED
                 MOVE 'BUYS BLOCKED' TO ACTION-TEXT
                 IF FL-DUNNED-DATE = SPACES
                    PERFORM PRINT-DUNNING-LETTER
                    MOVE TODAY-DATE-STAMP TO FL-DUNNED-DATE
                    SET FL-STAGE-DUNNED TO TRUE
                    MOVE 'DUNNING LETTER ISSUED - BUYS BLOCKED'
                         TO ACTION-TEXT
                 END-IF
              END-IF

              IF CUST-AGE-DAYS NOT < SELLOUT-THRESHOLD-DAYS
                 PERFORM WORK-SELL-OUT
              END-IF

              PERFORM WRITE-FAIL-RECORD
              PERFORM WRITE-FAILS-DETAIL-LINE
           END-IF
           .
       FINISH-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       COUNT-BUSINESS-DAYS-AGED SECTION.
      * Business days after the oldest held value date up to and
      * including today - a leg held for the first time tonight is
      * aged zero.  Capped at 999 steps, the width of the field.
           MOVE ZERO TO CUST-AGE-DAYS
           MOVE CUST-OLDEST-VALUE-DATE(1:4) TO CAL-WALK-RAW(1:4)
           MOVE CUST-OLDEST-VALUE-DATE(6:2) TO CAL-WALK-RAW(5:2)
           MOVE CUST-OLDEST-VALUE-DATE(9:2) TO CAL-WALK-RAW(7:2)
           IF CAL-WALK-RAW NUMERIC
              COMPUTE CAL-WALK-INT =
                      FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
              PERFORM UNTIL CAL-WALK-INT NOT < CAL-TODAY-INT
                         OR CUST-AGE-DAYS = 999
                 ADD 1 TO CAL-WALK-INT
                 PERFORM CHECK-BUSINESS-DAY
                 IF IS-BUSINESS-DAY
                    ADD 1 TO CUST-AGE-DAYS
                 END-IF
              END-PERFORM
           END-IF
           .
       COUNT-BUSINESS-DAYS-AGED-EXIT.
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
       COMPUTE-SHORTFALL SECTION.
      * What the held debits need beyond the cash on deposit and the
      * credits already on their way in - a sell-out filled on an
      * earlier night counts as soon as its leg is queued.
           MOVE ZERO TO CUST-CASH-BALANCE
           MOVE CURRENT-CUSTOMER TO CASH-CUSTOMER
           READ TRADCASH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CASH-BALANCE TO CUST-CASH-BALANCE
           END-READ
           COMPUTE CUST-SHORTFALL = CUST-HELD-TOTAL
                                  - CUST-CASH-BALANCE
                                  - CUST-PENDING-CREDITS
           IF CUST-SHORTFALL < ZERO
              MOVE ZERO TO CUST-SHORTFALL
           END-IF
           .
       COMPUTE-SHORTFALL-EXIT.
           EXIT.
      *****************************************************************
       READ-FAIL-RECORD SECTION.
           MOVE 'N' TO FAIL-IS-NEW-SW
           MOVE CURRENT-CUSTOMER TO FL-CUSTOMER
           READ TRADFAIL-FILE
              INVALID KEY
                 SET FAIL-IS-NEW TO TRUE
                 MOVE SPACES TO FAIL-IO-BUFFER
                 MOVE CURRENT-CUSTOMER TO FL-CUSTOMER
                 SET FL-STAGE-HELD TO TRUE
                 MOVE 'N' TO FL-BUYS-BLOCKED-SW
                 MOVE TODAY-DATE-STAMP TO FL-FIRST-SEEN-DATE
              NOT INVALID KEY
                 CONTINUE
           END-READ
           .
       READ-FAIL-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FAIL-RECORD SECTION.
           IF FAIL-IS-NEW
              WRITE FAIL-IO-BUFFER
           ELSE
              REWRITE FAIL-IO-BUFFER
           END-IF
           IF FAIL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: TRADFAIL WRITE FAILED FOR '
                      FL-CUSTOMER ' STATUS=' FAIL-FILE-STATUS
           END-IF
           .
       WRITE-FAIL-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WORK-SELL-OUT SECTION.
      * Sell out only while money is still short - once the cash and
      * the pending credits cover the debits the fail will settle by
      * itself.  One forced order at a time: while an earlier one is
      * still open on the book it is left to fill.
           IF CUST-SHORTFALL = ZERO
              MOVE 'SELL-OUT DUE - PIPELINE COVERS DEBIT'
                   TO ACTION-TEXT
           ELSE
              PERFORM SCAN-CUSTOMER-ORDERS
              IF SELLOUT-OPEN
                 MOVE 'SELL-OUT ORDER STILL OPEN' TO ACTION-TEXT
              ELSE
                 MOVE CUST-SHORTFALL TO REMAINING-SHORTFALL
                 PERFORM VARYING HELD-IDX FROM 1 BY 1
                         UNTIL HELD-IDX > HELD-COMPANY-COUNT
                            OR REMAINING-SHORTFALL NOT > ZERO
                    PERFORM SELL-OUT-ONE-COMPANY
                 END-PERFORM
                 IF REMAINING-SHORTFALL > ZERO
                    MOVE 'SELL-OUT SHORT - NOT ENOUGH STOCK'
                         TO ACTION-TEXT
                 ELSE
                    MOVE 'SELL-OUT ORDER PLACED' TO ACTION-TEXT
                 END-IF
              END-IF
           END-IF
           .
       WORK-SELL-OUT-EXIT.
           EXIT.
      *****************************************************************
       SCAN-CUSTOMER-ORDERS SECTION.
      * One walk of the customer's book answers both questions: is a
      * forced sell-out still open, and what is the next free order
      * number (highest on file plus one, any status - numbers are
      * never reused; the FIND-NEXT-ORDER-NUMBER walk in TRADERBO).
           MOVE 'N' TO SELLOUT-OPEN-SW
           MOVE 1 TO NEXT-ORDER-NUMBER
           MOVE 'N' TO ORDR-BROWSE-DONE-SW
           MOVE CURRENT-CUSTOMER TO ORD-CUSTOMER
           MOVE ZERO TO ORD-ORDER-NO
           START TRADORDR-FILE KEY IS NOT LESS THAN
                 ORD-KEY OF ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              SET ORDR-BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL ORDR-BROWSE-DONE
              READ TRADORDR-FILE NEXT RECORD
                 AT END
                    SET ORDR-BROWSE-DONE TO TRUE
                 NOT AT END
                    IF ORD-CUSTOMER NOT = CURRENT-CUSTOMER
                       SET ORDR-BROWSE-DONE TO TRUE
                    ELSE
                       COMPUTE NEXT-ORDER-NUMBER = ORD-ORDER-NO + 1
                       IF ORD-STATUS-OPEN AND
                          ORD-SOURCE = 'TRADERFL'
                          SET SELLOUT-OPEN TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       SCAN-CUSTOMER-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       SELL-OUT-ONE-COMPANY SECTION.
      * Whole shares enough to raise what is still short at tonight's
      * price, rounded up, and no more than the position holds.
      * TRADERLO fills market orders commission-free, so the shares
      * times the price is what the sale brings in.  A company whose
      * trading is halted or which is delisted cannot be sold, so
      * the shortfall moves on to the next holding.
           PERFORM LOOKUP-COMPANY-PRICE
           PERFORM READ-POSITION
           IF COMP-FOUND AND COMPANY-ACTIVE AND
              SHARE-VALUE-TODAY > ZERO AND
              POSITION-SHARES > ZERO AND NEXT-ORDER-NUMBER NOT = ZERO
              COMPUTE SELLOUT-SHARES =
                      REMAINING-SHORTFALL / SHARE-VALUE-TODAY
              COMPUTE SELLOUT-PROCEEDS =
                      SELLOUT-SHARES * SHARE-VALUE-TODAY
              IF SELLOUT-PROCEEDS < REMAINING-SHORTFALL
                 ADD 1 TO SELLOUT-SHARES
              END-IF
              IF SELLOUT-SHARES > POSITION-SHARES
                 MOVE POSITION-SHARES TO SELLOUT-SHARES
              END-IF
              COMPUTE SELLOUT-PROCEEDS =
                      SELLOUT-SHARES * SHARE-VALUE-TODAY
              PERFORM PLACE-SELLOUT-ORDER
           END-IF
           .
       SELL-OUT-ONE-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-COMPANY-PRICE SECTION.
           MOVE 'N' TO COMP-FOUND-SW
           MOVE ZERO TO SHARE-VALUE-TODAY
           MOVE HC-COMPANY (HELD-IDX) TO COMPANY OF COMPANY-IO-BUFFER
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
       READ-POSITION SECTION.
           MOVE ZERO TO POSITION-SHARES
           MOVE CURRENT-CUSTOMER      TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE '.'                   TO KEYREC-DOT
           MOVE HC-COMPANY (HELD-IDX) TO COMPANY OF CUSTOMER-IO-BUFFER
           READ TRADCUST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DEC-NO-SHARES NUMERIC
                    MOVE DEC-NO-SHARES TO POSITION-SHARES
                 END-IF
           END-READ
           .
       READ-POSITION-EXIT.
           EXIT.
      *****************************************************************
       PLACE-SELLOUT-ORDER SECTION.
      * A market sell, good for tonight only - if TRADERLO cannot
      * fill it, it expires and tomorrow's run places it afresh at
      * tomorrow's price.
           MOVE SPACES TO ORDER-IO-BUFFER
           MOVE CURRENT-CUSTOMER      TO ORD-CUSTOMER
           MOVE NEXT-ORDER-NUMBER     TO ORD-ORDER-NO
           MOVE HC-COMPANY (HELD-IDX) TO ORD-COMPANY
           SET ORD-TYPE-IS-SELL       TO TRUE
           SET ORD-PRICE-IS-MARKET    TO TRUE
           MOVE 'M'                   TO ORD-PRICE-TYPE
           MOVE '00000.00'            TO ORD-LIMIT-PRICE
           MOVE SELLOUT-SHARES        TO ORD-QUANTITY
           MOVE TODAY-DATE-STAMP      TO ORD-PLACED-DATE
           MOVE TODAY-DATE-STAMP      TO ORD-EXPIRY-DATE
           SET ORD-STATUS-OPEN        TO TRUE
           MOVE 'TRADERFL'            TO ORD-SOURCE
           WRITE ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: TRADORDR WRITE FAILED FOR '
                      ORD-CUSTOMER ' / ' ORD-ORDER-NO
                      ' STATUS=' ORDR-FILE-STATUS
           ELSE
              ADD 1 TO SELLOUTS-PLACED
              ADD 1 TO NEXT-ORDER-NUMBER
              SUBTRACT SELLOUT-PROCEEDS FROM REMAINING-SHORTFALL
              SET FL-STAGE-SOLD-OUT TO TRUE
              MOVE TODAY-DATE-STAMP TO FL-SELLOUT-DATE

              MOVE SPACES TO FAILS-REPORT-LINE
              STRING '      SELL-OUT ORDER ' ORD-ORDER-NO ' : '
                     SELLOUT-SHARES ' ' ORD-COMPANY
                     DELIMITED BY SIZE INTO FAILS-REPORT-LINE
              WRITE FAILS-REPORT-LINE
           END-IF
           .
       PLACE-SELLOUT-ORDER-EXIT.
           EXIT.
      *****************************************************************
       PRINT-DUNNING-LETTER SECTION.
      * One letter per fail, addressed from the customer master the
      * way TRADERCF addresses a contract note.
           ADD 1 TO LETTERS-ISSUED
           MOVE 'N' TO CMST-FOUND-SW
           IF CMST-OPEN
              MOVE CURRENT-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CMST-FOUND TO TRUE
              END-READ
           END-IF

           MOVE LETTER-RULE-LINE TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           MOVE SPACES TO LETTER-TEXT-LINE
           STRING 'DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE SPACES TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT

           IF CMST-FOUND
              MOVE CU-LEGAL-NAME TO LT-TEXT
              PERFORM WRITE-LETTER-TEXT
              IF CU-ADDRESS-1 NOT = SPACES
                 MOVE CU-ADDRESS-1 TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
              END-IF
              IF CU-ADDRESS-2 NOT = SPACES
                 MOVE CU-ADDRESS-2 TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
              END-IF
              MOVE SPACES TO LT-TEXT
              STRING CU-CITY ' ' CU-POSTAL-CODE
                     DELIMITED BY SIZE INTO LT-TEXT
              PERFORM WRITE-LETTER-TEXT
           ELSE
              MOVE CURRENT-CUSTOMER TO LT-TEXT
              PERFORM WRITE-LETTER-TEXT
           END-IF

           MOVE SPACES TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE SPACES TO LT-TEXT
           STRING 'ACCOUNT: ' CURRENT-CUSTOMER
                  DELIMITED BY SIZE INTO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE SPACES TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'PAYMENT FOR THE PURCHASES BELOW FELL DUE ON SETTLEMENT'
                TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'AND HAS NOT BEEN RECEIVED.  UNTIL IT IS, NO FURTHER'
                TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'PURCHASES CAN BE ACCEPTED ON THE ACCOUNT.'
                TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE SPACES TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT

           MOVE SPACES TO LETTER-AMOUNT-LINE
           MOVE 'UNPAID PURCHASES          :' TO LA-CAPTION
           MOVE CUST-HELD-TOTAL TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           MOVE 'CASH ON DEPOSIT           :' TO LA-CAPTION
           MOVE CUST-CASH-BALANCE TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           MOVE 'AMOUNT NOW DUE            :' TO LA-CAPTION
           MOVE CUST-SHORTFALL TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE

           MOVE SPACES TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE SPACES TO LT-TEXT
           COMPUTE GRACE-DAYS = SELLOUT-THRESHOLD-DAYS
                              - DUNNING-THRESHOLD-DAYS
           STRING 'UNLESS PAID WITHIN ' GRACE-DAYS
                  ' BUSINESS DAYS WE WILL SELL ENOUGH'
                  DELIMITED BY SIZE INTO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'OF THE SHARES BOUGHT TO MEET THE AMOUNT DUE.'
                TO LT-TEXT
           PERFORM WRITE-LETTER-TEXT
           .
       PRINT-DUNNING-LETTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-LETTER-TEXT SECTION.
           MOVE LETTER-TEXT-LINE TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           .
       WRITE-LETTER-TEXT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FAILS-DETAIL-LINE SECTION.
           MOVE SPACES TO FAILS-DETAIL-LINE
           MOVE CURRENT-CUSTOMER(1:20)  TO FD-CUSTOMER
           MOVE CUST-OLDEST-VALUE-DATE  TO FD-VALUE-DATE
           MOVE CUST-AGE-DAYS           TO FD-AGE
           MOVE CUST-HELD-LEGS          TO FD-LEGS
           MOVE CUST-HELD-TOTAL         TO FD-HELD-AMOUNT
           MOVE CUST-SHORTFALL          TO FD-SHORTFALL
           MOVE ACTION-TEXT             TO FD-ACTION
           MOVE FAILS-DETAIL-LINE TO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE
           .
       WRITE-FAILS-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-SETTLED-FAILS SECTION.
      * Every customer still failing had the row stamped tonight; a
      * row left with an older date has nothing held any more - the
      * fail has cleared and deleting it lifts the buy block.
           MOVE LOW-VALUES TO FL-CUSTOMER
           START TRADFAIL-FILE KEY IS NOT LESS THAN
                 FL-CUSTOMER OF FAIL-IO-BUFFER
           IF FAIL-FILE-STATUS NOT = '00'
              SET FAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL FAIL-EOF
              READ TRADFAIL-FILE NEXT RECORD
                 AT END
                    SET FAIL-EOF TO TRUE
                 NOT AT END
                    IF FL-LAST-SEEN-DATE NOT = TODAY-DATE-STAMP
                       PERFORM CLEAR-ONE-FAIL
                    END-IF
              END-READ
           END-PERFORM
           .
       CLEAR-SETTLED-FAILS-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-ONE-FAIL SECTION.
           MOVE SPACES TO FAILS-DETAIL-LINE
           MOVE FL-CUSTOMER(1:20)     TO FD-CUSTOMER
           MOVE FL-OLDEST-VALUE-DATE  TO FD-VALUE-DATE
           MOVE FL-AGE-DAYS           TO FD-AGE
           MOVE ZERO                  TO FD-LEGS
           MOVE ZERO                  TO FD-HELD-AMOUNT
           MOVE ZERO                  TO FD-SHORTFALL
           MOVE 'CLEARED - SETTLED, BLOCK LIFTED' TO FD-ACTION
           DELETE TRADFAIL-FILE RECORD
           IF FAIL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFL: TRADFAIL DELETE FAILED FOR '
                      FL-CUSTOMER ' STATUS=' FAIL-FILE-STATUS
           ELSE
              ADD 1 TO FAILS-CLEARED
              MOVE FAILS-DETAIL-LINE TO FAILS-REPORT-LINE
              WRITE FAILS-REPORT-LINE
           END-IF
           .
       CLEAR-ONE-FAIL-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'HELD LEGS READ         : ' HELD-LEGS-READ
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'CUSTOMERS FAILING      : ' CUSTOMERS-FAILING
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'CUSTOMERS BLOCKED      : ' CUSTOMERS-BLOCKED
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'DUNNING LETTERS ISSUED : ' LETTERS-ISSUED
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'SELL-OUT ORDERS PLACED : ' SELLOUTS-PLACED
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           STRING 'FAILS CLEARED          : ' FAILS-CLEARED
                  DELIMITED BY SIZE INTO FAILS-REPORT-LINE
           WRITE FAILS-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF
           IF CLDR-OPEN
              CLOSE TRADCLDR-FILE
           END-IF

           CLOSE TRADPEND-FILE
                 TRADFAIL-FILE
                 TRADCASH-FILE
                 TRADCUST-FILE
                 TRADCOMP-FILE
                 TRADORDR-FILE
                 FAILS-REPORT-FILE
                 DUNNING-LETTER-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
