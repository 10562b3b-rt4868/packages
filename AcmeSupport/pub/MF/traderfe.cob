       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERFE.

      *****************************************************************
      * TRADERFE - month-end custody and account maintenance fee run. *
      *                                                               *
      * Scheduled on the last business day of the month alongside     *
      * TRADERIN - after the night's settlement run and ahead of the  *
      * TRADERSN cutoff, so the same night's TRADERCR proves the fee  *
      * debits and TRADERGE posts them to the ledger.  Every customer *
      * is billed a basis-point charge on the month's average         *
      * portfolio value, with a minimum monthly fee:                  *
      *                                                               *
      *   - today's holdings are valued from TRADCUST at the TRADCOMP *
      *     price, converted into base currency at the day's TRADRATE *
      *     row the TRADERVL way (a blank or base currency converts   *
      *     at 1, a holding with no company row or no rate is left    *
      *     out and said so)                                          *
      *   - the month's earlier nights come from the TRADVALH         *
      *     valuation history TRADERVL keeps, so the average is those *
      *     nights' holdings figures and today's taken together       *
      *   - the fee is the annual rate in basis points, one twelfth   *
      *     of it for the month, raised to the minimum                *
      *                                                               *
      * The fee is waived for an account whose TRADCMST fee class is  *
      * staff or exempt (see CMSTREC.cpy), and for one whose average  *
      * falls below the waiver threshold.  An account closing or      *
      * closed is not billed - TRADERCL is paying its cash out.       *
      * Customers holding cash and no shares are billed from a sweep  *
      * of TRADCASH once the holdings pass is done, the TRADERVL      *
      * cash-only pass.                                               *
      *                                                               *
      * The fee is debited from TRADCASH and journaled as an 'F'      *
      * debit on TRADCJRN.  What the balance cannot cover is not      *
      * taken - it accrues on the TRADFEAR receivable (FEEARREC.cpy)  *
      * and next month's run collects it first, before that month's   *
      * own fee.  A customer with holdings and no TRADCASH record has *
      * the whole fee accrued.  Every customer reviewed gets a line   *
      * on the TRADFERP fee register with the outcome.                *
      *                                                               *
      * Rate, minimum and threshold come from the TRADFEPM parameter  *
      * file - one row, "NNNNN.NN NNNNN.NN NNNNNNNNN": annual rate in *
      * basis points, minimum monthly fee, and the waiver threshold   *
      * in whole base-currency units (blank for none).  No parameter  *
      * file, or a rate or minimum that is not numeric, or a zero     *
      * rate, bills nothing and says so - a lost parameter file must  *
      * not invent a tariff.                                          *
      *                                                               *
      * Rerun protection rides on the journal and the receivable: a   *
      * customer whose month already holds an 'F' entry, or whose     *
      * receivable last accrued for this month, was billed by an      *
      * earlier run and is skipped.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT TRADRATE-FILE ASSIGN TO "TRADRATE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RATE-CURRENCY OF RATE-IO-BUFFER
                  FILE STATUS IS RATE-FILE-STATUS.

           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT TRADVALH-FILE ASSIGN TO "TRADVALH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VH-KEY OF VALUATION-HISTORY-RECORD
                  FILE STATUS IS VALH-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADCJRN-FILE ASSIGN TO "TRADCJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

           SELECT TRADFEAR-FILE ASSIGN TO "TRADFEAR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FA-CUSTOMER OF FEE-RECEIVABLE-RECORD
                  FILE STATUS IS FEAR-FILE-STATUS.

           SELECT FEE-PARM-FILE ASSIGN TO "TRADFEPM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PARM-FILE-STATUS.

           SELECT FEE-REPORT-FILE ASSIGN TO "TRADFERP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADRATE-FILE.
           COPY RATEREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADVALH-FILE.
           COPY VALHREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

       FD  TRADFEAR-FILE.
           COPY FEEARREC.

       FD  FEE-PARM-FILE.
       01 FEE-PARM-RECORD.
          03 FP-RATE-BP-X               PIC X(08).
          03 FILLER                     PIC X(01).
          03 FP-MINIMUM-FEE-X           PIC X(08).
          03 FILLER                     PIC X(01).
          03 FP-THRESHOLD-X             PIC X(09).
          03 FP-THRESHOLD-N REDEFINES FP-THRESHOLD-X
                                        PIC 9(09).

       FD  FEE-REPORT-FILE.
       01 FEE-REPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CUST-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 RATE-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 VALH-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 FEAR-FILE-STATUS          PIC X(02).
          03 PARM-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 CUST-EOF-SW               PIC X(01) VALUE 'N'.
             88 CUST-EOF               VALUE 'Y'.
          03 CASH-EOF-SW               PIC X(01) VALUE 'N'.
             88 CASH-EOF               VALUE 'Y'.
          03 JRN-DONE-SW               PIC X(01) VALUE 'N'.
             88 JRN-DONE               VALUE 'Y'.
          03 VALH-DONE-SW              PIC X(01) VALUE 'N'.
             88 VALH-DONE              VALUE 'Y'.
          03 PARM-VALID-SW             PIC X(01) VALUE 'N'.
             88 PARM-VALID             VALUE 'Y'.
          03 ALREADY-BILLED-SW         PIC X(01) VALUE 'N'.
             88 ALREADY-BILLED         VALUE 'Y'.
          03 COMP-FOUND-SW             PIC X(01) VALUE 'N'.
             88 COMP-FOUND             VALUE 'Y'.
          03 RATE-FOUND-SW             PIC X(01) VALUE 'N'.
             88 RATE-FOUND             VALUE 'Y'.
          03 TRADRATE-OPEN-SW          PIC X(01) VALUE 'N'.
             88 TRADRATE-OPEN          VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 VALH-OPEN-SW              PIC X(01) VALUE 'N'.
             88 VALH-OPEN              VALUE 'Y'.
          03 CASH-ON-FILE-SW           PIC X(01) VALUE 'N'.
             88 CASH-ON-FILE           VALUE 'Y'.
          03 RECEIVABLE-ON-FILE-SW     PIC X(01) VALUE 'N'.
             88 RECEIVABLE-ON-FILE     VALUE 'Y'.
          03 HOLDINGS-ON-FILE-SW       PIC X(01) VALUE 'N'.
             88 HOLDINGS-ON-FILE       VALUE 'Y'.

       01 RUN-COUNTERS.
          03 CUSTOMERS-REVIEWED        PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-BILLED          PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-WAIVED          PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-ALREADY-BILLED  PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-NOT-BILLED      PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-ACCRUED         PIC 9(07) VALUE ZERO.
          03 POSITIONS-UNVALUED        PIC 9(07) VALUE ZERO.
          03 TOTAL-FEES-CHARGED        PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEES-COLLECTED      PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEES-ACCRUED        PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-ARREARS-COLLECTED   PIC 9(11)V99 VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).
       01 BILLING-MONTH                 PIC X(07).
       01 MONTH-FIRST-DATE              PIC X(10).

           COPY PRICECNV.

       01 TARIFF-FIELDS.
          03 FEE-RATE-BP               PIC 9(05)V99.
          03 MINIMUM-FEE               PIC 9(05)V99.
          03 WAIVER-THRESHOLD          PIC 9(09).

      * Holdings valuation - the TRADERVL arithmetic.  A company with
      * a blank currency (or listed in the base itself) converts at
      * 1; a foreign one converts at the day's TRADRATE row.
       01 VALUATION-WORK-FIELDS.
          03 BASE-CURRENCY             PIC X(03) VALUE 'USD'.
          03 CONVERSION-RATE           PIC 9(05)V99.
          03 SHARE-VALUE-TODAY         PIC 9(05)V99.
          03 POSITION-VALUE            PIC 9(11)V99.
          03 TOTAL-CUSTOMER            PIC X(60) VALUE SPACES.
          03 TOTAL-POSITIONS-VALUE     PIC 9(11)V99 VALUE ZERO.

      * One customer's bill - the customer, today's holdings figure,
      * the month's valuations summed and counted for the average,
      * and how the fee and any arrears brought forward split
      * between what the balance paid and what accrues.
       01 BILLING-WORK-FIELDS.
          03 BILL-CUSTOMER             PIC X(60).
          03 TODAY-POSITIONS-VALUE     PIC 9(11)V99.
          03 VALUATION-SUM             PIC 9(13)V99.
          03 VALUATION-COUNT           PIC 9(03).
          03 AVERAGE-VALUE             PIC 9(11)V99.
          03 FEE-AMOUNT                PIC 9(11)V99.
          03 ARREARS-BROUGHT-FORWARD   PIC 9(11)V99.
          03 AMOUNT-DUE                PIC 9(12)V99.
          03 AMOUNT-COLLECTED          PIC 9(11)V99.
          03 ARREARS-COLLECTED         PIC 9(11)V99.
          03 FEE-COLLECTED             PIC 9(11)V99.
          03 FEE-ACCRUED               PIC 9(11)V99.
          03 OUTSTANDING-AFTER         PIC 9(12)V99.
          03 FEE-OUTCOME               PIC X(24).

       01 FEE-HEADING-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(20) VALUE 'CUSTOMER'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(14)
                                       VALUE '     AVG VALUE'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(12) VALUE '         FEE'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(12) VALUE '   COLLECTED'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(12) VALUE '     ACCRUED'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(12) VALUE ' OUTSTANDING'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(24) VALUE 'OUTCOME'.

       01 FEE-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FD-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-AVG-VALUE               PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-FEE                     PIC Z(8)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-COLLECTED               PIC Z(8)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-ACCRUED                 PIC Z(8)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-OUTSTANDING             PIC Z(8)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FD-OUTCOME                 PIC X(24).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           IF PARM-VALID
              PERFORM BILL-HOLDING-CUSTOMERS
              PERFORM BILL-CASH-ONLY-CUSTOMERS
           END-IF
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           OPEN INPUT TRADCUST-FILE
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADCUST, STATUS='
                      CUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

      * The rate file only exists once a foreign company is on the
      * book - a shop still all-base runs without one, every holding
      * converting at 1.
           OPEN INPUT TRADRATE-FILE
           EVALUATE RATE-FILE-STATUS
             WHEN '00'
                  SET TRADRATE-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERFE: UNABLE TO OPEN TRADRATE, STATUS='
                          RATE-FILE-STATUS
                  STOP RUN
           END-EVALUATE

      * No customer master yet means no account is flagged staff or
      * exempt and none is closing - everybody is billed.
           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERFE: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

      * No valuation history yet (the first month-end after TRADERVL
      * started keeping it) averages on today's valuation alone.
           OPEN INPUT TRADVALH-FILE
           EVALUATE VALH-FILE-STATUS
             WHEN '00'
                  SET VALH-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERFE: UNABLE TO OPEN TRADVALH, STATUS='
                          VALH-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O TRADCASH-FILE
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADCASH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCJRN-FILE
           IF CJRN-FILE-STATUS = '35'
              OPEN OUTPUT TRADCJRN-FILE
              CLOSE TRADCJRN-FILE
              OPEN I-O TRADCJRN-FILE
           END-IF
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADCJRN, STATUS='
                      CJRN-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADFEAR-FILE
           IF FEAR-FILE-STATUS = '35'
              OPEN OUTPUT TRADFEAR-FILE
              CLOSE TRADFEAR-FILE
              OPEN I-O TRADFEAR-FILE
           END-IF
           IF FEAR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADFEAR, STATUS='
                      FEAR-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT FEE-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: UNABLE TO OPEN TRADFERP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP
           MOVE TODAY-DATE-STAMP(1:7) TO BILLING-MONTH
           MOVE SPACES TO MONTH-FIRST-DATE
           STRING BILLING-MONTH '-01'
                  DELIMITED BY SIZE INTO MONTH-FIRST-DATE

           PERFORM READ-FEE-PARM

           MOVE 'TRADERFE - MONTHLY CUSTODY AND ACCOUNT FEE REGISTER'
                TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING 'BILLING MONTH: ' BILLING-MONTH
                  '   ANNUAL RATE BP: ' FP-RATE-BP-X
                  '   MINIMUM FEE: ' FP-MINIMUM-FEE-X
                  '   WAIVED BELOW: ' FP-THRESHOLD-X
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           IF PARM-VALID
              MOVE FEE-HEADING-LINE TO FEE-REPORT-LINE
              WRITE FEE-REPORT-LINE
           ELSE
              MOVE 'NO USABLE TARIFF ON TRADFEPM - NOTHING BILLED'
                   TO FEE-REPORT-LINE
              WRITE FEE-REPORT-LINE
              DISPLAY 'TRADERFE: NO USABLE TARIFF ON TRADFEPM - '
                      'NOTHING BILLED'
           END-IF
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
       READ-FEE-PARM SECTION.
      * One-row tariff: "NNNNN.NN" annual rate in basis points and
      * "NNNNN.NN" minimum monthly fee, the TRADFDPM price style, and
      * a nine-digit waiver threshold in whole base-currency units.
      * A blank threshold waives nobody on value.  Anything else
      * unusable leaves PARM-VALID off and the run bills nothing.
           MOVE SPACES TO FEE-PARM-RECORD
           MOVE ZERO TO WAIVER-THRESHOLD
           OPEN INPUT FEE-PARM-FILE
           IF PARM-FILE-STATUS = '00'
              READ FEE-PARM-FILE
                 AT END
                    MOVE SPACES TO FEE-PARM-RECORD
                 NOT AT END
                    PERFORM EDIT-FEE-PARM
              END-READ
              CLOSE FEE-PARM-FILE
           END-IF
           .
       READ-FEE-PARM-EXIT.
           EXIT.
      *****************************************************************
       EDIT-FEE-PARM SECTION.
           MOVE FP-RATE-BP-X TO PRICE-CONVERT-X
           IF PRICE-CONVERT-INT-X NUMERIC AND
              PRICE-CONVERT-DEC-X NUMERIC
              MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
              MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
              MOVE PRICE-CONVERT-VALUE TO FEE-RATE-BP
              IF FEE-RATE-BP > ZERO
                 SET PARM-VALID TO TRUE
              END-IF
           END-IF

           MOVE FP-MINIMUM-FEE-X TO PRICE-CONVERT-X
           IF PRICE-CONVERT-INT-X NUMERIC AND
              PRICE-CONVERT-DEC-X NUMERIC
              MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
              MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
              MOVE PRICE-CONVERT-VALUE TO MINIMUM-FEE
           ELSE
              MOVE 'N' TO PARM-VALID-SW
           END-IF

           IF FP-THRESHOLD-X NOT = SPACES
              IF FP-THRESHOLD-X NUMERIC
                 MOVE FP-THRESHOLD-N TO WAIVER-THRESHOLD
              ELSE
                 MOVE 'N' TO PARM-VALID-SW
              END-IF
           END-IF
           .
       EDIT-FEE-PARM-EXIT.
           EXIT.
      *****************************************************************
       BILL-HOLDING-CUSTOMERS SECTION.
      * TRADCUST is keyed customer + company, so a plain control
      * break values each customer's holdings in turn; the customer
      * is billed once the last of them has been read.
           MOVE SPACES TO TOTAL-CUSTOMER
           MOVE ZERO TO TOTAL-POSITIONS-VALUE
           PERFORM UNTIL CUST-EOF
              READ TRADCUST-FILE NEXT RECORD
                 AT END
                    SET CUST-EOF TO TRUE
                    PERFORM FINISH-HOLDING-CUSTOMER
                 NOT AT END
                    IF CUSTOMER OF CUSTOMER-IO-BUFFER NOT =
                       TOTAL-CUSTOMER
                       PERFORM FINISH-HOLDING-CUSTOMER
                       MOVE CUSTOMER OF CUSTOMER-IO-BUFFER
                            TO TOTAL-CUSTOMER
                    END-IF
                    PERFORM VALUE-ONE-POSITION
              END-READ
           END-PERFORM
           .
       BILL-HOLDING-CUSTOMERS-EXIT.
           EXIT.
      *****************************************************************
       FINISH-HOLDING-CUSTOMER SECTION.
      * The customer just finished (none yet at the top of the file)
      * is billed with their TRADCASH record, if they have one, to
      * pay from.
           IF TOTAL-CUSTOMER NOT = SPACES
              MOVE TOTAL-CUSTOMER TO CASH-CUSTOMER
              READ TRADCASH-FILE
                 INVALID KEY
                    MOVE 'N' TO CASH-ON-FILE-SW
                 NOT INVALID KEY
                    SET CASH-ON-FILE TO TRUE
              END-READ
              MOVE TOTAL-CUSTOMER TO BILL-CUSTOMER
              MOVE TOTAL-POSITIONS-VALUE TO TODAY-POSITIONS-VALUE
              PERFORM BILL-ONE-CUSTOMER
           END-IF
           MOVE SPACES TO TOTAL-CUSTOMER
           MOVE ZERO TO TOTAL-POSITIONS-VALUE
           .
       FINISH-HOLDING-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       BILL-CASH-ONLY-CUSTOMERS SECTION.
      * Customers with a TRADCASH record and nothing in TRADCUST were
      * not reached by the holdings pass.  They hold no shares today,
      * but may have held some earlier in the month (TRADVALH) and
      * still owe the account maintenance minimum.
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
                    PERFORM PROBE-CUSTOMER-HOLDINGS
                    IF NOT HOLDINGS-ON-FILE
                       SET CASH-ON-FILE TO TRUE
                       MOVE CASH-CUSTOMER TO BILL-CUSTOMER
                       MOVE ZERO TO TODAY-POSITIONS-VALUE
                       PERFORM BILL-ONE-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM
           .
       BILL-CASH-ONLY-CUSTOMERS-EXIT.
           EXIT.
      *****************************************************************
       PROBE-CUSTOMER-HOLDINGS SECTION.
      * Any TRADCUST row at all for the customer means the holdings
      * pass has already billed them.
           MOVE 'N' TO HOLDINGS-ON-FILE-SW
           MOVE CASH-CUSTOMER TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE LOW-VALUES TO KEYREC-DOT
           MOVE LOW-VALUES TO COMPANY OF CUSTOMER-IO-BUFFER
           START TRADCUST-FILE KEY IS NOT LESS THAN
                 KEYREC OF CUSTOMER-IO-BUFFER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ TRADCUST-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CUSTOMER OF CUSTOMER-IO-BUFFER =
                          CASH-CUSTOMER
                          SET HOLDINGS-ON-FILE TO TRUE
                       END-IF
                 END-READ
           END-START
           .
       PROBE-CUSTOMER-HOLDINGS-EXIT.
           EXIT.
      *****************************************************************
       VALUE-ONE-POSITION SECTION.
      * The native price times the day's rate makes the holding a
      * base-currency number before it joins the customer's total.
           PERFORM LOOKUP-COMPANY-PRICE
           IF COMP-FOUND
              PERFORM LOOKUP-CONVERSION-RATE
              IF RATE-FOUND
                 COMPUTE POSITION-VALUE ROUNDED =
                         DEC-NO-SHARES * SHARE-VALUE-TODAY
                         * CONVERSION-RATE
                 ADD POSITION-VALUE TO TOTAL-POSITIONS-VALUE
              ELSE
                 IF DEC-NO-SHARES > ZERO
                    ADD 1 TO POSITIONS-UNVALUED
                    DISPLAY 'TRADERFE: NO RATE FOR '
                            COMPANY-CURRENCY ' - POSITION SKIPPED FOR '
                            CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
                            COMPANY OF CUSTOMER-IO-BUFFER
                 END-IF
              END-IF
           ELSE
              IF DEC-NO-SHARES > ZERO
                 ADD 1 TO POSITIONS-UNVALUED
                 DISPLAY 'TRADERFE: COMPANY NOT FOUND FOR '
                         CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
                         COMPANY OF CUSTOMER-IO-BUFFER
              END-IF
           END-IF
           .
       VALUE-ONE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-COMPANY-PRICE SECTION.
           MOVE 'N' TO COMP-FOUND-SW
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO COMPANY OF
                COMPANY-IO-BUFFER
           READ TRADCOMP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET COMP-FOUND TO TRUE
                 MOVE SHARE-VALUE-INT-PART TO PRICE-CONVERT-INT-X
                 MOVE SHARE-VALUE-DEC-PART TO PRICE-CONVERT-DEC-X
                 MOVE PRICE-CONVERT-INT-X  TO PRICE-CONVERT-INT-N
                 MOVE PRICE-CONVERT-DEC-X  TO PRICE-CONVERT-DEC-N
                 MOVE PRICE-CONVERT-VALUE  TO SHARE-VALUE-TODAY
           END-READ
           .
       LOOKUP-COMPANY-PRICE-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-CONVERSION-RATE SECTION.
      * Rate into base for the company just read: 1.00 for a blank
      * currency or the base itself, otherwise the day's TRADRATE
      * row.  A foreign company with no usable rate on file cannot be
      * valued honestly - the caller leaves it out and says so.
           SET RATE-FOUND TO TRUE
           MOVE 1 TO CONVERSION-RATE
           IF COMPANY-CURRENCY NOT = SPACES AND
              COMPANY-CURRENCY NOT = BASE-CURRENCY
              MOVE 'N' TO RATE-FOUND-SW
              IF TRADRATE-OPEN
                 MOVE COMPANY-CURRENCY TO RATE-CURRENCY
                 READ TRADRATE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE RATE-VALUE TO PRICE-CONVERT-X
                       IF PRICE-CONVERT-INT-X NUMERIC AND
                          PRICE-CONVERT-DEC-X NUMERIC
                          MOVE PRICE-CONVERT-INT-X TO
                               PRICE-CONVERT-INT-N
                          MOVE PRICE-CONVERT-DEC-X TO
                               PRICE-CONVERT-DEC-N
                          MOVE PRICE-CONVERT-VALUE TO CONVERSION-RATE
                          SET RATE-FOUND TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF
           .
       LOOKUP-CONVERSION-RATE-EXIT.
           EXIT.
      *****************************************************************
       BILL-ONE-CUSTOMER SECTION.
      * BILL-CUSTOMER, TODAY-POSITIONS-VALUE and CASH-ON-FILE (with
      * the TRADCASH record read when it is on) are set by the
      * caller.
           ADD 1 TO CUSTOMERS-REVIEWED
           MOVE ZERO TO AVERAGE-VALUE FEE-AMOUNT
                        ARREARS-BROUGHT-FORWARD AMOUNT-COLLECTED
                        ARREARS-COLLECTED FEE-COLLECTED FEE-ACCRUED
                        OUTSTANDING-AFTER
           MOVE SPACES TO FEE-OUTCOME

           PERFORM READ-CUSTOMER-MASTER
           PERFORM READ-FEE-RECEIVABLE
           IF RECEIVABLE-ON-FILE
              MOVE FA-OUTSTANDING TO ARREARS-BROUGHT-FORWARD
              MOVE FA-OUTSTANDING TO OUTSTANDING-AFTER
           END-IF

           IF CU-STATUS-CLOSING OR CU-STATUS-CLOSED
              MOVE 'NOT BILLED - CLOSURE' TO FEE-OUTCOME
              ADD 1 TO CUSTOMERS-NOT-BILLED
           ELSE
              PERFORM CHECK-ALREADY-BILLED
              IF ALREADY-BILLED
                 MOVE 'ALREADY BILLED' TO FEE-OUTCOME
                 ADD 1 TO CUSTOMERS-ALREADY-BILLED
              ELSE
                 PERFORM COMPUTE-AVERAGE-VALUE
                 PERFORM DECIDE-FEE
                 PERFORM COLLECT-FEE
              END-IF
           END-IF

           PERFORM WRITE-REGISTER-LINE
           .
       BILL-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       READ-CUSTOMER-MASTER SECTION.
      * No master record (Cust_Maint is not compulsory) reads as an
      * active, normal fee-paying account.
           MOVE BILL-CUSTOMER TO CU-USERID
           IF CMST-OPEN
              READ TRADCMST-FILE
                 INVALID KEY
                    MOVE SPACES TO CU-STATUS CU-FEE-CLASS
              END-READ
           ELSE
              MOVE SPACES TO CU-STATUS CU-FEE-CLASS
           END-IF
           .
       READ-CUSTOMER-MASTER-EXIT.
           EXIT.
      *****************************************************************
       READ-FEE-RECEIVABLE SECTION.
           MOVE 'N' TO RECEIVABLE-ON-FILE-SW
           MOVE BILL-CUSTOMER TO FA-CUSTOMER
           READ TRADFEAR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECEIVABLE-ON-FILE TO TRUE
           END-READ
           .
       READ-FEE-RECEIVABLE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ALREADY-BILLED SECTION.
      * A fee accrued for this month, or an 'F' entry anywhere in the
      * month's journal, means an earlier run billed this customer -
      * billing again would charge twice, and because the second
      * debit would journal cleanly the cash reconciliation would
      * never notice.
           MOVE 'N' TO ALREADY-BILLED-SW
           IF RECEIVABLE-ON-FILE AND
              FA-LAST-ACCRUED-MONTH = BILLING-MONTH
              SET ALREADY-BILLED TO TRUE
           ELSE
              MOVE 'N' TO JRN-DONE-SW
              PERFORM START-MONTH-BROWSE
              PERFORM UNTIL JRN-DONE
                 READ TRADCJRN-FILE NEXT RECORD
                    AT END
                       SET JRN-DONE TO TRUE
                    NOT AT END
                       IF CJ-CUSTOMER NOT = BILL-CUSTOMER OR
                          CJ-TIMESTAMP(1:7) NOT = BILLING-MONTH
                          SET JRN-DONE TO TRUE
                       ELSE
                          IF CJ-TYPE-IS-FEE
                             SET ALREADY-BILLED TO TRUE
                             SET JRN-DONE TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       CHECK-ALREADY-BILLED-EXIT.
           EXIT.
      *****************************************************************
       START-MONTH-BROWSE SECTION.
           MOVE BILL-CUSTOMER TO CJ-CUSTOMER
           MOVE SPACES TO CJ-TIMESTAMP
           MOVE BILLING-MONTH TO CJ-TIMESTAMP(1:7)
           MOVE ZERO TO CJ-JRN-SEQ
           START TRADCJRN-FILE KEY IS NOT LESS THAN
                 CJ-KEY OF CASH-JOURNAL-RECORD
           IF CJRN-FILE-STATUS NOT = '00'
              SET JRN-DONE TO TRUE
           END-IF
           .
       START-MONTH-BROWSE-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-AVERAGE-VALUE SECTION.
      * The month's nightly holdings figures before today (TRADVALH
      * is keyed customer + date, so a positioned read at the first
      * of the month lands on them directly) and today's valuation,
      * averaged over the nights found.  A night TRADERVL did not run
      * is simply not in the average.
           MOVE TODAY-POSITIONS-VALUE TO VALUATION-SUM
           MOVE 1 TO VALUATION-COUNT
           IF VALH-OPEN
              MOVE 'N' TO VALH-DONE-SW
              MOVE BILL-CUSTOMER TO VH-CUSTOMER
              MOVE MONTH-FIRST-DATE TO VH-VALUE-DATE
              START TRADVALH-FILE KEY IS NOT LESS THAN
                    VH-KEY OF VALUATION-HISTORY-RECORD
                 INVALID KEY
                    SET VALH-DONE TO TRUE
              END-START
              PERFORM UNTIL VALH-DONE
                 READ TRADVALH-FILE NEXT RECORD
                    AT END
                       SET VALH-DONE TO TRUE
                    NOT AT END
                       IF VH-CUSTOMER NOT = BILL-CUSTOMER OR
                          VH-VALUE-DATE NOT < TODAY-DATE-STAMP
                          SET VALH-DONE TO TRUE
                       ELSE
                          ADD VH-POSITIONS-VALUE TO VALUATION-SUM
                          ADD 1 TO VALUATION-COUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           COMPUTE AVERAGE-VALUE ROUNDED =
                   VALUATION-SUM / VALUATION-COUNT
           .
       COMPUTE-AVERAGE-VALUE-EXIT.
           EXIT.
      *****************************************************************
       DECIDE-FEE SECTION.
      * Staff and exempt accounts first, then the value threshold;
      * everyone else pays the month's share of the annual rate, or
      * the minimum if that is more.
           EVALUATE TRUE
             WHEN CU-FEE-STAFF
                  MOVE 'WAIVED - STAFF' TO FEE-OUTCOME
                  ADD 1 TO CUSTOMERS-WAIVED
             WHEN CU-FEE-EXEMPT
                  MOVE 'WAIVED - EXEMPT' TO FEE-OUTCOME
                  ADD 1 TO CUSTOMERS-WAIVED
             WHEN AVERAGE-VALUE < WAIVER-THRESHOLD
                  MOVE 'WAIVED - BELOW THRESHOLD' TO FEE-OUTCOME
                  ADD 1 TO CUSTOMERS-WAIVED
             WHEN OTHER
                  COMPUTE FEE-AMOUNT ROUNDED =
                          AVERAGE-VALUE * FEE-RATE-BP / 10000 / 12
                  IF FEE-AMOUNT < MINIMUM-FEE
                     MOVE MINIMUM-FEE TO FEE-AMOUNT
                  END-IF
                  MOVE 'BILLED' TO FEE-OUTCOME
                  ADD 1 TO CUSTOMERS-BILLED
                  ADD FEE-AMOUNT TO TOTAL-FEES-CHARGED
           END-EVALUATE
           .
       DECIDE-FEE-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-FEE SECTION.
      * Arrears brought forward are collected first, then this
      * month's fee, as far as the balance goes - never further.
      * Whatever is left of the fee accrues on the receivable.
           COMPUTE AMOUNT-DUE = ARREARS-BROUGHT-FORWARD + FEE-AMOUNT
           IF CASH-ON-FILE
              IF CASH-BALANCE < AMOUNT-DUE
                 MOVE CASH-BALANCE TO AMOUNT-COLLECTED
              ELSE
                 MOVE AMOUNT-DUE TO AMOUNT-COLLECTED
              END-IF
           END-IF

           IF AMOUNT-COLLECTED > ZERO
              SUBTRACT AMOUNT-COLLECTED FROM CASH-BALANCE
              MOVE RUN-TIMESTAMP TO CASH-LAST-ACTIVITY
              REWRITE CASH-IO-BUFFER
              IF CASH-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERFE: TRADCASH REWRITE FAILED FOR '
                         CASH-CUSTOMER ' STATUS=' CASH-FILE-STATUS
                         ' - FEE ACCRUED INSTEAD'
                 MOVE ZERO TO AMOUNT-COLLECTED
              ELSE
                 PERFORM WRITE-CASH-JOURNAL-ENTRY
              END-IF
           END-IF

           IF AMOUNT-COLLECTED > ARREARS-BROUGHT-FORWARD
              MOVE ARREARS-BROUGHT-FORWARD TO ARREARS-COLLECTED
           ELSE
              MOVE AMOUNT-COLLECTED TO ARREARS-COLLECTED
           END-IF
           COMPUTE FEE-COLLECTED = AMOUNT-COLLECTED - ARREARS-COLLECTED
           COMPUTE FEE-ACCRUED = FEE-AMOUNT - FEE-COLLECTED
           COMPUTE OUTSTANDING-AFTER = ARREARS-BROUGHT-FORWARD
                                     - ARREARS-COLLECTED + FEE-ACCRUED

           ADD FEE-COLLECTED     TO TOTAL-FEES-COLLECTED
           ADD FEE-ACCRUED       TO TOTAL-FEES-ACCRUED
           ADD ARREARS-COLLECTED TO TOTAL-ARREARS-COLLECTED

           IF ARREARS-COLLECTED > ZERO OR FEE-ACCRUED > ZERO
              PERFORM UPDATE-FEE-RECEIVABLE
           END-IF
           .
       COLLECT-FEE-EXIT.
           EXIT.
      *****************************************************************
       UPDATE-FEE-RECEIVABLE SECTION.
      * The dated last accrual and last collection are what the
      * ledger extract posts from - see FEEARREC.cpy.
           IF NOT RECEIVABLE-ON-FILE
              MOVE SPACES TO FEE-RECEIVABLE-RECORD
              MOVE BILL-CUSTOMER TO FA-CUSTOMER
              MOVE ZERO TO FA-OUTSTANDING FA-LAST-ACCRUED-AMOUNT
                           FA-LAST-COLLECTED-AMOUNT
           END-IF

           IF ARREARS-COLLECTED > ZERO
              MOVE TODAY-DATE-STAMP  TO FA-LAST-COLLECTED-DATE
              MOVE ARREARS-COLLECTED TO FA-LAST-COLLECTED-AMOUNT
           END-IF

           IF FEE-ACCRUED > ZERO
              ADD 1 TO CUSTOMERS-ACCRUED
              MOVE BILLING-MONTH    TO FA-LAST-ACCRUED-MONTH
              MOVE TODAY-DATE-STAMP TO FA-LAST-ACCRUED-DATE
              MOVE FEE-ACCRUED      TO FA-LAST-ACCRUED-AMOUNT
           END-IF

      * The oldest unpaid amount is today's once the arrears brought
      * forward are cleared.
           EVALUATE TRUE
             WHEN OUTSTANDING-AFTER = ZERO
                  MOVE SPACES TO FA-OLDEST-ACCRUED-DATE
             WHEN ARREARS-COLLECTED = ARREARS-BROUGHT-FORWARD
                  MOVE TODAY-DATE-STAMP TO FA-OLDEST-ACCRUED-DATE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           MOVE OUTSTANDING-AFTER TO FA-OUTSTANDING

           IF RECEIVABLE-ON-FILE
              REWRITE FEE-RECEIVABLE-RECORD
           ELSE
              WRITE FEE-RECEIVABLE-RECORD
           END-IF
           IF FEAR-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: TRADFEAR UPDATE FAILED FOR '
                      FA-CUSTOMER ' STATUS=' FEAR-FILE-STATUS
           END-IF
           .
       UPDATE-FEE-RECEIVABLE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASH-JOURNAL-ENTRY SECTION.
      * Journal the fee debit (type 'F' - see CASHJRNL.cpy), arrears
      * and this month's fee together as the one movement.  Every
      * entry this run carries the same RUN-TIMESTAMP, so CJ-JRN-SEQ
      * is bumped until the WRITE takes, the blotter scheme.
           MOVE CASH-CUSTOMER TO CJ-CUSTOMER
           MOVE RUN-TIMESTAMP TO CJ-TIMESTAMP
           SET CJ-TYPE-IS-FEE TO TRUE
           SET CJ-IS-DEBIT TO TRUE
           MOVE AMOUNT-COLLECTED TO CJ-AMOUNT
           MOVE CASH-BALANCE TO CJ-BALANCE-AFTER
           MOVE 'TRADERFE' TO CJ-SOURCE
           MOVE ZERO TO CJ-JRN-SEQ
           WRITE CASH-JOURNAL-RECORD
           PERFORM UNTIL CJRN-FILE-STATUS NOT = '22'
                      OR CJ-JRN-SEQ = 999
              ADD 1 TO CJ-JRN-SEQ
              WRITE CASH-JOURNAL-RECORD
           END-PERFORM
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFE: TRADCJRN WRITE FAILED FOR '
                      CJ-CUSTOMER ' STATUS=' CJRN-FILE-STATUS
           END-IF
           .
       WRITE-CASH-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REGISTER-LINE SECTION.
           MOVE SPACES TO FEE-DETAIL-LINE
           MOVE BILL-CUSTOMER(1:20) TO FD-CUSTOMER
           MOVE AVERAGE-VALUE       TO FD-AVG-VALUE
           MOVE FEE-AMOUNT          TO FD-FEE
           MOVE AMOUNT-COLLECTED    TO FD-COLLECTED
           MOVE FEE-ACCRUED         TO FD-ACCRUED
           MOVE OUTSTANDING-AFTER   TO FD-OUTSTANDING
           MOVE FEE-OUTCOME         TO FD-OUTCOME
           MOVE FEE-DETAIL-LINE TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           .
       WRITE-REGISTER-LINE-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'CUSTOMERS REVIEWED         : ' CUSTOMERS-REVIEWED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'CUSTOMERS BILLED           : ' CUSTOMERS-BILLED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'CUSTOMERS WAIVED           : ' CUSTOMERS-WAIVED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'ALREADY BILLED (SKIPPED)   : '
                  CUSTOMERS-ALREADY-BILLED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'CLOSURES NOT BILLED        : ' CUSTOMERS-NOT-BILLED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'CUSTOMERS WITH FEES ACCRUED: ' CUSTOMERS-ACCRUED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'HOLDINGS NOT VALUED        : ' POSITIONS-UNVALUED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'TOTAL FEES CHARGED         : ' TOTAL-FEES-CHARGED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'FEES COLLECTED FROM CASH   : ' TOTAL-FEES-COLLECTED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'FEES ACCRUED AS RECEIVABLE : ' TOTAL-FEES-ACCRUED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           STRING 'ARREARS COLLECTED          : '
                  TOTAL-ARREARS-COLLECTED
                  DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF
           IF VALH-OPEN
              CLOSE TRADVALH-FILE
           END-IF
           IF TRADRATE-OPEN
              CLOSE TRADRATE-FILE
           END-IF
           CLOSE TRADCUST-FILE
                 TRADCOMP-FILE
                 TRADCASH-FILE
                 TRADCJRN-FILE
                 TRADFEAR-FILE
                 FEE-REPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
