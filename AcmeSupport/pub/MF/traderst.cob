      * The run drives off the TRADVCSH cash snapshot - every        *
      * customer who holds money with us gets a statement.  Cash      *
      * movements come from the TRADVJRN cash-journal snapshot (see   *
      * CASHJRNL.cpy): deposits, withdrawals and the month-end        *
      * interest and custody fee print as their own                   *
      * lines, trade settlements and dividends already print with     *
      * their blotter entries, and the opening balance is the         *
      * closing balance with the month's journaled net unwound - so   *
      * the two balances tie to the journal exactly.                  *
      *                                                               *
      * Each statement goes the way the customer's TRADCMST delivery  *
      * preference says, exactly as TRADERCF sends contract notes:    *
      * paper to TRADSTRP, electronic to the portal export TRADSTEX   *
      * (see EDELREC.cpy), or both.  An electronic customer with no   *
      * e-mail address on file still gets a printed statement.        *
      *                                                               *
      * The primary account of a household (see HHLDREC.cpy) gets a   *
      * consolidated household section after its own: every member's  *
      * cash and positions value, the members' holdings combined by   *
      * company at month-end prices, and the household totals.  The   *
      * other members' own statements are unchanged.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Read in key order to drive the run, and at random for the
      * household members' cash.
           SELECT TRADCASH-FILE ASSIGN TO "TRADVCSH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

      * Households - absent, nobody gets a household section.
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

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "TRADSTRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

      * Portal export of the statements going out electronically.
           SELECT EXPORT-FILE ASSIGN TO "TRADSTEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADHHMB-FILE.
           COPY HHMBREC.

       FD  TRADHHLD-FILE.
           COPY HHLDREC.

       FD  STATEMENT-PRINT-FILE.
       01 STATEMENT-PRINT-LINE          PIC X(100).

      * Export rows are EDELIVERY-RECORD (EDELREC.cpy), written from
      * the working copy.
       FD  EXPORT-FILE.
       01 EXPORT-RECORD                 PIC X(239).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 COMP-FILE-STATUS          PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 HHMB-FILE-STATUS          PIC X(02).
          03 HHLD-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 EXP-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 CASH-EOF-SW               PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 CMST-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CMST-FOUND             VALUE 'Y'.
          03 PRINT-DOC-SW              PIC X(01) VALUE 'Y'.
             88 PRINT-THIS-DOC         VALUE 'Y'.
          03 EXPORT-DOC-SW             PIC X(01) VALUE 'N'.
             88 EXPORT-THIS-DOC        VALUE 'Y'.
          03 HOUSE-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
             88 HOUSE-FILES-OPEN       VALUE 'Y'.
          03 HOUSE-PRIMARY-SW          PIC X(01) VALUE 'N'.
             88 STMT-IS-HOUSE-PRIMARY  VALUE 'Y'.
          03 HOUSE-DONE-SW             PIC X(01) VALUE 'N'.
             88 HOUSE-DONE             VALUE 'Y'.

       01 RUN-COUNTERS.
          03 STATEMENTS-PRODUCED       PIC 9(07) VALUE ZERO.
          03 ACTIVITY-LINES-PRODUCED   PIC 9(07) VALUE ZERO.
          03 POSITIONS-PRODUCED        PIC 9(07) VALUE ZERO.
          03 HOUSEHOLD-SECTIONS        PIC 9(07) VALUE ZERO.

      * Delivery counts - every statement produced is printed,
      * exported or both; DOCS-NO-ADDRESS are electronic customers'
      * statements printed for want of an e-mail address.  Carried
      * on the export trailer.
       01 DELIVERY-COUNTERS.
          03 DOCS-PRODUCED             PIC 9(07) VALUE ZERO.
          03 DOCS-PRINTED              PIC 9(07) VALUE ZERO.
          03 DOCS-EXPORTED             PIC 9(07) VALUE ZERO.
          03 DOCS-BOTH                 PIC 9(07) VALUE ZERO.
          03 DOCS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
          03 EXPORT-HEADERS-WRITTEN    PIC 9(07) VALUE ZERO.
          03 EXPORT-DETAILS-WRITTEN    PIC 9(07) VALUE ZERO.

      * The statement being produced - its export key, date and
      * title, the last detail line number written under it, and a
      * balance or total line's code and amount for
      * EXPORT-BALANCE-LINE.
       01 EXPORT-DOC-FIELDS.
          03 EXPORT-DOC-KEY.
             05 EXPORT-CUSTOMER        PIC X(60).
             05 EXPORT-DOC-TYPE        PIC X(02) VALUE 'ST'.
             05 EXPORT-DOC-REF         PIC X(22).
          03 EXPORT-DOC-DATE           PIC X(10).
          03 EXPORT-DOC-TITLE          PIC X(30)
                VALUE 'MONTHLY STATEMENT'.
          03 EXPORT-LINE-NO            PIC 9(04).
          03 EXPORT-BAL-CODE           PIC X(10).
          03 EXPORT-BAL-AMOUNT         PIC S9(13)V99.

           COPY EDELREC.

           COPY RUNSTAMP.

          03 POSITION-VALUE            PIC 9(11)V99.
          03 PORTFOLIO-TOTAL           PIC 9(11)V99.

      * The household section - the household being consolidated, the
      * member whose cash and positions are being read, and the
      * members' holdings combined by company.  A fifty-first company
      * still counts in the totals; it is only left off the list.
       01 HOUSEHOLD-WORK-FIELDS.
          03 HOUSE-ID                  PIC X(08).
          03 HOUSE-NAME                PIC X(40).
          03 HOUSE-MEMBER              PIC X(60).
          03 HOUSE-MEMBER-CASH         PIC 9(11)V99.
          03 HOUSE-MEMBER-POSITIONS    PIC 9(11)V99.
          03 HOUSE-CASH-TOTAL          PIC 9(12)V99.
          03 HOUSE-POSITIONS-TOTAL     PIC 9(12)V99.
          03 HOUSE-GRAND-TOTAL         PIC 9(12)V99.
          03 HOUSE-HOLDING-COUNT       PIC 9(03).
          03 HOUSE-HOLDING-TABLE.
             05 HOUSE-HOLDING-ENTRY OCCURS 50 TIMES
                                    INDEXED BY HOUSE-HOLD-IDX.
                07 HHT-COMPANY         PIC X(20).
                07 HHT-SHARES          PIC 9(08).
                07 HHT-PRICE           PIC 9(05)V99.
                07 HHT-VALUE           PIC 9(12)V99.

       01 STMT-RULE-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(70) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SP-VALUE                   PIC Z(10)9.99.

       01 STMT-HOUSEHOLD-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'HOUSEHOLD '.
          03 SH-HOUSEHOLD-ID            PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SH-HOUSEHOLD-NAME          PIC X(40).
          03 FILLER                    PIC X(15)
                VALUE ' - CONSOLIDATED'.

       01 STMT-MEMBER-HEADING.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(30)
                VALUE 'MEMBER               RELATION'.
          03 FILLER                    PIC X(30)
                VALUE '         CASH       POSITIONS'.

       01 STMT-MEMBER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SMB-MEMBER                 PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SMB-RELATIONSHIP           PIC X(08).
          03 SMB-CASH                   PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SMB-POSITIONS              PIC Z(10)9.99.

       01 STMT-HOLDING-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SHL-COMPANY                PIC X(20).
          03 SHL-SHARES                 PIC Z(07)9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SHL-PRICE                  PIC ZZZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 SHL-VALUE                  PIC Z(11)9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
                  STOP RUN
           END-EVALUATE

      * Both household files or neither - the index alone cannot
      * name a household.
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
                         DISPLAY 'TRADERST: UNABLE TO OPEN TRADHHLD, '
                                 'STATUS=' HHLD-FILE-STATUS
                         STOP RUN
                  END-EVALUATE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERST: UNABLE TO OPEN TRADHHMB, STATUS='
                          HHMB-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT STATEMENT-PRINT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERST: UNABLE TO OPEN TRADSTRP, STATUS='
              STOP RUN
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERST: UNABLE TO OPEN TRADSTEX, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           STRING RTS-YYYY '-' RTS-MM '-' RTS-DD
                  DELIMITED BY SIZE INTO TODAY-DATE-STAMP
           MOVE CASH-BALANCE  TO CLOSING-CASH-BALANCE
           MOVE ZERO          TO NET-MONTH-CASH

      * Settle how this statement goes out before a line of it is
      * written.
           PERFORM LOOKUP-CUSTOMER-MASTER
           MOVE STMT-CUSTOMER    TO EXPORT-CUSTOMER
           MOVE STATEMENT-MONTH  TO EXPORT-DOC-REF
           MOVE TODAY-DATE-STAMP TO EXPORT-DOC-DATE
           PERFORM CHOOSE-DELIVERY-ROUTE

           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE STMT-RULE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE STMT-CUSTOMER TO SC-CUSTOMER
           MOVE STMT-CUSTOMER-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF CMST-FOUND
              PERFORM PRINT-MAILING-BLOCK
           END-IF

           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE 'CASH AND TRADE ACTIVITY FOR THE MONTH'
                TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM PRINT-MONTH-ACTIVITY
           PERFORM PRINT-MONTH-CASH-MOVEMENTS
           MOVE 'OPENING CASH BALANCE : ' TO SB-CAPTION
           MOVE OPENING-CASH-BALANCE TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'BALANCE' TO EXPORT-BAL-CODE
           MOVE OPENING-CASH-BALANCE TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           MOVE 'CLOSING CASH BALANCE : ' TO SB-CAPTION
           MOVE CLOSING-CASH-BALANCE TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'BALANCE' TO EXPORT-BAL-CODE
           MOVE CLOSING-CASH-BALANCE TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE 'CLOSING POSITIONS AT MONTH-END PRICES'
                TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM PRINT-CLOSING-POSITIONS

           MOVE 'TOTAL PORTFOLIO VALUE: ' TO SB-CAPTION
           MOVE PORTFOLIO-TOTAL TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'TOTAL' TO EXPORT-BAL-CODE
           MOVE PORTFOLIO-TOTAL TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           IF HOUSE-FILES-OPEN
              PERFORM CHECK-HOUSEHOLD-PRIMARY
              IF STMT-IS-HOUSE-PRIMARY
                 PERFORM PRINT-HOUSEHOLD-SECTION
              END-IF
           END-IF

           ADD 1 TO STATEMENTS-PRODUCED
           .
       PRINT-ONE-STATEMENT-EXIT.
           EXIT.
      *****************************************************************
       CHOOSE-DELIVERY-ROUTE SECTION.
      * Paper unless the customer master says electronic or both and
      * carries an e-mail address to send to; an electronic customer
      * without one is printed rather than lost, and counted.  The
      * export header goes out here so the details can follow it.
           MOVE 'Y' TO PRINT-DOC-SW
           MOVE 'N' TO EXPORT-DOC-SW
           ADD 1 TO DOCS-PRODUCED
           IF CMST-FOUND AND
              (CU-DELIVER-ELECTRONIC OR CU-DELIVER-BOTH)
              IF CU-EMAIL-ADDRESS = SPACES
                 ADD 1 TO DOCS-NO-ADDRESS
              ELSE
                 SET EXPORT-THIS-DOC TO TRUE
                 IF CU-DELIVER-ELECTRONIC
                    MOVE 'N' TO PRINT-DOC-SW
                 ELSE
                    ADD 1 TO DOCS-BOTH
                 END-IF
              END-IF
           END-IF
           IF PRINT-THIS-DOC
              ADD 1 TO DOCS-PRINTED
           END-IF
           IF EXPORT-THIS-DOC
              ADD 1 TO DOCS-EXPORTED
              PERFORM WRITE-EXPORT-HEADER
           END-IF
           .
       CHOOSE-DELIVERY-ROUTE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-STATEMENT-LINE SECTION.
      * Every line of a statement goes through here - an electronic-
      * only customer's statement never reaches the print file.
           IF PRINT-THIS-DOC
              WRITE STATEMENT-PRINT-LINE
           END-IF
           .
       WRITE-STATEMENT-LINE-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-CUSTOMER-MASTER SECTION.
           MOVE 'N' TO CMST-FOUND-SW
           MOVE 'MAIL TO : ' TO SM-CAPTION
           MOVE CU-LEGAL-NAME TO SM-TEXT
           MOVE STMT-MAIL-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE SPACES TO SM-CAPTION
           IF CU-ADDRESS-1 NOT = SPACES
              MOVE CU-ADDRESS-1 TO SM-TEXT
              MOVE STMT-MAIL-LINE TO STATEMENT-PRINT-LINE
              PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF CU-ADDRESS-2 NOT = SPACES
              MOVE CU-ADDRESS-2 TO SM-TEXT
              MOVE STMT-MAIL-LINE TO STATEMENT-PRINT-LINE
              PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF CU-CITY NOT = SPACES OR CU-POSTAL-CODE NOT = SPACES
              MOVE SPACES TO SM-TEXT
              STRING CU-CITY ' ' CU-POSTAL-CODE
                     DELIMITED BY SIZE INTO SM-TEXT
              MOVE STMT-MAIL-LINE TO STATEMENT-PRINT-LINE
              PERFORM WRITE-STATEMENT-LINE
           END-IF
           .
       PRINT-MAILING-BLOCK-EXIT.
      * Amount shown per entry type: a buy debits notional plus the
      * commission actually charged at trade time, a sell credits
      * notional less it, a dividend credits shares held times the
      * per-share rate, and a split or a closure transfer-out moves
      * shares but no cash.  A
      * cancellation gives back the amount of the fill it busted, the
      * opposite way round.  The
      * balance arithmetic itself runs off the journal - see
      * PRINT-MONTH-CASH-MOVEMENTS.
           COMPUTE ENTRY-NOTIONAL ROUNDED = TL-SHARES * TL-PRICE
                             ENTRY-NOTIONAL - ENTRY-COMMISSION
                  END-IF
                  MOVE 'CREDIT' TO SA-DEBIT-CREDIT
             WHEN TL-TRADE-IS-CANCEL
                  MOVE 'CANCELLED' TO SA-ACTION
                  IF TL-REV-OF-BUY
                     COMPUTE ENTRY-CASH-AMOUNT =
                             ENTRY-NOTIONAL + ENTRY-COMMISSION
                     MOVE 'CREDIT' TO SA-DEBIT-CREDIT
                  ELSE
                     IF ENTRY-COMMISSION > ENTRY-NOTIONAL
                        MOVE ZERO TO ENTRY-CASH-AMOUNT
                     ELSE
                        COMPUTE ENTRY-CASH-AMOUNT =
                                ENTRY-NOTIONAL - ENTRY-COMMISSION
                     END-IF
                     MOVE 'DEBIT ' TO SA-DEBIT-CREDIT
                  END-IF
             WHEN TL-TRADE-IS-DIVIDEND
                  MOVE 'DIVIDEND ' TO SA-ACTION
                  MOVE ENTRY-NOTIONAL TO ENTRY-CASH-AMOUNT
                  MOVE 'BAL FWD  ' TO SA-ACTION
                  MOVE ZERO TO ENTRY-CASH-AMOUNT
                  MOVE SPACES TO SA-DEBIT-CREDIT
             WHEN TL-TRADE-IS-XFER-OUT
                  MOVE 'XFER OUT ' TO SA-ACTION
                  MOVE ZERO TO ENTRY-CASH-AMOUNT
                  MOVE SPACES TO SA-DEBIT-CREDIT
             WHEN OTHER
                  MOVE TL-TRADE-TYPE TO SA-ACTION
                  MOVE ZERO TO ENTRY-CASH-AMOUNT

           MOVE ENTRY-CASH-AMOUNT TO SA-AMOUNT
           MOVE STMT-ACTIVITY-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           ADD 1 TO ACTIVITY-LINES-PRODUCED

           IF EXPORT-THIS-DOC
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE 'TRADE'            TO ED-LINE-CODE
              MOVE SA-ACTION          TO ED-CAPTION
              MOVE TL-TIMESTAMP(1:10) TO ED-ENTRY-DATE
              MOVE TL-COMPANY         TO ED-COMPANY
              MOVE TL-SHARES          TO ED-SHARES
              MOVE TL-PRICE           TO ED-PRICE
              MOVE ENTRY-CASH-AMOUNT  TO ED-AMOUNT
              MOVE SA-DEBIT-CREDIT(1:1) TO ED-DEBIT-CREDIT
              PERFORM WRITE-EXPORT-DETAIL
           END-IF
           .
       PRINT-ONE-ACTIVITY-LINE-EXIT.
           EXIT.
           END-IF

           IF CJ-TYPE-IS-DEPOSIT OR CJ-TYPE-IS-WITHDRAWAL
              OR CJ-TYPE-IS-INTEREST OR CJ-TYPE-IS-PAYMENT-RETURNED
              OR CJ-TYPE-IS-FEE
              MOVE SPACES TO STMT-ACTIVITY-LINE
              MOVE CJ-TIMESTAMP(1:10) TO SA-DATE
              EVALUATE TRUE
                     MOVE 'DEPOSIT  ' TO SA-ACTION
                WHEN CJ-TYPE-IS-INTEREST
                     MOVE 'INTEREST ' TO SA-ACTION
                WHEN CJ-TYPE-IS-PAYMENT-RETURNED
                     MOVE 'RETURNED ' TO SA-ACTION
                WHEN CJ-TYPE-IS-FEE
                     MOVE 'FEE      ' TO SA-ACTION
                WHEN OTHER
                     MOVE 'WITHDRAWN' TO SA-ACTION
              END-EVALUATE
                 MOVE 'CREDIT' TO SA-DEBIT-CREDIT
              END-IF
              MOVE STMT-ACTIVITY-LINE TO STATEMENT-PRINT-LINE
              PERFORM WRITE-STATEMENT-LINE
              ADD 1 TO ACTIVITY-LINES-PRODUCED

              IF EXPORT-THIS-DOC
                 PERFORM CLEAR-EXPORT-DETAIL
                 MOVE 'CASH'             TO ED-LINE-CODE
                 MOVE SA-ACTION          TO ED-CAPTION
                 MOVE CJ-TIMESTAMP(1:10) TO ED-ENTRY-DATE
                 MOVE CJ-AMOUNT          TO ED-AMOUNT
                 MOVE CJ-DEBIT-CREDIT    TO ED-DEBIT-CREDIT
                 PERFORM WRITE-EXPORT-DETAIL
              END-IF
           END-IF
           .
       APPLY-ONE-CASH-MOVEMENT-EXIT.
              MOVE SHARE-VALUE-TODAY TO SP-PRICE
              MOVE POSITION-VALUE    TO SP-VALUE
              MOVE STMT-POSITION-LINE TO STATEMENT-PRINT-LINE
              PERFORM WRITE-STATEMENT-LINE
              ADD 1 TO POSITIONS-PRODUCED

              IF EXPORT-THIS-DOC
                 PERFORM CLEAR-EXPORT-DETAIL
                 MOVE 'POSITION'        TO ED-LINE-CODE
                 MOVE 'CLOSING POSITION' TO ED-CAPTION
                 MOVE TODAY-DATE-STAMP  TO ED-ENTRY-DATE
                 MOVE COMPANY OF CUSTOMER-IO-BUFFER TO ED-COMPANY
                 MOVE DEC-NO-SHARES     TO ED-SHARES
                 MOVE SHARE-VALUE-TODAY TO ED-PRICE
                 MOVE POSITION-VALUE    TO ED-AMOUNT
                 PERFORM WRITE-EXPORT-DETAIL
              END-IF
           ELSE
              DISPLAY 'TRADERST: COMPANY NOT FOUND FOR '
                      CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
           .
       LOOKUP-COMPANY-PRICE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-HOUSEHOLD-PRIMARY SECTION.
      * Only the household's primary account carries the section.
           MOVE 'N' TO HOUSE-PRIMARY-SW
           MOVE STMT-CUSTOMER TO HM-MEMBER
           READ TRADHHMB-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                 MOVE SPACES TO HH-MEMBER
                 READ TRADHHLD-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF HH-IS-HEADER AND
                          HH-PRIMARY = STMT-CUSTOMER
                          SET STMT-IS-HOUSE-PRIMARY TO TRUE
                          MOVE HH-HOUSEHOLD-ID TO HOUSE-ID
                          MOVE HH-HOUSEHOLD-NAME TO HOUSE-NAME
                       END-IF
                 END-READ
           END-READ
           .
       CHECK-HOUSEHOLD-PRIMARY-EXIT.
           EXIT.
      *****************************************************************
       PRINT-HOUSEHOLD-SECTION SECTION.
      * The member rows follow the household's header on TRADHHLD in
      * key order.  Each member's cash is its closing TRADVCSH
      * balance (none on file is none held) and its positions are
      * its TRADVCUS positions at month-end prices, exactly as its
      * own statement values them.  Reading members' cash moves the
      * run's place on TRADVCSH, so it is put back after the
      * statement's own customer before the run reads on.
           MOVE ZERO TO HOUSE-CASH-TOTAL
                        HOUSE-POSITIONS-TOTAL
                        HOUSE-HOLDING-COUNT

           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE STMT-RULE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE HOUSE-ID TO SH-HOUSEHOLD-ID
           MOVE HOUSE-NAME TO SH-HOUSEHOLD-NAME
           MOVE STMT-HOUSEHOLD-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE STMT-MEMBER-HEADING TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE 'N' TO HOUSE-DONE-SW
           MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
           MOVE SPACES TO HH-MEMBER
           START TRADHHLD-FILE KEY IS GREATER THAN
                 HH-KEY OF HOUSEHOLD-IO-BUFFER
           IF HHLD-FILE-STATUS NOT = '00'
              SET HOUSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL HOUSE-DONE
              READ TRADHHLD-FILE NEXT RECORD
                 AT END
                    SET HOUSE-DONE TO TRUE
                 NOT AT END
                    IF HH-HOUSEHOLD-ID NOT = HOUSE-ID
                       SET HOUSE-DONE TO TRUE
                    ELSE
                       IF HH-IS-MEMBER
                          PERFORM PRINT-HOUSEHOLD-MEMBER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE STMT-CUSTOMER TO CASH-CUSTOMER
           START TRADCASH-FILE KEY IS GREATER THAN
                 CASH-CUSTOMER OF CASH-IO-BUFFER
           IF CASH-FILE-STATUS NOT = '00'
              SET CASH-EOF TO TRUE
           END-IF

           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'COMBINED HOLDINGS AT MONTH-END PRICES'
                TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM VARYING HOUSE-HOLD-IDX FROM 1 BY 1
               UNTIL HOUSE-HOLD-IDX > HOUSE-HOLDING-COUNT
              PERFORM PRINT-HOUSEHOLD-HOLDING
           END-PERFORM

           COMPUTE HOUSE-GRAND-TOTAL =
                   HOUSE-CASH-TOTAL + HOUSE-POSITIONS-TOTAL
           MOVE 'HOUSEHOLD CASH       : ' TO SB-CAPTION
           MOVE HOUSE-CASH-TOTAL TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'HHTOTAL' TO EXPORT-BAL-CODE
           MOVE HOUSE-CASH-TOTAL TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           MOVE 'HOUSEHOLD POSITIONS  : ' TO SB-CAPTION
           MOVE HOUSE-POSITIONS-TOTAL TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'HHTOTAL' TO EXPORT-BAL-CODE
           MOVE HOUSE-POSITIONS-TOTAL TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           MOVE 'HOUSEHOLD TOTAL VALUE: ' TO SB-CAPTION
           MOVE HOUSE-GRAND-TOTAL TO SB-AMOUNT
           MOVE STMT-BALANCE-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'HHTOTAL' TO EXPORT-BAL-CODE
           MOVE HOUSE-GRAND-TOTAL TO EXPORT-BAL-AMOUNT
           PERFORM EXPORT-BALANCE-LINE

           ADD 1 TO HOUSEHOLD-SECTIONS
           .
       PRINT-HOUSEHOLD-SECTION-EXIT.
           EXIT.
      *****************************************************************
       PRINT-HOUSEHOLD-MEMBER SECTION.
           MOVE HH-MEMBER TO HOUSE-MEMBER
           MOVE SPACES TO STMT-MEMBER-LINE
           MOVE HOUSE-MEMBER TO SMB-MEMBER
           EVALUATE TRUE
             WHEN HH-REL-PRIMARY
                  MOVE 'PRIMARY ' TO SMB-RELATIONSHIP
             WHEN HH-REL-JOINT
                  MOVE 'JOINT   ' TO SMB-RELATIONSHIP
             WHEN HH-REL-FAMILY
                  MOVE 'FAMILY  ' TO SMB-RELATIONSHIP
             WHEN HH-REL-MANAGED
                  MOVE 'MANAGED ' TO SMB-RELATIONSHIP
             WHEN OTHER
                  MOVE HH-RELATIONSHIP TO SMB-RELATIONSHIP
           END-EVALUATE

           MOVE ZERO TO HOUSE-MEMBER-CASH
           MOVE HOUSE-MEMBER TO CASH-CUSTOMER
           READ TRADCASH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CASH-BALANCE TO HOUSE-MEMBER-CASH
           END-READ
           PERFORM VALUE-MEMBER-POSITIONS

           ADD HOUSE-MEMBER-CASH TO HOUSE-CASH-TOTAL
           ADD HOUSE-MEMBER-POSITIONS TO HOUSE-POSITIONS-TOTAL
           MOVE HOUSE-MEMBER-CASH TO SMB-CASH
           MOVE HOUSE-MEMBER-POSITIONS TO SMB-POSITIONS
           MOVE STMT-MEMBER-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF EXPORT-THIS-DOC
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE 'HHMEMBER'             TO ED-LINE-CODE
              MOVE HOUSE-MEMBER           TO ED-CAPTION
              MOVE TODAY-DATE-STAMP       TO ED-ENTRY-DATE
              MOVE SMB-RELATIONSHIP       TO ED-COMPANY
              MOVE HOUSE-MEMBER-CASH      TO ED-AMOUNT
              MOVE HOUSE-MEMBER-POSITIONS TO ED-SECOND-AMOUNT
              COMPUTE ED-THIRD-AMOUNT =
                      HOUSE-MEMBER-CASH + HOUSE-MEMBER-POSITIONS
              PERFORM WRITE-EXPORT-DETAIL
           END-IF
           .
       PRINT-HOUSEHOLD-MEMBER-EXIT.
           EXIT.
      *****************************************************************
       VALUE-MEMBER-POSITIONS SECTION.
      * The PRINT-CLOSING-POSITIONS walk of TRADVCUS for one member,
      * valuing each position and adding it into the combined
      * holdings instead of printing it.
           MOVE ZERO TO HOUSE-MEMBER-POSITIONS
           MOVE 'N'  TO POS-DONE-SW
           MOVE HOUSE-MEMBER  TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE '.'           TO KEYREC-DOT
           MOVE SPACES        TO COMPANY OF CUSTOMER-IO-BUFFER
           START TRADCUST-FILE KEY IS NOT LESS THAN
                 KEYREC OF CUSTOMER-IO-BUFFER
           IF CUST-FILE-STATUS NOT = '00'
              SET POS-DONE TO TRUE
           END-IF

           PERFORM UNTIL POS-DONE
              READ TRADCUST-FILE NEXT RECORD
                 AT END
                    SET POS-DONE TO TRUE
                 NOT AT END
                    IF CUSTOMER OF CUSTOMER-IO-BUFFER
                       NOT = HOUSE-MEMBER
                       SET POS-DONE TO TRUE
                    ELSE
                       IF DEC-NO-SHARES > 0
                          PERFORM ADD-HOUSEHOLD-HOLDING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       VALUE-MEMBER-POSITIONS-EXIT.
           EXIT.
      *****************************************************************
       ADD-HOUSEHOLD-HOLDING SECTION.
           PERFORM LOOKUP-COMPANY-PRICE
           IF COMP-FOUND
              COMPUTE POSITION-VALUE ROUNDED =
                      DEC-NO-SHARES * SHARE-VALUE-TODAY
              ADD POSITION-VALUE TO HOUSE-MEMBER-POSITIONS
              SET HOUSE-HOLD-IDX TO 1
              SEARCH HOUSE-HOLDING-ENTRY
                 AT END
                    CONTINUE
                 WHEN HOUSE-HOLD-IDX > HOUSE-HOLDING-COUNT
                    IF HOUSE-HOLDING-COUNT < 50
                       ADD 1 TO HOUSE-HOLDING-COUNT
                       MOVE COMPANY OF CUSTOMER-IO-BUFFER TO
                            HHT-COMPANY (HOUSE-HOLD-IDX)
                       MOVE DEC-NO-SHARES TO
                            HHT-SHARES (HOUSE-HOLD-IDX)
                       MOVE SHARE-VALUE-TODAY TO
                            HHT-PRICE (HOUSE-HOLD-IDX)
                       MOVE POSITION-VALUE TO
                            HHT-VALUE (HOUSE-HOLD-IDX)
                    END-IF
                 WHEN HHT-COMPANY (HOUSE-HOLD-IDX) =
                      COMPANY OF CUSTOMER-IO-BUFFER
                    ADD DEC-NO-SHARES TO HHT-SHARES (HOUSE-HOLD-IDX)
                    ADD POSITION-VALUE TO HHT-VALUE (HOUSE-HOLD-IDX)
              END-SEARCH
           ELSE
              DISPLAY 'TRADERST: COMPANY NOT FOUND FOR '
                      CUSTOMER OF CUSTOMER-IO-BUFFER ' / '
                      COMPANY OF CUSTOMER-IO-BUFFER
           END-IF
           .
       ADD-HOUSEHOLD-HOLDING-EXIT.
           EXIT.
      *****************************************************************
       PRINT-HOUSEHOLD-HOLDING SECTION.
           MOVE SPACES TO STMT-HOLDING-LINE
           MOVE HHT-COMPANY (HOUSE-HOLD-IDX) TO SHL-COMPANY
           MOVE HHT-SHARES (HOUSE-HOLD-IDX)  TO SHL-SHARES
           MOVE HHT-PRICE (HOUSE-HOLD-IDX)   TO SHL-PRICE
           MOVE HHT-VALUE (HOUSE-HOLD-IDX)   TO SHL-VALUE
           MOVE STMT-HOLDING-LINE TO STATEMENT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF EXPORT-THIS-DOC
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE 'HHPOSITION'       TO ED-LINE-CODE
              MOVE 'HOUSEHOLD HOLDING' TO ED-CAPTION
              MOVE TODAY-DATE-STAMP   TO ED-ENTRY-DATE
              MOVE HHT-COMPANY (HOUSE-HOLD-IDX) TO ED-COMPANY
              IF HHT-SHARES (HOUSE-HOLD-IDX) > 9999999
                 MOVE 9999999 TO ED-SHARES
              ELSE
                 MOVE HHT-SHARES (HOUSE-HOLD-IDX) TO ED-SHARES
              END-IF
              MOVE HHT-PRICE (HOUSE-HOLD-IDX) TO ED-PRICE
              MOVE HHT-VALUE (HOUSE-HOLD-IDX) TO ED-AMOUNT
              PERFORM WRITE-EXPORT-DETAIL
           END-IF
           .
       PRINT-HOUSEHOLD-HOLDING-EXIT.
           EXIT.
      *****************************************************************
       EXPORT-BALANCE-LINE SECTION.
      * A balance or total line as a detail row - the caption the
      * printed line carries (SB-CAPTION, less its colon) with the
      * signed amount.
           IF EXPORT-THIS-DOC
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE EXPORT-BAL-CODE    TO ED-LINE-CODE
              MOVE SB-CAPTION(1:21)   TO ED-CAPTION
              MOVE TODAY-DATE-STAMP   TO ED-ENTRY-DATE
              MOVE EXPORT-BAL-AMOUNT  TO ED-AMOUNT
              PERFORM WRITE-EXPORT-DETAIL
           END-IF
           .
       EXPORT-BALANCE-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-HEADER SECTION.
           MOVE SPACES TO EDELIVERY-RECORD
           SET ED-IS-HEADER TO TRUE
           MOVE EXPORT-DOC-KEY    TO ED-DOCUMENT-KEY
           MOVE ZERO              TO ED-LINE-NO
                                     EXPORT-LINE-NO
           MOVE EXPORT-DOC-DATE   TO ED-DOC-DATE
           MOVE EXPORT-DOC-TITLE  TO ED-DOC-TITLE
           MOVE CU-EMAIL-ADDRESS  TO ED-EMAIL-ADDRESS
           MOVE CU-LEGAL-NAME     TO ED-LEGAL-NAME
           MOVE CU-DELIVERY-PREF  TO ED-DELIVERY-PREF
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERST: TRADSTEX WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO EXPORT-HEADERS-WRITTEN
           .
       WRITE-EXPORT-HEADER-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-EXPORT-DETAIL SECTION.
           MOVE SPACES TO EDELIVERY-RECORD
           INITIALIZE ED-LINE-DETAIL
           .
       CLEAR-EXPORT-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-DETAIL SECTION.
      * The caller has filled ED-LINE-DETAIL; stamp the row with the
      * statement's key and the next line number.
           SET ED-IS-DETAIL TO TRUE
           MOVE EXPORT-DOC-KEY TO ED-DOCUMENT-KEY
           ADD 1 TO EXPORT-LINE-NO
           MOVE EXPORT-LINE-NO TO ED-LINE-NO
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERST: TRADSTEX WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO EXPORT-DETAILS-WRITTEN
           .
       WRITE-EXPORT-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-TRAILER SECTION.
      * Always written, even on a run with nothing exported, so the
      * delivery control report can tell an empty file from a short
      * one.
           MOVE SPACES TO EDELIVERY-RECORD
           SET ED-IS-TRAILER TO TRUE
           MOVE EXPORT-DOC-TYPE        TO ED-DOC-TYPE
           MOVE ZERO                   TO ED-LINE-NO
           MOVE TODAY-DATE-STAMP       TO ED-TRL-RUN-DATE
           MOVE 'TRADERST'             TO ED-TRL-PROGRAM
           MOVE DOCS-PRODUCED          TO ED-TRL-DOCS-PRODUCED
           MOVE DOCS-PRINTED           TO ED-TRL-DOCS-PRINTED
           MOVE DOCS-EXPORTED          TO ED-TRL-DOCS-EXPORTED
           MOVE DOCS-BOTH              TO ED-TRL-DOCS-BOTH
           MOVE DOCS-NO-ADDRESS        TO ED-TRL-NO-ADDRESS
           MOVE EXPORT-HEADERS-WRITTEN TO ED-TRL-HEADER-COUNT
           MOVE EXPORT-DETAILS-WRITTEN TO ED-TRL-DETAIL-COUNT
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERST: TRADSTEX TRAILER WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           .
       WRITE-EXPORT-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           PERFORM WRITE-EXPORT-TRAILER

           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'STATEMENTS PRODUCED    : ' STATEMENTS-PRODUCED
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'ACTIVITY LINES PRODUCED: ' ACTIVITY-LINES-PRODUCED
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'POSITIONS PRODUCED     : ' POSITIONS-PRODUCED
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'STATEMENTS PRINTED     : ' DOCS-PRINTED
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'STATEMENTS EXPORTED    : ' DOCS-EXPORTED
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'SENT BOTH WAYS         : ' DOCS-BOTH
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'PRINTED - NO E-MAIL    : ' DOCS-NO-ADDRESS
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

           STRING 'HOUSEHOLD SECTIONS     : ' HOUSEHOLD-SECTIONS
                  DELIMITED BY SIZE INTO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE

              CLOSE TRADCMST-FILE
           END-IF

           IF HOUSE-FILES-OPEN
              CLOSE TRADHHMB-FILE
                    TRADHHLD-FILE
           END-IF

           CLOSE TRADCASH-FILE
                 TRADCUST-FILE
                 TRADELOG-FILE
                 TRADCOMP-FILE
                 TRADCJRN-FILE
                 STATEMENT-PRINT-FILE
                 EXPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
