      *                                                               *
      *   - commission earned, from the day's 'B'/'S' entries on the  *
      *     TRADVLOG blotter snapshot at the TL-COMMISSION-PCT        *
      *     actually charged, less the commission on any fill a       *
      *     trade cancellation ('X') busted today                     *
      *   - customer cash movements, from the day's entries on the    *
      *     TRADVJRN cash-journal snapshot: deposits, withdrawals,    *
      *     T+2 buy/sell settlements, dividend and interest credits,  *
      *     the reversals of busted trades that had settled, and      *
      *     withdrawals the bank rejected and TRADERBR put back       *
      *   - custody fees, from the day's 'F' entries TRADERFE took    *
      *     and the TRADFEAR fee receivable (FEEARREC.cpy): income    *
      *     earned against the receivable where a balance could not   *
      *     cover the fee, and the receivable cleared when a later    *
      *     fee run, or the closure run TRADERCL, collects it         *
      *                                                               *
      * Each total posts as a debit/credit pair against the account   *
      * codes below, so the extract balances by construction; a       *
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

      * The custody fee receivable is only there once a fee run has
      * had to accrue - no file, nothing to post.
           SELECT TRADFEAR-FILE ASSIGN TO "TRADFEAR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FA-CUSTOMER OF FEE-RECEIVABLE-RECORD
                  FILE STATUS IS FEAR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       FD  TRADFEAR-FILE.
           COPY FEEARREC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CJRN-FILE-STATUS          PIC X(02).
          03 GLEX-FILE-STATUS          PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).
          03 FEAR-FILE-STATUS          PIC X(02).

       01 SWITCHES.
          03 LOG-EOF-SW                PIC X(01) VALUE 'N'.
             88 LOG-EOF                VALUE 'Y'.
          03 JRN-EOF-SW                PIC X(01) VALUE 'N'.
             88 JRN-EOF                VALUE 'Y'.
          03 FEAR-EOF-SW               PIC X(01) VALUE 'N'.
             88 FEAR-EOF               VALUE 'Y'.
          03 FEAR-OPEN-SW              PIC X(01) VALUE 'N'.
             88 FEAR-OPEN              VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
      *   COMMINC  - commission income
      *   DIVCLRG  - dividends receivable clearing
      *   INTEXP   - interest paid to customers
      *   FEEINC   - custody and account maintenance fee income
      *   FEERECV  - custody fees receivable from customers

       01 ACCOUNT-CODES.
          03 ACCT-CUST-LIABILITY       PIC X(08) VALUE 'CUSTLIAB'.
          03 ACCT-COMMISSION-INCOME    PIC X(08) VALUE 'COMMINC '.
          03 ACCT-DIVIDEND-CLEARING    PIC X(08) VALUE 'DIVCLRG '.
          03 ACCT-INTEREST-EXPENSE     PIC X(08) VALUE 'INTEXP  '.
          03 ACCT-FEE-INCOME           PIC X(08) VALUE 'FEEINC  '.
          03 ACCT-FEE-RECEIVABLE       PIC X(08) VALUE 'FEERECV '.

       01 DAY-TOTAL-FIELDS.
          03 TRADE-NOTIONAL            PIC 9(11)V99.
          03 TRADE-COMMISSION          PIC 9(11)V99.
          03 TOTAL-COMMISSION          PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-COMMISSION-REVERSED PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-DEPOSITS            PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-WITHDRAWALS         PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-PAYMENTS-RETURNED   PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-BUY-SETTLES         PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-SELL-SETTLES        PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-DIVIDENDS           PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-INTEREST            PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-REVERSAL-CREDITS    PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-REVERSAL-DEBITS     PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEES-TAKEN          PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEES-ACCRUED        PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEE-ARREARS-CLEARED PIC 9(11)V99 VALUE ZERO.
          03 TOTAL-FEES-EARNED-CASH    PIC 9(11)V99 VALUE ZERO.

       01 EXTRACT-CONTROL-FIELDS.
          03 POSTING-AMOUNT            PIC 9(11)V99.
           PERFORM INITIALIZE-RUN
           PERFORM SUM-TODAYS-COMMISSION
           PERFORM SUM-TODAYS-CASH-MOVEMENTS
           PERFORM SUM-TODAYS-FEE-RECEIVABLE
           PERFORM WRITE-EXTRACT-POSTINGS
           PERFORM TERMINATE-RUN
           STOP RUN.
                      GLEX-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADFEAR-FILE
           EVALUATE FEAR-FILE-STATUS
             WHEN '00'
                  SET FEAR-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERGE: UNABLE TO OPEN TRADFEAR, STATUS='
                          FEAR-FILE-STATUS
                  STOP RUN
           END-EVALUATE
           .
       INITIALIZE-RUN-EXIT.
           EXIT.
       SUM-TODAYS-COMMISSION SECTION.
      * Bills exactly what was charged at trade time (TL-COMMISSION-
      * PCT) on the day's genuine fills, the TRADERVL arithmetic.
      * A cancellation carries the busted fill's shares, price and
      * rate, so the commission it gives back is the same sum - it
      * posts as a separate reversal rather than netting, so the
      * ledger sees both sides.
           PERFORM UNTIL LOG-EOF
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                               TL-COMMISSION-PCT / 100
                       ADD TRADE-COMMISSION TO TOTAL-COMMISSION
                    END-IF
                    IF TL-TIMESTAMP(1:10) = TODAY-DATE-STAMP AND
                       TL-TRADE-IS-CANCEL
                       COMPUTE TRADE-NOTIONAL ROUNDED =
                               TL-SHARES * TL-PRICE
                       COMPUTE TRADE-COMMISSION ROUNDED =
                               TRADE-NOTIONAL *
                               TL-COMMISSION-PCT / 100
                       ADD TRADE-COMMISSION
                           TO TOTAL-COMMISSION-REVERSED
                    END-IF
              END-READ
           END-PERFORM
           .
                              ADD CJ-AMOUNT TO TOTAL-DEPOSITS
                         WHEN CJ-TYPE-IS-WITHDRAWAL
                              ADD CJ-AMOUNT TO TOTAL-WITHDRAWALS
                         WHEN CJ-TYPE-IS-PAYMENT-RETURNED
                              ADD CJ-AMOUNT TO TOTAL-PAYMENTS-RETURNED
                         WHEN CJ-TYPE-IS-BUY-SETTLE
                              ADD CJ-AMOUNT TO TOTAL-BUY-SETTLES
                         WHEN CJ-TYPE-IS-SELL-SETTLE
                              ADD CJ-AMOUNT TO TOTAL-DIVIDENDS
                         WHEN CJ-TYPE-IS-INTEREST
                              ADD CJ-AMOUNT TO TOTAL-INTEREST
                         WHEN CJ-TYPE-IS-FEE
                              ADD CJ-AMOUNT TO TOTAL-FEES-TAKEN
                         WHEN CJ-TYPE-IS-TRADE-REVERSAL
                              IF CJ-IS-CREDIT
                                 ADD CJ-AMOUNT
                                     TO TOTAL-REVERSAL-CREDITS
                              ELSE
                                 ADD CJ-AMOUNT
                                     TO TOTAL-REVERSAL-DEBITS
                              END-IF
                         WHEN OTHER
                              CONTINUE
                       END-EVALUATE
           .
       SUM-TODAYS-CASH-MOVEMENTS-EXIT.
           EXIT.
      *****************************************************************
       SUM-TODAYS-FEE-RECEIVABLE SECTION.
      * A fee run's 'F' debit takes the customer's arrears and the
      * month's fee together.  The part that cleared arrears is dated
      * on the TRADFEAR row as its last collection, and the fee left
      * unpaid as its last accrual - so the day's fee income is what
      * was taken less the arrears it cleared, plus what accrued.
           IF FEAR-OPEN
              PERFORM UNTIL FEAR-EOF
                 READ TRADFEAR-FILE NEXT RECORD
                    AT END
                       SET FEAR-EOF TO TRUE
                    NOT AT END
                       IF FA-LAST-ACCRUED-DATE = TODAY-DATE-STAMP
                          ADD FA-LAST-ACCRUED-AMOUNT
                              TO TOTAL-FEES-ACCRUED
                       END-IF
                       IF FA-LAST-COLLECTED-DATE = TODAY-DATE-STAMP
                          ADD FA-LAST-COLLECTED-AMOUNT
                              TO TOTAL-FEE-ARREARS-CLEARED
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

      * Arrears cleared with no fee debit on the journal to pay them
      * would mean the two files disagree - the receivable side is
      * capped at what was taken so the extract still balances, and
      * the difference is reported.
           IF TOTAL-FEES-TAKEN > TOTAL-FEE-ARREARS-CLEARED
              COMPUTE TOTAL-FEES-EARNED-CASH =
                      TOTAL-FEES-TAKEN - TOTAL-FEE-ARREARS-CLEARED
           ELSE
              MOVE ZERO TO TOTAL-FEES-EARNED-CASH
              IF TOTAL-FEES-TAKEN < TOTAL-FEE-ARREARS-CLEARED
                 DISPLAY 'TRADERGE: FEE ARREARS CLEARED '
                         TOTAL-FEE-ARREARS-CLEARED
                         ' EXCEED FEES TAKEN ' TOTAL-FEES-TAKEN
                 MOVE TOTAL-FEES-TAKEN TO TOTAL-FEE-ARREARS-CLEARED
              END-IF
           END-IF
           .
       SUM-TODAYS-FEE-RECEIVABLE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXTRACT-POSTINGS SECTION.
      * Each non-zero total posts as one debit/credit pair, so the
           MOVE 'TRADERBL'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

      * A payment the bank would not make never left the bank
      * account - the withdrawal above is undone.
           MOVE ACCT-BANK-CASH         TO POSTING-DR-ACCOUNT
           MOVE ACCT-CUST-LIABILITY    TO POSTING-CR-ACCOUNT
           MOVE TOTAL-PAYMENTS-RETURNED TO POSTING-AMOUNT
           MOVE 'TRADERBR'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-CUST-LIABILITY    TO POSTING-DR-ACCOUNT
           MOVE ACCT-SETTLE-CLEARING   TO POSTING-CR-ACCOUNT
           MOVE TOTAL-BUY-SETTLES      TO POSTING-AMOUNT
           MOVE 'TRADERGE'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

      * A busted trade gives its commission back to the clearing
      * side, and a settled leg given back to (or taken back from)
      * the customer moves between clearing and customer money the
      * opposite way to the settlement it undoes.
           MOVE ACCT-COMMISSION-INCOME TO POSTING-DR-ACCOUNT
           MOVE ACCT-SETTLE-CLEARING   TO POSTING-CR-ACCOUNT
           MOVE TOTAL-COMMISSION-REVERSED TO POSTING-AMOUNT
           MOVE 'TRADERGE'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-SETTLE-CLEARING   TO POSTING-DR-ACCOUNT
           MOVE ACCT-CUST-LIABILITY    TO POSTING-CR-ACCOUNT
           MOVE TOTAL-REVERSAL-CREDITS TO POSTING-AMOUNT
           MOVE 'TRADERBL'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-CUST-LIABILITY    TO POSTING-DR-ACCOUNT
           MOVE ACCT-SETTLE-CLEARING   TO POSTING-CR-ACCOUNT
           MOVE TOTAL-REVERSAL-DEBITS  TO POSTING-AMOUNT
           MOVE 'TRADERBL'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-DIVIDEND-CLEARING TO POSTING-DR-ACCOUNT
           MOVE ACCT-CUST-LIABILITY    TO POSTING-CR-ACCOUNT
           MOVE TOTAL-DIVIDENDS        TO POSTING-AMOUNT
           MOVE 'TRADERIN'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

      * Custody fees: what the balance paid is earned straight from
      * customer money, what it could not is earned against the fee
      * receivable, and arrears a later run collects clear the
      * receivable from customer money.
           MOVE ACCT-CUST-LIABILITY    TO POSTING-DR-ACCOUNT
           MOVE ACCT-FEE-INCOME        TO POSTING-CR-ACCOUNT
           MOVE TOTAL-FEES-EARNED-CASH TO POSTING-AMOUNT
           MOVE 'TRADERFE'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-FEE-RECEIVABLE    TO POSTING-DR-ACCOUNT
           MOVE ACCT-FEE-INCOME        TO POSTING-CR-ACCOUNT
           MOVE TOTAL-FEES-ACCRUED     TO POSTING-AMOUNT
           MOVE 'TRADERFE'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           MOVE ACCT-CUST-LIABILITY    TO POSTING-DR-ACCOUNT
           MOVE ACCT-FEE-RECEIVABLE    TO POSTING-CR-ACCOUNT
           MOVE TOTAL-FEE-ARREARS-CLEARED TO POSTING-AMOUNT
           MOVE 'TRADERFE'             TO POSTING-SOURCE
           PERFORM WRITE-ONE-POSTING-PAIR

           PERFORM WRITE-CONTROL-TRAILER
           .
       WRITE-EXTRACT-POSTINGS-EXIT.

           PERFORM MARK-RUN-COMPLETE

           IF FEAR-OPEN
              CLOSE TRADFEAR-FILE
           END-IF
           CLOSE TRADELOG-FILE
                 TRADCJRN-FILE
                 GL-EXTRACT-FILE
