      *****************************************************************
      * FEEARREC - TRADFEAR custody fee receivable: one row per       *
      * customer whose month-end custody and account maintenance fee  *
      * the TRADCASH balance could not cover.  Written by the fee run *
      * TRADERFE, which debits what the balance will bear (TRADCJRN   *
      * type 'F') and accrues the rest here rather than drive the     *
      * balance negative.  The next month's run collects the          *
      * outstanding amount first, before that month's own fee, and    *
      * the closure run TRADERCL collects it from a closing account's *
      * balance before the final payout.                              *
      *                                                               *
      * The row stays on file once FA-OUTSTANDING is back to zero -   *
      * it carries the last accrual and the last collection, dated,   *
      * so the nightly ledger extract TRADERGE can post the           *
      * receivable side: fee income accrued against the receivable    *
      * on FA-LAST-ACCRUED-DATE, and the receivable cleared from      *
      * customer money on FA-LAST-COLLECTED-DATE.  FA-LAST-ACCRUED-   *
      * MONTH is the billing month the last accrual belongs to, and   *
      * tells a redriven fee run that the month is already billed.    *
      * FA-OLDEST-ACCRUED-DATE is when the oldest unpaid amount was   *
      * accrued - blank when nothing is outstanding.                  *
      *****************************************************************
       01 FEE-RECEIVABLE-RECORD.
          03 FA-CUSTOMER               PIC X(60).
          03 FA-OUTSTANDING            PIC 9(11)V99.
          03 FA-OLDEST-ACCRUED-DATE    PIC X(10).
          03 FA-LAST-ACCRUED-MONTH     PIC X(07).
          03 FA-LAST-ACCRUED-DATE      PIC X(10).
          03 FA-LAST-ACCRUED-AMOUNT    PIC 9(11)V99.
          03 FA-LAST-COLLECTED-DATE    PIC X(10).
          03 FA-LAST-COLLECTED-AMOUNT  PIC 9(11)V99.
