      *****************************************************************
      * PLANREC - TRADPLAN regular investment plan record: one row    *
      * per monthly savings scheme, keyed customer + plan number      *
      * (numbers are never reused, the TRADORDR scheme).  The         *
      * customer puts a fixed cash amount into one company every      *
      * month on PL-DAY-OF-MONTH, between PL-START-DATE and           *
      * PL-STOP-DATE (blank = until stopped).                         *
      *                                                               *
      * Added, amended and listed online by the Plan_Maint request in *
      * TRADERBL.  Each night TRADERIP works out every plan's due     *
      * date for the month - the day capped at the month's last day,  *
      * then rolled forward over weekends and TRADCLDR holidays to    *
      * the next business day - and on (or, after a missed night,     *
      * the first run after) that date turns the amount into a market *
      * buy on TRADORDR for TRADERLO to fill at the night's price.    *
      *                                                               *
      * PL-LAST-DUE-DATE is the due date the plan was last acted on   *
      * - an order placed or the month's instalment skipped - so a    *
      * rerun or a redriven night never buys the same month twice.    *
      * PL-LAST-OUTCOME and PL-LAST-ORDER-NO say what happened.       *
      * A suspended plan is passed over until it is made active       *
      * again; it does not catch up the months it missed.             *
      *****************************************************************
       01 PLAN-IO-BUFFER.
          03 PL-KEY.
             05 PL-CUSTOMER            PIC X(60).
             05 PL-PLAN-NO             PIC 9(04).
          03 PL-COMPANY                PIC X(20).
          03 PL-MONTHLY-AMOUNT         PIC 9(09)V99.
          03 PL-DAY-OF-MONTH           PIC 9(02).
          03 PL-START-DATE             PIC X(10).
          03 PL-STOP-DATE              PIC X(10).
          03 PL-STATUS                 PIC X(01).
             88 PL-STATUS-ACTIVE       VALUE 'A'.
             88 PL-STATUS-SUSPENDED    VALUE 'S'.
             88 PL-STATUS-VALID        VALUE 'A' 'S'.
          03 PL-CREATED-DATE           PIC X(10).
          03 PL-LAST-DUE-DATE          PIC X(10).
          03 PL-LAST-OUTCOME           PIC X(01).
             88 PL-OUTCOME-ORDERED     VALUE 'O'.
             88 PL-OUTCOME-SKIPPED     VALUE 'S'.
          03 PL-LAST-ORDER-NO          PIC 9(04).
