      *****************************************************************
      * ALERTREC - TRADALRT trade surveillance alert record: one      *
      * permanent row per suspicious pattern the nightly surveillance *
      * run (TRADERSV) finds on the blotter, for compliance to work.  *
      *                                                               *
      * The key is built only from what was found - trade date,       *
      * alert type, customer, company and (for an alert on a single   *
      * fill) that fill's blotter timestamp and sequence - so a rerun *
      * or a second look at the same trading day finds the alert      *
      * already on file and leaves it, and its status, alone.         *
      *                                                               *
      *   'W' wash trade - bought and sold the same company the same  *
      *       day; AL-SHARES-BOUGHT / AL-SHARES-SOLD are the day's    *
      *       totals.                                                 *
      *   'M' pre-move trading - traded the company on the business   *
      *       day before a close-to-close move on TRADHIST beyond the *
      *       threshold; AL-MEASURE is the move in percent.           *
      *   'L' large trade - one fill's consideration many times the   *
      *       customer's own average; AL-MEASURE is the multiple.     *
      *   'O' operator trading - the trader pushed a Price_Update     *
      *       tick (TRADSECF) or a Comp_Maint price change (TRADCAUD) *
      *       for the company the same day.                           *
      *                                                               *
      * AL-STATUS starts open; compliance moves it to reviewed or     *
      * escalated by staging a row on TRADALUP, which the next run    *
      * applies, stamping who and when.                               *
      *****************************************************************
       01 ALERT-IO-BUFFER.
          03 AL-KEY.
             05 AL-TRADE-DATE          PIC X(10).
             05 AL-ALERT-TYPE          PIC X(01).
                88 AL-TYPE-WASH        VALUE 'W'.
                88 AL-TYPE-PRE-MOVE    VALUE 'M'.
                88 AL-TYPE-LARGE       VALUE 'L'.
                88 AL-TYPE-OPERATOR    VALUE 'O'.
             05 AL-CUSTOMER            PIC X(60).
             05 AL-COMPANY             PIC X(20).
             05 AL-REF-TIMESTAMP       PIC X(19).
             05 AL-REF-SEQ             PIC 9(03).
          03 AL-RAISED-DATE            PIC X(10).
          03 AL-STATUS                 PIC X(01).
             88 AL-STATUS-OPEN         VALUE 'O'.
             88 AL-STATUS-REVIEWED     VALUE 'R'.
             88 AL-STATUS-ESCALATED    VALUE 'E'.
             88 AL-STATUS-VALID        VALUE 'O' 'R' 'E'.
          03 AL-SHARES-BOUGHT          PIC 9(07).
          03 AL-SHARES-SOLD            PIC 9(07).
          03 AL-CONSIDERATION          PIC 9(11)V99.
          03 AL-MEASURE                PIC 9(05)V99.
          03 AL-DETAIL                 PIC X(40).
          03 AL-STATUS-BY              PIC X(60).
          03 AL-STATUS-TIMESTAMP       PIC X(19).
          03 AL-STATUS-NOTE            PIC X(40).
