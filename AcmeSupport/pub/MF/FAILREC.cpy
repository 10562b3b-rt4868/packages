      *****************************************************************
      * FAILREC - TRADFAIL failed-settlement record: one row per      *
      * customer with a matured buy debit still held on TRADPEND      *
      * (TRADERSE could not cover it - "HELD - SHORT FUNDS" / "HELD - *
      * NO CASH RECORD" on TRADSERP).  Maintained each night by the   *
      * fails run TRADERFL, which ages the oldest held leg in         *
      * business days against the TRADCLDR calendar and works the     *
      * buy-in discipline from it:                                    *
      *   - at the dunning threshold a letter goes to the customer    *
      *     (once per fail - FL-DUNNED-DATE) and FL-BUYS-BLOCKED is   *
      *     set: TRADERBL refuses new buys and buy orders online and  *
      *     TRADERLO leaves buy orders unfilled overnight             *
      *   - at the sell-out threshold a market sell order goes on     *
      *     TRADORDR (ORD-SOURCE 'TRADERFL') for enough of the bought *
      *     position to cover the shortfall                           *
      * When the held legs clear the row is deleted, which lifts the  *
      * block.  A customer with no row trades normally - the file     *
      * only exists once the first fail has been seen.                *
      *****************************************************************
       01 FAIL-IO-BUFFER.
          03 FL-CUSTOMER               PIC X(60).
          03 FL-OLDEST-VALUE-DATE      PIC X(10).
          03 FL-AGE-DAYS               PIC 9(03).
          03 FL-HELD-LEGS              PIC 9(03).
          03 FL-HELD-AMOUNT            PIC 9(11)V99.
      * Held debits less the cash on deposit and the credits still
      * pending settlement (a sell-out already filled is in there) -
      * what a further sale has to raise.  Zero once the pipeline
      * will cover the debits by itself.
          03 FL-SHORTFALL              PIC 9(11)V99.
          03 FL-STAGE                  PIC X(01).
             88 FL-STAGE-HELD          VALUE 'H'.
             88 FL-STAGE-DUNNED        VALUE 'D'.
             88 FL-STAGE-SOLD-OUT      VALUE 'S'.
          03 FL-BUYS-BLOCKED-SW        PIC X(01).
             88 FL-BUYS-BLOCKED        VALUE 'Y'.
          03 FL-FIRST-SEEN-DATE        PIC X(10).
          03 FL-DUNNED-DATE            PIC X(10).
          03 FL-SELLOUT-DATE           PIC X(10).
          03 FL-LAST-SEEN-DATE         PIC X(10).
