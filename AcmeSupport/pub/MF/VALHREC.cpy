      *****************************************************************
      * VALHREC - TRADVALH valuation history: one row per customer    *
      * per night, the whole account's worth in base currency at the  *
      * TRADERSN cutoff - every holding at the night's price and rate *
      * (the TRADERVL pass 1 figure) plus the TRADCASH balance.       *
      *                                                               *
      * Written by TRADERVL as it values the TRADVCUS/TRADVCSH        *
      * snapshots, keyed customer + valuation date so one customer's  *
      * history reads back in date order.  A redriven night rewrites  *
      * the date's row with the same figures.  Rows are never         *
      * deleted - the month-end performance report (TRADERPF) chains  *
      * them into time-weighted returns.                              *
      *                                                               *
      * VH-CUTOFF-TIMESTAMP is the TRADERSN start the snapshots were  *
      * taken at: a TRADCJRN movement journaled after the previous    *
      * row's cutoff and up to this one's is inside this row's value. *
      * VH-POSITIONS-UNVALUED counts holdings left out for want of a  *
      * company row or a conversion rate, so a short figure is known  *
      * to be short.                                                  *
      *****************************************************************
       01 VALUATION-HISTORY-RECORD.
          03 VH-KEY.
             05 VH-CUSTOMER            PIC X(60).
             05 VH-VALUE-DATE          PIC X(10).
          03 VH-CUTOFF-TIMESTAMP       PIC X(19).
          03 VH-POSITIONS-VALUE        PIC 9(11)V99.
          03 VH-CASH-BALANCE           PIC 9(11)V99.
          03 VH-TOTAL-VALUE            PIC 9(12)V99.
          03 VH-POSITIONS-UNVALUED     PIC 9(04).
