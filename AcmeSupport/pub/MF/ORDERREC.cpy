      *            at that night's close (the price field is ignored) *
      * A blank price type reads as LIMIT, so every order already on  *
      * the book keeps the behaviour it was placed with.              *
      *                                                               *
      * ORD-SOURCE names the program that put the order on the book - *
      * TRADERBL for a customer's own order, TRADERBO for a branch    *
      * import, TRADERFL for a forced sell-out against a failed       *
      * settlement, TRADERIP for a regular investment plan's monthly  *
      * buy (a market order expiring the night it is placed).  Blank  *
      * on orders placed before it was carried.                       *
      *****************************************************************
       01 ORDER-IO-BUFFER.
          03 ORD-KEY.
             88 ORD-PRICE-IS-LIMIT     VALUE 'L' ' '.
             88 ORD-PRICE-IS-STOP      VALUE 'T'.
             88 ORD-PRICE-IS-MARKET    VALUE 'M'.
      * Appended behind the original layout so the orders already on
      * the book read as blank here.
          03 ORD-SOURCE                PIC X(08).
