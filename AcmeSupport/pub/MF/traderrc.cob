      *                                                               *
      * The TRADRCRP report ends with an in-balance / breaks-found    *
      * certification line so ops can sign the books off each morning *
      * before CICS comes up.  A break is put right by a TRADERFR     *
      * forward-recovery run for the customers concerned.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
      * position in TL-SHARES) and the year-end carry-forward (the
      * net position the archived entries amounted to).  Dividend
      * entries move cash, not shares, so they are left out of the
      * replay.  A trade cancellation moves the count back the other
      * way by the busted trade's shares - it takes a buy's shares
      * off again and gives a sell's back.  A closure transfer-out
      * takes the shares off the way a sell does.
           IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL OR TL-TRADE-IS-SPLIT
              OR TL-TRADE-IS-CARRYFWD OR TL-TRADE-IS-CANCEL
              OR TL-TRADE-IS-XFER-OUT
              PERFORM LOCATE-REPLAY-ENTRY
              IF REPLAY-ENTRY-FOUND
                 IF TL-TRADE-IS-SELL OR TL-TRADE-IS-XFER-OUT OR
                    (TL-TRADE-IS-CANCEL AND TL-REV-OF-BUY)
                    SUBTRACT TL-SHARES FROM RT-NET-SHARES (REPLAY-IDX)
                 ELSE
                    ADD TL-SHARES TO RT-NET-SHARES (REPLAY-IDX)
