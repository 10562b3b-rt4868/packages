      * position at the retention date and TL-PRICE its average cost,
      * so the reconciliation and average-cost replays still start
      * from truth.  Not a trade either - it replays like a buy.
      * 'X' is a trade cancellation (bust) written by the supervisor
      * Trade_Cancel request in TRADERBL: it carries the busted
      * trade's company, shares, price and commission rate unchanged
      * and names the original entry in TL-REVERSAL-REF (the
      * customer is the same, so timestamp + sequence is the whole
      * original TL-KEY).  The original is never touched - the
      * share-count replay (TRADERRC) applies the 'X' as the
      * opposite of the original, and the average-cost replays
      * (TRADERGL, TRADERTX, TRADERAR) drop the busted trade and its
      * 'X' together, so the basis is as if it never happened.
      * 'T' is a transfer-out written by the account closure run
      * (TRADERCL) when a closing account's holdings are delivered to
      * another broker: TL-SHARES is the shares transferred out and
      * TL-PRICE the market price at transfer, for the record only.
      * Not a trade - no cash moves and no gain is realised.  The
      * share-count replay takes the shares off like a sell; the
      * average-cost replays relieve shares and basis at average
      * cost with nothing realised.
          03 TL-TRADE-TYPE             PIC X(01).
             88 TL-TRADE-IS-BUY        VALUE 'B'.
             88 TL-TRADE-IS-SELL       VALUE 'S'.
             88 TL-TRADE-IS-SPLIT      VALUE 'P'.
             88 TL-TRADE-IS-DIVIDEND   VALUE 'D'.
             88 TL-TRADE-IS-CARRYFWD   VALUE 'O'.
             88 TL-TRADE-IS-CANCEL     VALUE 'X'.
             88 TL-TRADE-IS-XFER-OUT   VALUE 'T'.
          03 TL-SHARES                 PIC 9(06).
          03 TL-PRICE                  PIC 9(05)V99.
          03 TL-SOURCE                 PIC X(08).
      * (TRADERVL) bill what was actually charged instead of
      * recomputing from the company's flat rate.
          03 TL-COMMISSION-PCT         PIC 9(03).
      * The entry an 'X' cancels - blank on every other entry type.
      * Appended behind the original layout so the entries already
      * on file read as blank here.
          03 TL-REVERSAL-REF.
             05 TL-REV-TIMESTAMP       PIC X(19).
             05 TL-REV-LOG-SEQ         PIC 9(03).
             05 TL-REV-TRADE-TYPE      PIC X(01).
                88 TL-REV-OF-BUY       VALUE 'B'.
                88 TL-REV-OF-SELL      VALUE 'S'.
