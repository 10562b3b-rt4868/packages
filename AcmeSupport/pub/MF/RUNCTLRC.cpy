      * to run if its own row for the date is already completed (the  *
      * double-run protection that keeps ROLL-PRICE-HISTORY from      *
      * shifting a day twice) or if its predecessor's row is not      *
      * completed (TRADERFD, then the TRADERBR bank receipts, then   *
      * the TRADERSE cash settlement, then                           *
      * the TRADERFL settlement-fails run, then the TRADERDL         *
      * delisting run, then                                          *
      * the TRADERBO branch order import, then the TRADERIP          *
      * investment plan run, then TRADERLO, then the                 *
      * TRADERCL account closure run, then the                       *
      * TRADERSN cutoff snapshot, then TRADERVL, then the TRADERGE   *
      * ledger extract - CICS comes back up once                     *
      * TRADERSN completes; the TRADERBP bank payment file, the       *
      * TRADERRG regulatory report and the TRADERSV surveillance run  *
      * hang off TRADERSN on their own branches).  A row still at     *
      * started means the job abended - the rerun is allowed and the  *
      * TRADRSRT checkpoint takes it from where it died (TRADERBR     *
      * alone refuses, see there).                                    *
      * The night summary (TRADERNS) reads the date's rows to print   *
      * the consolidated morning checklist with its go/no-go line.    *
      * The meaning of the three counters is per-job:                 *
      *   TRADERFD: feed rows read / companies updated / suspended    *
      *   TRADERBR: receipts read / receipts suspended / returned     *
      *   TRADERSE: pending items read / posted / held                *
      *   TRADERFL: held legs read / dunning letters / sell-outs      *
      *   TRADERDL: companies delisted / orders cancelled / holders   *
      *   TRADERBO: instruction rows read / loaded / rejected         *
      *   TRADERIP: plans read / orders placed / plans skipped        *
      *   TRADERLO: orders read / orders executed / skipped           *
      *   TRADERCL: accounts closing / accounts closed / waiting      *
      *   TRADERSN: customers copied / blotter copied / journal copied*
      *   TRADERBP: withdrawals selected / payments sent / by hand    *
      *   TRADERRG: rows submitted / resubmitted / rejections read    *
      *   TRADERSV: fills examined / alerts raised / status changes   *
      *   TRADERVL: customers read / positions valued / trades today  *
      *   TRADERGE: blotter read / journal read / extract written     *
      *   TRADERIT: records checked / exceptions / categories hit     *
      *             (the weekly integrity sweep, off the chain)       *
      *****************************************************************
       01 RUN-CONTROL-BUFFER.
          03 RC-KEY.
