      * withdrawals, by TRADERSE for the T+2 trade settlements, by    *
      * TRADERCA for dividend credits and by TRADERIN for the         *
      * month-end interest credit, all with the balance after the     *
      * movement captured alongside.  A trade cancelled by the        *
      * Trade_Cancel request after its cash leg already settled is    *
      * unwound with an 'R' entry - a credit giving back a buy's      *
      * debit, a debit taking back a sell's proceeds.                 *
      * The bank receipts run TRADERBR journals a matched bank        *
      * receipt as a deposit, and a withdrawal the bank rejected as   *
      * a 'P' payment-returned credit putting the money back.         *
      * The month-end fee run TRADERFE journals the custody and       *
      * account maintenance fee it collects as an 'F' debit - any     *
      * part the balance cannot cover accrues on TRADFEAR instead     *
      * (see FEEARREC.cpy) and never touches TRADCASH.  TRADERCL      *
      * collects a closing account's fee arrears the same way, as an  *
      * 'F' debit ahead of its final 'W' payout.                      *
      * Replayed nightly by the cash reconciliation (TRADERCR) to     *
      * certify TRADCASH, and read by the monthly statement           *
      * (TRADERST) for the customer's cash activity and by the month- *
      * end performance report (TRADERPF) for money in and out.       *
      *                                                               *
      * Balances that predate the journal are represented by a one-   *
      * time conversion deposit entry per customer staged at cutover, *
             88 CJ-TYPE-IS-SELL-SETTLE VALUE 'S'.
             88 CJ-TYPE-IS-DIVIDEND    VALUE 'V'.
             88 CJ-TYPE-IS-INTEREST    VALUE 'I'.
             88 CJ-TYPE-IS-TRADE-REVERSAL
                                       VALUE 'R'.
             88 CJ-TYPE-IS-PAYMENT-RETURNED
                                       VALUE 'P'.
             88 CJ-TYPE-IS-FEE         VALUE 'F'.
          03 CJ-DEBIT-CREDIT           PIC X(01).
             88 CJ-IS-DEBIT            VALUE 'D'.
             88 CJ-IS-CREDIT           VALUE 'C'.
