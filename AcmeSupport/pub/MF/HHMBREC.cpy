      *****************************************************************
      * HHMBREC - TRADHHMB household member index: one row per USERID *
      * that belongs to a household, giving the TRADHHLD household id *
      * it belongs to (see HHLDREC.cpy).  It is the way in from a     *
      * USERID - the trading-limit checks, Portfolio_View and the     *
      * month-end statement all read it first, and a USERID with no   *
      * row here is in no household.  Written and deleted only by the *
      * House_Maint request in TRADERBL, in step with the TRADHHLD    *
      * member row.                                                   *
      *****************************************************************
       01 HHMEMBER-IO-BUFFER.
          03 HM-MEMBER                 PIC X(60).
          03 HM-HOUSEHOLD-ID           PIC X(08).
          03 HM-LINKED-DATE            PIC X(10).
