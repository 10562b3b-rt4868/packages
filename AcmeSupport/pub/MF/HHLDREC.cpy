      *****************************************************************
      * HHLDREC - TRADHHLD household record: the USERIDs that make up *
      * one household or linked group - a joint account, a family,    *
      * an adviser-managed book - under an operator-chosen            *
      * household id.  Keyed household id + member USERID, so a       *
      * positioned read at the id with a blank member lands on the    *
      * household's own 'H' header row and the 'M' member rows        *
      * follow it back to back.                                       *
      *                                                               *
      * The header names the household, its primary account (always   *
      * one of the members - the account the household is looked at   *
      * through), how many members it has, and an optional household  *
      * daily turnover cap: the most the members together may turn    *
      * over in one day, checked alongside each member's own TRADLIMT *
      * caps (see LIMITREC.cpy) online by CHECK-TRADING-LIMITS in     *
      * TRADERBL and overnight by TRADERLO.  A zero cap means the     *
      * household is not limited as a whole.                          *
      *                                                               *
      * A USERID belongs to at most one household - TRADHHMB (see     *
      * HHMBREC.cpy) is the member-to-household index every program   *
      * goes through to find it.  Both files are kept together by the *
      * House_Maint request in TRADERBL (operator only).  The         *
      * household view is the primary account's: Portfolio_View       *
      * returns it to the primary on request, and the month-end       *
      * statement run (TRADERST) prints a consolidated household      *
      * section on the primary's statement.                           *
      *****************************************************************
       01 HOUSEHOLD-IO-BUFFER.
          03 HH-KEY.
             05 HH-HOUSEHOLD-ID        PIC X(08).
             05 HH-MEMBER              PIC X(60).
          03 HH-RECORD-TYPE            PIC X(01).
             88 HH-IS-HEADER           VALUE 'H'.
             88 HH-IS-MEMBER           VALUE 'M'.
          03 HH-HEADER-DETAIL.
             05 HH-HOUSEHOLD-NAME      PIC X(40).
             05 HH-PRIMARY             PIC X(60).
             05 HH-MAX-DAILY-TURNOVER  PIC 9(11)V99.
             05 HH-MEMBER-COUNT        PIC 9(03).
             05 HH-CREATED-DATE        PIC X(10).
             05 HH-UPDATED-DATE        PIC X(10).
             05 HH-UPDATED-BY          PIC X(60).
      * Member row - how the USERID is related to the household and
      * who linked it when.  The primary's own row says 'P'.
          03 HH-MEMBER-DETAIL REDEFINES HH-HEADER-DETAIL.
             05 HH-RELATIONSHIP        PIC X(01).
                88 HH-REL-PRIMARY      VALUE 'P'.
                88 HH-REL-JOINT        VALUE 'J'.
                88 HH-REL-FAMILY       VALUE 'F'.
                88 HH-REL-MANAGED      VALUE 'A'.
             05 HH-LINKED-DATE         PIC X(10).
             05 HH-LINKED-BY           PIC X(60).
             05 FILLER                 PIC X(125).
