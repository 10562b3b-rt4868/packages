      * SE-USERID is the account the event is about; SE-ACTOR is the  *
      * signed-on user who caused it (the same USERID for sign-on     *
      * events, the supervisor for User_Maint ones).                  *
      *                                                               *
      * 'T' is an intraday price tick applied by Price_Update: the    *
      * operator who pushed it is both SE-USERID and SE-ACTOR and     *
      * SE-DETAIL names the company.  The surveillance run (TRADERSV) *
      * reads these to catch an operator trading a company whose      *
      * price they moved that day.                                    *
      *                                                               *
      * A change applied or refused through Approval_Maint carries    *
      * the maker-checker trail: SE-ACTOR is the checker and          *
      * SE-TIMESTAMP the decision, SE-MAKER-USERID / SE-MAKER-        *
      * TIMESTAMP who asked for it and when (blank on any event that  *
      * did not go through approval).  'W' is a withdrawal over the   *
      * approval limit paid out on approval (SE-DETAIL the amount);   *
      * 'J' is a held change the checker rejected (SE-DETAIL says     *
      * which kind).                                                  *
      *****************************************************************
       01 SECURITY-EVENT-RECORD.
          03 SE-KEY.
             88 SE-EVENT-IS-USER-ADD   VALUE 'A'.
             88 SE-EVENT-IS-PASSWORD   VALUE 'P'.
             88 SE-EVENT-IS-ROLE       VALUE 'R'.
             88 SE-EVENT-IS-PRICE-TICK VALUE 'T'.
             88 SE-EVENT-IS-WITHDRAWAL VALUE 'W'.
             88 SE-EVENT-IS-REJECTION  VALUE 'J'.
          03 SE-DETAIL                 PIC X(20).
      * Maker-checker trail - appended, so an event written before
      * approvals existed reads blank.
          03 SE-MAKER-USERID           PIC X(60).
          03 SE-MAKER-TIMESTAMP        PIC X(19).
