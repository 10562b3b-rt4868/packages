      * sequence number (bumped on a key collision, the same scheme   *
      * the blotter uses - see TRADELOG.cpy) so the control report    *
      * can browse a date range directly.                             *
      *                                                               *
      * Comp_Maint changes are four-eyes: the change is held on       *
      * TRADAPPR (see APPRREC.cpy) and only written here once a       *
      * second operator approves it.  AU-USERID is then the maker who *
      * asked for the change and AU-MAKER-TIMESTAMP when; the         *
      * approving operator and the approval time follow.              *
      *****************************************************************
       01 AUDIT-IO-BUFFER.
          03 AU-KEY.
          03 AU-NEW-SHARE-VALUE        PIC X(08).
          03 AU-NEW-COMMISSION-BUY     PIC X(03).
          03 AU-NEW-COMMISSION-SELL    PIC X(03).
      * Trading status before and after (see COMPREC.cpy) - appended,
      * so an entry written before the status existed reads blank.
          03 AU-OLD-STATUS             PIC X(01).
          03 AU-NEW-STATUS             PIC X(01).
      * Maker-checker trail - appended, so an entry written before
      * approvals existed reads blank.
          03 AU-MAKER-TIMESTAMP        PIC X(19).
          03 AU-CHECKER-USERID         PIC X(60).
          03 AU-CHECKER-TIMESTAMP      PIC X(19).
