      *****************************************************************
      * APPRREC - TRADAPPR pending-approval record: one row per       *
      * sensitive online change held for a second pair of eyes.       *
      * TRADERBL writes a row instead of applying a Comp_Maint add or *
      * update, a User_Maint role grant or change, or a Cash_Withdraw *
      * over the site limit; a different operator (a supervisor for  *
      * a User_Maint row) lists, approves or rejects it through       *
      * Approval_Maint, and only an approval applies the change.      *
      *                                                               *
      * Keyed on the maker's timestamp + a sequence number (bumped on *
      * a key collision, the blotter scheme), so AP-TIMESTAMP is also *
      * when the change was asked for and a browse lists the oldest   *
      * first.  Rows are never deleted - an approved or rejected row  *
      * stays as the record of who decided and when.                  *
      *                                                               *
      * AP-SUBJECT is what the change is to: the company for 'C', the *
      * user being maintained for 'U', the customer whose cash is     *
      * paid out for 'W'.  The requested values sit in the detail     *
      * area, laid out per kind.                                      *
      *****************************************************************
       01 APPROVAL-IO-BUFFER.
          03 AP-KEY.
             05 AP-TIMESTAMP           PIC X(19).
             05 AP-SEQ                 PIC 9(03).
          03 AP-KIND                   PIC X(01).
             88 AP-KIND-COMP-MAINT     VALUE 'C'.
             88 AP-KIND-USER-MAINT     VALUE 'U'.
             88 AP-KIND-WITHDRAWAL     VALUE 'W'.
          03 AP-STATUS                 PIC X(01).
             88 AP-STATUS-PENDING      VALUE 'P'.
             88 AP-STATUS-APPROVED     VALUE 'A'.
             88 AP-STATUS-REJECTED     VALUE 'R'.
          03 AP-MAKER-USERID           PIC X(60).
          03 AP-CHECKER-USERID         PIC X(60).
          03 AP-CHECKER-TIMESTAMP      PIC X(19).
          03 AP-SUBJECT                PIC X(60).
          03 AP-DETAIL                 PIC X(40).
      * Comp_Maint - the CM- request fields exactly as keyed.
          03 AP-COMP-DETAIL REDEFINES AP-DETAIL.
             05 AP-CM-ACTION           PIC X(01).
             05 AP-CM-SHARE-VALUE      PIC X(08).
             05 AP-CM-COMMISSION-BUY   PIC X(03).
             05 AP-CM-COMMISSION-SELL  PIC X(03).
             05 AP-CM-CURRENCY         PIC X(03).
             05 AP-CM-STATUS           PIC X(01).
             05 FILLER                 PIC X(21).
      * User_Maint - the UM- request fields exactly as keyed.
          03 AP-USER-DETAIL REDEFINES AP-DETAIL.
             05 AP-UM-ACTION           PIC X(01).
             05 AP-UM-NEW-PASSWORD     PIC X(10).
             05 AP-UM-NEW-ROLE         PIC X(01).
             05 FILLER                 PIC X(28).
      * Cash_Withdraw - the amount to pay out.
          03 AP-CASH-DETAIL REDEFINES AP-DETAIL.
             05 AP-CASH-AMOUNT         PIC 9(11)V99.
             05 FILLER                 PIC X(27).
