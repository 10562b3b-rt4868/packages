          03 BAD-NEW-PASSWORD-MSG.
             05 FILLER  PIC X(25) VALUE 'PASSWORD CHANGE REJECTED '.
             05 FILLER  PIC X(25) VALUE '- NEW PASSWORD UNUSABLE  '.
          03 TRADE-NOT-FOUND-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADE TO CANCEL NOT FOUND'.
             05 FILLER  PIC X(25) VALUE ' ON THE BLOTTER          '.
          03 TRADE-NOT-REVERSIBLE-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADE CANNOT BE CANCELLED'.
             05 FILLER  PIC X(25) VALUE ' - NOT A FILL OR UNWOUND '.
          03 ACCOUNT-CLOSED-MSG.
             05 FILLER  PIC X(25) VALUE 'ACCOUNT CLOSED OR CLOSING'.
             05 FILLER  PIC X(25) VALUE ' - NO NEW BUSINESS TAKEN '.
          03 SETTLEMENT-FAIL-MSG.
             05 FILLER  PIC X(25) VALUE 'BUYING SUSPENDED - UNPAID'.
             05 FILLER  PIC X(25) VALUE ' SETTLEMENT OUTSTANDING  '.
          03 TRADING-HALTED-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADING IN THIS COMPANY I'.
             05 FILLER  PIC X(25) VALUE 'S HALTED OR DELISTED     '.
          03 BAD-COMP-STATUS-MSG.
             05 FILLER  PIC X(25) VALUE 'COMP MAINT CALLED WITH AN'.
             05 FILLER  PIC X(25) VALUE ' INVALID TRADING STATUS  '.
          03 APPROVAL-PENDING-MSG.
             05 FILLER  PIC X(25) VALUE 'CHANGE HELD ON TRADAPPR -'.
             05 FILLER  PIC X(25) VALUE ' AWAITING SECOND APPROVER'.
          03 APPROVAL-NOT-FOUND-MSG.
             05 FILLER  PIC X(25) VALUE 'NO PENDING APPROVAL UNDER'.
             05 FILLER  PIC X(25) VALUE ' THE KEY SUPPLIED        '.
          03 SELF-APPROVAL-MSG.
             05 FILLER  PIC X(25) VALUE 'CHECKER MUST NOT BE THE M'.
             05 FILLER  PIC X(25) VALUE 'AKER OF THE CHANGE       '.
          03 PLAN-NOT-FOUND-MSG.
             05 FILLER  PIC X(25) VALUE 'INVESTMENT PLAN NOT FOUND'.
             05 FILLER  PIC X(25) VALUE ' FOR THIS CUSTOMER       '.
          03 BAD-PLAN-MSG.
             05 FILLER  PIC X(25) VALUE 'PLAN REJECTED - BAD DAY, '.
             05 FILLER  PIC X(25) VALUE 'DATES OR STATUS          '.
          03 BAD-DELIVERY-MSG.
             05 FILLER  PIC X(25) VALUE 'DELIVERY PREFERENCE NOT P'.
             05 FILLER  PIC X(25) VALUE '/E/B OR E-MAIL MISSING   '.
          03 BAD-FEE-CLASS-MSG.
             05 FILLER  PIC X(25) VALUE 'FEE CLASS NOT N, S (STAFF'.
             05 FILLER  PIC X(25) VALUE ') OR X (EXEMPT)          '.
          03 MISSING-XFER-BROKER-MSG.
             05 FILLER  PIC X(25) VALUE 'STATUS P (CLOSING) NEEDS '.
             05 FILLER  PIC X(25) VALUE 'RECEIVING BROKER AND A/C '.
          03 BAD-HOUSEHOLD-MSG.
             05 FILLER  PIC X(25) VALUE 'HOUSEHOLD REQUEST REJECTE'.
             05 FILLER  PIC X(25) VALUE 'D - BAD ID/MEMBER/LINK   '.
          03 HOUSEHOLD-NOT-FOUND-MSG.
             05 FILLER  PIC X(25) VALUE 'HOUSEHOLD NOT FOUND OR US'.
             05 FILLER  PIC X(25) VALUE 'ERID NOT A MEMBER OF IT  '.
          03 HOUSEHOLD-LIMIT-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADE REFUSED - HOUSEHOLD'.
             05 FILLER  PIC X(25) VALUE ' TURNOVER LIMIT EXCEEDED '.

       01 COMMAREA-BUFFER.
          03 REQUEST-TYPE              PIC X(15).
                07 CM-ENTRY-SHARE-VALUE      PIC X(08).
                07 CM-ENTRY-COMMISSION-BUY   PIC X(03).
                07 CM-ENTRY-COMMISSION-SELL  PIC X(03).
      * Trading status (see COMPREC.cpy), kept BEHIND the original
      * layout the way Order_Maint's price types are: CM-STATUS sets
      * it on an add (blank = active) and replaces it on an update
      * only when supplied; the browse returns each company's status
      * in the parallel table.
             05 CM-STATUS                 PIC X(01).
             05 CM-ENTRY-STATUSES.
                07 CM-ENTRY-STATUS OCCURS 10 TIMES
                                          PIC X(01).
      * An add or update is four-eyes: it is held on TRADAPPR (see
      * APPRREC.cpy) rather than applied, and comes back
      * APPROVAL-PENDING with the held row's key here for the
      * approving operator to quote on Approval_Maint.
             05 CM-APPROVAL-KEY.
                07 CM-APPROVAL-TIMESTAMP  PIC X(19).
                07 CM-APPROVAL-SEQ        PIC 9(03).
          03 TRADE-HIST-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Trade_Hist request - a page of this USERID's own blotter
      * entries, piggybacked on the same bytes the other request
             05 UM-NEW-PASSWORD           PIC X(10).
             05 UM-NEW-ROLE               PIC X(01).
                88 UM-ROLE-IS-VALID       VALUE 'C' 'O' 'S'.
                88 UM-ROLE-IS-PRIVILEGED  VALUE 'O' 'S'.
      * A role grant - a new operator or supervisor, or any change of
      * an existing user's role - is held on TRADAPPR for a second
      * supervisor instead of applied; the held row's key comes back
      * here with APPROVAL-PENDING.
             05 UM-APPROVAL-KEY.
                07 UM-APPROVAL-TIMESTAMP  PIC X(19).
                07 UM-APPROVAL-SEQ        PIC 9(03).
          03 CUST-MAINT-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Cust_Maint request (operator only) - create or amend the
      * TRADCMST customer master record (legal name, mailing address,
      * leaving the mailroom with nothing but the raw USERID.
      * Piggybacked on the shared request area like the other
      * maintenance buffers; an inquire reads the record back into
      * the same fields for the operator screen.  Setting the status
      * to 'P' starts an account closure; the receiving broker and
      * account the holdings go to are keyed alongside it.  The
      * nominated bank account withdrawals are paid to, and receipts
      * are matched against, sits at the end, followed by how the
      * customer takes their documents - paper, electronic or both -
      * and the e-mail address electronic delivery goes to, then the
      * fee class the month-end custody fee run bills the account by.
             05 CT-ACTION                 PIC X(01).
             05 CT-TARGET-USERID          PIC X(60).
             05 CT-LEGAL-NAME             PIC X(40).
             05 CT-POSTAL-CODE            PIC X(10).
             05 CT-TAX-REF                PIC X(15).
             05 CT-STATUS                 PIC X(01).
             05 CT-XFER-BROKER            PIC X(20).
             05 CT-XFER-ACCOUNT           PIC X(20).
             05 CT-BANK-SORT-CODE         PIC X(11).
             05 CT-BANK-ACCOUNT           PIC X(34).
             05 CT-BANK-ACCOUNT-NAME      PIC X(40).
             05 CT-DELIVERY-PREF          PIC X(01).
                88 CT-DELIVERY-PREF-VALID VALUE 'P' ' ' 'E' 'B'.
                88 CT-DELIVERY-WANTS-EMAIL
                                          VALUE 'E' 'B'.
             05 CT-EMAIL-ADDRESS          PIC X(60).
             05 CT-FEE-CLASS              PIC X(01).
                88 CT-FEE-CLASS-VALID     VALUE 'N' ' ' 'S' 'X'.
          03 PSWD-CHANGE-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Pswd_Change request - a signed-on user (or one whose
      * password has just expired, the one request that state still
                07 PV-SHARES                 PIC 9(06).
                07 PV-SHARE-VALUE            PIC X(08).
                07 PV-CURRENCY               PIC X(03).
      * Household view, kept BEHIND the original layout the
      * Order_Maint way so a caller that knows nothing of it is
      * unaffected.  PV-VIEW-SCOPE 'H' asks for the consolidated view
      * of the signed-on primary account's household (see
      * HHLDREC.cpy): the holdings table and PV-TOTAL-VALUE then
      * cover every member's positions added together, company by
      * company.  Either way PV-HOUSEHOLD-ID names the household the
      * USERID belongs to (SPACES = none), PV-MEMBER-COUNT says how
      * many accounts the figures cover and PV-CASH-VALUE is their
      * cash on deposit, in the 'NNNNNNNNN.NN' form.
             05 PV-VIEW-SCOPE             PIC X(01).
                88 PV-HOUSEHOLD-SCOPE     VALUE 'H'.
             05 PV-HOUSEHOLD-ID           PIC X(08).
             05 PV-MEMBER-COUNT           PIC 9(04).
             05 PV-CASH-VALUE             PIC X(12).
          03 TRADE-CANCEL-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Trade_Cancel request (supervisor only) - bust a completed
      * fill on TC-TARGET-USERID's blotter, named by its TRADLOG key
      * (timestamp + sequence, exactly as Trade_Hist returns them).
      * TC-ACTION-CANCEL backs the trade out; TC-ACTION-REBOOK backs
      * it out and then books the corrected fill - TC-NEW-SHARES in
      * TC-NEW-COMPANY (blank = the original company, re-priced at
      * the original price) - as a fresh buy or sell of the same
      * side.  The busted trade's details come back in TC-TRADE-TYPE
      * through TC-PRICE, and TC-CASH-ACTION says how its cash leg
      * was unwound.  Piggybacked on the shared request area like
      * the other maintenance buffers.
             05 TC-ACTION                 PIC X(01).
             05 TC-TARGET-USERID          PIC X(60).
             05 TC-TIMESTAMP              PIC X(19).
             05 TC-LOG-SEQ                PIC 9(03).
             05 TC-NEW-COMPANY            PIC X(20).
             05 TC-NEW-SHARES             PIC 9(06).
             05 TC-TRADE-TYPE             PIC X(01).
             05 TC-COMPANY                PIC X(20).
             05 TC-SHARES                 PIC 9(06).
             05 TC-PRICE                  PIC X(08).
             05 TC-CASH-ACTION            PIC X(01).
                88 TC-CASH-FROM-PENDING   VALUE 'P'.
                88 TC-CASH-FROM-JOURNAL   VALUE 'J'.
                88 TC-CASH-NONE           VALUE 'N'.
          03 CASH-WITHDRAW-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Cash_Withdraw works off TOTAL-SHARE-VALUE alone; the shared
      * area only carries the key of the TRADAPPR row a withdrawal
      * over WITHDRAWAL-APPROVAL-LIMIT was held on (returned with
      * APPROVAL-PENDING - nothing is paid out until it is approved).
             05 CW-APPROVAL-KEY.
                07 CW-APPROVAL-TIMESTAMP  PIC X(19).
                07 CW-APPROVAL-SEQ        PIC 9(03).
          03 APPROVAL-MAINT-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Approval_Maint request (operator only) - the checker's side of
      * the four-eyes changes held on TRADAPPR.  AM-ACTION-LIST returns
      * up to 5 pending rows from AM-TIMESTAMP/AM-SEQ on (SPACES means
      * "from the oldest"; page forward by re-calling with the last
      * key returned, the Trade_Hist way); AM-ACTION-APPROVE applies
      * the row named by AM-TIMESTAMP/AM-SEQ and AM-ACTION-REJECT
      * refuses it.  The maker may not approve their own change, and
      * a User_Maint row needs a supervisor either way.
             05 AM-ACTION                 PIC X(01).
             05 AM-TIMESTAMP              PIC X(19).
             05 AM-SEQ                    PIC 9(03).
             05 AM-ENTRY-COUNT            PIC 9(04).
             05 AM-ENTRIES OCCURS 5 TIMES
                   INDEXED BY AM-ENTRY-IDX.
                07 AM-ENTRY-TIMESTAMP     PIC X(19).
                07 AM-ENTRY-SEQ           PIC 9(03).
                07 AM-ENTRY-KIND          PIC X(01).
                07 AM-ENTRY-MAKER         PIC X(20).
                07 AM-ENTRY-SUBJECT       PIC X(20).
                07 AM-ENTRY-DETAIL        PIC X(12).
          03 PLAN-MAINT-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * Plan_Maint request - add, amend and list this USERID's
      * regular investment plans on TRADPLAN (see PLANREC.cpy),
      * piggybacked on the shared request area the Order_Maint way.
      * For an add, COMPANY-NAME at the top of COMMAREA-BUFFER is the
      * plan's company and the assigned plan number comes back in
      * PM-PLAN-NO; for an amend, PM-PLAN-NO names the plan.  The
      * monthly amount comes in through TOTAL-SHARE-VALUE in the
      * 'NNNNNNNNN.NN' form the Cash_ requests use.  A blank start
      * date is today, a blank stop date runs until stopped and a
      * blank status is active.  A list returns up to 5 of the
      * customer's plans from PM-PLAN-NO on (zero = from the first),
      * with the due date and outcome of the last instalment.
             05 PM-ACTION                 PIC X(01).
             05 PM-PLAN-NO                PIC 9(04).
             05 PM-DAY-OF-MONTH           PIC 9(02).
             05 PM-START-DATE             PIC X(10).
             05 PM-STOP-DATE              PIC X(10).
             05 PM-STATUS                 PIC X(01).
                88 PM-STATUS-VALID        VALUE 'A' 'S' ' '.
             05 PM-PLAN-COUNT             PIC 9(04).
             05 PM-PLANS OCCURS 5 TIMES
                   INDEXED BY PM-PLAN-IDX.
                07 PM-ENTRY-PLAN-NO       PIC 9(04).
                07 PM-ENTRY-COMPANY       PIC X(20).
                07 PM-ENTRY-AMOUNT        PIC X(12).
                07 PM-ENTRY-DAY           PIC 9(02).
                07 PM-ENTRY-START         PIC X(10).
                07 PM-ENTRY-STOP          PIC X(10).
                07 PM-ENTRY-STATUS        PIC X(01).
                07 PM-ENTRY-LAST-DUE      PIC X(10).
                07 PM-ENTRY-LAST-OUTCOME  PIC X(01).
          03 HOUSE-MAINT-BUFFER REDEFINES COMPANY-OR-HISTORY-BUFFER.
      * House_Maint request (operator only) - set up and keep the
      * households on TRADHHLD and their TRADHHMB member index (see
      * HHLDREC.cpy/HHMBREC.cpy), piggybacked on the shared request
      * area like the other maintenance buffers.  HO-ACTION-ADD
      * creates HO-HOUSEHOLD-ID named HO-HOUSEHOLD-NAME with
      * HO-PRIMARY as its first member; HO-ACTION-UPDATE renames it,
      * hands the primary role to another of its members
      * (HO-PRIMARY) or resets the cap - a blank field is left as it
      * is; HO-ACTION-LINK adds HO-MEMBER-USERID as HO-RELATIONSHIP
      * and HO-ACTION-UNLINK takes it out again.  The household
      * daily turnover cap comes in through TOTAL-SHARE-VALUE in the
      * 'NNNNNNNNN.NN' form the Cash_ requests use (zeros = no
      * household cap).  HO-ACTION-INQUIRE returns the header, the
      * cap in TOTAL-SHARE-VALUE and up to 3 members after
      * HO-MEMBER-USERID (SPACES = from the first; page forward with
      * the last member returned); with no household id it finds
      * the household HO-MEMBER-USERID belongs to and lists it from
      * the first member.
             05 HO-ACTION                 PIC X(01).
             05 HO-HOUSEHOLD-ID           PIC X(08).
             05 HO-HOUSEHOLD-NAME         PIC X(40).
             05 HO-PRIMARY                PIC X(60).
             05 HO-MEMBER-USERID          PIC X(60).
             05 HO-RELATIONSHIP           PIC X(01).
                88 HO-RELATIONSHIP-VALID  VALUE 'J' 'F' 'A'.
             05 HO-MEMBER-COUNT           PIC 9(04).
             05 HO-ENTRY-COUNT            PIC 9(04).
             05 HO-ENTRIES OCCURS 3 TIMES
                   INDEXED BY HO-ENTRY-IDX.
                07 HO-ENTRY-MEMBER        PIC X(60).
                07 HO-ENTRY-RELATIONSHIP  PIC X(01).
                07 HO-ENTRY-LINKED        PIC X(10).

       01 CUSTOMER-IO-BUFFER.
          03 KEYREC.
      * Listing currency - blank means base.  Byte-for-byte with
      * COMPREC.cpy, which the batch programs copy.
          03 COMPANY-CURRENCY          PIC X(03).
      * Trading status - blank reads as active.
          03 COMPANY-STATUS            PIC X(01).
             88 COMPANY-ACTIVE         VALUE 'A' ' '.
             88 COMPANY-HALTED         VALUE 'H'.
             88 COMPANY-DELISTED       VALUE 'D'.
             88 COMPANY-STATUS-VALID   VALUE 'A' ' ' 'H' 'D'.

      * Record layout for the TRADCRED credentials file - one entry
      * per USERID holding the password TRADERPL must match before
                07 USER-LOCKED         PIC X(02) VALUE '19'.
                07 PASSWORD-EXPIRED    PIC X(02) VALUE '20'.
                07 INVALID-PASSWORD    PIC X(02) VALUE '21'.
                07 TRADE-NOT-FOUND     PIC X(02) VALUE '22'.
                07 TRADE-NOT-REVERSIBLE
                                       PIC X(02) VALUE '23'.
                07 ACCOUNT-CLOSED      PIC X(02) VALUE '24'.
                07 SETTLEMENT-FAIL     PIC X(02) VALUE '25'.
                07 TRADING-HALTED      PIC X(02) VALUE '26'.
                07 APPROVAL-PENDING    PIC X(02) VALUE '27'.
                07 APPROVAL-NOT-FOUND  PIC X(02) VALUE '28'.
                07 SELF-APPROVAL       PIC X(02) VALUE '29'.
                07 BAD-APPROVAL-IO     PIC X(02) VALUE '30'.
                07 INVALID-PLAN        PIC X(02) VALUE '31'.
                07 PLAN-NOT-FOUND      PIC X(02) VALUE '32'.
                07 INVALID-DELIVERY    PIC X(02) VALUE '33'.
                07 INVALID-HOUSEHOLD   PIC X(02) VALUE '34'.
                07 HOUSEHOLD-NOT-FOUND PIC X(02) VALUE '35'.
                07 INVALID-FEE-CLASS   PIC X(02) VALUE '36'.
                07 MISSING-XFER-BROKER PIC X(02) VALUE '37'.
                07 PGM-LOGIC-ERROR     PIC X(02) VALUE '98'.
                07 CUSTOMER-NOT-FOUND  PIC X(02) VALUE '99'.
             05 REQUEST-TYPES.
                       value 'Price_Update   '.
                07 PSWD-CHANGE-REQ     PIC X(15)
                       value 'Pswd_Change    '.
                07 TRADE-CANCEL-REQ    PIC X(15)
                       value 'Trade_Cancel   '.
                07 APPROVAL-MAINT-REQ  PIC X(15)
                       value 'Approval_Maint '.
                07 PLAN-MAINT-REQ      PIC X(15)
                       value 'Plan_Maint     '.
                07 HOUSE-MAINT-REQ     PIC X(15)
                       value 'House_Maint    '.
             05 SUBTYPES.
                07 SUBTYPE-UPDATE      PIC X(01) VALUE '0'.
                07 SUBTYPE-BUY         PIC X(01) VALUE '1'.
                07 CT-ACTION-ADD       PIC X(01) VALUE 'A'.
                07 CT-ACTION-UPDATE    PIC X(01) VALUE 'U'.
                07 CT-ACTION-INQUIRE   PIC X(01) VALUE 'I'.
                07 TC-ACTION-CANCEL    PIC X(01) VALUE 'C'.
                07 TC-ACTION-REBOOK    PIC X(01) VALUE 'R'.
                07 AM-ACTION-LIST      PIC X(01) VALUE 'L'.
                07 AM-ACTION-APPROVE   PIC X(01) VALUE 'A'.
                07 AM-ACTION-REJECT    PIC X(01) VALUE 'R'.
                07 PM-ACTION-ADD       PIC X(01) VALUE 'A'.
                07 PM-ACTION-UPDATE    PIC X(01) VALUE 'U'.
                07 PM-ACTION-LIST      PIC X(01) VALUE 'L'.
                07 HO-ACTION-ADD       PIC X(01) VALUE 'A'.
                07 HO-ACTION-UPDATE    PIC X(01) VALUE 'U'.
                07 HO-ACTION-LINK      PIC X(01) VALUE 'L'.
                07 HO-ACTION-UNLINK    PIC X(01) VALUE 'D'.
                07 HO-ACTION-INQUIRE   PIC X(01) VALUE 'I'.
             05 MISC.
                07 OVERFLOW-VALUE      PIC X(12) VALUE 'XXXXXXXXX.XX'.
                07 MAX-COMPANIES       PIC 9(02) VALUE 20.
                07 MAX-MAINT-BROWSE    PIC 9(02) VALUE 10.
                07 MAX-PORTFOLIO-HOLD  PIC 9(02) VALUE 09.
                07 MAX-APPROVAL-LIST   PIC 9(02) VALUE 05.
                07 MAX-PLAN-LIST       PIC 9(02) VALUE 05.
                07 MAX-HOUSEHOLD-LIST  PIC 9(02) VALUE 03.
      * Most accounts one household may link - the size of the member
      * table the household limit check and view load.
                07 MAX-HOUSEHOLD-MEMBERS
                                       PIC 9(02) VALUE 20.
                07 BASE-CURRENCY-CODE  PIC X(03) VALUE 'USD'.
      * Sign-on security policy: consecutive failures before the
      * USERID locks (supervisor unlock via User_Maint), and how old
      * TRADFDPM, so the same move that would suspend on the feed is
      * held here for operator approval.
                07 PRICE-TICK-TOLERANCE PIC 9(03) VALUE 050.
      * Largest Cash_Withdraw paid out on the branch's say-so alone -
      * anything over it is held on TRADAPPR for a second operator.
      * Site-set here.
                07 WITHDRAWAL-APPROVAL-LIMIT
                                       PIC 9(09)V99 VALUE 5000.00.
      * Volume-commission tiers for CALCULATE-TIERED-COMMISSION - the
      * more shares a buy/sell request covers, the bigger the discount
      * taken off the company's flat COMMISSION-BUY-PCT/SELL-PCT base
             05 PV-CONVERSION-RATE     PIC 9(05)V99.
             05 PV-CONVERTED-VALUE     PIC 9(11)V99.
             05 PV-RATE-FOUND          PIC X(01).
      * Holds the company record's own status byte while a requested
      * Comp_Maint status is vetted through the same 88-levels.
             05 CM-STATUS-SAVE         PIC X(01).

      * Permanent trade blotter record and its price-conversion helper
      * fields, shared with the overnight batch programs via the same

          COPY LIMITREC.

      * Failed-settlement record kept by the overnight fails run
      * TRADERFL, shared via the same copybook - see FAILREC.cpy.

          COPY FAILREC.

      * Permanent security event record, shared with the month-end
      * listing (TRADERSC) via the same copybook - see SECEVREC.cpy.

          COPY SECEVREC.

      * Four-eyes pending-approval record - see APPRREC.cpy.

          COPY APPRREC.

      * Regular investment plan record, shared with the overnight plan
      * run TRADERIP via the same copybook - see PLANREC.cpy.

          COPY PLANREC.

      * Household record and its member-to-household index - see
      * HHLDREC.cpy and HHMBREC.cpy.

          COPY HHLDREC.

          COPY HHMBREC.

      * Working fields for settling a trade against the customer's
      * TRADCASH balance and for the Cash_Deposit/Cash_Withdraw
      * requests.  The commission/required/proceeds fields carry one
          03 AVAILABLE-BALANCE         PIC S9(12)V99.

      * Working fields for CHECK-TRADING-LIMITS - this trade's
      * notional, the USERID whose blotter SUM-TODAYS-TURNOVER is to
      * add up and its turnover already on the blotter for the day,
      * and the same for the whole of the customer's household.

       01 LIMIT-CHECK-WORK-FIELDS.
          03 LIM-TRADE-NOTIONAL        PIC 9(11)V99.
          03 LIM-ENTRY-NOTIONAL        PIC 9(11)V99.
          03 LIM-DAY-TURNOVER          PIC 9(12)V99.
          03 LIM-TURNOVER-CUSTOMER     PIC X(60).
          03 LIM-HOUSE-TURNOVER        PIC 9(13)V99.

      * Value-date arithmetic for the T+2 settlement lag - the clock
      * is stepped a day at a time and FORMATTIME's DAYOFWEEK

       01 NEXT-ORDER-NUMBER            PIC 9(04).

      * Working fields for Plan_Maint - the next free TRADPLAN plan
      * number for this customer (wraps to zero past 9999, refused
      * the FIND-NEXT-ORDER-NUMBER way), today and yesterday as
      * YYYY-MM-DD, and the date being vetted by EDIT-PLAN-DATE.

       01 PLAN-MAINT-WORK-FIELDS.
          03 NEXT-PLAN-NUMBER          PIC 9(04).
          03 PLAN-TODAY-DATE           PIC X(10).
          03 PLAN-YESTERDAY-DATE       PIC X(10).
          03 PLAN-OLD-STATUS           PIC X(01).
          03 PLAN-DATE-WORK            PIC X(10).
          03 PLAN-DATE-OK-SW           PIC X(01).
             88 PLAN-DATE-OK           VALUE 'Y'.

      * Cust_Maint: '@' signs counted in a keyed e-mail address by
      * EDIT-CUST-DELIVERY.

       01 EMAIL-AT-COUNT               PIC 9(02).

      * Working fields for House_Maint, the household limit check and
      * the household Portfolio_View - the signed-on USERID (USERID
      * is switched to each member in turn while their positions and
      * cash are read, the Trade_Cancel way), the household header as
      * last read, its members as loaded off TRADHHLD, and the
      * running totals across them.

       01 HOUSEHOLD-WORK-FIELDS.
          03 HOUSE-SIGNED-ON-USERID    PIC X(60).
          03 HOUSE-TODAY-DATE          PIC X(10).
          03 HOUSE-FOUND-SW            PIC X(01).
             88 HOUSE-FOUND            VALUE 'Y'.
          03 HOUSE-ID                  PIC X(08).
          03 HOUSE-PRIMARY             PIC X(60).
          03 HOUSE-CAP                 PIC 9(11)V99.
          03 HOUSE-COUNT               PIC 9(03).
          03 HOUSE-NEW-CAP             PIC 9(11)V99.
          03 HOUSE-CANDIDATE           PIC X(60).
          03 HOUSE-NEW-RELATIONSHIP    PIC X(01).
          03 HOUSE-ROLE-SWAP           PIC X(01).
          03 HOUSE-MEMBER-TOTAL        PIC 9(02).
          03 HOUSE-MEMBER-TABLE.
             05 HOUSE-MEMBER-ENTRY OCCURS 20 TIMES
                   INDEXED BY HOUSE-MEMBER-IDX.
                07 HOUSE-MEMBER-USERID PIC X(60).
          03 HOUSE-SHARES-TOTAL        PIC 9(09).
          03 HOUSE-CASH-TOTAL          PIC 9(11)V99.

      * Working fields for the sign-on security checks: the date a
      * password must have been changed after to still be current,
      * and the outcome of the self read-for-update the bookkeeping
          03 TIERED-COMMISSION-BUY     PIC 9(03).
          03 TIERED-COMMISSION-SELL    PIC 9(03).

      * Working fields for Trade_Cancel - the supervisor's own USERID
      * (USERID itself is switched to the customer being corrected so
      * the position, cash and blotter sections all key off it), the
      * busted entry as read off TRADLOG, its cash leg recomputed the
      * way SETTLE-BUY-CASH/SETTLE-SELL-CASH (or TRADERLO) queued it,
      * and the TRADPEND row that leg is still sitting on, if any.

       01 TRADE-CANCEL-WORK-FIELDS.
          03 TC-SIGNED-ON-USERID       PIC X(60).
          03 TC-ORIG-TIMESTAMP         PIC X(19).
          03 TC-ORIG-LOG-SEQ           PIC 9(03).
          03 TC-ORIG-COMPANY           PIC X(20).
          03 TC-ORIG-TYPE              PIC X(01).
             88 TC-ORIG-IS-BUY         VALUE 'B'.
             88 TC-ORIG-IS-SELL        VALUE 'S'.
          03 TC-ORIG-SHARES            PIC 9(06).
          03 TC-ORIG-PRICE             PIC 9(05)V99.
          03 TC-ORIG-SOURCE            PIC X(08).
          03 TC-ORIG-COMMISSION-PCT    PIC 9(03).
          03 TC-CASH-LEG-AMOUNT        PIC 9(12)V99.
          03 TC-ALREADY-CANCELLED-SW   PIC X(01).
             88 TC-ALREADY-CANCELLED   VALUE 'Y'.
          03 TC-LEG-FOUND-SW           PIC X(01).
             88 TC-LEG-FOUND           VALUE 'Y'.
          03 TC-LEG-KEY                PIC X(73).

      * Working fields for Approval_Maint - the checker's own USERID
      * (USERID is switched to the customer while an approved
      * withdrawal is paid, the Trade_Cancel way), and the switch the
      * maintenance sections test so that a change being applied on
      * approval is not held all over again, and so that the audit
      * and security-event writes carry the maker and checker.

       01 APPROVAL-WORK-FIELDS.
          03 AM-SIGNED-ON-USERID       PIC X(60).
          03 CHECKER-ACTING-SW         PIC X(01) VALUE 'N'.
             88 CHECKER-ACTING         VALUE 'Y'.

      * Calculations for the TRCERROR routine

       01 TRCERROR-WORK-AREAS.
              WHEN PORTFOLIO-VIEW-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      IF PV-HOUSEHOLD-SCOPE
                         PERFORM HOUSEHOLD-PORTFOLIO-VIEW
                      ELSE
                         PERFORM PORTFOLIO-VIEW
                      END-IF
                   END-IF
              WHEN CASH-DEPOSIT-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM ORDER-MAINT
                   END-IF
              WHEN PLAN-MAINT-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM PLAN-MAINT
                   END-IF
              WHEN CUST-MAINT-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM PRICE-UPDATE
                   END-IF
              WHEN TRADE-CANCEL-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM CHECK-SUPERVISOR-AUTHORITY
                   END-IF
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM TRADE-CANCEL
                   END-IF
              WHEN APPROVAL-MAINT-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM CHECK-OPERATOR-AUTHORITY
                   END-IF
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM APPROVAL-MAINT
                   END-IF
              WHEN HOUSE-MAINT-REQ
                   PERFORM VALIDATE-CREDENTIALS
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM CHECK-OPERATOR-AUTHORITY
                   END-IF
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM HOUSE-MAINT
                   END-IF
              WHEN OTHER
                   MOVE UNKNOWN-REQUEST     TO RETURN-VALUE
                   MOVE REQUEST-NOT-FOUND-MSG
      * a company's SHARE-VALUE/COMMISSION-BUY/COMMISSION-SELL so an  *
      * authorized operator no longer has to go around TRADERBL and   *
      * edit TRADCOMP offline to onboard a company or correct its     *
      * commission rates.  An add or update is vetted here but held   *
      * on TRADAPPR until a second operator approves it through       *
      * Approval_Maint, which runs these same sections to apply it.   *
      *****************************************************************
       COMP-MAINT SECTION.
           EVALUATE CM-ACTION
                           CM-ENTRY-COMMISSION-BUY (CM-BROWSE-IDX)
                  MOVE COMMISSION-SELL      TO
                           CM-ENTRY-COMMISSION-SELL (CM-BROWSE-IDX)
                  MOVE COMPANY-STATUS       TO
                           CM-ENTRY-STATUS (CM-BROWSE-IDX)
               END-IF
           END-PERFORM.

      * CM-ACTION-UPDATE for that).

           PERFORM READ-COMPFILE.
           IF RETURN-VALUE = COMPANY-NOT-FOUND
              PERFORM EDIT-COMP-MAINT-STATUS
           END-IF
           IF RETURN-VALUE = COMPANY-NOT-FOUND AND
              NOT CHECKER-ACTING
              PERFORM HOLD-COMP-MAINT-FOR-APPROVAL
           END-IF

           EVALUATE RETURN-VALUE
              WHEN CLEAN-RETURN
                   MOVE CM-COMMISSION-SELL TO COMMISSION-SELL
                   MOVE CM-CURRENCY        TO COMPANY-CURRENCY
                                              OF COMPANY-IO-BUFFER
                   IF CM-STATUS = SPACES
                      MOVE 'A'             TO COMPANY-STATUS
                   ELSE
                      MOVE CM-STATUS       TO COMPANY-STATUS
                   END-IF
                   MOVE CLEAN-RETURN       TO RETURN-VALUE
                   PERFORM WRITE-COMPFILE
                   IF RETURN-VALUE = CLEAN-RETURN
                      MOVE SPACES TO AU-OLD-SHARE-VALUE
                                     AU-OLD-COMMISSION-BUY
                                     AU-OLD-COMMISSION-SELL
                                     AU-OLD-STATUS
                      PERFORM WRITE-MAINT-AUDIT-ENTRY
                   END-IF
              WHEN OTHER
      * SHARE-VALUE/COMMISSION-BUY/COMMISSION-SELL are replaced with
      * whatever the caller supplied; the VALUE-1..7 price history is
      * left untouched (that is rolled forward by TRADERFD, not here).
      * The trading status is replaced only when CM-STATUS is given -
      * halting, lifting a halt or delisting is an update like any
      * other, audited with the before and after status.  Delisting
      * takes effect overnight: TRADERDL cancels the open orders and
      * lists the holders for the cash-out.

           PERFORM EDIT-COMP-MAINT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN AND
              NOT CHECKER-ACTING
              PERFORM READ-COMPFILE
              IF RETURN-VALUE = CLEAN-RETURN
                 PERFORM HOLD-COMP-MAINT-FOR-APPROVAL
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM READ-COMPFILE-FOR-UPDATE
           END-IF

           IF RETURN-VALUE = CLEAN-RETURN
      * Capture the before image while the record still holds it -
              MOVE SHARE-VALUE             TO AU-OLD-SHARE-VALUE
              MOVE COMMISSION-BUY          TO AU-OLD-COMMISSION-BUY
              MOVE COMMISSION-SELL         TO AU-OLD-COMMISSION-SELL
              MOVE COMPANY-STATUS          TO AU-OLD-STATUS
              MOVE CM-SHARE-VALUE          TO SHARE-VALUE
              MOVE CM-COMMISSION-BUY       TO COMMISSION-BUY
              MOVE CM-COMMISSION-SELL      TO COMMISSION-SELL
                 MOVE CM-CURRENCY          TO COMPANY-CURRENCY
                                              OF COMPANY-IO-BUFFER
              END-IF
              IF CM-STATUS NOT = SPACES
                 MOVE CM-STATUS            TO COMPANY-STATUS
              END-IF
              PERFORM REWRITE-COMPFILE
              IF RETURN-VALUE = CLEAN-RETURN
                 SET AU-ACTION-IS-UPDATE TO TRUE

           EXIT.
      *****************************************************************
       EDIT-COMP-MAINT-STATUS SECTION.
      * A supplied trading status must be one TRADCOMP knows - active,
      * halted or delisted (blank means "leave it" on an update and
      * "active" on an add).
           MOVE COMPANY-STATUS OF COMPANY-IO-BUFFER TO CM-STATUS-SAVE
           MOVE CM-STATUS TO COMPANY-STATUS OF COMPANY-IO-BUFFER
           IF NOT COMPANY-STATUS-VALID
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
              MOVE BAD-COMP-STATUS-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           MOVE CM-STATUS-SAVE TO COMPANY-STATUS OF COMPANY-IO-BUFFER
           .
       EDIT-COMP-MAINT-STATUS-EXIT.
           EXIT.
      *****************************************************************
       HOLD-COMP-MAINT-FOR-APPROVAL SECTION.
      * The request has passed every check the apply would make - put
      * it on TRADAPPR exactly as keyed for a second operator.
           MOVE SPACES TO APPROVAL-IO-BUFFER
           SET AP-KIND-COMP-MAINT TO TRUE
           MOVE COMPANY-NAME TO AP-SUBJECT
           MOVE CM-ACTION TO AP-CM-ACTION
           MOVE CM-SHARE-VALUE TO AP-CM-SHARE-VALUE
           MOVE CM-COMMISSION-BUY TO AP-CM-COMMISSION-BUY
           MOVE CM-COMMISSION-SELL TO AP-CM-COMMISSION-SELL
           MOVE CM-CURRENCY TO AP-CM-CURRENCY
           MOVE CM-STATUS TO AP-CM-STATUS
           PERFORM WRITE-APPROVAL-ENTRY
           IF RETURN-VALUE = APPROVAL-PENDING
              MOVE AP-KEY TO CM-APPROVAL-KEY
           END-IF
           .
       HOLD-COMP-MAINT-FOR-APPROVAL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-MAINT-AUDIT-ENTRY SECTION.
      * Append the before/after image of a Comp_Maint change to the
      * TRADCAUD audit file - who changed what, when, and what the
      * AU-OLD-* fields are set by the caller; the new values are
      * whatever the caller just put in the company record.  Key
      * collisions in the same second bump AU-SEQ, the same scheme
      * the blotter write uses.  A change applied on approval is
      * booked to its maker, with the signed-on checker alongside.
           MOVE 'Entry for WRITE-MAINT-AUDIT-ENTRY' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF CHECKER-ACTING
              MOVE AP-MAKER-USERID TO AU-USERID
              MOVE AP-TIMESTAMP TO AU-MAKER-TIMESTAMP
              MOVE USERID TO AU-CHECKER-USERID
              MOVE AP-CHECKER-TIMESTAMP TO AU-CHECKER-TIMESTAMP
           ELSE
              MOVE USERID TO AU-USERID
              MOVE SPACES TO AU-MAKER-TIMESTAMP
                             AU-CHECKER-USERID
                             AU-CHECKER-TIMESTAMP
           END-IF
           MOVE COMPANY OF COMPANY-IO-BUFFER TO AU-COMPANY
           MOVE SHARE-VALUE OF COMPANY-IO-BUFFER
                TO AU-NEW-SHARE-VALUE
                TO AU-NEW-COMMISSION-BUY
           MOVE COMMISSION-SELL OF COMPANY-IO-BUFFER
                TO AU-NEW-COMMISSION-SELL
           MOVE COMPANY-STATUS OF COMPANY-IO-BUFFER
                TO AU-NEW-STATUS
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           END-IF

           MOVE PV-TOTAL-ACCUM              TO DECIMAL-SHARE-VALUE.
           PERFORM FORMAT-CHAR-AMOUNT.
           MOVE CHAR-VALUE                  TO PV-TOTAL-VALUE.

           PERFORM RETURN-PORTFOLIO-CASH.

       PORTFOLIO-VIEW-EXIT.

           EXIT.
           .
       LOOKUP-PORTFOLIO-RATE-EXIT.
           EXIT.
      *****************************************************************
       FORMAT-CHAR-AMOUNT SECTION.
      * DECIMAL-SHARE-VALUE into CHAR-VALUE's 'NNNNNNNNN.NN' form,
      * with the overflow guard RETURN-CASH-BALANCE applies - a
      * figure too big for it reads as OVERFLOW-VALUE.
           IF WORKING-OVERFLOW = 0
              MOVE WORKING-INT-PART TO NUM-INT-PART
              MOVE '.' TO GUB92
              MOVE WORKING-DEC-PART TO NUM-DEC-PART
           ELSE
              MOVE OVERFLOW-VALUE TO CHAR-VALUE
           END-IF
           .
       FORMAT-CHAR-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
       RETURN-PORTFOLIO-CASH SECTION.
      * The plain view also returns the USERID's own cash on deposit
      * and names its household, if it has one, so the caller knows
      * a household view can be asked for.  No cash account yet is
      * a zero balance; a genuine TRADCASH error is returned.
           MOVE 1 TO PV-MEMBER-COUNT
           MOVE SPACES TO PV-HOUSEHOLD-ID
           PERFORM FIND-CUSTOMER-HOUSEHOLD
           IF HOUSE-FOUND
              MOVE HOUSE-ID TO PV-HOUSEHOLD-ID
           END-IF
           MOVE RETURN-VALUE TO PV-SAVED-ERROR
           MOVE ZERO TO HOUSE-CASH-TOTAL
           PERFORM READ-CASHFILE
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE CASH-BALANCE TO HOUSE-CASH-TOTAL
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN OR
              RETURN-VALUE = CUSTOMER-NOT-FOUND
              MOVE PV-SAVED-ERROR TO RETURN-VALUE
           END-IF
           MOVE HOUSE-CASH-TOTAL TO DECIMAL-SHARE-VALUE
           PERFORM FORMAT-CHAR-AMOUNT
           MOVE CHAR-VALUE TO PV-CASH-VALUE
           .
       RETURN-PORTFOLIO-CASH-EXIT.
           EXIT.
      *****************************************************************
      * HOUSEHOLD PORTFOLIO VIEW - the consolidated positions and     *
      * cash of every account in the signed-on USERID's household     *
      * (see HHLDREC.cpy), valued at today's SHARE-VALUE and          *
      * converted into base currency exactly as PORTFOLIO-VIEW values *
      * one customer's.  Only the household's primary account may     *
      * look at it.                                                   *
      *****************************************************************
       HOUSEHOLD-PORTFOLIO-VIEW SECTION.
           MOVE 'Entry for HOUSEHOLD PORTFOLIO VIEW' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO   TO PV-HOLDING-COUNT
           MOVE ZERO   TO PV-TOTAL-ACCUM
           MOVE SPACES TO PV-SAVED-ERROR
           MOVE USERID TO HOUSE-SIGNED-ON-USERID
           PERFORM FIND-CUSTOMER-HOUSEHOLD
           EVALUATE TRUE
             WHEN NOT HOUSE-FOUND
                  MOVE HOUSEHOLD-NOT-FOUND TO RETURN-VALUE
                  MOVE HOUSEHOLD-NOT-FOUND-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN HOUSE-PRIMARY NOT = USERID
                  MOVE NOT-AUTHORIZED TO RETURN-VALUE
                  MOVE NOT-AUTHORIZED-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  PERFORM LOAD-HOUSEHOLD-MEMBERS
                  PERFORM VALUE-HOUSEHOLD-HOLDINGS
                  PERFORM SUM-HOUSEHOLD-CASH
                  MOVE HOUSE-SIGNED-ON-USERID TO USERID
                  IF PV-SAVED-ERROR NOT = SPACES
                     MOVE PV-SAVED-ERROR TO RETURN-VALUE
                  END-IF
                  MOVE HOUSE-ID TO PV-HOUSEHOLD-ID
                  MOVE HOUSE-MEMBER-TOTAL TO PV-MEMBER-COUNT
                  MOVE PV-TOTAL-ACCUM TO DECIMAL-SHARE-VALUE
                  PERFORM FORMAT-CHAR-AMOUNT
                  MOVE CHAR-VALUE TO PV-TOTAL-VALUE
                  MOVE HOUSE-CASH-TOTAL TO DECIMAL-SHARE-VALUE
                  PERFORM FORMAT-CHAR-AMOUNT
                  MOVE CHAR-VALUE TO PV-CASH-VALUE
           END-EVALUATE
           .
       HOUSEHOLD-PORTFOLIO-VIEW-EXIT.
           EXIT.
      *****************************************************************
       VALUE-HOUSEHOLD-HOLDINGS SECTION.
      * The PORTFOLIO-VIEW walk of TRADCOMP, taking every member's
      * holding in each company instead of the one USERID's.
           MOVE SPACES TO COMPANY-NAME
           EXEC CICS STARTBR FILE('TRADCOMP')
                             RIDFLD(COMPANY-NAME)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           PERFORM VARYING I FROM 1 BY 1
               UNTIL CMDRESP = DFHRESP(ENDFILE) OR I > MAX-COMPANIES
               EXEC CICS READNEXT FILE('TRADCOMP')
                                  RIDFLD(COMPANY-NAME)
                                  INTO(COMPANY-IO-BUFFER)
                                  RESP(CMDRESP)
                                  END-EXEC
               IF CMDRESP NOT = DFHRESP(ENDFILE)
                  PERFORM VALUE-HOUSEHOLD-COMPANY
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('TRADCOMP')
                           RESP(CMDRESP)
                           END-EXEC
           .
       VALUE-HOUSEHOLD-HOLDINGS-EXIT.
           EXIT.
      *****************************************************************
       VALUE-HOUSEHOLD-COMPANY SECTION.
      * Each member's holding in the company just read is valued and
      * converted on its own and joins the household total; the
      * detail table shows the household's shares added together
      * (shown as 999999 should they ever pass it - the total is
      * still right).  The rate is only looked up once somebody
      * turns out to hold the company.
           MOVE ZERO   TO HOUSE-SHARES-TOTAL
           MOVE SPACES TO PV-RATE-FOUND
           PERFORM VARYING HOUSE-MEMBER-IDX FROM 1 BY 1
               UNTIL HOUSE-MEMBER-IDX > HOUSE-MEMBER-TOTAL
               MOVE HOUSE-MEMBER-USERID (HOUSE-MEMBER-IDX) TO USERID
               PERFORM READ-CUSTFILE
               IF RETURN-VALUE = CLEAN-RETURN AND
                  DEC-NO-SHARES > 0
                  IF PV-RATE-FOUND = SPACES
                     PERFORM LOOKUP-PORTFOLIO-RATE
                  END-IF
                  IF PV-RATE-FOUND = 'Y'
                     ADD DEC-NO-SHARES TO HOUSE-SHARES-TOTAL
                     PERFORM CALCULATE-SHARE-VALUE
                     COMPUTE PV-CONVERTED-VALUE ROUNDED =
                             DECIMAL-SHARE-VALUE *
                             PV-CONVERSION-RATE
                     ADD PV-CONVERTED-VALUE TO PV-TOTAL-ACCUM
                  END-IF
               END-IF
               IF RETURN-VALUE NOT = CLEAN-RETURN AND
                  RETURN-VALUE NOT = CUSTOMER-NOT-FOUND
                  MOVE RETURN-VALUE TO PV-SAVED-ERROR
               END-IF
               MOVE CLEAN-RETURN TO RETURN-VALUE
           END-PERFORM
           MOVE HOUSE-SIGNED-ON-USERID TO USERID

           IF HOUSE-SHARES-TOTAL > 0 AND
              PV-HOLDING-COUNT < MAX-PORTFOLIO-HOLD
              ADD 1 TO PV-HOLDING-COUNT
              MOVE COMPANY OF COMPANY-IO-BUFFER TO
                       PV-COMPANY (PV-HOLDING-COUNT)
              IF HOUSE-SHARES-TOTAL > 999999
                 MOVE 999999 TO PV-SHARES (PV-HOLDING-COUNT)
              ELSE
                 MOVE HOUSE-SHARES-TOTAL TO
                          PV-SHARES (PV-HOLDING-COUNT)
              END-IF
              MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO
                       PV-SHARE-VALUE (PV-HOLDING-COUNT)
              IF COMPANY-CURRENCY OF COMPANY-IO-BUFFER = SPACES
                 MOVE BASE-CURRENCY-CODE TO
                      PV-CURRENCY (PV-HOLDING-COUNT)
              ELSE
                 MOVE COMPANY-CURRENCY OF COMPANY-IO-BUFFER TO
                      PV-CURRENCY (PV-HOLDING-COUNT)
              END-IF
           END-IF
           .
       VALUE-HOUSEHOLD-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       SUM-HOUSEHOLD-CASH SECTION.
      * Every member's TRADCASH balance - a member with no cash
      * account yet holds none.
           MOVE ZERO TO HOUSE-CASH-TOTAL
           PERFORM VARYING HOUSE-MEMBER-IDX FROM 1 BY 1
               UNTIL HOUSE-MEMBER-IDX > HOUSE-MEMBER-TOTAL
               MOVE HOUSE-MEMBER-USERID (HOUSE-MEMBER-IDX) TO USERID
               PERFORM READ-CASHFILE
               IF RETURN-VALUE = CLEAN-RETURN
                  ADD CASH-BALANCE TO HOUSE-CASH-TOTAL
               END-IF
               IF RETURN-VALUE NOT = CLEAN-RETURN AND
                  RETURN-VALUE NOT = CUSTOMER-NOT-FOUND
                  MOVE RETURN-VALUE TO PV-SAVED-ERROR
               END-IF
               MOVE CLEAN-RETURN TO RETURN-VALUE
           END-PERFORM
           MOVE HOUSE-SIGNED-ON-USERID TO USERID
           .
       SUM-HOUSEHOLD-CASH-EXIT.
           EXIT.
      *****************************************************************
       FIND-CUSTOMER-HOUSEHOLD SECTION.
      * USERID's household, if it has one: its TRADHHMB index row,
      * then the TRADHHLD header, whose primary, cap and member count
      * are kept in HOUSE-ID .. HOUSE-COUNT.  No index row - or
      * neither file defined yet - is no household, the way a
      * missing TRADLIMT row is no limit.
           MOVE 'N' TO HOUSE-FOUND-SW
           MOVE USERID TO HM-MEMBER
           EXEC CICS READ
                     FILE('TRADHHMB')
                     INTO(HHMEMBER-IO-BUFFER)
                     LENGTH(LENGTH OF HHMEMBER-IO-BUFFER)
                     RIDFLD(HM-MEMBER)
                     NOHANDLE
                     END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE HM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
              MOVE SPACES TO HH-MEMBER
              EXEC CICS READ
                        FILE('TRADHHLD')
                        INTO(HOUSEHOLD-IO-BUFFER)
                        LENGTH(LENGTH OF HOUSEHOLD-IO-BUFFER)
                        RIDFLD(HH-KEY)
                        NOHANDLE
                        END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND HH-IS-HEADER
                 SET HOUSE-FOUND TO TRUE
                 MOVE HH-HOUSEHOLD-ID       TO HOUSE-ID
                 MOVE HH-PRIMARY            TO HOUSE-PRIMARY
                 MOVE HH-MAX-DAILY-TURNOVER TO HOUSE-CAP
                 MOVE HH-MEMBER-COUNT       TO HOUSE-COUNT
              END-IF
           END-IF
           .
       FIND-CUSTOMER-HOUSEHOLD-EXIT.
           EXIT.
      *****************************************************************
       LOAD-HOUSEHOLD-MEMBERS SECTION.
      * HOUSE-ID's member rows into HOUSE-MEMBER-TABLE: a positioned
      * browse at the id and a blank member lands on the header, and
      * the members follow it until the id changes.
           MOVE ZERO TO HOUSE-MEMBER-TOTAL
           MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
           MOVE SPACES TO HH-MEMBER
           EXEC CICS STARTBR FILE('TRADHHLD')
                             RIDFLD(HH-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('TRADHHLD')
                                    RIDFLD(HH-KEY)
                                    INTO(HOUSEHOLD-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF HH-HOUSEHOLD-ID NOT = HOUSE-ID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF HH-IS-MEMBER AND
                          HOUSE-MEMBER-TOTAL < MAX-HOUSEHOLD-MEMBERS
                          ADD 1 TO HOUSE-MEMBER-TOTAL
                          MOVE HH-MEMBER TO
                               HOUSE-MEMBER-USERID (HOUSE-MEMBER-TOTAL)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADHHLD')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           .
       LOAD-HOUSEHOLD-MEMBERS-EXIT.
           EXIT.
      /
      *****************************************************************
       BUY-SELL SECTION.
      * A closed or closing account takes no new trades and no new
      * standing-order thresholds - see CHECK-ACCOUNT-STATUS.
           PERFORM CHECK-ACCOUNT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN
              EVALUATE UPDATE-BUY-SELL
                WHEN SUBTYPE-UPDATE
                  PERFORM VALIDATE-COMPANY-EXISTS
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM BUY-SELL-UPDATE-FUNCTION
                  END-IF
                WHEN SUBTYPE-BUY
                  PERFORM VALIDATE-COMPANY-EXISTS
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM CHECK-COMPANY-TRADING
                  END-IF
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM CHECK-SETTLEMENT-FAIL
                  END-IF
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM BUY-SELL-BUY-FUNCTION
                  END-IF
                WHEN SUBTYPE-SELL
                  PERFORM VALIDATE-COMPANY-EXISTS
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM CHECK-COMPANY-TRADING
                  END-IF
                  IF RETURN-VALUE = CLEAN-RETURN
                     PERFORM BUY-SELL-SELL-FUNCTION
                  END-IF
                WHEN OTHER
                  MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
                  MOVE SUB-FUNCTION-NOT-FOUND-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
              END-EVALUATE
           END-IF
           .
       BUY-SELL-EXIT.
           EXIT.
                     END-EXEC
           MOVE LOG-TIMESTAMP TO TL-TIMESTAMP
           MOVE 'TRADERBL' TO TL-SOURCE
           MOVE SPACES TO TL-REVERSAL-REF
      * CALCULATE-TIERED-COMMISSION keys off TRADE-LOG-QTY (already
      * set above by the caller) and COMPANY-IO-BUFFER (already read
      * by VALIDATE-COMPANY-EXISTS before BUY-SELL-BUY/SELL-FUNCTION
       SETTLE-SELL-CASH-EXIT.
           EXIT.
      *****************************************************************
      * TRADE CANCELLATION AND CORRECTION (TRADE BUST) - a supervisor *
      * backs a completed fill out of a customer's account: the      *
      * position is unwound on TRADCUST, the cash leg is pulled off  *
      * TRADPEND if it has not settled yet (or given back with an    *
      * 'R' entry on TRADCJRN if it has), and an 'X' entry naming    *
      * the original goes on TRADLOG.  The original blotter entry is *
      * never touched.  Every check is made before anything is       *
      * updated, so a refused bust leaves the account as it was.     *
      *****************************************************************
       TRADE-CANCEL SECTION.
           MOVE 'Entry for TRADE-CANCEL' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO TC-SIGNED-ON-USERID
           MOVE SPACES TO TC-TRADE-TYPE
           MOVE SPACES TO TC-COMPANY
           MOVE ZERO TO TC-SHARES
           MOVE SPACES TO TC-PRICE
           SET TC-CASH-NONE TO TRUE
           EVALUATE TC-ACTION
             WHEN TC-ACTION-CANCEL
                  CONTINUE
             WHEN TC-ACTION-REBOOK
                  IF TC-NEW-SHARES NOT NUMERIC OR
                     TC-NEW-SHARES = ZERO
                     MOVE INVALID-ORDER TO RETURN-VALUE
                     MOVE BAD-ORDER-MSG TO COMMENT-FIELD
                     PERFORM WRITEQ-TS
                  END-IF
             WHEN OTHER
                  MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
                  MOVE SUB-FUNCTION-NOT-FOUND-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
           END-EVALUATE
           IF RETURN-VALUE = CLEAN-RETURN AND
              TC-LOG-SEQ NOT NUMERIC
              MOVE TRADE-NOT-FOUND TO RETURN-VALUE
              MOVE TRADE-NOT-FOUND-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
      * From here on the customer being corrected is the USERID every
      * position, cash and blotter section keys off.
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE TC-TARGET-USERID TO USERID
              PERFORM READ-TRADE-TO-CANCEL
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-TRADE-ALREADY-CANCELLED
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-CANCEL-POSITION
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-CANCEL-CASH
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM APPLY-CANCEL-TO-POSITION
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM APPLY-CANCEL-TO-CASH
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM WRITE-TRADE-CANCEL-ENTRY
           END-IF
      * The bust stands on its own - a correction the rebook then
      * refuses (funds, limits, a company since removed) comes back
      * with that refusal's return code and the original still
      * cancelled, for the supervisor to re-enter by hand.
           IF RETURN-VALUE = CLEAN-RETURN AND
              TC-ACTION = TC-ACTION-REBOOK
              PERFORM TRADE-CANCEL-REBOOK
           END-IF
           MOVE TC-SIGNED-ON-USERID TO USERID
           .
       TRADE-CANCEL-EXIT.
           EXIT.
      *****************************************************************
       READ-TRADE-TO-CANCEL SECTION.
      * Fetch the named blotter entry directly by its key.  Only a
      * genuine customer fill can be busted - corporate-action,
      * carry-forward and cancellation entries are refused.
           MOVE 'READING TRADE TO CANCEL FROM TRADE LOG'
                 TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO TL-CUSTOMER
           MOVE TC-TIMESTAMP TO TL-TIMESTAMP
           MOVE TC-LOG-SEQ TO TL-LOG-SEQ
           EXEC CICS READ
                     FILE('TRADLOG')
                     INTO(TRADE-LOG-RECORD)
                     LENGTH(LENGTH OF TRADE-LOG-RECORD)
                     RIDFLD(TL-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL
                      MOVE TL-TIMESTAMP TO TC-ORIG-TIMESTAMP
                      MOVE TL-LOG-SEQ TO TC-ORIG-LOG-SEQ
                      MOVE TL-COMPANY TO TC-ORIG-COMPANY
                      MOVE TL-TRADE-TYPE TO TC-ORIG-TYPE
                      MOVE TL-SHARES TO TC-ORIG-SHARES
                      MOVE TL-PRICE TO TC-ORIG-PRICE
                      MOVE TL-SOURCE TO TC-ORIG-SOURCE
                      MOVE TL-COMMISSION-PCT TO TC-ORIG-COMMISSION-PCT
                      MOVE TL-TRADE-TYPE TO TC-TRADE-TYPE
                      MOVE TL-COMPANY TO TC-COMPANY
                      MOVE TL-SHARES TO TC-SHARES
                      MOVE TL-PRICE TO PRICE-CONVERT-VALUE
                      MOVE PRICE-CONVERT-INT-N TO PRICE-CONVERT-INT-X
                      MOVE '.'                 TO PRICE-CONVERT-DOT-X
                      MOVE PRICE-CONVERT-DEC-N TO PRICE-CONVERT-DEC-X
                      MOVE PRICE-CONVERT-X TO TC-PRICE
                   ELSE
                      MOVE TRADE-NOT-REVERSIBLE TO RETURN-VALUE
                      MOVE TRADE-NOT-REVERSIBLE-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   END-IF
              WHEN DFHRESP(NOTFND)
                   MOVE TRADE-NOT-FOUND TO RETURN-VALUE
                   MOVE TRADE-NOT-FOUND-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN OTHER
                   MOVE PGM-LOGIC-ERROR TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-TRADE-TO-CANCEL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-TRADE-ALREADY-CANCELLED SECTION.
      * A trade can only be busted once.  Any 'X' that names it was
      * written after it, so browse the customer's blotter forward
      * from the original's own key looking for one.
           MOVE 'N' TO TC-ALREADY-CANCELLED-SW
           MOVE USERID TO TL-CUSTOMER
           MOVE TC-ORIG-TIMESTAMP TO TL-TIMESTAMP
           MOVE TC-ORIG-LOG-SEQ TO TL-LOG-SEQ
           EXEC CICS STARTBR FILE('TRADLOG')
                             RIDFLD(TL-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('TRADLOG')
                                    RIDFLD(TL-KEY)
                                    INTO(TRADE-LOG-RECORD)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF TL-CUSTOMER NOT = USERID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF TL-TRADE-IS-CANCEL AND
                          TL-REV-TIMESTAMP = TC-ORIG-TIMESTAMP AND
                          TL-REV-LOG-SEQ = TC-ORIG-LOG-SEQ
                          SET TC-ALREADY-CANCELLED TO TRUE
                          MOVE DFHRESP(ENDFILE) TO CMDRESP
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADLOG')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           IF TC-ALREADY-CANCELLED
              MOVE TRADE-NOT-REVERSIBLE TO RETURN-VALUE
              MOVE TRADE-NOT-REVERSIBLE-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       CHECK-TRADE-ALREADY-CANCELLED-EXIT.
           EXIT.
      *****************************************************************
       CHECK-CANCEL-POSITION SECTION.
      * The unwind has to leave a real position behind.  Backing out
      * a buy needs the shares still held - if they have since been
      * sold away the sale must be busted first.  Backing out a sell
      * puts the shares back and must not overflow the six-digit
      * share count.
           MOVE TC-ORIG-COMPANY TO COMPANY-NAME
           PERFORM READ-CUSTFILE
           EVALUATE RETURN-VALUE
             WHEN CLEAN-RETURN
                  IF TC-ORIG-IS-BUY
                     IF DEC-NO-SHARES < TC-ORIG-SHARES
                        MOVE TRADE-NOT-REVERSIBLE TO RETURN-VALUE
                        MOVE TRADE-NOT-REVERSIBLE-MSG
                                              TO COMMENT-FIELD
                        PERFORM WRITEQ-TS
                     END-IF
                  ELSE
                     ADD TC-ORIG-SHARES TO DEC-NO-SHARES
                         GIVING SHARES-WORK1
                     IF SHARES-OVERFLOW NOT = 0
                        MOVE TRADE-NOT-REVERSIBLE TO RETURN-VALUE
                        MOVE TOO-MANY-MSG TO COMMENT-FIELD
                        PERFORM WRITEQ-TS
                     END-IF
                  END-IF
             WHEN CUSTOMER-NOT-FOUND
                  IF TC-ORIG-IS-BUY
                     MOVE TRADE-NOT-REVERSIBLE TO RETURN-VALUE
                     MOVE TRADE-NOT-REVERSIBLE-MSG TO COMMENT-FIELD
                     PERFORM WRITEQ-TS
                  ELSE
                     MOVE CLEAN-RETURN TO RETURN-VALUE
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       CHECK-CANCEL-POSITION-EXIT.
           EXIT.
      *****************************************************************
       CHECK-CANCEL-CASH SECTION.
      * Recompute the trade's cash leg exactly as it was queued -
      * notional at the fill price, plus (buy) or less (sell, floored
      * at zero) the commission rate the blotter says was charged -
      * and find out where it is now.  Still on TRADPEND it is simply
      * withdrawn; already settled, it is given back on TRADCASH,
      * which for a busted sell means the proceeds must still be
      * there to take back.
           COMPUTE TRADE-CASH-NOTIONAL =
                   TC-ORIG-SHARES * TC-ORIG-PRICE
           COMPUTE TRADE-CASH-COMMISSION ROUNDED =
                   TRADE-CASH-NOTIONAL * TC-ORIG-COMMISSION-PCT / 100
           IF TC-ORIG-IS-BUY
              COMPUTE TC-CASH-LEG-AMOUNT =
                      TRADE-CASH-NOTIONAL + TRADE-CASH-COMMISSION
           ELSE
              IF TRADE-CASH-COMMISSION > TRADE-CASH-NOTIONAL
                 MOVE ZERO TO TC-CASH-LEG-AMOUNT
              ELSE
                 SUBTRACT TRADE-CASH-COMMISSION FROM
                          TRADE-CASH-NOTIONAL
                     GIVING TC-CASH-LEG-AMOUNT
              END-IF
           END-IF
           IF TC-CASH-LEG-AMOUNT = ZERO
              SET TC-CASH-NONE TO TRUE
           ELSE
              PERFORM FIND-CANCEL-PENDING-LEG
              IF TC-LEG-FOUND
                 SET TC-CASH-FROM-PENDING TO TRUE
              ELSE
                 SET TC-CASH-FROM-JOURNAL TO TRUE
                 PERFORM READ-CASHFILE
                 EVALUATE RETURN-VALUE
                   WHEN CLEAN-RETURN
                        IF TC-ORIG-IS-SELL AND
                           CASH-BALANCE < TC-CASH-LEG-AMOUNT
                           MOVE INSUFFICIENT-FUNDS TO RETURN-VALUE
                           MOVE INSUFFICIENT-FUNDS-MSG TO COMMENT-FIELD
                           PERFORM WRITEQ-TS
                        END-IF
                   WHEN OTHER
                        MOVE BAD-CASH-IO TO RETURN-VALUE
                 END-EVALUATE
              END-IF
           END-IF
           .
       CHECK-CANCEL-CASH-EXIT.
           EXIT.
      *****************************************************************
       FIND-CANCEL-PENDING-LEG SECTION.
      * Browse this customer's TRADPEND rows, the COMPUTE-PENDING-
      * DEBITS way, for the one the trade queued: same trade date,
      * company, side, amount and writer.  Two identical fills on
      * the same day queue identical legs, so either one will do.
           MOVE 'N' TO TC-LEG-FOUND-SW
           MOVE USERID TO PS-CUSTOMER
           MOVE SPACES TO PS-VALUE-DATE
           MOVE ZERO TO PS-PEND-SEQ
                    IF PS-CUSTOMER NOT = USERID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF PS-TRADE-DATE = TC-ORIG-TIMESTAMP(1:10) AND
                          PS-COMPANY = TC-ORIG-COMPANY AND
                          PS-AMOUNT = TC-CASH-LEG-AMOUNT AND
                          PS-SOURCE = TC-ORIG-SOURCE AND
                          ((TC-ORIG-IS-BUY AND PS-IS-DEBIT) OR
                           (TC-ORIG-IS-SELL AND PS-IS-CREDIT))
                          SET TC-LEG-FOUND TO TRUE
                          MOVE PS-KEY TO TC-LEG-KEY
                          MOVE DFHRESP(ENDFILE) TO CMDRESP
                       END-IF
                    END-IF
                 END-IF
                              END-EXEC
           END-IF
           .
       FIND-CANCEL-PENDING-LEG-EXIT.
           EXIT.
      *****************************************************************
       APPLY-CANCEL-TO-POSITION SECTION.
      * Put the position back the way it was before the trade - a
      * busted buy gives the shares up, a busted sell gets them back
      * (on a fresh position record if the sale had emptied it and
      * the record has since gone).
           MOVE TC-ORIG-COMPANY TO COMPANY-NAME
           PERFORM READ-CUSTFILE-FOR-UPDATE
           EVALUATE RETURN-VALUE
             WHEN CLEAN-RETURN
                  IF TC-ORIG-IS-BUY
                     SUBTRACT TC-ORIG-SHARES FROM DEC-NO-SHARES
                  ELSE
                     ADD TC-ORIG-SHARES TO DEC-NO-SHARES
                  END-IF
                  PERFORM REWRITE-CUSTFILE
             WHEN CUSTOMER-NOT-FOUND
                  MOVE CLEAN-RETURN TO RETURN-VALUE
                  PERFORM BUILD-NEW-CUSTOMER
                  MOVE TC-ORIG-SHARES TO DEC-NO-SHARES
                  PERFORM WRITE-CUSTFILE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       APPLY-CANCEL-TO-POSITION-EXIT.
           EXIT.
      *****************************************************************
       APPLY-CANCEL-TO-CASH SECTION.
      * An unsettled leg is deleted off TRADPEND so the settlement
      * run never posts it.  A settled one is given back on TRADCASH
      * and journaled as a trade reversal, so the cash reconciliation
      * (TRADERCR) still proves the balance out.
           EVALUATE TRUE
             WHEN TC-CASH-FROM-PENDING
                  EXEC CICS DELETE
                            FILE('TRADPEND')
                            RIDFLD(TC-LEG-KEY)
                            NOHANDLE
                            END-EXEC
                  MOVE 'DELETE' TO CICS-FUNCTION
                  PERFORM TRACE-CICS-ERROR
                  EVALUATE EIBRESP
                    WHEN DFHRESP(NORMAL)
                         CONTINUE
                    WHEN OTHER
                         PERFORM WRITEQ-TS
                         MOVE BAD-CASH-IO TO RETURN-VALUE
                  END-EVALUATE
             WHEN TC-CASH-FROM-JOURNAL
                  PERFORM READ-CASHFILE-FOR-UPDATE
                  IF RETURN-VALUE = CLEAN-RETURN
                     SET CJ-TYPE-IS-TRADE-REVERSAL TO TRUE
                     IF TC-ORIG-IS-BUY
                        ADD TC-CASH-LEG-AMOUNT TO CASH-BALANCE
                        SET CJ-IS-CREDIT TO TRUE
                     ELSE
                        SUBTRACT TC-CASH-LEG-AMOUNT FROM CASH-BALANCE
                        SET CJ-IS-DEBIT TO TRUE
                     END-IF
                     PERFORM BUILD-CASH-TIMESTAMP
                     PERFORM REWRITE-CASHFILE
                  END-IF
                  IF RETURN-VALUE = CLEAN-RETURN
                     MOVE TC-CASH-LEG-AMOUNT TO CJ-AMOUNT
                     PERFORM WRITE-CASH-JOURNAL-ENTRY
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .
       APPLY-CANCEL-TO-CASH-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TRADE-CANCEL-ENTRY SECTION.
      * Append the 'X' entry for the bust.  It repeats the original's
      * company, shares, price and commission rate so every blotter
      * reader can reverse it without going back for the original,
      * and names the original in TL-REVERSAL-REF.  Same key-collision
      * handling as WRITE-TRADE-LOG-ENTRY.
           MOVE 'Entry for WRITE-TRADE-CANCEL-ENTRY' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO TL-CUSTOMER
           MOVE TC-ORIG-COMPANY TO TL-COMPANY
           SET TL-TRADE-IS-CANCEL TO TRUE
           MOVE TC-ORIG-SHARES TO TL-SHARES
           MOVE TC-ORIG-PRICE TO TL-PRICE
           MOVE 'TRADERBL' TO TL-SOURCE
           MOVE TC-ORIG-COMMISSION-PCT TO TL-COMMISSION-PCT
           MOVE TC-ORIG-TIMESTAMP TO TL-REV-TIMESTAMP
           MOVE TC-ORIG-LOG-SEQ TO TL-REV-LOG-SEQ
           MOVE TC-ORIG-TYPE TO TL-REV-TRADE-TYPE
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
                     DATE(LOG-TS-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     TIME(LOG-TS-TIME)
                     TIMESEP(':')
                     END-EXEC
           MOVE LOG-TIMESTAMP TO TL-TIMESTAMP
           MOVE ZERO TO TL-LOG-SEQ
           EXEC CICS WRITE
                     FILE('TRADLOG')
                     FROM(TRADE-LOG-RECORD)
                     LENGTH(LENGTH OF TRADE-LOG-RECORD)
                     RIDFLD(TL-KEY)
                     NOHANDLE
                     END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR TL-LOG-SEQ = 999
              ADD 1 TO TL-LOG-SEQ
              EXEC CICS WRITE
                        FILE('TRADLOG')
                        FROM(TRADE-LOG-RECORD)
                        LENGTH(LENGTH OF TRADE-LOG-RECORD)
                        RIDFLD(TL-KEY)
                        NOHANDLE
                        END-EXEC
           END-PERFORM
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
           END-EVALUATE
           .
       WRITE-TRADE-CANCEL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       TRADE-CANCEL-REBOOK SECTION.
      * Book the corrected fill through the ordinary Buy_Sell path, on
      * the same side as the busted trade.  A correction in the same
      * company is struck at the original fill price rather than
      * today's; the customer's alarm and buy/sell thresholds are
      * carried into the request so UPDATE-BUY-SELL-FIELDS writes
      * them back unchanged.  The rebook is refused on the same
      * grounds as any Buy_Sell - a company halted or delisted, or a
      * buy for a customer blocked by a failed settlement.
           MOVE 'Entry for TRADE-CANCEL-REBOOK' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF TC-NEW-COMPANY = SPACES
              MOVE TC-ORIG-COMPANY TO TC-NEW-COMPANY
           END-IF
           PERFORM CHECK-ACCOUNT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE TC-NEW-COMPANY TO COMPANY-NAME
              PERFORM VALIDATE-COMPANY-EXISTS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-COMPANY-TRADING
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND TC-ORIG-IS-BUY
              PERFORM CHECK-SETTLEMENT-FAIL
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              IF TC-NEW-COMPANY = TC-ORIG-COMPANY
                 MOVE TC-ORIG-PRICE TO PRICE-CONVERT-VALUE
                 MOVE PRICE-CONVERT-INT-N TO SHARE-VALUE-INT-PART
                 MOVE PRICE-CONVERT-DEC-N TO SHARE-VALUE-DEC-PART
              END-IF
              PERFORM READ-CUSTFILE
              IF RETURN-VALUE = CUSTOMER-NOT-FOUND
                 MOVE CLEAN-RETURN TO RETURN-VALUE
                 PERFORM BUILD-NEW-CUSTOMER
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE BUY-FROM-NO TO BUY-SELL1
              MOVE BUY-FROM TO BUY-SELL-PRICE1
              MOVE BUY-TO-NO TO BUY-SELL2
              MOVE BUY-TO TO BUY-SELL-PRICE2
              MOVE SELL-FROM-NO TO BUY-SELL3
              MOVE SELL-FROM TO BUY-SELL-PRICE3
              MOVE SELL-TO-NO TO BUY-SELL4
              MOVE SELL-TO TO BUY-SELL-PRICE4
              MOVE ALARM-PERCENT TO ALARM-CHANGE
              MOVE TC-NEW-SHARES TO NO-OF-SHARES-DEC
              IF TC-ORIG-IS-BUY
                 PERFORM BUY-SELL-BUY-FUNCTION
              ELSE
                 PERFORM BUY-SELL-SELL-FUNCTION
              END-IF
           END-IF
           .
       TRADE-CANCEL-REBOOK-EXIT.
           EXIT.
      *****************************************************************
       CASH-DEPOSIT-FUNCTION SECTION.
      * Post branch-deposited funds to this USERID's TRADCASH record,
      * creating it on first deposit.  The amount comes in through
      * TOTAL-SHARE-VALUE in 'NNNNNNNNN.NN' form and the new balance
      * goes back out through the same field.
           MOVE 'Entry for CASH DEPOSIT' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM CHECK-ACCOUNT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-CASH-AMOUNT
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM READ-CASHFILE-FOR-UPDATE
              EVALUATE RETURN-VALUE
                WHEN CLEAN-RETURN
                     ADD CASH-AMOUNT-REQUESTED TO CASH-BALANCE
                     PERFORM BUILD-CASH-TIMESTAMP
                     PERFORM REWRITE-CASHFILE
                WHEN CUSTOMER-NOT-FOUND
                     MOVE CLEAN-RETURN TO RETURN-VALUE
                     PERFORM BUILD-NEW-CASH-RECORD
                     ADD CASH-AMOUNT-REQUESTED TO CASH-BALANCE
                     PERFORM BUILD-CASH-TIMESTAMP
                     PERFORM WRITE-CASHFILE
                WHEN OTHER
                     MOVE BAD-CASH-IO TO RETURN-VALUE
              END-EVALUATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              SET CJ-TYPE-IS-DEPOSIT TO TRUE
              SET CJ-IS-CREDIT TO TRUE
              MOVE CASH-AMOUNT-REQUESTED TO CJ-AMOUNT
              PERFORM WRITE-CASH-JOURNAL-ENTRY
              PERFORM RETURN-CASH-BALANCE
           END-IF
           .
       CASH-DEPOSIT-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       CASH-WITHDRAW-FUNCTION SECTION.
      * Pay branch-requested funds out of this USERID's TRADCASH
      * record - rejected with INSUFFICIENT-FUNDS if the balance will
      * not cover it (or the customer has no cash account at all).
      * Anything over WITHDRAWAL-APPROVAL-LIMIT is held on TRADAPPR
      * for a second operator instead of paid.
           MOVE 'Entry for CASH WITHDRAW' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM EDIT-CASH-AMOUNT
           IF RETURN-VALUE = CLEAN-RETURN
              IF CASH-AMOUNT-REQUESTED > WITHDRAWAL-APPROVAL-LIMIT
                 PERFORM HOLD-WITHDRAWAL-FOR-APPROVAL
              ELSE
                 PERFORM APPLY-CASH-WITHDRAWAL
              END-IF
           END-IF
           .
       CASH-WITHDRAW-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       APPLY-CASH-WITHDRAWAL SECTION.
      * Pay CASH-AMOUNT-REQUESTED out of USERID's cash - straight from
      * Cash_Withdraw, or for the customer a held withdrawal belongs
      * to once Approval_Maint approves it.  The new balance goes
      * back through TOTAL-SHARE-VALUE.
           PERFORM READ-CASHFILE-FOR-UPDATE
           EVALUATE RETURN-VALUE
             WHEN CLEAN-RETURN
      * Withdrawals come out of the available balance too - cash
      * already spoken for by an unsettled buy cannot walk out of
      * the branch ahead of its value date.
                  PERFORM COMPUTE-PENDING-DEBITS
                  COMPUTE AVAILABLE-BALANCE =
                          CASH-BALANCE - PENDING-DEBIT-TOTAL
                  IF AVAILABLE-BALANCE < CASH-AMOUNT-REQUESTED
                     MOVE INSUFFICIENT-FUNDS TO RETURN-VALUE
                     MOVE INSUFFICIENT-FUNDS-MSG TO COMMENT-FIELD
                     PERFORM WRITEQ-TS
                  ELSE
                     SUBTRACT CASH-AMOUNT-REQUESTED
                         FROM CASH-BALANCE
                     PERFORM BUILD-CASH-TIMESTAMP
                     PERFORM REWRITE-CASHFILE
                  END-IF
             WHEN CUSTOMER-NOT-FOUND
                  MOVE INSUFFICIENT-FUNDS TO RETURN-VALUE
                  MOVE INSUFFICIENT-FUNDS-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  MOVE BAD-CASH-IO TO RETURN-VALUE
           END-EVALUATE
           IF RETURN-VALUE = CLEAN-RETURN
              SET CJ-TYPE-IS-WITHDRAWAL TO TRUE
              SET CJ-IS-DEBIT TO TRUE
              MOVE CASH-AMOUNT-REQUESTED TO CJ-AMOUNT
              PERFORM WRITE-CASH-JOURNAL-ENTRY
              PERFORM RETURN-CASH-BALANCE
           END-IF
           .
       APPLY-CASH-WITHDRAWAL-EXIT.
           EXIT.
      *****************************************************************
       HOLD-WITHDRAWAL-FOR-APPROVAL SECTION.
      * A withdrawal the available balance could not cover now is
      * refused at once rather than held - the approval re-checks the
      * balance anyway, since cash can move while the row waits.
      * Nothing is paid; TOTAL-SHARE-VALUE still holds the amount
      * asked for.
           PERFORM READ-CASHFILE
           EVALUATE RETURN-VALUE
             WHEN CLEAN-RETURN
                  PERFORM COMPUTE-PENDING-DEBITS
                  COMPUTE AVAILABLE-BALANCE =
                          CASH-BALANCE - PENDING-DEBIT-TOTAL
                  IF AVAILABLE-BALANCE < CASH-AMOUNT-REQUESTED
                     MOVE INSUFFICIENT-FUNDS TO RETURN-VALUE
                     MOVE INSUFFICIENT-FUNDS-MSG TO COMMENT-FIELD
                     PERFORM WRITEQ-TS
                  END-IF
             WHEN CUSTOMER-NOT-FOUND
                  MOVE INSUFFICIENT-FUNDS TO RETURN-VALUE
                  MOVE INSUFFICIENT-FUNDS-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  MOVE BAD-CASH-IO TO RETURN-VALUE
           END-EVALUATE
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE SPACES TO APPROVAL-IO-BUFFER
              SET AP-KIND-WITHDRAWAL TO TRUE
              MOVE USERID TO AP-SUBJECT
              MOVE CASH-AMOUNT-REQUESTED TO AP-CASH-AMOUNT
              PERFORM WRITE-APPROVAL-ENTRY
              IF RETURN-VALUE = APPROVAL-PENDING
                 MOVE AP-KEY TO CW-APPROVAL-KEY
              END-IF
           END-IF
           .
       HOLD-WITHDRAWAL-FOR-APPROVAL-EXIT.
           EXIT.
      *****************************************************************
       EDIT-CASH-AMOUNT SECTION.
      * Pick the requested amount up from TOTAL-SHARE-VALUE (the same
      * 'NNNNNNNNN.NN' character layout CHAR-VALUE already defines)
      * and reject anything non-numeric or zero before any file is
      * touched.
           MOVE TOTAL-SHARE-VALUE TO CHAR-VALUE
           IF NUM-INT-PART NOT NUMERIC OR NUM-DEC-PART NOT NUMERIC
              MOVE INVALID-AMOUNT TO RETURN-VALUE
              MOVE BAD-AMOUNT-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           ELSE
              MOVE 0 TO WORKING-OVERFLOW
              MOVE NUM-INT-PART TO WORKING-INT-PART
              MOVE NUM-DEC-PART TO WORKING-DEC-PART
              MOVE DECIMAL-SHARE-VALUE TO CASH-AMOUNT-REQUESTED
              IF CASH-AMOUNT-REQUESTED = ZERO
                 MOVE INVALID-AMOUNT TO RETURN-VALUE
                 MOVE BAD-AMOUNT-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       EDIT-CASH-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
       RETURN-CASH-BALANCE SECTION.
      * Hand the customer's new cash balance back through
      * TOTAL-SHARE-VALUE, with the same overflow guard
      * CALCULATE-SHARE-VALUE applies to a position value.
           MOVE CASH-BALANCE TO DECIMAL-SHARE-VALUE
           EVALUATE WORKING-OVERFLOW
             WHEN 0
               MOVE WORKING-INT-PART TO NUM-INT-PART
               MOVE WORKING-DEC-PART TO NUM-DEC-PART
               MOVE CHAR-VALUE TO TOTAL-SHARE-VALUE
             WHEN OTHER
               MOVE OVERFLOW-VALUE TO TOTAL-SHARE-VALUE
               MOVE OVERFLOW-RC TO RETURN-VALUE
               MOVE OVERFLOW-MSG TO COMMENT-FIELD
               PERFORM WRITEQ-TS
           END-EVALUATE
           .
       RETURN-CASH-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       BUILD-NEW-CASH-RECORD SECTION.
      * First money movement for this USERID - start the cash account
      * from a zero balance the way BUILD-NEW-CUSTOMER starts a blank
      * position record.
           MOVE USERID TO CASH-CUSTOMER
           MOVE ZERO TO CASH-BALANCE
           MOVE SPACES TO CASH-LAST-ACTIVITY
           .
       BUILD-NEW-CASH-RECORD-EXIT.
           EXIT.
      *****************************************************************
       BUILD-CASH-TIMESTAMP SECTION.
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
                     TIME(LOG-TS-TIME)
                     TIMESEP(':')
                     END-EXEC
           MOVE LOG-TIMESTAMP TO CASH-LAST-ACTIVITY
           .
       BUILD-CASH-TIMESTAMP-EXIT.
           EXIT.
      *****************************************************************
       READ-CASHFILE-FOR-UPDATE SECTION.
           MOVE 'READ FOR UPDATE OF RECORD FROM CASH FILE'
                 TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO CASH-CUSTOMER
           EXEC CICS READ
                     FILE('TRADCASH')
                     INTO(CASH-IO-BUFFER)
                     LENGTH(LENGTH OF CASH-IO-BUFFER)
                     RIDFLD(CASH-CUSTOMER)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   PERFORM WRITEQ-TS
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CASH-IO TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CASHFILE-FOR-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       READ-CASHFILE SECTION.
           MOVE 'READING RECORD FROM CASH FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO CASH-CUSTOMER
           EXEC CICS READ
                     FILE('TRADCASH')
                     INTO(CASH-IO-BUFFER)
                     LENGTH(LENGTH OF CASH-IO-BUFFER)
                     RIDFLD(CASH-CUSTOMER)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   PERFORM WRITEQ-TS
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CASH-IO TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CASHFILE-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-PENDING-DEBITS SECTION.
      * Sum the debits already queued on TRADPEND for this USERID -
      * the key starts with the customer, so a GTEQ STARTBR at the
      * customer with a blank value date walks exactly their rows.
      * Pending credits deliberately do not join in: unsettled sale
      * proceeds are not money the customer can spend yet.
           MOVE ZERO TO PENDING-DEBIT-TOTAL
           MOVE USERID TO PS-CUSTOMER
           MOVE SPACES TO PS-VALUE-DATE
           MOVE ZERO TO PS-PEND-SEQ
           EXEC CICS STARTBR FILE('TRADPEND')
                             RIDFLD(PS-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('TRADPEND')
                                    RIDFLD(PS-KEY)
                                    INTO(PENDING-SETTLE-RECORD)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF PS-CUSTOMER NOT = USERID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF PS-IS-DEBIT
                          ADD PS-AMOUNT TO PENDING-DEBIT-TOTAL
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADPEND')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           .
       COMPUTE-PENDING-DEBITS-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-VALUE-DATE SECTION.
      * Trade date plus SETTLE-LAG-DAYS business days: step the clock
      * a day at a time and only count days FORMATTIME's DAYOFWEEK
      * says are not Saturday or Sunday.  The result is left in
      * VALUE-DATE-STAMP; ABSTIME-FIELD must already hold the trade
      * moment.
           MOVE ABSTIME-FIELD TO VALUE-ABSTIME
           MOVE ZERO TO BUS-DAYS-ADDED
           PERFORM UNTIL BUS-DAYS-ADDED = SETTLE-LAG-DAYS
              ADD MSECS-PER-DAY TO VALUE-ABSTIME
              EXEC CICS FORMATTIME
                        ABSTIME(VALUE-ABSTIME)
                        DATE(LOG-TS-DATE)
                        DATESEP('-')
                        YYYYMMDD
                        DAYOFWEEK(VALUE-DAY-OF-WEEK)
                        END-EXEC
              IF VALUE-DAY-OF-WEEK > 0 AND VALUE-DAY-OF-WEEK < 6
                 ADD 1 TO BUS-DAYS-ADDED
              END-IF
           END-PERFORM
           MOVE LOG-TS-DATE TO VALUE-DATE-STAMP
           .
       COMPUTE-VALUE-DATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PENDING-SETTLEMENT SECTION.
      * Queue one cash leg on TRADPEND (see PENDREC.cpy).  The caller
      * sets the debit/credit side and amount; the trade date is now
      * and the value date is two business days out.  Key collisions
      * (same customer, same value date) bump PS-PEND-SEQ until the
      * WRITE takes, the blotter scheme.
           MOVE 'Entry for WRITE-PENDING-SETTLEMENT' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATE(LOG-TS-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           MOVE LOG-TS-DATE TO PS-TRADE-DATE
           PERFORM COMPUTE-VALUE-DATE
           MOVE USERID TO PS-CUSTOMER
           MOVE VALUE-DATE-STAMP TO PS-VALUE-DATE
           MOVE COMPANY-NAME TO PS-COMPANY
           MOVE 'TRADERBL' TO PS-SOURCE
           MOVE ZERO TO PS-PEND-SEQ
           EXEC CICS WRITE
                     FILE('TRADPEND')
                     FROM(PENDING-SETTLE-RECORD)
                     LENGTH(LENGTH OF PENDING-SETTLE-RECORD)
                     RIDFLD(PS-KEY)
                     NOHANDLE
                     END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR PS-PEND-SEQ = 999
              ADD 1 TO PS-PEND-SEQ
              EXEC CICS WRITE
                        FILE('TRADPEND')
                        FROM(PENDING-SETTLE-RECORD)
                        LENGTH(LENGTH OF PENDING-SETTLE-RECORD)
                        RIDFLD(PS-KEY)
                        NOHANDLE
                        END-EXEC
           END-PERFORM
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CASH-IO TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-PENDING-SETTLEMENT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASHFILE SECTION.
           MOVE 'ADDING NEW RECORD TO CASH FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADCASH')
                     FROM(CASH-IO-BUFFER)
                     LENGTH(LENGTH OF CASH-IO-BUFFER)
                     RIDFLD(CASH-CUSTOMER)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CASH-IO TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-CASHFILE-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-CASHFILE SECTION.
           MOVE 'UPDATING RECORD IN CASH FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADCASH')
                     FROM(CASH-IO-BUFFER)
                     LENGTH(LENGTH OF CASH-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CASH-IO TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-CASHFILE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASH-JOURNAL-ENTRY SECTION.
      * Append one entry to the permanent cash movement journal
      * (TRADCJRN - see CASHJRNL.cpy).  The caller sets the movement
      * type, debit/credit side and amount; the customer, timestamp
      * and balance-after come off the CASH-IO-BUFFER the movement
      * was just applied to (CASH-LAST-ACTIVITY was stamped by
      * BUILD-CASH-TIMESTAMP before the REWRITE/WRITE).  Key
      * collisions in the same second bump CJ-JRN-SEQ, the same
      * scheme the blotter write uses.
           MOVE 'Entry for WRITE-CASH-JOURNAL-ENTRY' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE CASH-CUSTOMER TO CJ-CUSTOMER
           MOVE CASH-LAST-ACTIVITY TO CJ-TIMESTAMP
           MOVE CASH-BALANCE TO CJ-BALANCE-AFTER
           MOVE 'TRADERBL' TO CJ-SOURCE
           MOVE ZERO TO CJ-JRN-SEQ
           EXEC CICS WRITE
                     FILE('TRADCJRN')
                     FROM(CASH-JOURNAL-RECORD)
                     LENGTH(LENGTH OF CASH-JOURNAL-RECORD)
                     RIDFLD(CJ-KEY)
                     NOHANDLE
                     END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR CJ-JRN-SEQ = 999
              ADD 1 TO CJ-JRN-SEQ
              EXEC CICS WRITE
                        FILE('TRADCJRN')
                        FROM(CASH-JOURNAL-RECORD)
                        LENGTH(LENGTH OF CASH-JOURNAL-RECORD)
                        RIDFLD(CJ-KEY)
                        NOHANDLE
                        END-EXEC
           END-PERFORM
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
           END-EVALUATE
           .
       WRITE-CASH-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       VALIDATE-CREDENTIALS SECTION.
      * Look the USERID/USER-PASSWORD pair up in TRADCRED before any
      * request is allowed to proceed.  RETURN-VALUE comes back
      * CUSTOMER-NOT-FOUND if there is no credential on file for
      * this USERID at all, USER-LOCKED if the account is locked
      * out, BAD-PASSWORD on a mismatch (counted - enough in a row
      * locks the account), or PASSWORD-EXPIRED when the password
      * itself is right but too old to keep using.  Every failure
      * leaves a permanent TRADSECF event behind, not just a trace
      * on the restart-volatile CEBR0000 queue.
           MOVE 'Entry to VALIDATE-CREDENTIALS' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO CRED-USERID
           EXEC CICS READ
                     FILE('TRADCRED')
                     INTO(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   PERFORM CHECK-SIGNON-STATE
              WHEN DFHRESP(NOTFND)
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
                   PERFORM WRITEQ-TS
                   MOVE USERID TO SE-USERID
                   SET SE-EVENT-IS-FAILURE TO TRUE
                   MOVE 'UNKNOWN USERID' TO SE-DETAIL
                   PERFORM WRITE-SECURITY-EVENT
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       VALIDATE-CREDENTIALS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-SIGNON-STATE SECTION.
      * The credential exists - apply the lockout, password and
      * aging rules in that order.
           EVALUATE TRUE
             WHEN CRED-LOCKED
                  MOVE USER-LOCKED TO RETURN-VALUE
                  MOVE USER-LOCKED-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
                  MOVE USERID TO SE-USERID
                  SET SE-EVENT-IS-FAILURE TO TRUE
                  MOVE 'SIGNON WHILE LOCKED' TO SE-DETAIL
                  PERFORM WRITE-SECURITY-EVENT
             WHEN CRED-PASSWORD = USER-PASSWORD
                  MOVE CLEAN-RETURN TO RETURN-VALUE
      * Remember the role the maintenance requests gate on - the
      * credential buffer itself gets reused by User_Maint.  A blank
      * role on a record written before roles existed reads as
      * customer.
                  IF CRED-ROLE-OPERATOR OR CRED-ROLE-SUPERVISOR
                     MOVE CRED-ROLE TO SIGNED-ON-ROLE
                  ELSE
                     MOVE 'C' TO SIGNED-ON-ROLE
                  END-IF
                  PERFORM NOTE-GOOD-SIGNON
             WHEN OTHER
                  MOVE BAD-PASSWORD TO RETURN-VALUE
                  MOVE BAD-PASSWORD-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
                  PERFORM COUNT-SIGNON-FAILURE
           END-EVALUATE
           .
       CHECK-SIGNON-STATE-EXIT.
           EXIT.
      *****************************************************************
       NOTE-GOOD-SIGNON SECTION.
      * A good sign-on clears any accumulated failures, stamps a
      * blank change date (grandfathering a pre-aging record as
      * changed today) and then applies the aging rule: a password
      * older than PASSWORD-MAX-AGE-DAYS forces a change before
      * anything else is allowed.
           IF CRED-FAIL-COUNT-X NOT NUMERIC OR
              CRED-FAIL-COUNT > 0 OR
              CRED-PWD-CHANGED = SPACES
              PERFORM READ-CREDFILE-SELF-UPD
              IF CRED-UPD-OK
                 MOVE ZERO TO CRED-FAIL-COUNT
                 MOVE SPACE TO CRED-LOCKED-FLAG
                 IF CRED-PWD-CHANGED = SPACES
                    PERFORM BUILD-SIGNON-TIMESTAMP
                    MOVE LOG-TS-DATE TO CRED-PWD-CHANGED
                 END-IF
                 PERFORM REWRITE-CREDFILE
              END-IF
           END-IF

           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM COMPUTE-EXPIRY-CUTOFF
              IF CRED-PWD-CHANGED NOT = SPACES AND
                 CRED-PWD-CHANGED < EXPIRE-CUTOFF-DATE
                 MOVE PASSWORD-EXPIRED TO RETURN-VALUE
                 MOVE PASSWORD-EXPIRED-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       NOTE-GOOD-SIGNON-EXIT.
           EXIT.
      *****************************************************************
       COUNT-SIGNON-FAILURE SECTION.
      * One more consecutive failure - enough of them in a row locks
      * the account until a supervisor unlocks it through
      * User_Maint.  Both the failure and the lockout (when it
      * happens) go on the permanent event file.
           MOVE 'N' TO JUST-LOCKED-SW
           PERFORM READ-CREDFILE-SELF-UPD
           IF CRED-UPD-OK
              IF CRED-FAIL-COUNT-X NOT NUMERIC
                 MOVE ZERO TO CRED-FAIL-COUNT
              END-IF
              IF CRED-FAIL-COUNT < 99
                 ADD 1 TO CRED-FAIL-COUNT
              END-IF
              IF CRED-FAIL-COUNT >= MAX-SIGNON-FAILURES AND
                 NOT CRED-LOCKED
                 MOVE 'L' TO CRED-LOCKED-FLAG
                 SET JUST-LOCKED TO TRUE
              END-IF
              PERFORM REWRITE-CREDFILE
           END-IF

           MOVE USERID TO SE-USERID
           SET SE-EVENT-IS-FAILURE TO TRUE
           MOVE 'BAD PASSWORD' TO SE-DETAIL
           PERFORM WRITE-SECURITY-EVENT

           IF JUST-LOCKED
              MOVE USERID TO SE-USERID
              SET SE-EVENT-IS-LOCKOUT TO TRUE
              MOVE 'FAILURE LIMIT HIT' TO SE-DETAIL
              PERFORM WRITE-SECURITY-EVENT
           END-IF
           .
       COUNT-SIGNON-FAILURE-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-EXPIRY-CUTOFF SECTION.
      * The oldest change date still current: today minus
      * PASSWORD-MAX-AGE-DAYS, as a plain YYYY-MM-DD for the string
      * compare (the timestamp format keeps dates collatable).
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           COMPUTE EXPIRE-ABSTIME = ABSTIME-FIELD -
                   (PASSWORD-MAX-AGE-DAYS * MSECS-PER-DAY)
           EXEC CICS FORMATTIME
                     ABSTIME(EXPIRE-ABSTIME)
                     DATE(LOG-TS-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           MOVE LOG-TS-DATE TO EXPIRE-CUTOFF-DATE
           .
       COMPUTE-EXPIRY-CUTOFF-EXIT.
           EXIT.
      *****************************************************************
       BUILD-SIGNON-TIMESTAMP SECTION.
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATE(LOG-TS-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     TIME(LOG-TS-TIME)
                     TIMESEP(':')
                     END-EXEC
           .
       BUILD-SIGNON-TIMESTAMP-EXIT.
           EXIT.
      *****************************************************************
       READ-CREDFILE-SELF-UPD SECTION.
      * Re-read the signed-on user's own credential for update so
      * the sign-on bookkeeping (fail count, lock, change date) can
      * be rewritten.  Leaves RETURN-VALUE alone - the caller has
      * already decided the request's outcome - and reports success
      * through CRED-UPD-OK instead.
           MOVE 'N' TO CRED-UPD-OK-SW
           MOVE USERID TO CRED-USERID
           EXEC CICS READ
                     FILE('TRADCRED')
                     INTO(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           IF EIBRESP = DFHRESP(NORMAL)
              SET CRED-UPD-OK TO TRUE
           ELSE
              PERFORM WRITEQ-TS
           END-IF
           .
       READ-CREDFILE-SELF-UPD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SECURITY-EVENT SECTION.
      * Append one permanent event to TRADSECF (see SECEVREC.cpy).
      * The caller sets the subject USERID, the type and the detail;
      * the actor is whoever is signed on this request - the checker,
      * for a change decided through Approval_Maint, when the maker
      * and the time they asked go on the event too.  Key
      * collisions in the same second bump SE-SEQ, the blotter
      * scheme.
           MOVE USERID TO SE-ACTOR
           IF CHECKER-ACTING
              MOVE AP-MAKER-USERID TO SE-MAKER-USERID
              MOVE AP-TIMESTAMP TO SE-MAKER-TIMESTAMP
           ELSE
              MOVE SPACES TO SE-MAKER-USERID
                             SE-MAKER-TIMESTAMP
           END-IF
           PERFORM BUILD-SIGNON-TIMESTAMP
           MOVE LOG-TIMESTAMP TO SE-TIMESTAMP
           MOVE ZERO TO SE-SEQ
           EXEC CICS WRITE
                     FILE('TRADSECF')
                     FROM(SECURITY-EVENT-RECORD)
                     LENGTH(LENGTH OF SECURITY-EVENT-RECORD)
                     RIDFLD(SE-KEY)
                     NOHANDLE
                     END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR SE-SEQ = 999
              ADD 1 TO SE-SEQ
              EXEC CICS WRITE
                        FILE('TRADSECF')
                        FROM(SECURITY-EVENT-RECORD)
                        LENGTH(LENGTH OF SECURITY-EVENT-RECORD)
                        RIDFLD(SE-KEY)
                        NOHANDLE
                        END-EXEC
           END-PERFORM
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
           END-EVALUATE
           .
       WRITE-SECURITY-EVENT-EXIT.
           EXIT.
      *****************************************************************
       PSWD-CHANGE SECTION.
      * Self-service password change - the one request an expired
      * password may still make.  The old password was already
      * proved by VALIDATE-CREDENTIALS; a blank new password, or
      * one identical to the old, is refused.
           MOVE 'Entry for PSWD-CHANGE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF PC-NEW-PASSWORD = SPACES OR
              PC-NEW-PASSWORD = USER-PASSWORD
              MOVE INVALID-PASSWORD TO RETURN-VALUE
              MOVE BAD-NEW-PASSWORD-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           ELSE
              PERFORM READ-CREDFILE-SELF-UPD
              IF CRED-UPD-OK
                 MOVE PC-NEW-PASSWORD TO CRED-PASSWORD
                 PERFORM BUILD-SIGNON-TIMESTAMP
                 MOVE LOG-TS-DATE TO CRED-PWD-CHANGED
                 MOVE ZERO TO CRED-FAIL-COUNT
                 PERFORM REWRITE-CREDFILE
                 IF RETURN-VALUE = CLEAN-RETURN
                    MOVE USERID TO SE-USERID
                    SET SE-EVENT-IS-PASSWORD TO TRUE
                    MOVE 'SELF SERVICE' TO SE-DETAIL
                    PERFORM WRITE-SECURITY-EVENT
                 END-IF
              ELSE
                 MOVE BAD-CUST-READ TO RETURN-VALUE
              END-IF
           END-IF
           .
       PSWD-CHANGE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-OPERATOR-AUTHORITY SECTION.
      * Comp_Maint (and any future admin request) needs operator level
      * or better - a valid password alone no longer makes every
      * retail customer a supervisor.
           IF SIGNED-ON-AS-OPERATOR
              CONTINUE
           ELSE
              MOVE NOT-AUTHORIZED TO RETURN-VALUE
              MOVE NOT-AUTHORIZED-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-SUPERVISOR-AUTHORITY SECTION.
           IF SIGNED-ON-AS-SUPERVISOR
              CONTINUE
           ELSE
              MOVE NOT-AUTHORIZED TO RETURN-VALUE
              MOVE NOT-AUTHORIZED-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       CHECK-SUPERVISOR-AUTHORITY-EXIT.
           EXIT.
      *****************************************************************
      * ONLINE MAINTENANCE OF THE TRADCRED FILE - a supervisor creates *
      * and role-assigns users instead of editing TRADCRED offline.   *
      * Mirrors the COMP-MAINT add/update split: ADD refuses to       *
      * clobber an existing credential, UPDATE refuses to invent one. *
      * A role grant - adding an operator or supervisor, or changing  *
      * anyone's role - is held on TRADAPPR until a second supervisor *
      * approves it; a customer add, a password reset that leaves the *
      * role alone and an unlock still apply at once.                 *
      *****************************************************************
       USER-MAINT SECTION.
      * The role check only applies where a role is being set - an
      * unlock leaves the target's role alone.
           EVALUATE UM-ACTION
              WHEN UM-ACTION-ADD
                   IF NOT UM-ROLE-IS-VALID
                      MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
                      MOVE BAD-ROLE-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   ELSE
                      PERFORM USER-MAINT-ADD-FUNCTION
                   END-IF
              WHEN UM-ACTION-UPDATE
                   IF NOT UM-ROLE-IS-VALID
                      MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
                      MOVE BAD-ROLE-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   ELSE
                      PERFORM USER-MAINT-UPDATE-FUNCTION
                   END-IF
              WHEN UM-ACTION-UNLOCK
                   PERFORM USER-MAINT-UNLOCK-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                                        TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       USER-MAINT-EXIT.
           EXIT.
      *****************************************************************
       USER-MAINT-ADD-FUNCTION SECTION.
           PERFORM READ-CREDFILE-TARGET
           IF RETURN-VALUE = CUSTOMER-NOT-FOUND AND
              UM-ROLE-IS-PRIVILEGED AND
              NOT CHECKER-ACTING
              PERFORM HOLD-USER-MAINT-FOR-APPROVAL
           END-IF
           EVALUATE RETURN-VALUE
              WHEN CLEAN-RETURN
                   MOVE DUPLICATE-USER TO RETURN-VALUE
                   MOVE DUPLICATE-USER-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN CUSTOMER-NOT-FOUND
                   MOVE UM-TARGET-USERID TO CRED-USERID
                   MOVE UM-NEW-PASSWORD  TO CRED-PASSWORD
                   MOVE UM-NEW-ROLE      TO CRED-ROLE
                   MOVE ZERO             TO CRED-FAIL-COUNT
                   MOVE SPACE            TO CRED-LOCKED-FLAG
                   PERFORM BUILD-SIGNON-TIMESTAMP
                   MOVE LOG-TS-DATE      TO CRED-PWD-CHANGED
                   MOVE CLEAN-RETURN     TO RETURN-VALUE
                   PERFORM WRITE-CREDFILE
                   IF RETURN-VALUE = CLEAN-RETURN
                      MOVE UM-TARGET-USERID TO SE-USERID
                      SET SE-EVENT-IS-USER-ADD TO TRUE
                      MOVE SPACES TO SE-DETAIL
                      STRING 'ROLE ' UM-NEW-ROLE
                             DELIMITED BY SIZE INTO SE-DETAIL
                      PERFORM WRITE-SECURITY-EVENT
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       USER-MAINT-ADD-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       USER-MAINT-UPDATE-FUNCTION SECTION.
      * A supervisor reset is a fresh credential: the change date is
      * stamped, the failure count cleared, and both the password
      * change and any role change land on the event file.  A role
      * change is held for approval first - the same comparison the
      * role event is written on decides it.
           IF NOT CHECKER-ACTING
              PERFORM READ-CREDFILE-TARGET
              IF RETURN-VALUE = CLEAN-RETURN AND
                 UM-NEW-ROLE NOT = CRED-ROLE
                 PERFORM HOLD-USER-MAINT-FOR-APPROVAL
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM READ-CREDFILE-TARGET-UPD
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE CRED-ROLE TO UM-OLD-ROLE-WORK
              MOVE UM-NEW-PASSWORD TO CRED-PASSWORD
              MOVE UM-NEW-ROLE     TO CRED-ROLE
              MOVE ZERO            TO CRED-FAIL-COUNT
              PERFORM BUILD-SIGNON-TIMESTAMP
              MOVE LOG-TS-DATE     TO CRED-PWD-CHANGED
              PERFORM REWRITE-CREDFILE
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE UM-TARGET-USERID TO SE-USERID
                 SET SE-EVENT-IS-PASSWORD TO TRUE
                 MOVE 'BY SUPERVISOR' TO SE-DETAIL
                 PERFORM WRITE-SECURITY-EVENT
                 IF UM-NEW-ROLE NOT = UM-OLD-ROLE-WORK
                    MOVE UM-TARGET-USERID TO SE-USERID
                    SET SE-EVENT-IS-ROLE TO TRUE
                    MOVE SPACES TO SE-DETAIL
                    STRING 'ROLE ' UM-OLD-ROLE-WORK ' TO '
                           UM-NEW-ROLE
                           DELIMITED BY SIZE INTO SE-DETAIL
                    PERFORM WRITE-SECURITY-EVENT
                 END-IF
              END-IF
           END-IF
           .
       USER-MAINT-UPDATE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       USER-MAINT-UNLOCK-FUNCTION SECTION.
      * Supervisor unlock after a lockout - the failure count goes
      * back to zero, password and role are left exactly as they
      * were, and the unlock lands on the event file.
           PERFORM READ-CREDFILE-TARGET-UPD
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE SPACE TO CRED-LOCKED-FLAG
              MOVE ZERO  TO CRED-FAIL-COUNT
              PERFORM REWRITE-CREDFILE
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE UM-TARGET-USERID TO SE-USERID
                 SET SE-EVENT-IS-UNLOCK TO TRUE
                 MOVE 'SUPERVISOR UNLOCK' TO SE-DETAIL
                 PERFORM WRITE-SECURITY-EVENT
              END-IF
           END-IF
           .
       USER-MAINT-UNLOCK-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       HOLD-USER-MAINT-FOR-APPROVAL SECTION.
           MOVE SPACES TO APPROVAL-IO-BUFFER
           SET AP-KIND-USER-MAINT TO TRUE
           MOVE UM-TARGET-USERID TO AP-SUBJECT
           MOVE UM-ACTION TO AP-UM-ACTION
           MOVE UM-NEW-PASSWORD TO AP-UM-NEW-PASSWORD
           MOVE UM-NEW-ROLE TO AP-UM-NEW-ROLE
           PERFORM WRITE-APPROVAL-ENTRY
           IF RETURN-VALUE = APPROVAL-PENDING
              MOVE AP-KEY TO UM-APPROVAL-KEY
           END-IF
           .
       HOLD-USER-MAINT-FOR-APPROVAL-EXIT.
           EXIT.
      *****************************************************************
       READ-CREDFILE-TARGET SECTION.
           MOVE 'READING RECORD FROM CREDENTIAL FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE UM-TARGET-USERID TO CRED-USERID
           EXEC CICS READ
                     FILE('TRADCRED')
                     INTO(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CREDFILE-TARGET-EXIT.
           EXIT.
      *****************************************************************
       READ-CREDFILE-TARGET-UPD SECTION.
           MOVE 'READ FOR UPDATE OF CREDENTIAL FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE UM-TARGET-USERID TO CRED-USERID
           EXEC CICS READ
                     FILE('TRADCRED')
                     INTO(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   PERFORM WRITEQ-TS
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CREDFILE-TARGET-UPD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CREDFILE SECTION.
           MOVE 'ADDING NEW RECORD TO CREDENTIAL FILE'
                 TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADCRED')
                     FROM(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-CREDFILE-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-CREDFILE SECTION.
           MOVE 'UPDATING RECORD IN CREDENTIAL FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADCRED')
                     FROM(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-CREDFILE-EXIT.
           EXIT.
      *****************************************************************
      * FOUR-EYES APPROVAL OF HELD CHANGES - Comp_Maint adds/updates,  *
      * User_Maint role grants and Cash_Withdraw amounts over the     *
      * limit wait on TRADAPPR (see APPRREC.cpy) until an operator    *
      * other than the maker lists and approves them here; only then  *
      * is the change applied, through the very sections that would   *
      * have applied it, with the maker and checker carried on to     *
      * TRADCAUD and TRADSECF.  A User_Maint row needs a supervisor.  *
      *****************************************************************
       APPROVAL-MAINT SECTION.
           EVALUATE AM-ACTION
              WHEN AM-ACTION-LIST
                   PERFORM APPROVAL-MAINT-LIST-FUNCTION
              WHEN AM-ACTION-APPROVE
                   PERFORM APPROVAL-MAINT-APPROVE-FUNCTION
              WHEN AM-ACTION-REJECT
                   PERFORM APPROVAL-MAINT-REJECT-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE    TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                                           TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       APPROVAL-MAINT-EXIT.
           EXIT.
      *****************************************************************
       APPROVAL-MAINT-LIST-FUNCTION SECTION.
      * Browse TRADAPPR from the caller's key and return the pending
      * rows only - decided rows stay on file as the record but are
      * of no interest to a checker.  The detail column is the price
      * asked for on a Comp_Maint row, the role on a User_Maint row
      * and the amount on a withdrawal.
           MOVE 'Entry to APPROVAL-MAINT-LIST' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO TO AM-ENTRY-COUNT
           MOVE AM-TIMESTAMP TO AP-TIMESTAMP
           IF AM-SEQ NUMERIC
              MOVE AM-SEQ TO AP-SEQ
           ELSE
              MOVE ZERO TO AP-SEQ
           END-IF

           EXEC CICS STARTBR FILE('TRADAPPR')
                             RIDFLD(AP-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC

           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL) OR
                            AM-ENTRY-COUNT = MAX-APPROVAL-LIST

                  EXEC CICS READNEXT FILE('TRADAPPR')
                                     RIDFLD(AP-KEY)
                                     INTO(APPROVAL-IO-BUFFER)
                                     RESP(CMDRESP)
                                     END-EXEC

                  IF CMDRESP = DFHRESP(NORMAL) AND
                     AP-STATUS-PENDING
                     ADD 1 TO AM-ENTRY-COUNT
                     SET AM-ENTRY-IDX TO AM-ENTRY-COUNT
                     PERFORM MOVE-APPROVAL-LIST-ENTRY
                  END-IF
              END-PERFORM

              EXEC CICS ENDBR FILE('TRADAPPR')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           MOVE CLEAN-RETURN TO RETURN-VALUE
           .
       APPROVAL-MAINT-LIST-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       MOVE-APPROVAL-LIST-ENTRY SECTION.
           MOVE AP-TIMESTAMP TO AM-ENTRY-TIMESTAMP (AM-ENTRY-IDX)
           MOVE AP-SEQ TO AM-ENTRY-SEQ (AM-ENTRY-IDX)
           MOVE AP-KIND TO AM-ENTRY-KIND (AM-ENTRY-IDX)
           MOVE AP-MAKER-USERID TO AM-ENTRY-MAKER (AM-ENTRY-IDX)
           MOVE AP-SUBJECT TO AM-ENTRY-SUBJECT (AM-ENTRY-IDX)
           MOVE SPACES TO AM-ENTRY-DETAIL (AM-ENTRY-IDX)
           EVALUATE TRUE
             WHEN AP-KIND-COMP-MAINT
                  STRING AP-CM-ACTION ' ' AP-CM-SHARE-VALUE
                         DELIMITED BY SIZE
                         INTO AM-ENTRY-DETAIL (AM-ENTRY-IDX)
             WHEN AP-KIND-USER-MAINT
                  STRING AP-UM-ACTION ' ROLE ' AP-UM-NEW-ROLE
                         DELIMITED BY SIZE
                         INTO AM-ENTRY-DETAIL (AM-ENTRY-IDX)
             WHEN AP-KIND-WITHDRAWAL
                  PERFORM FORMAT-APPROVAL-AMOUNT
                  MOVE CHAR-VALUE TO AM-ENTRY-DETAIL (AM-ENTRY-IDX)
           END-EVALUATE
           .
       MOVE-APPROVAL-LIST-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       FORMAT-APPROVAL-AMOUNT SECTION.
      * A held withdrawal's amount in the 'NNNNNNNNN.NN' form the
      * Cash_ requests use, left in CHAR-VALUE.  It was edited in
      * through the same field, so it cannot overflow it.
           MOVE AP-CASH-AMOUNT TO DECIMAL-SHARE-VALUE
           MOVE WORKING-INT-PART TO NUM-INT-PART
           MOVE '.' TO GUB92
           MOVE WORKING-DEC-PART TO NUM-DEC-PART
           .
       FORMAT-APPROVAL-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
       APPROVAL-MAINT-APPROVE-FUNCTION SECTION.
      * Apply the held change named by AM-TIMESTAMP/AM-SEQ.  The row
      * is read for update first, so two checkers cannot both apply
      * it.  A change the apply itself refuses (the company added
      * meanwhile, the cash spent, ...) comes back with that return
      * code and the row stays pending, to be approved again later
      * or rejected.
           MOVE 'Entry to APPROVAL-MAINT-APPROVE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM READ-APPROVAL-FOR-UPDATE
           IF RETURN-VALUE = CLEAN-RETURN AND
              AP-MAKER-USERID = USERID
              MOVE SELF-APPROVAL TO RETURN-VALUE
              MOVE SELF-APPROVAL-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND
              AP-KIND-USER-MAINT
              PERFORM CHECK-SUPERVISOR-AUTHORITY
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE USERID TO AP-CHECKER-USERID
              PERFORM BUILD-SIGNON-TIMESTAMP
              MOVE LOG-TIMESTAMP TO AP-CHECKER-TIMESTAMP
              PERFORM APPLY-APPROVED-CHANGE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              SET AP-STATUS-APPROVED TO TRUE
              PERFORM REWRITE-APPROVAL-ENTRY
           END-IF
           .
       APPROVAL-MAINT-APPROVE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       APPLY-APPROVED-CHANGE SECTION.
      * Put the held request back into the shape its own request would
      * have had and run it again with CHECKER-ACTING set, so it
      * applies rather than being held, and its audit or security
      * event is booked to the maker with this checker alongside.
      * The request bytes are shared, so the approval's own fields
      * are put back afterwards.  An approved withdrawal is paid from
      * the customer's cash, USERID switched the Trade_Cancel way, and
      * the customer's new balance comes back in TOTAL-SHARE-VALUE.
           SET CHECKER-ACTING TO TRUE
           EVALUATE TRUE
             WHEN AP-KIND-COMP-MAINT
                  MOVE AP-SUBJECT TO COMPANY-NAME
                  MOVE SPACES TO COMP-MAINT-BUFFER
                  MOVE AP-CM-ACTION TO CM-ACTION
                  MOVE AP-CM-SHARE-VALUE TO CM-SHARE-VALUE
                  MOVE AP-CM-COMMISSION-BUY TO CM-COMMISSION-BUY
                  MOVE AP-CM-COMMISSION-SELL TO CM-COMMISSION-SELL
                  MOVE AP-CM-CURRENCY TO CM-CURRENCY
                  MOVE AP-CM-STATUS TO CM-STATUS
                  PERFORM COMP-MAINT
             WHEN AP-KIND-USER-MAINT
                  MOVE SPACES TO USER-MAINT-BUFFER
                  MOVE AP-UM-ACTION TO UM-ACTION
                  MOVE AP-SUBJECT TO UM-TARGET-USERID
                  MOVE AP-UM-NEW-PASSWORD TO UM-NEW-PASSWORD
                  MOVE AP-UM-NEW-ROLE TO UM-NEW-ROLE
                  PERFORM USER-MAINT
             WHEN AP-KIND-WITHDRAWAL
                  MOVE USERID TO AM-SIGNED-ON-USERID
                  MOVE AP-SUBJECT TO USERID
                  MOVE AP-CASH-AMOUNT TO CASH-AMOUNT-REQUESTED
                  PERFORM APPLY-CASH-WITHDRAWAL
                  MOVE AM-SIGNED-ON-USERID TO USERID
                  IF RETURN-VALUE = CLEAN-RETURN
                     MOVE AP-SUBJECT TO SE-USERID
                     SET SE-EVENT-IS-WITHDRAWAL TO TRUE
                     PERFORM FORMAT-APPROVAL-AMOUNT
                     MOVE CHAR-VALUE TO SE-DETAIL
                     PERFORM WRITE-SECURITY-EVENT
                  END-IF
             WHEN OTHER
                  MOVE PGM-LOGIC-ERROR TO RETURN-VALUE
           END-EVALUATE
           MOVE 'N' TO CHECKER-ACTING-SW
           MOVE SPACES TO APPROVAL-MAINT-BUFFER
           MOVE AM-ACTION-APPROVE TO AM-ACTION
           MOVE AP-TIMESTAMP TO AM-TIMESTAMP
           MOVE AP-SEQ TO AM-SEQ
           MOVE ZERO TO AM-ENTRY-COUNT
           .
       APPLY-APPROVED-CHANGE-EXIT.
           EXIT.
      *****************************************************************
       APPROVAL-MAINT-REJECT-FUNCTION SECTION.
      * Refuse the held change named by AM-TIMESTAMP/AM-SEQ - nothing
      * is applied, the row is stamped rejected and the refusal goes
      * on TRADSECF.  The maker may withdraw their own request this
      * way; only an approval needs a second pair of eyes.
           MOVE 'Entry to APPROVAL-MAINT-REJECT' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM READ-APPROVAL-FOR-UPDATE
           IF RETURN-VALUE = CLEAN-RETURN AND
              AP-KIND-USER-MAINT
              PERFORM CHECK-SUPERVISOR-AUTHORITY
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE USERID TO AP-CHECKER-USERID
              PERFORM BUILD-SIGNON-TIMESTAMP
              MOVE LOG-TIMESTAMP TO AP-CHECKER-TIMESTAMP
              SET AP-STATUS-REJECTED TO TRUE
              PERFORM REWRITE-APPROVAL-ENTRY
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              SET CHECKER-ACTING TO TRUE
              MOVE AP-SUBJECT TO SE-USERID
              SET SE-EVENT-IS-REJECTION TO TRUE
              EVALUATE TRUE
                WHEN AP-KIND-COMP-MAINT
                     MOVE 'COMP MAINT REJECTED' TO SE-DETAIL
                WHEN AP-KIND-USER-MAINT
                     MOVE 'USER MAINT REJECTED' TO SE-DETAIL
                WHEN OTHER
                     MOVE 'WITHDRAWAL REJECTED' TO SE-DETAIL
              END-EVALUATE
              PERFORM WRITE-SECURITY-EVENT
              MOVE 'N' TO CHECKER-ACTING-SW
           END-IF
           .
       APPROVAL-MAINT-REJECT-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       READ-APPROVAL-FOR-UPDATE SECTION.
      * Only a pending row can be decided - one already approved or
      * rejected reads as not found, the way Order_Maint treats an
      * order that is no longer open.
           MOVE 'READ FOR UPDATE OF APPROVAL FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF AM-SEQ NOT NUMERIC
              MOVE APPROVAL-NOT-FOUND TO RETURN-VALUE
              MOVE APPROVAL-NOT-FOUND-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           ELSE
              MOVE AM-TIMESTAMP TO AP-TIMESTAMP
              MOVE AM-SEQ TO AP-SEQ
              EXEC CICS READ
                        FILE('TRADAPPR')
                        INTO(APPROVAL-IO-BUFFER)
                        LENGTH(LENGTH OF APPROVAL-IO-BUFFER)
                        RIDFLD(AP-KEY)
                        UPDATE
                        NOHANDLE
                        END-EXEC
              MOVE 'READ' TO CICS-FUNCTION
              PERFORM TRACE-CICS-ERROR
              EVALUATE EIBRESP
                 WHEN DFHRESP(NORMAL)
                      IF AP-STATUS-PENDING
                         MOVE CLEAN-RETURN TO RETURN-VALUE
                      ELSE
                         MOVE APPROVAL-NOT-FOUND TO RETURN-VALUE
                         MOVE APPROVAL-NOT-FOUND-MSG TO COMMENT-FIELD
                         PERFORM WRITEQ-TS
                      END-IF
                 WHEN DFHRESP(NOTFND)
                      MOVE APPROVAL-NOT-FOUND TO RETURN-VALUE
                      MOVE APPROVAL-NOT-FOUND-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                 WHEN OTHER
                      MOVE BAD-APPROVAL-IO TO RETURN-VALUE
                      PERFORM WRITEQ-TS
              END-EVALUATE
           END-IF
           .
       READ-APPROVAL-FOR-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-APPROVAL-ENTRY SECTION.
      * Hold a change on TRADAPPR.  The caller has filled the kind,
      * the subject and the detail; the maker is whoever is signed on
      * and the key is when they asked.  Key collisions in the same
      * second bump AP-SEQ, the blotter scheme.  A held change comes
      * back APPROVAL-PENDING - the request has NOT been applied.
           MOVE 'Entry for WRITE-APPROVAL-ENTRY' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO AP-MAKER-USERID
           SET AP-STATUS-PENDING TO TRUE
           MOVE SPACES TO AP-CHECKER-USERID
                          AP-CHECKER-TIMESTAMP
           PERFORM BUILD-SIGNON-TIMESTAMP
           MOVE LOG-TIMESTAMP TO AP-TIMESTAMP
           MOVE ZERO TO AP-SEQ
           EXEC CICS WRITE
                     FILE('TRADAPPR')
                     FROM(APPROVAL-IO-BUFFER)
                     LENGTH(LENGTH OF APPROVAL-IO-BUFFER)
                     RIDFLD(AP-KEY)
                     NOHANDLE
                     END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR AP-SEQ = 999
              ADD 1 TO AP-SEQ
              EXEC CICS WRITE
                        FILE('TRADAPPR')
                        FROM(APPROVAL-IO-BUFFER)
                        LENGTH(LENGTH OF APPROVAL-IO-BUFFER)
                        RIDFLD(AP-KEY)
                        NOHANDLE
                        END-EXEC
           END-PERFORM
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  MOVE APPROVAL-PENDING TO RETURN-VALUE
                  MOVE APPROVAL-PENDING-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-APPROVAL-IO TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-APPROVAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-APPROVAL-ENTRY SECTION.
           MOVE 'UPDATING RECORD IN APPROVAL FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADAPPR')
                     FROM(APPROVAL-IO-BUFFER)
                     LENGTH(LENGTH OF APPROVAL-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-APPROVAL-IO TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-APPROVAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      * ONLINE MAINTENANCE OF THE TRADCMST CUSTOMER MASTER - an       *
      * operator records the legal name, mailing address, tax          *
      * reference and status behind a USERID (see CMSTREC.cpy) so the *
      * print batches have something to mail to.  Mirrors the          *
      * COMP-MAINT add/update split: ADD refuses to clobber an         *
      * existing master record, UPDATE refuses to invent one, and      *
      * INQUIRE reads the record back for the operator screen.         *
      * ADD and UPDATE vet the document delivery preference and the   *
      * e-mail address first (EDIT-CUST-DELIVERY) and refuse a bad    *
      * pair with INVALID-DELIVERY before TRADCMST is touched, then   *
      * the fee class (EDIT-CUST-FEE-CLASS), refused with             *
      * INVALID-FEE-CLASS, and a closing status without the           *
      * receiving broker and account TRADERCL delivers to             *
      * (EDIT-CUST-XFER-BROKER), refused with MISSING-XFER-BROKER.    *
      *****************************************************************
       CUST-MAINT SECTION.
           EVALUATE CT-ACTION
              WHEN CT-ACTION-ADD
                   PERFORM CUST-MAINT-ADD-FUNCTION
              WHEN CT-ACTION-UPDATE
                   PERFORM CUST-MAINT-UPDATE-FUNCTION
              WHEN CT-ACTION-INQUIRE
                   PERFORM CUST-MAINT-INQUIRE-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE    TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                                           TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       CUST-MAINT-EXIT.
           EXIT.
      *****************************************************************
       CUST-MAINT-ADD-FUNCTION SECTION.
           PERFORM READ-CUSTMAST-TARGET
           EVALUATE RETURN-VALUE
              WHEN CLEAN-RETURN
                   MOVE DUPLICATE-CUSTMAST TO RETURN-VALUE
                   MOVE DUPLICATE-CUSTMAST-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN CUSTOMER-NOT-FOUND
                   MOVE CLEAN-RETURN     TO RETURN-VALUE
                   PERFORM EDIT-CUST-DELIVERY
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM EDIT-CUST-FEE-CLASS
                   END-IF
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM EDIT-CUST-XFER-BROKER
                   END-IF
                   IF RETURN-VALUE = CLEAN-RETURN
                      PERFORM MOVE-CUST-MAINT-FIELDS
                      PERFORM WRITE-CUSTMAST
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       CUST-MAINT-ADD-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       CUST-MAINT-UPDATE-FUNCTION SECTION.
           PERFORM EDIT-CUST-DELIVERY
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-CUST-FEE-CLASS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-CUST-XFER-BROKER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM READ-CUSTMAST-TARGET-UPD
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM MOVE-CUST-MAINT-FIELDS
              PERFORM REWRITE-CUSTMAST
           END-IF
           .
       CUST-MAINT-UPDATE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       CUST-MAINT-INQUIRE-FUNCTION SECTION.
           PERFORM READ-CUSTMAST-TARGET
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE CU-LEGAL-NAME  TO CT-LEGAL-NAME
              MOVE CU-ADDRESS-1   TO CT-ADDRESS-1
              MOVE CU-ADDRESS-2   TO CT-ADDRESS-2
              MOVE CU-CITY        TO CT-CITY
              MOVE CU-POSTAL-CODE TO CT-POSTAL-CODE
              MOVE CU-TAX-REF     TO CT-TAX-REF
              MOVE CU-STATUS      TO CT-STATUS
              MOVE CU-XFER-BROKER TO CT-XFER-BROKER
              MOVE CU-XFER-ACCOUNT TO CT-XFER-ACCOUNT
              MOVE CU-BANK-SORT-CODE TO CT-BANK-SORT-CODE
              MOVE CU-BANK-ACCOUNT TO CT-BANK-ACCOUNT
              MOVE CU-BANK-ACCOUNT-NAME TO CT-BANK-ACCOUNT-NAME
              MOVE CU-DELIVERY-PREF TO CT-DELIVERY-PREF
              MOVE CU-EMAIL-ADDRESS TO CT-EMAIL-ADDRESS
              MOVE CU-FEE-CLASS TO CT-FEE-CLASS
           END-IF
           .
       CUST-MAINT-INQUIRE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       MOVE-CUST-MAINT-FIELDS SECTION.
      * A blank status on the request reads as active, the same way a
      * blank CU-STATUS on file does - see CMSTREC.cpy.
           MOVE CT-TARGET-USERID TO CU-USERID
           MOVE CT-LEGAL-NAME    TO CU-LEGAL-NAME
           MOVE CT-ADDRESS-1     TO CU-ADDRESS-1
           MOVE CT-ADDRESS-2     TO CU-ADDRESS-2
           MOVE CT-CITY          TO CU-CITY
           MOVE CT-POSTAL-CODE   TO CU-POSTAL-CODE
           MOVE CT-TAX-REF       TO CU-TAX-REF
           IF CT-STATUS = SPACES
              MOVE 'A'           TO CU-STATUS
           ELSE
              MOVE CT-STATUS     TO CU-STATUS
           END-IF
           MOVE CT-XFER-BROKER   TO CU-XFER-BROKER
           MOVE CT-XFER-ACCOUNT  TO CU-XFER-ACCOUNT
           MOVE CT-BANK-SORT-CODE TO CU-BANK-SORT-CODE
           MOVE CT-BANK-ACCOUNT  TO CU-BANK-ACCOUNT
           MOVE CT-BANK-ACCOUNT-NAME TO CU-BANK-ACCOUNT-NAME
           IF CT-DELIVERY-PREF = SPACES
              MOVE 'P'           TO CU-DELIVERY-PREF
           ELSE
              MOVE CT-DELIVERY-PREF TO CU-DELIVERY-PREF
           END-IF
           MOVE CT-EMAIL-ADDRESS TO CU-EMAIL-ADDRESS
           IF CT-FEE-CLASS = SPACES
              MOVE 'N'           TO CU-FEE-CLASS
           ELSE
              MOVE CT-FEE-CLASS  TO CU-FEE-CLASS
           END-IF
           .
       MOVE-CUST-MAINT-FIELDS-EXIT.
           EXIT.
      *****************************************************************
       EDIT-CUST-DELIVERY SECTION.
      * Vet the delivery preference before TRADCMST is touched: paper,
      * electronic or both (blank reads as paper), and electronic or
      * both only with an e-mail address to send to - one that at
      * least carries an '@' after its first character.
           MOVE ZERO TO EMAIL-AT-COUNT
           IF CT-EMAIL-ADDRESS NOT = SPACES
              INSPECT CT-EMAIL-ADDRESS (2:59)
                      TALLYING EMAIL-AT-COUNT FOR ALL '@'
           END-IF
           IF NOT CT-DELIVERY-PREF-VALID
              OR (CT-DELIVERY-WANTS-EMAIL AND
                  (CT-EMAIL-ADDRESS = SPACES OR
                   EMAIL-AT-COUNT = ZERO))
              MOVE INVALID-DELIVERY TO RETURN-VALUE
              MOVE BAD-DELIVERY-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       EDIT-CUST-DELIVERY-EXIT.
           EXIT.
      *****************************************************************
       EDIT-CUST-FEE-CLASS SECTION.
      * Normal (blank reads as normal), staff or exempt - the last two
      * have the month-end custody fee waived (see CMSTREC.cpy).
           IF NOT CT-FEE-CLASS-VALID
              MOVE INVALID-FEE-CLASS TO RETURN-VALUE
              MOVE BAD-FEE-CLASS-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       EDIT-CUST-FEE-CLASS-EXIT.
           EXIT.
      *****************************************************************
       EDIT-CUST-XFER-BROKER SECTION.
      * An account is only put into closing with somewhere for its
      * holdings and cash to go - TRADERCL would otherwise hold it
      * waiting night after night.
           IF CT-STATUS = 'P' AND
              (CT-XFER-BROKER = SPACES OR CT-XFER-ACCOUNT = SPACES)
              MOVE MISSING-XFER-BROKER TO RETURN-VALUE
              MOVE MISSING-XFER-BROKER-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       EDIT-CUST-XFER-BROKER-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ACCOUNT-STATUS SECTION.
      * Refuse new business for a USERID whose customer master says
      * the account is closed, or is being closed down by TRADERCL.
      * Withdrawals, order cancels and the enquiries still run so the
      * account can be wound down.  A USERID with no master record
      * yet trades as before - Cust_Maint is not compulsory.
           MOVE 'CHECKING ACCOUNT STATUS ON CUSTOMER MASTER'
                 TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO CU-USERID
           EXEC CICS READ
                     FILE('TRADCMST')
                     INTO(CUSTMAST-IO-BUFFER)
                     LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                     RIDFLD(CU-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   IF CU-STATUS-CLOSED OR CU-STATUS-CLOSING
                      MOVE ACCOUNT-CLOSED TO RETURN-VALUE
                      MOVE ACCOUNT-CLOSED-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   END-IF
              WHEN DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       CHECK-ACCOUNT-STATUS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-SETTLEMENT-FAIL SECTION.
      * Refuse a buy, or a buy order, while the customer has a failed
      * settlement TRADERFL has aged past the dunning point - see
      * FAILREC.cpy.  Selling stays open: it is how the debt gets
      * paid.  No TRADFAIL row means nothing is outstanding.
           MOVE 'CHECKING FOR A FAILED SETTLEMENT' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO FL-CUSTOMER
           EXEC CICS READ
                     FILE('TRADFAIL')
                     INTO(FAIL-IO-BUFFER)
                     LENGTH(LENGTH OF FAIL-IO-BUFFER)
                     RIDFLD(FL-CUSTOMER)
                     NOHANDLE
                     END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              CONTINUE
           ELSE
              IF FL-BUYS-BLOCKED
                 MOVE SETTLEMENT-FAIL TO RETURN-VALUE
                 MOVE SETTLEMENT-FAIL-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       CHECK-SETTLEMENT-FAIL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-COMPANY-TRADING SECTION.
      * Refuse a trade, an order or a price tick for a company whose
      * trading is halted or which has been delisted - the record is
      * already in COMPANY-IO-BUFFER.  Holdings, enquiries and order
      * cancels are untouched; the price stands where the halt left
      * it until the halt is lifted through Comp_Maint.
           IF NOT COMPANY-ACTIVE
              MOVE TRADING-HALTED TO RETURN-VALUE
              MOVE TRADING-HALTED-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       CHECK-COMPANY-TRADING-EXIT.
           EXIT.
      *****************************************************************
       READ-CUSTMAST-TARGET SECTION.
           MOVE 'READING RECORD FROM CUSTOMER MASTER' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE CT-TARGET-USERID TO CU-USERID
           EXEC CICS READ
                     FILE('TRADCMST')
                     INTO(CUSTMAST-IO-BUFFER)
                     LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                     RIDFLD(CU-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CUSTMAST-TARGET-EXIT.
           EXIT.
      *****************************************************************
       READ-CUSTMAST-TARGET-UPD SECTION.
           MOVE 'READ FOR UPDATE OF CUSTOMER MASTER' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE CT-TARGET-USERID TO CU-USERID
           EXEC CICS READ
                     FILE('TRADCMST')
                     INTO(CUSTMAST-IO-BUFFER)
                     LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                     RIDFLD(CU-USERID)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   PERFORM WRITEQ-TS
                   MOVE CUSTOMER-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-CUSTMAST-TARGET-UPD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CUSTMAST SECTION.
           MOVE 'ADDING NEW RECORD TO CUSTOMER MASTER'
                 TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADCMST')
                     FROM(CUSTMAST-IO-BUFFER)
                     LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                     RIDFLD(CU-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-CUSTMAST-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-CUSTMAST SECTION.
           MOVE 'UPDATING RECORD IN CUSTOMER MASTER' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADCMST')
                     FROM(CUSTMAST-IO-BUFFER)
                     LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-CUSTMAST-EXIT.
           EXIT.
      *****************************************************************
      * INTRADAY PRICE TICK - update COMPANY-NAME's SHARE-VALUE       *
      * during the day without touching the VALUE-1..7 daily roll or  *
      * TRADHIST, which stay TRADERFD's alone.  The same vetting the  *
      * feed intake applies protects the stop orders on the book:     *
      * garbage is rejected, and a move beyond the tolerance is       *
      * parked on TRADPDSP for operator approval instead of applied.  *
      *****************************************************************
       PRICE-UPDATE SECTION.
           MOVE 'Entry for PRICE-UPDATE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE PU-NEW-VALUE TO PRICE-CONVERT-X
           IF PRICE-CONVERT-INT-X NOT NUMERIC OR
              PRICE-CONVERT-DEC-X NOT NUMERIC
              MOVE INVALID-AMOUNT TO RETURN-VALUE
              MOVE PRICE-REJECT-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           ELSE
              MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
              MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
              MOVE PRICE-CONVERT-VALUE TO TICK-NEW-VALUE
              PERFORM READ-COMPFILE-FOR-UPDATE
              IF RETURN-VALUE = CLEAN-RETURN
                 PERFORM CHECK-COMPANY-TRADING
              END-IF
              IF RETURN-VALUE = CLEAN-RETURN
                 PERFORM VET-PRICE-TICK
              END-IF
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE SHARE-VALUE OF COMPANY-IO-BUFFER
                      TO PU-OLD-VALUE
                 MOVE PU-NEW-VALUE TO SHARE-VALUE
                                      OF COMPANY-IO-BUFFER
                 PERFORM REWRITE-COMPFILE
                 IF RETURN-VALUE = CLEAN-RETURN AND PU-APPROVED
                    PERFORM DELETE-TICK-SUSPENSE
                 END-IF
      * Every tick that moved the price leaves a TRADSECF event
      * naming who pushed it, for the trade surveillance run.
                 IF RETURN-VALUE = CLEAN-RETURN
                    MOVE USERID TO SE-USERID
                    SET SE-EVENT-IS-PRICE-TICK TO TRUE
                    MOVE COMPANY-NAME TO SE-DETAIL
                    PERFORM WRITE-SECURITY-EVENT
                 END-IF
              END-IF
           END-IF
           .
       PRICE-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       VET-PRICE-TICK SECTION.
      * The VALIDATE-FEED-PRICE arithmetic: measure the move against
      * the current SHARE-VALUE and hold anything beyond the
      * tolerance for operator approval - unless this request IS the
      * approval (PU-APPROVED), which bypasses the tolerance the way
      * a released TRADFDAP row does overnight.  A company whose
      * current price is blank or zero has nothing to measure
      * against, so any numeric tick applies.
           MOVE ZERO TO TICK-CURRENT-VALUE
           MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO PRICE-CONVERT-X
           IF PRICE-CONVERT-INT-X NUMERIC AND
              PRICE-CONVERT-DEC-X NUMERIC
              MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
              MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
              MOVE PRICE-CONVERT-VALUE TO TICK-CURRENT-VALUE
           END-IF

           IF TICK-CURRENT-VALUE > ZERO AND NOT PU-APPROVED
              IF TICK-NEW-VALUE > TICK-CURRENT-VALUE
                 COMPUTE TICK-MOVE-PCT ROUNDED =
                     ((TICK-NEW-VALUE - TICK-CURRENT-VALUE) /
                      TICK-CURRENT-VALUE) * 100
              ELSE
                 COMPUTE TICK-MOVE-PCT ROUNDED =
                     ((TICK-CURRENT-VALUE - TICK-NEW-VALUE) /
                      TICK-CURRENT-VALUE) * 100
              END-IF
              IF TICK-MOVE-PCT > PRICE-TICK-TOLERANCE
                 PERFORM WRITE-TICK-SUSPENSE
                 MOVE PRICE-TICK-HELD TO RETURN-VALUE
                 MOVE PRICE-HELD-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       VET-PRICE-TICK-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TICK-SUSPENSE SECTION.
      * Park the held tick on TRADPDSP, keyed by company - a fresher
      * over-tolerance tick for the same company replaces the one
      * waiting, so ops always review the latest.
           MOVE COMPANY-NAME TO TS-COMPANY
           MOVE PU-NEW-VALUE TO TS-NEW-VALUE
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATE(LOG-TS-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     TIME(LOG-TS-TIME)
                     TIMESEP(':')
                     END-EXEC
           MOVE LOG-TIMESTAMP TO TS-TIMESTAMP
           MOVE USERID TO TS-USERID
           EXEC CICS WRITE
                     FILE('TRADPDSP')
                     FROM(TICK-SUSPENSE-RECORD)
                     LENGTH(LENGTH OF TICK-SUSPENSE-RECORD)
                     RIDFLD(TS-COMPANY)
                     NOHANDLE
                     END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
              EXEC CICS READ
                        FILE('TRADPDSP')
                        INTO(TICK-SUSPENSE-RECORD)
                        LENGTH(LENGTH OF TICK-SUSPENSE-RECORD)
                        RIDFLD(TS-COMPANY)
                        UPDATE
                        NOHANDLE
                        END-EXEC
              MOVE COMPANY-NAME TO TS-COMPANY
              MOVE PU-NEW-VALUE TO TS-NEW-VALUE
              MOVE LOG-TIMESTAMP TO TS-TIMESTAMP
              MOVE USERID TO TS-USERID
              EXEC CICS REWRITE
                        FILE('TRADPDSP')
                        FROM(TICK-SUSPENSE-RECORD)
                        LENGTH(LENGTH OF TICK-SUSPENSE-RECORD)
                        NOHANDLE
                        END-EXEC
           END-IF
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
           END-EVALUATE
           .
       WRITE-TICK-SUSPENSE-EXIT.
           EXIT.
      *****************************************************************
       DELETE-TICK-SUSPENSE SECTION.
      * The approval just applied - clear the parked tick so ops do
      * not approve it twice.  An approval keyed without a parked
      * row (NOTFND) is fine.
           MOVE COMPANY-NAME TO TS-COMPANY
           EXEC CICS DELETE
                     FILE('TRADPDSP')
                     RIDFLD(TS-COMPANY)
                     NOHANDLE
                     END-EXEC
           .
       DELETE-TICK-SUSPENSE-EXIT.
           EXIT.
      *****************************************************************
       VALIDATE-COMPANY-EXISTS SECTION.
           MOVE VALIDATE-MSG TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM READ-COMPFILE
           .
       VALIDATE-COMPANY-EXISTS-EXIT.
           EXIT.
      *****************************************************************
       GET-SHARE-VALUE SECTION.
           MOVE 'Entry to GET-SHARE-VALUE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM READ-CUSTFILE
           EVALUATE RETURN-VALUE
             WHEN CLEAN-RETURN
                  CONTINUE
             WHEN CUSTOMER-NOT-FOUND
                  MOVE CLEAN-RETURN TO RETURN-VALUE
                  PERFORM SET-DUMMY-CUST-RECORD
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF RETURN-VALUE IS EQUAL TO CLEAN-RETURN
              PERFORM READ-COMPFILE
           IF RETURN-VALUE IS EQUAL TO CLEAN-RETURN
              MOVE ZERO TO TRADE-LOG-QTY
              PERFORM BUILD-RESP-COMMAREA
           END-IF
           IF RETURN-VALUE IS EQUAL TO CLEAN-RETURN
              AND HIST-FROM-DATE NOT = SPACES
              PERFORM GET-SHARE-HISTORY-RANGE
           .
       GET-SHARE-VALUE-EXIT.
           EXIT.
      *****************************************************************
       GET-SHARE-HISTORY-RANGE SECTION.
      * Browse TRADHIST for COMPANY-NAME, returning every entry with
      * HIST-DATE between HIST-FROM-DATE and HIST-TO-DATE (inclusive),
      * up to the 18 slots HISTORY-ENTRIES holds.  TRADHIST's key is
      * COMPANY + DATE, so a GTEQ STARTBR positioned at
      * COMPANY-NAME/HIST-FROM-DATE lands exactly where the range
      * starts.
           MOVE 'Entry to GET-SHARE-HISTORY-RANGE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE 0 TO HISTORY-ENTRY-COUNT
           MOVE COMPANY-NAME TO HIST-COMPANY OF HISTORY-IO-BUFFER
           MOVE HIST-FROM-DATE TO HIST-DATE OF HISTORY-IO-BUFFER

           EXEC CICS STARTBR FILE('TRADHIST')
                             RIDFLD(HIST-KEY OF HISTORY-IO-BUFFER)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC

           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM VARYING HISTORY-ENTRY-IDX FROM 1 BY 1
                  UNTIL HISTORY-ENTRY-IDX > 18

                  EXEC CICS READNEXT FILE('TRADHIST')
                                     RIDFLD(HIST-KEY OF HISTORY-IO-BUFFER)
                                     INTO(HISTORY-IO-BUFFER)
                                     RESP(CMDRESP)
                                     END-EXEC

                  IF CMDRESP NOT = DFHRESP(NORMAL)
                     EXIT PERFORM
                  END-IF

                  IF HIST-COMPANY OF HISTORY-IO-BUFFER NOT = COMPANY-NAME
                     OR HIST-DATE OF HISTORY-IO-BUFFER > HIST-TO-DATE
                     EXIT PERFORM
                  END-IF

                  ADD 1 TO HISTORY-ENTRY-COUNT
                  MOVE HIST-DATE OF HISTORY-IO-BUFFER TO
                       HIST-ENTRY-DATE (HISTORY-ENTRY-IDX)
                  MOVE HIST-SHARE-VALUE OF HISTORY-IO-BUFFER TO
                       HIST-ENTRY-VALUE (HISTORY-ENTRY-IDX)
              END-PERFORM

              EXEC CICS ENDBR FILE('TRADHIST')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           .
       GET-SHARE-HISTORY-RANGE-EXIT.
           EXIT.
      *****************************************************************
       GET-TRADE-HISTORY SECTION.
      * Browse the keyed blotter (TRADLOG, key customer + timestamp +
      * sequence - see TRADELOG.cpy) for this USERID's own entries,
      * returning up to 7 per page through TRADE-HIST-BUFFER the way
      * GET-SHARE-HISTORY-RANGE pages TRADHIST.  A GTEQ STARTBR at
      * USERID / TH-START-TIMESTAMP lands exactly where the page
      * starts; the browse ends at the first entry belonging to
      * another customer.
           MOVE 'Entry to GET-TRADE-HISTORY' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO TO TH-ENTRY-COUNT
           MOVE USERID TO TL-CUSTOMER
           MOVE TH-START-TIMESTAMP TO TL-TIMESTAMP
           MOVE ZERO TO TL-LOG-SEQ

           EXEC CICS STARTBR FILE('TRADLOG')
                             RIDFLD(TL-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC

           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM VARYING TH-ENTRY-IDX FROM 1 BY 1
                  UNTIL TH-ENTRY-IDX > 7

                  EXEC CICS READNEXT FILE('TRADLOG')
                                     RIDFLD(TL-KEY)
                                     INTO(TRADE-LOG-RECORD)
                                     RESP(CMDRESP)
                                     END-EXEC

                  IF CMDRESP NOT = DFHRESP(NORMAL)
                     EXIT PERFORM
                  END-IF

                  IF TL-CUSTOMER NOT = USERID
                     EXIT PERFORM
                  END-IF

                  ADD 1 TO TH-ENTRY-COUNT
                  MOVE TL-COMPANY TO
                       TH-ENTRY-COMPANY (TH-ENTRY-IDX)
                  MOVE TL-TRADE-TYPE TO
                       TH-ENTRY-TYPE (TH-ENTRY-IDX)
                  MOVE TL-SHARES TO
                       TH-ENTRY-SHARES (TH-ENTRY-IDX)
                  MOVE TL-PRICE TO PRICE-CONVERT-VALUE
                  MOVE PRICE-CONVERT-INT-N TO PRICE-CONVERT-INT-X
                  MOVE '.'                 TO PRICE-CONVERT-DOT-X
                  MOVE PRICE-CONVERT-DEC-N TO PRICE-CONVERT-DEC-X
                  MOVE PRICE-CONVERT-X TO
                       TH-ENTRY-PRICE (TH-ENTRY-IDX)
                  MOVE TL-TIMESTAMP TO
                       TH-ENTRY-TIMESTAMP (TH-ENTRY-IDX)
              END-PERFORM

              EXEC CICS ENDBR FILE('TRADLOG')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           .
       GET-TRADE-HISTORY-EXIT.
           EXIT.
      *****************************************************************
      * STANDING-ORDER BOOK MAINTENANCE - place, cancel and list this *
      * USERID's limit, stop and market orders on TRADORDR (see      *
      * ORDERREC.cpy).  The                                           *
      * overnight engine (TRADERLO) browses the same file and flips   *
      * fired orders to filled, so nothing here ever touches the      *
      * position record itself.                                       *
      *****************************************************************
       ORDER-MAINT SECTION.
           EVALUATE OM-ACTION
              WHEN OM-ACTION-PLACE
                   PERFORM ORDER-MAINT-PLACE-FUNCTION
              WHEN OM-ACTION-CANCEL
                   PERFORM ORDER-MAINT-CANCEL-FUNCTION
              WHEN OM-ACTION-LIST
                   PERFORM ORDER-MAINT-LIST-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE    TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       ORDER-MAINT-EXIT.
           EXIT.
      *****************************************************************
       ORDER-MAINT-PLACE-FUNCTION SECTION.
      * COMPANY-NAME carries the order's company, the way Buy_Sell
      * already uses it.  The order gets the next free number for
      * this customer (highest existing + 1) and goes on the book
      * open, stamped with today's date.  A blank OM-EXPIRY-DATE is
      * good-til-cancelled.
           MOVE 'Entry for ORDER PLACE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM CHECK-ACCOUNT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-ORDER-REQUEST
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND OM-ORDER-TYPE = 'B'
              PERFORM CHECK-SETTLEMENT-FAIL
           END-IF
           IF RETURN-VALUE NOT = CLEAN-RETURN
              CONTINUE
           ELSE
              PERFORM VALIDATE-COMPANY-EXISTS
              IF RETURN-VALUE = CLEAN-RETURN
                 PERFORM CHECK-COMPANY-TRADING
              END-IF
              IF RETURN-VALUE = CLEAN-RETURN
                 PERFORM FIND-NEXT-ORDER-NUMBER
              END-IF
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE USERID TO ORD-CUSTOMER
                 MOVE NEXT-ORDER-NUMBER TO ORD-ORDER-NO
                 MOVE COMPANY-NAME TO ORD-COMPANY
                 MOVE OM-ORDER-TYPE TO ORD-ORDER-TYPE
                 IF OM-PRICE-TYPE = SPACES
                    MOVE 'L' TO ORD-PRICE-TYPE
                 ELSE
                    MOVE OM-PRICE-TYPE TO ORD-PRICE-TYPE
                 END-IF
                 IF OM-PRICE-IS-MARKET
                    MOVE '00000.00' TO ORD-LIMIT-PRICE
                 ELSE
                    MOVE OM-LIMIT-PRICE TO ORD-LIMIT-PRICE
                 END-IF
                 MOVE OM-QUANTITY TO ORD-QUANTITY
                 MOVE OM-EXPIRY-DATE TO ORD-EXPIRY-DATE
                 EXEC CICS ASKTIME
                           ABSTIME(ABSTIME-FIELD)
                           END-EXEC
                 EXEC CICS FORMATTIME
                           ABSTIME(ABSTIME-FIELD)
                           DATE(LOG-TS-DATE)
                           DATESEP('-')
                           YYYYMMDD
                           END-EXEC
                 MOVE LOG-TS-DATE TO ORD-PLACED-DATE
                 SET ORD-STATUS-OPEN TO TRUE
                 MOVE 'TRADERBL' TO ORD-SOURCE
                 PERFORM WRITE-ORDERFILE
                 IF RETURN-VALUE = CLEAN-RETURN
                    MOVE NEXT-ORDER-NUMBER TO OM-ORDER-NO
                 END-IF
              END-IF
           END-IF
           .
       ORDER-MAINT-PLACE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       EDIT-ORDER-REQUEST SECTION.
      * Vet a place request before anything touches the book: the
      * type must be B or S, the price type one of limit/stop/market
      * (blank reads as limit), the quantity numeric and non-zero,
      * the limit or trigger price numeric and non-zero (a
      * zero-limit sell would fire unconditionally at tonight's
      * close) except on a market order, which carries no price at
      * all, and a non-blank expiry must be a well-formed
      * YYYY-MM-DD - TRADERLO compares it as a plain string, so a
      * mis-keyed expiry would otherwise expire the order at once or
      * never, depending on collation.
           MOVE OM-LIMIT-PRICE TO PRICE-CONVERT-X
           EVALUATE TRUE
             WHEN (OM-ORDER-TYPE NOT = 'B' AND OM-ORDER-TYPE NOT = 'S')
               OR NOT OM-PRICE-TYPE-VALID
               OR OM-QUANTITY NOT NUMERIC
               OR OM-QUANTITY = ZERO
                  MOVE INVALID-ORDER TO RETURN-VALUE
                  MOVE BAD-ORDER-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OM-PRICE-IS-MARKET
                  CONTINUE
             WHEN PRICE-CONVERT-INT-X NOT NUMERIC
               OR PRICE-CONVERT-DEC-X NOT NUMERIC
                  MOVE INVALID-ORDER TO RETURN-VALUE
                  MOVE BAD-ORDER-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
                  MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
                  IF PRICE-CONVERT-VALUE = ZERO
                     MOVE INVALID-ORDER TO RETURN-VALUE
                     MOVE BAD-ORDER-MSG TO COMMENT-FIELD
                     PERFORM WRITEQ-TS
                  END-IF
           END-EVALUATE
           IF RETURN-VALUE = CLEAN-RETURN AND
              OM-EXPIRY-DATE NOT = SPACES
              IF OM-EXPIRY-DATE(1:4) NOT NUMERIC
                 OR OM-EXPIRY-DATE(5:1) NOT = '-'
                 OR OM-EXPIRY-DATE(6:2) NOT NUMERIC
                 OR OM-EXPIRY-DATE(8:1) NOT = '-'
                 OR OM-EXPIRY-DATE(9:2) NOT NUMERIC
                 MOVE INVALID-ORDER TO RETURN-VALUE
                 MOVE BAD-ORDER-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       EDIT-ORDER-REQUEST-EXIT.
           EXIT.
      *****************************************************************
       FIND-NEXT-ORDER-NUMBER SECTION.
      * Browse this customer's orders for the highest number on file
      * (any status - numbers are never reused, so a cancelled order
      * stays citable in a query).  No orders at all starts at 1.
           MOVE 1 TO NEXT-ORDER-NUMBER
           MOVE USERID TO ORD-CUSTOMER
           MOVE ZERO TO ORD-ORDER-NO
           EXEC CICS STARTBR FILE('TRADORDR')
                             RIDFLD(ORD-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('TRADORDR')
                                    RIDFLD(ORD-KEY)
                                    INTO(ORDER-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF ORD-CUSTOMER = USERID
                       COMPUTE NEXT-ORDER-NUMBER = ORD-ORDER-NO + 1
                    ELSE
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADORDR')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           IF NEXT-ORDER-NUMBER = ZERO
      * 9999 orders on file for one customer - the 4-digit number
      * just wrapped.  Refuse rather than overwrite order 0001.
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE
              MOVE BAD-ORDER-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       FIND-NEXT-ORDER-NUMBER-EXIT.
           EXIT.
      *****************************************************************
       ORDER-MAINT-CANCEL-FUNCTION SECTION.
      * Cancel one of this USERID's own open orders by number.  The
      * record stays on the book marked cancelled - the trace the
      * old blank-the-slot scheme never left.
           MOVE 'Entry for ORDER CANCEL' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE USERID TO ORD-CUSTOMER
           MOVE OM-ORDER-NO TO ORD-ORDER-NO
           EXEC CICS READ
                     FILE('TRADORDR')
                     INTO(ORDER-IO-BUFFER)
                     LENGTH(LENGTH OF ORDER-IO-BUFFER)
                     RIDFLD(ORD-KEY)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   IF ORD-STATUS-OPEN
                      SET ORD-STATUS-CANCELLED TO TRUE
                      PERFORM REWRITE-ORDERFILE
                   ELSE
                      MOVE ORDER-NOT-FOUND TO RETURN-VALUE
                      MOVE ORDER-NOT-FOUND-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   END-IF
              WHEN DFHRESP(NOTFND)
                   MOVE ORDER-NOT-FOUND TO RETURN-VALUE
                   MOVE ORDER-NOT-FOUND-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       ORDER-MAINT-CANCEL-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       ORDER-MAINT-LIST-FUNCTION SECTION.
      * Return up to 6 of this USERID's open orders, lowest numbers
      * first - filled/expired/cancelled orders stay on the book but
      * are not the working list a customer asks for.
           MOVE 'Entry for ORDER LIST' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO TO OM-ORDER-COUNT
           MOVE USERID TO ORD-CUSTOMER
           MOVE ZERO TO ORD-ORDER-NO
           EXEC CICS STARTBR FILE('TRADORDR')
                             RIDFLD(ORD-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                         OR OM-ORDER-COUNT = 6
                 EXEC CICS READNEXT FILE('TRADORDR')
                                    RIDFLD(ORD-KEY)
                                    INTO(ORDER-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF ORD-CUSTOMER NOT = USERID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF ORD-STATUS-OPEN
                          ADD 1 TO OM-ORDER-COUNT
                          SET OM-ORDER-IDX TO OM-ORDER-COUNT
                          MOVE ORD-ORDER-NO TO
                               OM-ENTRY-ORDER-NO (OM-ORDER-IDX)
                          MOVE ORD-COMPANY TO
                               OM-ENTRY-COMPANY (OM-ORDER-IDX)
                          MOVE ORD-ORDER-TYPE TO
                               OM-ENTRY-TYPE (OM-ORDER-IDX)
                          IF ORD-PRICE-TYPE = SPACES
                             MOVE 'L' TO
                                  OM-ENTRY-PRICE-TYPE (OM-ORDER-COUNT)
                          ELSE
                             MOVE ORD-PRICE-TYPE TO
                                  OM-ENTRY-PRICE-TYPE (OM-ORDER-COUNT)
                          END-IF
                          MOVE ORD-LIMIT-PRICE TO
                               OM-ENTRY-PRICE (OM-ORDER-IDX)
                          MOVE ORD-QUANTITY TO
                               OM-ENTRY-QTY (OM-ORDER-IDX)
                          MOVE ORD-EXPIRY-DATE TO
                               OM-ENTRY-EXPIRY (OM-ORDER-IDX)
                          MOVE ORD-STATUS TO
                               OM-ENTRY-STATUS (OM-ORDER-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADORDR')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           .
       ORDER-MAINT-LIST-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       WRITE-ORDERFILE SECTION.
           MOVE 'ADDING NEW RECORD TO ORDER FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADORDR')
                     FROM(ORDER-IO-BUFFER)
                     LENGTH(LENGTH OF ORDER-IO-BUFFER)
                     RIDFLD(ORD-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-ORDERFILE-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-ORDERFILE SECTION.
           MOVE 'UPDATING RECORD IN ORDER FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADORDR')
                     FROM(ORDER-IO-BUFFER)
                     LENGTH(LENGTH OF ORDER-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-ORDERFILE-EXIT.
           EXIT.
      *****************************************************************
      * REGULAR INVESTMENT PLAN MAINTENANCE - add, amend and list     *
      * this USERID's monthly savings schemes on TRADPLAN (see        *
      * PLANREC.cpy).  Nothing here buys anything: the overnight plan *
      * run (TRADERIP) turns each plan into a market order on its     *
      * business day and TRADERLO fills it.                           *
      *****************************************************************
       PLAN-MAINT SECTION.
           EVALUATE PM-ACTION
              WHEN PM-ACTION-ADD
                   PERFORM PLAN-MAINT-ADD-FUNCTION
              WHEN PM-ACTION-UPDATE
                   PERFORM PLAN-MAINT-UPDATE-FUNCTION
              WHEN PM-ACTION-LIST
                   PERFORM PLAN-MAINT-LIST-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE    TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                                           TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       PLAN-MAINT-EXIT.
           EXIT.
      *****************************************************************
       PLAN-MAINT-ADD-FUNCTION SECTION.
      * COMPANY-NAME carries the plan's company, the way Order_Maint
      * uses it.  The company must be trading and the account open
      * for new business, the same as for an order.  The plan gets
      * the next free number for this customer and goes on file
      * with no instalment yet taken.
           MOVE 'Entry for PLAN ADD' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM BUILD-PLAN-DATES
           PERFORM CHECK-ACCOUNT-STATUS
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-CASH-AMOUNT
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE PLAN-TODAY-DATE TO PL-START-DATE
              PERFORM EDIT-PLAN-REQUEST
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM VALIDATE-COMPANY-EXISTS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-COMPANY-TRADING
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM FIND-NEXT-PLAN-NUMBER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE USERID TO PL-CUSTOMER
              MOVE NEXT-PLAN-NUMBER TO PL-PLAN-NO
              MOVE COMPANY-NAME TO PL-COMPANY
              MOVE CASH-AMOUNT-REQUESTED TO PL-MONTHLY-AMOUNT
              MOVE PM-DAY-OF-MONTH TO PL-DAY-OF-MONTH
              MOVE PM-STOP-DATE TO PL-STOP-DATE
              IF PM-STATUS = SPACES
                 SET PL-STATUS-ACTIVE TO TRUE
              ELSE
                 MOVE PM-STATUS TO PL-STATUS
              END-IF
              MOVE PLAN-TODAY-DATE TO PL-CREATED-DATE
              MOVE SPACES TO PL-LAST-DUE-DATE
                             PL-LAST-OUTCOME
              MOVE ZERO TO PL-LAST-ORDER-NO
              PERFORM WRITE-PLANFILE
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE NEXT-PLAN-NUMBER TO PM-PLAN-NO
              END-IF
           END-IF
           .
       PLAN-MAINT-ADD-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       PLAN-MAINT-UPDATE-FUNCTION SECTION.
      * Amend one of this USERID's own plans by number: the amount,
      * day, stop date and status are re-keyed as a whole (a blank
      * stop date runs the plan on until stopped), a blank start
      * date keeps the plan's own.  The company is fixed - a
      * different company is a new plan.  A suspended plan made
      * active again picks up from tomorrow; the instalments it
      * missed while suspended are not bought late.
           MOVE 'Entry for PLAN UPDATE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           PERFORM BUILD-PLAN-DATES
           PERFORM READ-PLANFILE-FOR-UPDATE
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-CASH-AMOUNT
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-PLAN-REQUEST
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE PL-STATUS TO PLAN-OLD-STATUS
              MOVE CASH-AMOUNT-REQUESTED TO PL-MONTHLY-AMOUNT
              MOVE PM-DAY-OF-MONTH TO PL-DAY-OF-MONTH
              MOVE PM-STOP-DATE TO PL-STOP-DATE
              IF PM-STATUS = SPACES
                 SET PL-STATUS-ACTIVE TO TRUE
              ELSE
                 MOVE PM-STATUS TO PL-STATUS
              END-IF
              IF PL-STATUS-ACTIVE AND PLAN-OLD-STATUS = 'S' AND
                 PL-LAST-DUE-DATE < PLAN-YESTERDAY-DATE
                 MOVE PLAN-YESTERDAY-DATE TO PL-LAST-DUE-DATE
              END-IF
              PERFORM REWRITE-PLANFILE
           END-IF
           .
       PLAN-MAINT-UPDATE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       EDIT-PLAN-REQUEST SECTION.
      * Vet an add or amend before TRADPLAN is touched: the day of
      * the month 1 to 31 (a day the month does not have means its
      * last day), the status active or suspended (blank reads as
      * active), a start date - when one is keyed - well-formed and
      * not in the past, and a stop date well-formed and on or after
      * both today and the start.  The caller leaves the plan's
      * start as it stands (today on an add) in PL-START-DATE; a
      * keyed start replaces it there.
           IF PM-DAY-OF-MONTH NOT NUMERIC
              OR PM-DAY-OF-MONTH = ZERO
              OR PM-DAY-OF-MONTH > 31
              OR NOT PM-STATUS-VALID
              MOVE INVALID-PLAN TO RETURN-VALUE
              MOVE BAD-PLAN-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND
              PM-START-DATE NOT = SPACES
              MOVE PM-START-DATE TO PLAN-DATE-WORK
              PERFORM EDIT-PLAN-DATE
              IF NOT PLAN-DATE-OK OR
                 PM-START-DATE < PLAN-TODAY-DATE
                 MOVE INVALID-PLAN TO RETURN-VALUE
                 MOVE BAD-PLAN-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              ELSE
                 MOVE PM-START-DATE TO PL-START-DATE
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND
              PM-STOP-DATE NOT = SPACES
              MOVE PM-STOP-DATE TO PLAN-DATE-WORK
              PERFORM EDIT-PLAN-DATE
              IF NOT PLAN-DATE-OK OR
                 PM-STOP-DATE < PLAN-TODAY-DATE OR
                 PM-STOP-DATE < PL-START-DATE
                 MOVE INVALID-PLAN TO RETURN-VALUE
                 MOVE BAD-PLAN-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       EDIT-PLAN-REQUEST-EXIT.
           EXIT.
      *****************************************************************
       EDIT-PLAN-DATE SECTION.
      * PLAN-DATE-WORK must be a well-formed YYYY-MM-DD - TRADERIP
      * compares the plan dates as plain strings, the way TRADERLO
      * treats an order's expiry.
           MOVE 'Y' TO PLAN-DATE-OK-SW
           IF PLAN-DATE-WORK(1:4) NOT NUMERIC
              OR PLAN-DATE-WORK(5:1) NOT = '-'
              OR PLAN-DATE-WORK(6:2) NOT NUMERIC
              OR PLAN-DATE-WORK(8:1) NOT = '-'
              OR PLAN-DATE-WORK(9:2) NOT NUMERIC
              OR PLAN-DATE-WORK(6:2) = '00'
              OR PLAN-DATE-WORK(6:2) > '12'
              OR PLAN-DATE-WORK(9:2) = '00'
              OR PLAN-DATE-WORK(9:2) > '31'
              MOVE 'N' TO PLAN-DATE-OK-SW
           END-IF
           .
       EDIT-PLAN-DATE-EXIT.
           EXIT.
      *****************************************************************
       BUILD-PLAN-DATES SECTION.
      * Today, and the day before it (the clock stepped back a day
      * the way the value-date walk steps it forward), as YYYY-MM-DD.
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATE(PLAN-TODAY-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           COMPUTE VALUE-ABSTIME = ABSTIME-FIELD - MSECS-PER-DAY
           EXEC CICS FORMATTIME
                     ABSTIME(VALUE-ABSTIME)
                     DATE(PLAN-YESTERDAY-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           .
       BUILD-PLAN-DATES-EXIT.
           EXIT.
      *****************************************************************
       FIND-NEXT-PLAN-NUMBER SECTION.
      * Highest plan number on file for this customer plus one, any
      * status - the FIND-NEXT-ORDER-NUMBER walk over TRADPLAN.  No
      * plans at all starts at 1; a wrap past 9999 is refused.
           MOVE 1 TO NEXT-PLAN-NUMBER
           MOVE USERID TO PL-CUSTOMER
           MOVE ZERO TO PL-PLAN-NO
           EXEC CICS STARTBR FILE('TRADPLAN')
                             RIDFLD(PL-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('TRADPLAN')
                                    RIDFLD(PL-KEY)
                                    INTO(PLAN-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF PL-CUSTOMER = USERID
                       COMPUTE NEXT-PLAN-NUMBER = PL-PLAN-NO + 1
                    ELSE
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADPLAN')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           IF NEXT-PLAN-NUMBER = ZERO
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE
              MOVE BAD-PLAN-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           .
       FIND-NEXT-PLAN-NUMBER-EXIT.
           EXIT.
      *****************************************************************
       PLAN-MAINT-LIST-FUNCTION SECTION.
      * Return up to MAX-PLAN-LIST of this USERID's plans from
      * PM-PLAN-NO on, whatever their status - a suspended or
      * stopped plan is still the customer's to see and amend.
      * Page forward by re-calling with the last number returned
      * plus one.
           MOVE 'Entry for PLAN LIST' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO TO PM-PLAN-COUNT
           MOVE USERID TO PL-CUSTOMER
           IF PM-PLAN-NO NUMERIC
              MOVE PM-PLAN-NO TO PL-PLAN-NO
           ELSE
              MOVE ZERO TO PL-PLAN-NO
           END-IF
           EXEC CICS STARTBR FILE('TRADPLAN')
                             RIDFLD(PL-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                         OR PM-PLAN-COUNT = MAX-PLAN-LIST
                 EXEC CICS READNEXT FILE('TRADPLAN')
                                    RIDFLD(PL-KEY)
                                    INTO(PLAN-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF PL-CUSTOMER NOT = USERID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       ADD 1 TO PM-PLAN-COUNT
                       SET PM-PLAN-IDX TO PM-PLAN-COUNT
                       PERFORM MOVE-PLAN-LIST-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADPLAN')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           MOVE CLEAN-RETURN TO RETURN-VALUE
           .
       PLAN-MAINT-LIST-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       MOVE-PLAN-LIST-ENTRY SECTION.
      * The monthly amount goes back in the 'NNNNNNNNN.NN' form it
      * was keyed in.
           MOVE PL-PLAN-NO TO PM-ENTRY-PLAN-NO (PM-PLAN-IDX)
           MOVE PL-COMPANY TO PM-ENTRY-COMPANY (PM-PLAN-IDX)
           MOVE PL-MONTHLY-AMOUNT TO DECIMAL-SHARE-VALUE
           MOVE WORKING-INT-PART TO NUM-INT-PART
           MOVE '.' TO GUB92
           MOVE WORKING-DEC-PART TO NUM-DEC-PART
           MOVE CHAR-VALUE TO PM-ENTRY-AMOUNT (PM-PLAN-IDX)
           MOVE PL-DAY-OF-MONTH TO PM-ENTRY-DAY (PM-PLAN-IDX)
           MOVE PL-START-DATE TO PM-ENTRY-START (PM-PLAN-IDX)
           MOVE PL-STOP-DATE TO PM-ENTRY-STOP (PM-PLAN-IDX)
           MOVE PL-STATUS TO PM-ENTRY-STATUS (PM-PLAN-IDX)
           MOVE PL-LAST-DUE-DATE TO PM-ENTRY-LAST-DUE (PM-PLAN-IDX)
           MOVE PL-LAST-OUTCOME TO
                PM-ENTRY-LAST-OUTCOME (PM-PLAN-IDX)
           .
       MOVE-PLAN-LIST-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       READ-PLANFILE-FOR-UPDATE SECTION.
           MOVE 'READ FOR UPDATE OF PLAN FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF PM-PLAN-NO NOT NUMERIC
              MOVE PLAN-NOT-FOUND TO RETURN-VALUE
              MOVE PLAN-NOT-FOUND-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           ELSE
              MOVE USERID TO PL-CUSTOMER
              MOVE PM-PLAN-NO TO PL-PLAN-NO
              EXEC CICS READ
                        FILE('TRADPLAN')
                        INTO(PLAN-IO-BUFFER)
                        LENGTH(LENGTH OF PLAN-IO-BUFFER)
                        RIDFLD(PL-KEY)
                        UPDATE
                        NOHANDLE
                        END-EXEC
              MOVE 'READ' TO CICS-FUNCTION
              PERFORM TRACE-CICS-ERROR
              EVALUATE EIBRESP
                 WHEN DFHRESP(NORMAL)
                      CONTINUE
                 WHEN DFHRESP(NOTFND)
                      MOVE PLAN-NOT-FOUND TO RETURN-VALUE
                      MOVE PLAN-NOT-FOUND-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                 WHEN OTHER
                      MOVE BAD-CUST-READ TO RETURN-VALUE
                      PERFORM WRITEQ-TS
              END-EVALUATE
           END-IF
           .
       READ-PLANFILE-FOR-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PLANFILE SECTION.
           MOVE 'ADDING NEW RECORD TO PLAN FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADPLAN')
                     FROM(PLAN-IO-BUFFER)
                     LENGTH(LENGTH OF PLAN-IO-BUFFER)
                     RIDFLD(PL-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-PLANFILE-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-PLANFILE SECTION.
           MOVE 'UPDATING RECORD IN PLAN FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADPLAN')
                     FROM(PLAN-IO-BUFFER)
                     LENGTH(LENGTH OF PLAN-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-PLANFILE-EXIT.
           EXIT.
      *****************************************************************
      * HOUSEHOLD MAINTENANCE - an operator groups related accounts   *
      * (joint holders, family members, accounts run under a          *
      * mandate) into a household on TRADHHLD with its TRADHHMB       *
      * member index (see HHLDREC.cpy).  A household has one primary  *
      * account, which alone may see the household Portfolio_View;    *
      * its turnover cap is checked across every member's trades.     *
      * An account belongs to at most one household.                  *
      *****************************************************************
       HOUSE-MAINT SECTION.
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATE(HOUSE-TODAY-DATE)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           EVALUATE HO-ACTION
              WHEN HO-ACTION-ADD
                   PERFORM HOUSE-MAINT-ADD-FUNCTION
              WHEN HO-ACTION-UPDATE
                   PERFORM HOUSE-MAINT-UPDATE-FUNCTION
              WHEN HO-ACTION-LINK
                   PERFORM HOUSE-MAINT-LINK-FUNCTION
              WHEN HO-ACTION-UNLINK
                   PERFORM HOUSE-MAINT-UNLINK-FUNCTION
              WHEN HO-ACTION-INQUIRE
                   PERFORM HOUSE-MAINT-INQUIRE-FUNCTION
              WHEN OTHER
                   MOVE UNKNOWN-SUBTYPE    TO RETURN-VALUE
                   MOVE SUB-FUNCTION-NOT-FOUND-MSG
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       HOUSE-MAINT-EXIT.
           EXIT.
      *****************************************************************
       HOUSE-MAINT-ADD-FUNCTION SECTION.
      * A new household needs an id not yet on file, a name and a
      * primary account that could be linked as a member (see
      * EDIT-HOUSEHOLD-MEMBER).  The header goes on with a member
      * count of one and the primary is linked as its first member.
           MOVE 'Entry for HOUSEHOLD ADD' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           IF HO-HOUSEHOLD-ID = SPACES OR
              HO-HOUSEHOLD-NAME = SPACES OR
              HO-PRIMARY = SPACES
              MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
              MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM EDIT-HOUSEHOLD-CAP
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-PRIMARY TO HOUSE-CANDIDATE
              PERFORM EDIT-HOUSEHOLD-MEMBER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-HOUSEHOLD-ID TO HOUSE-ID
              PERFORM READ-HOUSEHOLD-HEADER
              EVALUATE RETURN-VALUE
                 WHEN CLEAN-RETURN
                      MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                      MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                 WHEN HOUSEHOLD-NOT-FOUND
                      MOVE CLEAN-RETURN TO RETURN-VALUE
              END-EVALUATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE SPACES TO HOUSEHOLD-IO-BUFFER
              MOVE HO-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
              SET HH-IS-HEADER TO TRUE
              MOVE HO-HOUSEHOLD-NAME TO HH-HOUSEHOLD-NAME
              MOVE HO-PRIMARY TO HH-PRIMARY
              MOVE HOUSE-NEW-CAP TO HH-MAX-DAILY-TURNOVER
              MOVE 1 TO HH-MEMBER-COUNT
              MOVE HOUSE-TODAY-DATE TO HH-CREATED-DATE
                                       HH-UPDATED-DATE
              MOVE USERID TO HH-UPDATED-BY
              PERFORM WRITE-HOUSEHOLD-FILE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-PRIMARY TO HOUSE-CANDIDATE
              MOVE 'P' TO HOUSE-NEW-RELATIONSHIP
              PERFORM LINK-HOUSEHOLD-MEMBER
           END-IF
           .
       HOUSE-MAINT-ADD-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       HOUSE-MAINT-UPDATE-FUNCTION SECTION.
      * Rename the household, reset its cap or hand the primary role
      * to another of its members; a blank field is left as it is.
      * The member rows are swapped before the header is read for
      * update - TRADHHLD can only be held for one row at a time.
           MOVE 'Entry for HOUSEHOLD UPDATE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE HO-HOUSEHOLD-ID TO HOUSE-ID
           PERFORM READ-HOUSEHOLD-HEADER
           IF RETURN-VALUE = CLEAN-RETURN
              IF TOTAL-SHARE-VALUE = SPACES
                 MOVE HOUSE-CAP TO HOUSE-NEW-CAP
              ELSE
                 PERFORM EDIT-HOUSEHOLD-CAP
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND
              HO-PRIMARY NOT = SPACES AND
              HO-PRIMARY NOT = HOUSE-PRIMARY
              PERFORM SWAP-HOUSEHOLD-PRIMARY
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE SPACES TO HH-MEMBER
              PERFORM READ-HOUSEHOLD-FOR-UPDATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              IF HO-HOUSEHOLD-NAME NOT = SPACES
                 MOVE HO-HOUSEHOLD-NAME TO HH-HOUSEHOLD-NAME
              END-IF
              IF HO-PRIMARY NOT = SPACES
                 MOVE HO-PRIMARY TO HH-PRIMARY
              END-IF
              MOVE HOUSE-NEW-CAP TO HH-MAX-DAILY-TURNOVER
              MOVE HOUSE-TODAY-DATE TO HH-UPDATED-DATE
              MOVE USERID TO HH-UPDATED-BY
              PERFORM REWRITE-HOUSEHOLD-FILE
           END-IF
           .
       HOUSE-MAINT-UPDATE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       SWAP-HOUSEHOLD-PRIMARY SECTION.
      * HO-PRIMARY must already be a member of this household.  It
      * takes the primary role, and the old primary takes over the
      * relationship the new one had - a joint holder made primary
      * leaves the old primary as the joint holder.
           MOVE HO-PRIMARY TO HM-MEMBER
           PERFORM READ-HHMEMBER-FILE
           IF RETURN-VALUE = HOUSEHOLD-NOT-FOUND OR
              (RETURN-VALUE = CLEAN-RETURN AND
               HM-HOUSEHOLD-ID NOT = HOUSE-ID)
              MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
              MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE HO-PRIMARY TO HH-MEMBER
              PERFORM READ-HOUSEHOLD-FOR-UPDATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HH-RELATIONSHIP TO HOUSE-ROLE-SWAP
              SET HH-REL-PRIMARY TO TRUE
              MOVE HOUSE-TODAY-DATE TO HH-LINKED-DATE
              MOVE USERID TO HH-LINKED-BY
              PERFORM REWRITE-HOUSEHOLD-FILE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE HOUSE-PRIMARY TO HH-MEMBER
              PERFORM READ-HOUSEHOLD-FOR-UPDATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ROLE-SWAP TO HH-RELATIONSHIP
              MOVE HOUSE-TODAY-DATE TO HH-LINKED-DATE
              MOVE USERID TO HH-LINKED-BY
              PERFORM REWRITE-HOUSEHOLD-FILE
           END-IF
           .
       SWAP-HOUSEHOLD-PRIMARY-EXIT.
           EXIT.
      *****************************************************************
       HOUSE-MAINT-LINK-FUNCTION SECTION.
      * Add HO-MEMBER-USERID to the household as a joint holder,
      * family member or managed account - the primary role only
      * changes hands through an update.  A household holds at most
      * MAX-HOUSEHOLD-MEMBERS accounts.
           MOVE 'Entry for HOUSEHOLD LINK' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE HO-HOUSEHOLD-ID TO HOUSE-ID
           PERFORM READ-HOUSEHOLD-HEADER
           IF RETURN-VALUE = CLEAN-RETURN
              IF HO-MEMBER-USERID = SPACES OR
                 NOT HO-RELATIONSHIP-VALID OR
                 HOUSE-COUNT NOT < MAX-HOUSEHOLD-MEMBERS
                 MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                 MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-MEMBER-USERID TO HOUSE-CANDIDATE
              PERFORM EDIT-HOUSEHOLD-MEMBER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-RELATIONSHIP TO HOUSE-NEW-RELATIONSHIP
              PERFORM LINK-HOUSEHOLD-MEMBER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE SPACES TO HH-MEMBER
              PERFORM READ-HOUSEHOLD-FOR-UPDATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              ADD 1 TO HH-MEMBER-COUNT
              MOVE HOUSE-TODAY-DATE TO HH-UPDATED-DATE
              MOVE USERID TO HH-UPDATED-BY
              PERFORM REWRITE-HOUSEHOLD-FILE
           END-IF
           .
       HOUSE-MAINT-LINK-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       HOUSE-MAINT-UNLINK-FUNCTION SECTION.
      * Take HO-MEMBER-USERID out of the household.  The primary
      * only goes last - hand the role on first - and unlinking the
      * last member deletes the household itself.
           MOVE 'Entry for HOUSEHOLD UNLINK' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE HO-HOUSEHOLD-ID TO HOUSE-ID
           PERFORM READ-HOUSEHOLD-HEADER
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-MEMBER-USERID TO HM-MEMBER
              PERFORM READ-HHMEMBER-FILE
              IF RETURN-VALUE = HOUSEHOLD-NOT-FOUND OR
                 (RETURN-VALUE = CLEAN-RETURN AND
                  HM-HOUSEHOLD-ID NOT = HOUSE-ID)
                 MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                 MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN AND
              HO-MEMBER-USERID = HOUSE-PRIMARY AND
              HOUSE-COUNT > 1
              MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
              MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
              PERFORM WRITEQ-TS
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE HO-MEMBER-USERID TO HH-MEMBER
              PERFORM DELETE-HOUSEHOLD-FILE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-MEMBER-USERID TO HM-MEMBER
              PERFORM DELETE-HHMEMBER-FILE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE SPACES TO HH-MEMBER
              IF HO-MEMBER-USERID = HOUSE-PRIMARY
                 PERFORM DELETE-HOUSEHOLD-FILE
              ELSE
                 PERFORM READ-HOUSEHOLD-FOR-UPDATE
                 IF RETURN-VALUE = CLEAN-RETURN
                    SUBTRACT 1 FROM HH-MEMBER-COUNT
                    MOVE HOUSE-TODAY-DATE TO HH-UPDATED-DATE
                    MOVE USERID TO HH-UPDATED-BY
                    PERFORM REWRITE-HOUSEHOLD-FILE
                 END-IF
              END-IF
           END-IF
           .
       HOUSE-MAINT-UNLINK-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       HOUSE-MAINT-INQUIRE-FUNCTION SECTION.
      * The household header, its cap in TOTAL-SHARE-VALUE and up to
      * MAX-HOUSEHOLD-LIST members after HO-MEMBER-USERID.  With no
      * household id the household HO-MEMBER-USERID belongs to is
      * found off TRADHHMB and listed from its first member.
           MOVE 'Entry for HOUSEHOLD INQUIRE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE ZERO TO HO-ENTRY-COUNT
           IF HO-HOUSEHOLD-ID = SPACES
              MOVE HO-MEMBER-USERID TO HM-MEMBER
              PERFORM READ-HHMEMBER-FILE
              IF RETURN-VALUE = CLEAN-RETURN
                 MOVE HM-HOUSEHOLD-ID TO HO-HOUSEHOLD-ID
                 MOVE SPACES TO HO-MEMBER-USERID
              END-IF
              IF RETURN-VALUE = HOUSEHOLD-NOT-FOUND
                 MOVE HOUSEHOLD-NOT-FOUND-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HO-HOUSEHOLD-ID TO HOUSE-ID
              PERFORM READ-HOUSEHOLD-HEADER
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HH-HOUSEHOLD-NAME TO HO-HOUSEHOLD-NAME
              MOVE HH-PRIMARY TO HO-PRIMARY
              MOVE HH-MEMBER-COUNT TO HO-MEMBER-COUNT
              MOVE HH-MAX-DAILY-TURNOVER TO DECIMAL-SHARE-VALUE
              PERFORM FORMAT-CHAR-AMOUNT
              MOVE CHAR-VALUE TO TOTAL-SHARE-VALUE
              PERFORM LIST-HOUSEHOLD-MEMBERS
           END-IF
           .
       HOUSE-MAINT-INQUIRE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       LIST-HOUSEHOLD-MEMBERS SECTION.
      * The members follow the header in key order, so a GTEQ browse
      * at the household and HO-MEMBER-USERID pages through them.
           MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
           MOVE HO-MEMBER-USERID TO HH-MEMBER
           EXEC CICS STARTBR FILE('TRADHHLD')
                             RIDFLD(HH-KEY)
                             RESP(CMDRESP)
                             GTEQ
                             END-EXEC
           IF CMDRESP = DFHRESP(NORMAL)
              PERFORM UNTIL CMDRESP NOT = DFHRESP(NORMAL)
                         OR HO-ENTRY-COUNT = MAX-HOUSEHOLD-LIST
                 EXEC CICS READNEXT FILE('TRADHHLD')
                                    RIDFLD(HH-KEY)
                                    INTO(HOUSEHOLD-IO-BUFFER)
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF HH-HOUSEHOLD-ID NOT = HOUSE-ID
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                       IF HH-IS-MEMBER AND
                          HH-MEMBER > HO-MEMBER-USERID
                          ADD 1 TO HO-ENTRY-COUNT
                          SET HO-ENTRY-IDX TO HO-ENTRY-COUNT
                          MOVE HH-MEMBER TO
                               HO-ENTRY-MEMBER (HO-ENTRY-IDX)
                          MOVE HH-RELATIONSHIP TO
                               HO-ENTRY-RELATIONSHIP (HO-ENTRY-IDX)
                          MOVE HH-LINKED-DATE TO
                               HO-ENTRY-LINKED (HO-ENTRY-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TRADHHLD')
                              RESP(CMDRESP)
                              END-EXEC
           END-IF
           MOVE CLEAN-RETURN TO RETURN-VALUE
           .
       LIST-HOUSEHOLD-MEMBERS-EXIT.
           EXIT.
      *****************************************************************
       EDIT-HOUSEHOLD-CAP SECTION.
      * The household daily turnover cap off TOTAL-SHARE-VALUE, in
      * the 'NNNNNNNNN.NN' form EDIT-CASH-AMOUNT takes, into
      * HOUSE-NEW-CAP.  Unlike a cash amount it may be zero - no
      * household cap - and blank reads as zero.
           IF TOTAL-SHARE-VALUE = SPACES
              MOVE ZERO TO HOUSE-NEW-CAP
           ELSE
              MOVE TOTAL-SHARE-VALUE TO CHAR-VALUE
              IF NUM-INT-PART NOT NUMERIC OR
                 NUM-DEC-PART NOT NUMERIC
                 MOVE INVALID-AMOUNT TO RETURN-VALUE
                 MOVE BAD-AMOUNT-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              ELSE
                 MOVE 0 TO WORKING-OVERFLOW
                 MOVE NUM-INT-PART TO WORKING-INT-PART
                 MOVE NUM-DEC-PART TO WORKING-DEC-PART
                 MOVE DECIMAL-SHARE-VALUE TO HOUSE-NEW-CAP
              END-IF
           END-IF
           .
       EDIT-HOUSEHOLD-CAP-EXIT.
           EXIT.
      *****************************************************************
       EDIT-HOUSEHOLD-MEMBER SECTION.
      * HOUSE-CANDIDATE may join a household if it is a customer
      * USERID on TRADCRED, its account is not closed or being
      * closed (no TRADCMST master is an open account, as for
      * CHECK-ACCOUNT-STATUS) and it is not in a household already.
           MOVE HOUSE-CANDIDATE TO CRED-USERID
           EXEC CICS READ
                     FILE('TRADCRED')
                     INTO(CREDENTIAL-IO-BUFFER)
                     LENGTH(LENGTH OF CREDENTIAL-IO-BUFFER)
                     RIDFLD(CRED-USERID)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   IF NOT CRED-ROLE-CUSTOMER
                      MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                      MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                   END-IF
              WHEN DFHRESP(NOTFND)
                   MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                   MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-CANDIDATE TO CU-USERID
              EXEC CICS READ
                        FILE('TRADCMST')
                        INTO(CUSTMAST-IO-BUFFER)
                        LENGTH(LENGTH OF CUSTMAST-IO-BUFFER)
                        RIDFLD(CU-USERID)
                        NOHANDLE
                        END-EXEC
              MOVE 'READ' TO CICS-FUNCTION
              PERFORM TRACE-CICS-ERROR
              EVALUATE EIBRESP
                 WHEN DFHRESP(NORMAL)
                      IF CU-STATUS-CLOSED OR CU-STATUS-CLOSING
                         MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                         MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                         PERFORM WRITEQ-TS
                      END-IF
                 WHEN DFHRESP(NOTFND)
                      CONTINUE
                 WHEN OTHER
                      MOVE BAD-CUST-READ TO RETURN-VALUE
                      PERFORM WRITEQ-TS
              END-EVALUATE
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE HOUSE-CANDIDATE TO HM-MEMBER
              PERFORM READ-HHMEMBER-FILE
              EVALUATE RETURN-VALUE
                 WHEN CLEAN-RETURN
                      MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                      MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                      PERFORM WRITEQ-TS
                 WHEN HOUSEHOLD-NOT-FOUND
                      MOVE CLEAN-RETURN TO RETURN-VALUE
              END-EVALUATE
           END-IF
           .
       EDIT-HOUSEHOLD-MEMBER-EXIT.
           EXIT.
      *****************************************************************
       LINK-HOUSEHOLD-MEMBER SECTION.
      * HOUSE-CANDIDATE into household HOUSE-ID as
      * HOUSE-NEW-RELATIONSHIP.  The TRADHHMB index row goes on
      * first: it is keyed on the member alone, so a second
      * household claiming the same account fails here as a
      * duplicate before TRADHHLD is touched.
           MOVE HOUSE-CANDIDATE TO HM-MEMBER
           MOVE HOUSE-ID TO HM-HOUSEHOLD-ID
           MOVE HOUSE-TODAY-DATE TO HM-LINKED-DATE
           PERFORM WRITE-HHMEMBER-FILE
           IF RETURN-VALUE = CLEAN-RETURN
              MOVE SPACES TO HOUSEHOLD-IO-BUFFER
              MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
              MOVE HOUSE-CANDIDATE TO HH-MEMBER
              SET HH-IS-MEMBER TO TRUE
              MOVE HOUSE-NEW-RELATIONSHIP TO HH-RELATIONSHIP
              MOVE HOUSE-TODAY-DATE TO HH-LINKED-DATE
              MOVE USERID TO HH-LINKED-BY
              PERFORM WRITE-HOUSEHOLD-FILE
           END-IF
           .
       LINK-HOUSEHOLD-MEMBER-EXIT.
           EXIT.
      *****************************************************************
       READ-HOUSEHOLD-HEADER SECTION.
      * Household HOUSE-ID's header, with its primary, cap and member
      * count kept in HOUSE-PRIMARY .. HOUSE-COUNT.
           MOVE 'READING HEADER FROM HOUSEHOLD FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE HOUSE-ID TO HH-HOUSEHOLD-ID
           MOVE SPACES TO HH-MEMBER
           EXEC CICS READ
                     FILE('TRADHHLD')
                     INTO(HOUSEHOLD-IO-BUFFER)
                     LENGTH(LENGTH OF HOUSEHOLD-IO-BUFFER)
                     RIDFLD(HH-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
                   MOVE HH-PRIMARY TO HOUSE-PRIMARY
                   MOVE HH-MAX-DAILY-TURNOVER TO HOUSE-CAP
                   MOVE HH-MEMBER-COUNT TO HOUSE-COUNT
              WHEN DFHRESP(NOTFND)
                   MOVE HOUSEHOLD-NOT-FOUND TO RETURN-VALUE
                   MOVE HOUSEHOLD-NOT-FOUND-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-HOUSEHOLD-HEADER-EXIT.
           EXIT.
      *****************************************************************
       READ-HOUSEHOLD-FOR-UPDATE SECTION.
      * The TRADHHLD row the caller has put in HH-KEY.
           MOVE 'READ FOR UPDATE OF HOUSEHOLD FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS READ
                     FILE('TRADHHLD')
                     INTO(HOUSEHOLD-IO-BUFFER)
                     LENGTH(LENGTH OF HOUSEHOLD-IO-BUFFER)
                     RIDFLD(HH-KEY)
                     UPDATE
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   MOVE HOUSEHOLD-NOT-FOUND TO RETURN-VALUE
                   MOVE HOUSEHOLD-NOT-FOUND-MSG TO COMMENT-FIELD
                   PERFORM WRITEQ-TS
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-HOUSEHOLD-FOR-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-HOUSEHOLD-FILE SECTION.
           MOVE 'ADDING NEW RECORD TO HOUSEHOLD FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADHHLD')
                     FROM(HOUSEHOLD-IO-BUFFER)
                     LENGTH(LENGTH OF HOUSEHOLD-IO-BUFFER)
                     RIDFLD(HH-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN DFHRESP(DUPREC)
                  MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                  MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-HOUSEHOLD-FILE-EXIT.
           EXIT.
      *****************************************************************
       REWRITE-HOUSEHOLD-FILE SECTION.
           MOVE 'UPDATING RECORD IN HOUSEHOLD FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS REWRITE
                     FILE('TRADHHLD')
                     FROM(HOUSEHOLD-IO-BUFFER)
                     LENGTH(LENGTH OF HOUSEHOLD-IO-BUFFER)
                     NOHANDLE
                     END-EXEC
           MOVE 'REWRITE' TO CICS-FUNCTION
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       REWRITE-HOUSEHOLD-FILE-EXIT.
           EXIT.
      *****************************************************************
       DELETE-HOUSEHOLD-FILE SECTION.
      * The TRADHHLD row the caller has put in HH-KEY.
           MOVE 'DELETING RECORD FROM HOUSEHOLD FILE' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS DELETE
                     FILE('TRADHHLD')
                     RIDFLD(HH-KEY)
                     NOHANDLE
                     END-EXEC
           MOVE 'DELETE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       DELETE-HOUSEHOLD-FILE-EXIT.
           EXIT.
      *****************************************************************
       READ-HHMEMBER-FILE SECTION.
      * HM-MEMBER's TRADHHMB index row.  Not found is
      * HOUSEHOLD-NOT-FOUND, untraced - for a new member it is the
      * answer wanted.
           EXEC CICS READ
                     FILE('TRADHHMB')
                     INTO(HHMEMBER-IO-BUFFER)
                     LENGTH(LENGTH OF HHMEMBER-IO-BUFFER)
                     RIDFLD(HM-MEMBER)
                     NOHANDLE
                     END-EXEC
           MOVE 'READ' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   MOVE CLEAN-RETURN TO RETURN-VALUE
              WHEN DFHRESP(NOTFND)
                   MOVE HOUSEHOLD-NOT-FOUND TO RETURN-VALUE
              WHEN OTHER
                   MOVE BAD-CUST-READ TO RETURN-VALUE
                   PERFORM WRITEQ-TS
           END-EVALUATE
           .
       READ-HHMEMBER-FILE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-HHMEMBER-FILE SECTION.
           MOVE 'ADDING NEW RECORD TO MEMBER INDEX' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS WRITE
                     FILE('TRADHHMB')
                     FROM(HHMEMBER-IO-BUFFER)
                     LENGTH(LENGTH OF HHMEMBER-IO-BUFFER)
                     RIDFLD(HM-MEMBER)
                     NOHANDLE
                     END-EXEC
           MOVE 'WRITE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN DFHRESP(DUPREC)
                  MOVE INVALID-HOUSEHOLD TO RETURN-VALUE
                  MOVE BAD-HOUSEHOLD-MSG TO COMMENT-FIELD
                  PERFORM WRITEQ-TS
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-WRITE TO RETURN-VALUE
           END-EVALUATE
           .
       WRITE-HHMEMBER-FILE-EXIT.
           EXIT.
      *****************************************************************
       DELETE-HHMEMBER-FILE SECTION.
           MOVE 'DELETING RECORD FROM MEMBER INDEX' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           EXEC CICS DELETE
                     FILE('TRADHHMB')
                     RIDFLD(HM-MEMBER)
                     NOHANDLE
                     END-EXEC
           MOVE 'DELETE' TO CICS-FUNCTION
           PERFORM TRACE-CICS-ERROR
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
                  CONTINUE
             WHEN OTHER
                  PERFORM WRITEQ-TS
                  MOVE BAD-CUST-REWRITE TO RETURN-VALUE
           END-EVALUATE
           .
       DELETE-HHMEMBER-FILE-EXIT.
           EXIT.
      *****************************************************************
       READ-CUSTFILE SECTION.
      * daily cap.  TRADE-LOG-QTY holds the quantity actually being
      * traded and COMPANY-IO-BUFFER today's price.  A customer with
      * no TRADLIMT row is unlimited, and a zero cap means that
      * measure is not limited.  A trade the customer's own caps
      * allow must then fit the household cap, if the customer is in
      * a household that has one - see CHECK-HOUSEHOLD-LIMIT.
           MOVE 'Entry for CHECK-TRADING-LIMITS' TO COMMENT-FIELD
           PERFORM WRITEQ-TS
           MOVE SHARE-VALUE-INT-PART TO PRICE-CONVERT-INT-X
           MOVE SHARE-VALUE-DEC-PART TO PRICE-CONVERT-DEC-X
           MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
           MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
           COMPUTE LIM-TRADE-NOTIONAL =
                   TRADE-LOG-QTY * PRICE-CONVERT-VALUE
           MOVE USERID TO LM-CUSTOMER
           EXEC CICS READ
                     FILE('TRADLIMT')
           IF EIBRESP NOT = DFHRESP(NORMAL)
              CONTINUE
           ELSE
              IF LM-MAX-TRADE-NOTIONAL > ZERO AND
                 LIM-TRADE-NOTIONAL > LM-MAX-TRADE-NOTIONAL
                 MOVE LIMIT-EXCEEDED TO RETURN-VALUE
                 PERFORM WRITEQ-TS
              ELSE
                 IF LM-MAX-DAILY-TURNOVER > ZERO
                    MOVE USERID TO LIM-TURNOVER-CUSTOMER
                    PERFORM SUM-TODAYS-TURNOVER
                    IF LIM-DAY-TURNOVER + LIM-TRADE-NOTIONAL >
                       LM-MAX-DAILY-TURNOVER
                 END-IF
              END-IF
           END-IF
           IF RETURN-VALUE = CLEAN-RETURN
              PERFORM CHECK-HOUSEHOLD-LIMIT
           END-IF
           .
       CHECK-TRADING-LIMITS-EXIT.
           EXIT.
      *****************************************************************
       SUM-TODAYS-TURNOVER SECTION.
      * Today's turnover off the blotter for LIM-TURNOVER-CUSTOMER:
      * the key is customer + timestamp, and the timestamp starts
      * with the date, so a GTEQ STARTBR at the customer and today's
      * date lands on the day's first entry.  Only genuine fills
      * count - corporate-action entries are not customer turnover.
           MOVE ZERO TO LIM-DAY-TURNOVER
           EXEC CICS ASKTIME
                     ABSTIME(ABSTIME-FIELD)
                     DATESEP('-')
                     YYYYMMDD
                     END-EXEC
           MOVE LIM-TURNOVER-CUSTOMER TO TL-CUSTOMER
           MOVE SPACES TO TL-TIMESTAMP
           MOVE LOG-TS-DATE TO TL-TIMESTAMP(1:10)
           MOVE ZERO TO TL-LOG-SEQ
                                    RESP(CMDRESP)
                                    END-EXEC
                 IF CMDRESP = DFHRESP(NORMAL)
                    IF TL-CUSTOMER NOT = LIM-TURNOVER-CUSTOMER OR
                       TL-TIMESTAMP(1:10) NOT = LOG-TS-DATE
                       MOVE DFHRESP(ENDFILE) TO CMDRESP
                    ELSE
                                  TL-SHARES * TL-PRICE
                          ADD LIM-ENTRY-NOTIONAL TO LIM-DAY-TURNOVER
                       END-IF
      * A fill busted the same day it was struck no longer counts.
                       IF TL-TRADE-IS-CANCEL AND
                          TL-REV-TIMESTAMP(1:10) = LOG-TS-DATE
                          COMPUTE LIM-ENTRY-NOTIONAL ROUNDED =
                                  TL-SHARES * TL-PRICE
                          IF LIM-ENTRY-NOTIONAL > LIM-DAY-TURNOVER
                             MOVE ZERO TO LIM-DAY-TURNOVER
                          ELSE
                             SUBTRACT LIM-ENTRY-NOTIONAL
                                 FROM LIM-DAY-TURNOVER
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           .
       SUM-TODAYS-TURNOVER-EXIT.
           EXIT.
      *****************************************************************
       CHECK-HOUSEHOLD-LIMIT SECTION.
      * The household cap (see HHLDREC.cpy): the day's blotter
      * turnover of every member of the customer's household - this
      * customer included - plus this trade must stay within it, so
      * a client cannot get round their own caps by spreading trades
      * across linked accounts.  A customer in no household, or in
      * one with a zero cap, is not limited as a household.  The
      * refusal is the same LIMIT-EXCEEDED a customer cap gives,
      * with its own trace message.
           PERFORM FIND-CUSTOMER-HOUSEHOLD
           IF HOUSE-FOUND AND HOUSE-CAP > ZERO
              PERFORM LOAD-HOUSEHOLD-MEMBERS
              MOVE ZERO TO LIM-HOUSE-TURNOVER
              PERFORM VARYING HOUSE-MEMBER-IDX FROM 1 BY 1
                  UNTIL HOUSE-MEMBER-IDX > HOUSE-MEMBER-TOTAL
                  MOVE HOUSE-MEMBER-USERID (HOUSE-MEMBER-IDX) TO
                       LIM-TURNOVER-CUSTOMER
                  PERFORM SUM-TODAYS-TURNOVER
                  ADD LIM-DAY-TURNOVER TO LIM-HOUSE-TURNOVER
              END-PERFORM
              IF LIM-HOUSE-TURNOVER + LIM-TRADE-NOTIONAL > HOUSE-CAP
                 MOVE LIMIT-EXCEEDED TO RETURN-VALUE
                 MOVE HOUSEHOLD-LIMIT-MSG TO COMMENT-FIELD
                 PERFORM WRITEQ-TS
              END-IF
           END-IF
           .
       CHECK-HOUSEHOLD-LIMIT-EXIT.
           EXIT.
      *****************************************************************
       CALCULATE-SHARE-VALUE SECTION.
      * Calculate value of shares today
