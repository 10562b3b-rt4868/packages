      * actually mail it.  Byte-for-byte shared between the online    *
      * and batch programs via this copybook, the same way TRADCUST   *
      * is - see CUSTREC.cpy.                                         *
      *                                                               *
      * CU-STATUS 'A' (or blank) is an active account.  'P' marks an  *
      * account being closed: TRADERBL, TRADERLO, TRADERBO and the    *
      * TRADERIP plan run take no new business for it, and the        *
      * overnight closure run TRADERCL                                *
      * cancels its orders, waits for its settlement legs to drain,   *
      * transfers its holdings out to the broker named in             *
      * CU-XFER-BROKER / CU-XFER-ACCOUNT, pays its cash out and sets  *
      * 'C' - closed.  Cust_Maint refuses 'P' unless both broker      *
      * fields are filled in; an account that reaches TRADERCL        *
      * without them waits there, listed as NO RECEIVING BROKER.      *
      *                                                               *
      * CU-BANK-* is the customer's nominated bank account.  The      *
      * nightly payment run TRADERBP pays every withdrawal to it, and *
      * the bank receipts run TRADERBR only credits a receipt quoting *
      * the USERID as its reference when it was remitted from it.     *
      *                                                               *
      * CU-DELIVERY-PREF is how the customer takes their contract     *
      * notes, statements and tax packs: 'P' (or blank) on paper      *
      * through the mailroom, 'E' electronically only - TRADERCF,     *
      * TRADERST and TRADERTX leave them out of the print files and   *
      * write them to the portal export (see EDELREC.cpy) instead -   *
      * or 'B' both.  Electronic delivery needs CU-EMAIL-ADDRESS; a   *
      * document for an 'E' customer with no address on file is       *
      * printed rather than lost.                                     *
      *                                                               *
      * CU-FEE-CLASS is how the month-end fee run TRADERFE bills the  *
      * account: 'N' (or blank) pays the custody and account          *
      * maintenance fee, 'S' staff and 'X' exempt accounts are        *
      * waived.                                                       *
      *****************************************************************
       01 CUSTMAST-IO-BUFFER.
          03 CU-USERID                 PIC X(60).
          03 CU-TAX-REF                PIC X(15).
          03 CU-STATUS                 PIC X(01).
             88 CU-STATUS-ACTIVE       VALUE 'A' ' '.
             88 CU-STATUS-CLOSING      VALUE 'P'.
             88 CU-STATUS-CLOSED       VALUE 'C'.
      * Receiving broker and account for the transfer-out on closure -
      * blank until a closure is requested.  Appended behind the
      * original layout so the masters already on file read as blank.
          03 CU-XFER-BROKER            PIC X(20).
          03 CU-XFER-ACCOUNT           PIC X(20).
      * Nominated bank account - blank until the cashiers key one.
      * Appended behind the original layout the same way.
          03 CU-BANK-SORT-CODE         PIC X(11).
          03 CU-BANK-ACCOUNT           PIC X(34).
          03 CU-BANK-ACCOUNT-NAME      PIC X(40).
      * Document delivery preference and e-mail address - appended
      * behind the original layout the same way, so a master already
      * on file reads as paper with no address.
          03 CU-DELIVERY-PREF          PIC X(01).
             88 CU-DELIVER-PAPER       VALUE 'P' ' '.
             88 CU-DELIVER-ELECTRONIC  VALUE 'E'.
             88 CU-DELIVER-BOTH        VALUE 'B'.
             88 CU-DELIVERY-PREF-VALID VALUE 'P' ' ' 'E' 'B'.
          03 CU-EMAIL-ADDRESS          PIC X(60).
      * Fee class - appended behind the original layout the same way,
      * so a master already on file reads as a normal fee-paying
      * account.
          03 CU-FEE-CLASS              PIC X(01).
             88 CU-FEE-NORMAL          VALUE 'N' ' '.
             88 CU-FEE-STAFF           VALUE 'S'.
             88 CU-FEE-EXEMPT          VALUE 'X'.
             88 CU-FEE-CLASS-VALID     VALUE 'N' ' ' 'S' 'X'.
