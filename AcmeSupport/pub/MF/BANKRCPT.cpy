      *****************************************************************
      * BANKRCPT - inbound bank receipt record, one row per credit    *
      * the bank received into the client money account, on the      *
      * TRADBKRC file read nightly by TRADERBR.  BK-CUSTOMER-REF is   *
      * the reference the customer quoted on the payment - their      *
      * USERID, as the cashiers tell them - and the remitting         *
      * account is checked against the nominated bank account on      *
      * TRADCMST (see CMSTREC.cpy) before the money is credited.      *
      * BK-BANK-REF is the bank's own transaction reference, carried  *
      * onto the suspense file and report so a cashier can trace it.  *
      *****************************************************************
       01 BANK-RECEIPT-RECORD.
          03 BK-BANK-REF               PIC X(22).
          03 BK-VALUE-DATE             PIC X(10).
          03 BK-CUSTOMER-REF           PIC X(60).
          03 BK-AMOUNT                 PIC X(13).
          03 BK-AMOUNT-NUM REDEFINES BK-AMOUNT
                                       PIC 9(11)V99.
          03 BK-REMIT-SORT-CODE        PIC X(11).
          03 BK-REMIT-ACCOUNT          PIC X(34).
          03 BK-REMIT-NAME             PIC X(40).
