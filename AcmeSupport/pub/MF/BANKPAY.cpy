      *****************************************************************
      * BANKPAY - bank payment instruction record.  TRADERBP writes   *
      * one 'P' row to the outbound TRADBKPY file for every customer  *
      * withdrawal journaled since the previous night's cutoff, to    *
      * the nominated bank account on TRADCMST (see CMSTREC.cpy),     *
      * closed off by one 'T' trailer carrying the count and total    *
      * the bank checks the file against.  BP-PAYMENT-REF is the      *
      * TRADCJRN key of the withdrawal (timestamp and sequence), so   *
      * together with BP-CUSTOMER it names the journal entry exactly. *
      *                                                               *
      * The bank returns the same rows on the TRADBKAK acknowledge-   *
      * ment file with BP-ACK-STATUS filled in - 'A' paid, 'R'        *
      * rejected with the bank's reason - and TRADERBR puts a         *
      * rejected payment back on the customer's balance.  Both        *
      * fields are blank on the outbound file.                        *
      *****************************************************************
       01 BANK-PAYMENT-RECORD.
          03 BP-RECORD-TYPE            PIC X(01).
             88 BP-IS-PAYMENT          VALUE 'P'.
             88 BP-IS-TRAILER          VALUE 'T'.
          03 BP-PAYMENT-DETAIL.
             05 BP-CUSTOMER            PIC X(60).
             05 BP-PAYMENT-REF.
                07 BP-REF-TIMESTAMP    PIC X(19).
                07 BP-REF-SEQ          PIC 9(03).
             05 BP-AMOUNT              PIC 9(11)V99.
             05 BP-SORT-CODE           PIC X(11).
             05 BP-ACCOUNT             PIC X(34).
             05 BP-ACCOUNT-NAME        PIC X(40).
             05 BP-PAYMENT-DATE        PIC X(10).
             05 BP-ACK-STATUS          PIC X(01).
                88 BP-ACK-ACCEPTED     VALUE 'A'.
                88 BP-ACK-REJECTED     VALUE 'R'.
             05 BP-REJECT-REASON       PIC X(30).
          03 BP-TRAILER-DETAIL REDEFINES BP-PAYMENT-DETAIL.
             05 BP-TRL-FILE-DATE       PIC X(10).
             05 BP-TRL-PAYMENT-COUNT   PIC 9(07).
             05 BP-TRL-PAYMENT-TOTAL   PIC 9(13)V99.
             05 FILLER                 PIC X(189).
