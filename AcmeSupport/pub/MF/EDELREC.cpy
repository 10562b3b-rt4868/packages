      *****************************************************************
      * EDELREC - electronic document delivery record, the fixed      *
      * format of the export files the customer portal vendor loads   *
      * contract notes, statements and tax packs from: TRADCFEX       *
      * written by TRADERCF, TRADSTEX by TRADERST and TRADTXEX by     *
      * TRADERTX, for every customer whose TRADCMST delivery          *
      * preference is electronic or both (see CMSTREC.cpy).           *
      *                                                               *
      * Each document is one 'H' header row followed by its 'D'       *
      * detail rows, one per line of the printed document, in the     *
      * order they print.  Every row carries ED-DOCUMENT-KEY -        *
      * customer, document type and the document's own reference -    *
      * so the vendor can file it without reading the header first:   *
      *   'CN' contract note - reference is the blotter key (log      *
      *        timestamp and sequence) of the trade or cancellation   *
      *   'ST' monthly statement - reference is the month YYYY-MM     *
      *   'TX' annual tax pack - reference is the tax year's first    *
      *        and last dates                                         *
      * ED-LINE-NO is zero on the header and numbers the details      *
      * from 1.  ED-LINE-CODE says what a detail is (TRADE, CASH,     *
      * BALANCE, POSITION, DISPOSAL, TOTAL ...) and ED-CAPTION the    *
      * wording the printed line carries; amounts are signed.         *
      * A household primary's statement adds its household section:   *
      * one HHMEMBER row per member (USERID in ED-CAPTION,            *
      * relationship in ED-COMPANY, then cash, positions value and    *
      * their total as the three amounts), an HHPOSITION row per      *
      * combined holding and HHTOTAL rows for the household totals.   *
      *                                                               *
      * The file closes with one 'T' trailer carrying the run's       *
      * delivery counts - documents produced, printed, exported,      *
      * sent both ways, and electronic ones printed for want of an    *
      * e-mail address - plus the header and detail rows written.     *
      * TRADERDC reconciles these for the delivery control report.    *
      *****************************************************************
       01 EDELIVERY-RECORD.
          03 ED-RECORD-TYPE            PIC X(01).
             88 ED-IS-HEADER           VALUE 'H'.
             88 ED-IS-DETAIL           VALUE 'D'.
             88 ED-IS-TRAILER          VALUE 'T'.
          03 ED-DOCUMENT-KEY.
             05 ED-CUSTOMER            PIC X(60).
             05 ED-DOC-TYPE            PIC X(02).
                88 ED-DOC-CONTRACT-NOTE
                                       VALUE 'CN'.
                88 ED-DOC-STATEMENT    VALUE 'ST'.
                88 ED-DOC-TAX-PACK     VALUE 'TX'.
             05 ED-DOC-REF             PIC X(22).
          03 ED-LINE-NO                PIC 9(04).
          03 ED-HEADER-DETAIL.
             05 ED-DOC-DATE            PIC X(10).
             05 ED-DOC-TITLE           PIC X(30).
             05 ED-EMAIL-ADDRESS       PIC X(60).
             05 ED-LEGAL-NAME          PIC X(40).
             05 ED-DELIVERY-PREF       PIC X(01).
                88 ED-ALSO-PRINTED     VALUE 'B'.
             05 FILLER                 PIC X(09).
          03 ED-LINE-DETAIL REDEFINES ED-HEADER-DETAIL.
             05 ED-LINE-CODE           PIC X(10).
             05 ED-CAPTION             PIC X(30).
             05 ED-ENTRY-DATE          PIC X(10).
             05 ED-COMPANY             PIC X(20).
             05 ED-SHARES              PIC 9(07).
             05 ED-PRICE               PIC 9(05)V99.
             05 ED-AMOUNT              PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
             05 ED-SECOND-AMOUNT       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
             05 ED-THIRD-AMOUNT        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
             05 ED-DEBIT-CREDIT        PIC X(01).
                88 ED-IS-DEBIT         VALUE 'D'.
                88 ED-IS-CREDIT        VALUE 'C'.
             05 FILLER                 PIC X(17).
          03 ED-TRAILER-DETAIL REDEFINES ED-HEADER-DETAIL.
             05 ED-TRL-RUN-DATE        PIC X(10).
             05 ED-TRL-PROGRAM         PIC X(08).
             05 ED-TRL-DOCS-PRODUCED   PIC 9(07).
             05 ED-TRL-DOCS-PRINTED    PIC 9(07).
             05 ED-TRL-DOCS-EXPORTED   PIC 9(07).
             05 ED-TRL-DOCS-BOTH       PIC 9(07).
             05 ED-TRL-NO-ADDRESS      PIC 9(07).
             05 ED-TRL-HEADER-COUNT    PIC 9(07).
             05 ED-TRL-DETAIL-COUNT    PIC 9(07).
             05 FILLER                 PIC X(83).
