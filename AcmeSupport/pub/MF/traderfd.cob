      * review TRADFDSP and stage the rows they accept as TRADFDAP,   *
      * which the next run applies with the tolerance check bypassed  *
      * (the numeric check still applies - garbage is never applied). *
      * A company whose trading is halted, or which is delisted, on   *
      * TRADCOMP takes no price at all - its feed row, or a release,  *
      * is refused and reported, and the price stands where the halt  *
      * left it.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
          03 APPROVALS-APPLIED          PIC 9(07) VALUE ZERO.
          03 RATES-UPDATED              PIC 9(07) VALUE ZERO.
          03 RATES-REJECTED             PIC 9(07) VALUE ZERO.
          03 PRICES-REFUSED             PIC 9(07) VALUE ZERO.

       01 FEED-VET-FIELDS.
          03 FEED-TOLERANCE-PCT         PIC 9(03) VALUE 050.
                 SET COMP-FOUND TO TRUE
           END-READ

           IF COMP-FOUND AND NOT COMPANY-ACTIVE
              MOVE 'N' TO COMP-FOUND-SW
              ADD 1 TO PRICES-REFUSED
              PERFORM WRITE-REPORT-LINE-REFUSED
           END-IF

           IF COMP-FOUND
              MOVE FEED-NEW-VALUE TO NEW-PRICE-WORK
              PERFORM VALIDATE-FEED-PRICE
                 SET COMP-FOUND TO TRUE
           END-READ

           IF COMP-FOUND AND NOT COMPANY-ACTIVE
              MOVE 'N' TO COMP-FOUND-SW
              ADD 1 TO PRICES-REFUSED
              MOVE APPR-COMPANY TO FEED-COMPANY
              PERFORM WRITE-REPORT-LINE-REFUSED
           END-IF

           IF COMP-FOUND
              MOVE APPR-NEW-VALUE TO NEW-PRICE-WORK
              MOVE NEW-PRICE-WORK TO PRICE-CONVERT-X
           .
       WRITE-REPORT-LINE-NOTFOUND-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE-REFUSED SECTION.
           MOVE SPACES TO FEED-REPORT-DETAIL-LINE
           MOVE FEED-COMPANY TO RD-COMPANY
           MOVE ZERO TO RD-OLD-PRICE
           MOVE ZERO TO RD-NEW-PRICE
           IF COMPANY-DELISTED
              MOVE 'REFUSED - COMPANY DELISTED' TO RD-REASON
           ELSE
              MOVE 'REFUSED - TRADING HALTED' TO RD-REASON
           END-IF
           MOVE FEED-REPORT-DETAIL-LINE TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           .
       WRITE-REPORT-LINE-REFUSED-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO FEED-REPORT-LINE
                  DELIMITED BY SIZE INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           STRING 'PRICES REFUSED (HALTED) : ' PRICES-REFUSED
                  DELIMITED BY SIZE INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           STRING 'APPROVALS APPLIED       : ' APPROVALS-APPLIED
                  DELIMITED BY SIZE INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
