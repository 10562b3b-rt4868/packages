      * only the sells and dividends dated inside the tax year make   *
      * the report.  Within a customer the per-company cost bases     *
      * live in a table sized by how many companies one customer can  *
      * plausibly trade, not by how many customers we have.  A trade  *
      * busted by a cancellation ('X') is left out of the replay      *
      * together with its 'X' - it never reaches the basis or the     *
      * disposal listing; each customer's 'X' entries are gathered    *
      * at the control break through a second, keyed connector on    *
      * the same snapshot, since the original replays first.          *
      *                                                               *
      * The tax year comes from the TRADTXPM parameter file (one      *
      * row, "YYYY-MM-DD YYYY-MM-DD" from/to inclusive, the TRADAUPM  *
      * style); with no parameter file staged the pack covers the     *
      * calendar year before the run date - the usual January run.    *
      *                                                               *
      * Each customer's pack goes the way their TRADCMST delivery     *
      * preference says, exactly as TRADERCF sends contract notes:    *
      * paper to TRADTXRP, electronic to the portal export TRADTXEX   *
      * (see EDELREC.cpy), or both.  An electronic customer with no   *
      * e-mail address on file (or no master at all) still gets a     *
      * printed pack.  The control sheet is ours and always prints.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

      * The same snapshot again, read by key to pick up each
      * customer's cancellations ahead of the replay.
           SELECT BUST-SCAN-FILE ASSIGN TO "TRADVLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-KEY
                  FILE STATUS IS BUST-FILE-STATUS.

           SELECT TAX-PARM-FILE ASSIGN TO "TRADTXPM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PARM-FILE-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

      * Customer master - the delivery preference and e-mail address
      * each pack goes out by (see CMSTREC.cpy).
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

      * Portal export of the packs going out electronically.
           SELECT EXPORT-FILE ASSIGN TO "TRADTXEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRADELOG-FILE.
           COPY TRADELOG.

      * TRADELOG.cpy laid out by position, the way TRADERAR and
      * TRADERSN carry it - only the fields the scan needs are named.
       FD  BUST-SCAN-FILE.
       01 BUST-SCAN-RECORD.
          03 BS-KEY.
             05 BS-CUSTOMER            PIC X(60).
             05 BS-KEY-REST            PIC X(22).
          03 FILLER                    PIC X(20).
          03 BS-TRADE-TYPE             PIC X(01).
             88 BS-TRADE-IS-CANCEL     VALUE 'X'.
          03 FILLER                    PIC X(24).
          03 BS-REV-TIMESTAMP          PIC X(19).
          03 BS-REV-LOG-SEQ            PIC 9(03).
          03 BS-REV-TRADE-TYPE         PIC X(01).

       FD  TAX-PARM-FILE.
       01 TAX-PARM-RECORD.
          03 TP-FROM-DATE               PIC X(10).
       FD  TAX-REPORT-FILE.
       01 TAX-REPORT-LINE               PIC X(120).

       FD  TRADCMST-FILE.
           COPY CMSTREC.

      * Export rows are EDELIVERY-RECORD (EDELREC.cpy), written from
      * the working copy.
       FD  EXPORT-FILE.
       01 EXPORT-RECORD                 PIC X(239).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 LOG-FILE-STATUS           PIC X(02).
          03 BUST-FILE-STATUS          PIC X(02).
          03 PARM-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 EXP-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 LOG-EOF-SW                PIC X(01) VALUE 'N'.
             88 CUST-IN-PROGRESS       VALUE 'Y'.
          03 BASIS-ENTRY-FOUND-SW      PIC X(01) VALUE 'N'.
             88 BASIS-ENTRY-FOUND      VALUE 'Y'.
          03 BUST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
             88 BUST-SCAN-DONE         VALUE 'Y'.
          03 ENTRY-BUSTED-SW           PIC X(01) VALUE 'N'.
             88 ENTRY-BUSTED           VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 CMST-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CMST-FOUND             VALUE 'Y'.
          03 PRINT-DOC-SW              PIC X(01) VALUE 'Y'.
             88 PRINT-THIS-DOC         VALUE 'Y'.
          03 EXPORT-DOC-SW             PIC X(01) VALUE 'N'.
             88 EXPORT-THIS-DOC        VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 CUSTOMERS-REPORTED        PIC 9(07) VALUE ZERO.
          03 DISPOSALS-LISTED          PIC 9(07) VALUE ZERO.

      * Delivery counts - every pack produced is printed, exported or
      * both; DOCS-NO-ADDRESS are electronic customers' packs printed
      * for want of an e-mail address.  Carried on the export trailer.
       01 DELIVERY-COUNTERS.
          03 DOCS-PRODUCED             PIC 9(07) VALUE ZERO.
          03 DOCS-PRINTED              PIC 9(07) VALUE ZERO.
          03 DOCS-EXPORTED             PIC 9(07) VALUE ZERO.
          03 DOCS-BOTH                 PIC 9(07) VALUE ZERO.
          03 DOCS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
          03 EXPORT-HEADERS-WRITTEN    PIC 9(07) VALUE ZERO.
          03 EXPORT-DETAILS-WRITTEN    PIC 9(07) VALUE ZERO.

      * The pack being produced - its export key (the tax year's
      * first and last dates are the reference), date and title, the
      * last detail line number written under it, and a total line's
      * amount for EXPORT-TOTAL-LINE.
       01 EXPORT-DOC-FIELDS.
          03 EXPORT-DOC-KEY.
             05 EXPORT-CUSTOMER        PIC X(60).
             05 EXPORT-DOC-TYPE        PIC X(02) VALUE 'TX'.
             05 EXPORT-DOC-REF.
                07 EXPORT-REF-FROM     PIC X(10).
                07 EXPORT-REF-TO       PIC X(10).
                07 FILLER              PIC X(02) VALUE SPACES.
          03 EXPORT-DOC-DATE           PIC X(10).
          03 EXPORT-DOC-TITLE          PIC X(30)
                VALUE 'ANNUAL TAX PACK'.
          03 EXPORT-LINE-NO            PIC 9(04).
          03 EXPORT-TOTAL-AMOUNT       PIC S9(13)V99.

           COPY EDELREC.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).
             05 TX-OPEN-COST           PIC 9(13)V99.
       01 BASIS-ENTRY-COUNT             PIC 9(03) VALUE ZERO.

      * The blotter keys of the current customer's busted trades -
      * reset at every break like BASIS-TABLE.

       01 BUST-TABLE.
          03 BUST-ENTRY OCCURS 100 TIMES INDEXED BY BUST-IDX.
             05 BT-TIMESTAMP           PIC X(19).
             05 BT-LOG-SEQ             PIC 9(03).
       01 BUST-ENTRY-COUNT              PIC 9(03) VALUE ZERO.

       01 TAX-WORK-FIELDS.
          03 CURRENT-CUSTOMER          PIC X(60).
          03 MATCHED-SHARES            PIC 9(07).
              STOP RUN
           END-IF

           OPEN INPUT BUST-SCAN-FILE
           IF BUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: UNABLE TO OPEN TRADVLOG, STATUS='
                      BUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT TAX-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: UNABLE TO OPEN TRADTXRP, STATUS='
              STOP RUN
           END-IF

      * The customer master only exists once Cust_Maint has recorded
      * somebody - without it every pack prints, as it always has.
           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERTX: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT EXPORT-FILE
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: UNABLE TO OPEN TRADTXEX, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           STRING RTS-YYYY '-' RTS-MM '-' RTS-DD
                  DELIMITED BY SIZE INTO TODAY-DATE-STAMP

           PERFORM READ-RANGE-PARM
           MOVE RANGE-FROM-DATE  TO EXPORT-REF-FROM
           MOVE RANGE-TO-DATE    TO EXPORT-REF-TO
           MOVE TODAY-DATE-STAMP TO EXPORT-DOC-DATE

           MOVE 'TRADERTX - YEAR-END CUSTOMER TAX PACK'
                TO TAX-REPORT-LINE
              END-IF
           END-IF

      * A busted fill and its cancellation ('X') are both passed
      * over - the 'X' falls through to WHEN OTHER.
           MOVE 'N' TO ENTRY-BUSTED-SW
           IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL
              PERFORM CHECK-ENTRY-BUSTED
           END-IF

           EVALUATE TRUE
             WHEN ENTRY-BUSTED
                  CONTINUE
             WHEN TL-TRADE-IS-BUY OR TL-TRADE-IS-CARRYFWD
      * A year-end carry-forward is the archived history compressed
      * to net shares at average cost - it opens the basis the way
                  IF BASIS-ENTRY-FOUND
                     PERFORM APPLY-SELL-TO-BASIS
                  END-IF
             WHEN TL-TRADE-IS-XFER-OUT
      * Delivered out on closure - not a disposal, the basis leaves
      * with the shares.
                  PERFORM LOCATE-BASIS-ENTRY
                  IF BASIS-ENTRY-FOUND
                     PERFORM APPLY-TRANSFER-TO-BASIS
                  END-IF
             WHEN TL-TRADE-IS-SPLIT
                  PERFORM LOCATE-BASIS-ENTRY
                  IF BASIS-ENTRY-FOUND
       OPEN-ONE-CUSTOMER SECTION.
           MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
           MOVE ZERO TO BASIS-ENTRY-COUNT
           PERFORM LOAD-CUSTOMER-BUSTS
           MOVE ZERO TO CUST-DIVIDEND-INCOME
           MOVE ZERO TO CUST-REALIZED

      * Settle how this pack goes out before a line of it is written.
           PERFORM LOOKUP-CUSTOMER-MASTER
           MOVE CURRENT-CUSTOMER TO EXPORT-CUSTOMER
           PERFORM CHOOSE-DELIVERY-ROUTE

           MOVE SPACES TO TAX-REPORT-LINE
           PERFORM WRITE-PACK-LINE

           MOVE CURRENT-CUSTOMER TO CH-CUSTOMER
           MOVE CUST-HEADER-LINE TO TAX-REPORT-LINE
           PERFORM WRITE-PACK-LINE

           MOVE ' DISPOSALS IN YEAR (PROCEEDS / COST / GAIN-LOSS)'
                TO TAX-REPORT-LINE
           PERFORM WRITE-PACK-LINE
           .
       OPEN-ONE-CUSTOMER-EXIT.
           EXIT.
           MOVE 'TOTAL DIVIDEND INCOME       : ' TO TT-CAPTION
           MOVE CUST-DIVIDEND-INCOME TO TT-AMOUNT
           MOVE TAX-TOTAL-LINE TO TAX-REPORT-LINE
           PERFORM WRITE-PACK-LINE
           MOVE CUST-DIVIDEND-INCOME TO EXPORT-TOTAL-AMOUNT
           PERFORM EXPORT-TOTAL-LINE

           MOVE SPACES TO TAX-TOTAL-LINE
           MOVE 'TOTAL REALIZED GAIN/LOSS    : ' TO TT-CAPTION
           MOVE CUST-REALIZED TO TT-AMOUNT
           MOVE TAX-TOTAL-LINE TO TAX-REPORT-LINE
           PERFORM WRITE-PACK-LINE
           MOVE CUST-REALIZED TO EXPORT-TOTAL-AMOUNT
           PERFORM EXPORT-TOTAL-LINE

           ADD CUST-DIVIDEND-INCOME TO GRAND-DIVIDEND-INCOME
           ADD CUST-REALIZED TO GRAND-REALIZED
           .
       CLOSE-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       LOOKUP-CUSTOMER-MASTER SECTION.
           MOVE 'N' TO CMST-FOUND-SW
           IF CMST-OPEN
              MOVE CURRENT-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CMST-FOUND TO TRUE
              END-READ
           END-IF
           .
       LOOKUP-CUSTOMER-MASTER-EXIT.
           EXIT.
      *****************************************************************
       CHOOSE-DELIVERY-ROUTE SECTION.
      * Paper unless the customer master says electronic or both and
      * carries an e-mail address to send to; an electronic customer
      * without one is printed rather than lost, and counted.  The
      * export header goes out here so the details can follow it.
           MOVE 'Y' TO PRINT-DOC-SW
           MOVE 'N' TO EXPORT-DOC-SW
           ADD 1 TO DOCS-PRODUCED
           IF CMST-FOUND AND
              (CU-DELIVER-ELECTRONIC OR CU-DELIVER-BOTH)
              IF CU-EMAIL-ADDRESS = SPACES
                 ADD 1 TO DOCS-NO-ADDRESS
              ELSE
                 SET EXPORT-THIS-DOC TO TRUE
                 IF CU-DELIVER-ELECTRONIC
                    MOVE 'N' TO PRINT-DOC-SW
                 ELSE
                    ADD 1 TO DOCS-BOTH
                 END-IF
              END-IF
           END-IF
           IF PRINT-THIS-DOC
              ADD 1 TO DOCS-PRINTED
           END-IF
           IF EXPORT-THIS-DOC
              ADD 1 TO DOCS-EXPORTED
              PERFORM WRITE-EXPORT-HEADER
           END-IF
           .
       CHOOSE-DELIVERY-ROUTE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PACK-LINE SECTION.
      * Every line of a customer's pack goes through here - an
      * electronic-only customer's pack never reaches the print file.
           IF PRINT-THIS-DOC
              WRITE TAX-REPORT-LINE
           END-IF
           .
       WRITE-PACK-LINE-EXIT.
           EXIT.
      *****************************************************************
       EXPORT-TOTAL-LINE SECTION.
      * A customer total as a detail row - the caption the printed
      * line carries (TT-CAPTION, less its colon) with the signed
      * amount.
           IF EXPORT-THIS-DOC
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE 'TOTAL'             TO ED-LINE-CODE
              MOVE TT-CAPTION(1:28)    TO ED-CAPTION
              MOVE RANGE-TO-DATE       TO ED-ENTRY-DATE
              MOVE EXPORT-TOTAL-AMOUNT TO ED-AMOUNT
              PERFORM WRITE-EXPORT-DETAIL
           END-IF
           .
       EXPORT-TOTAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-HEADER SECTION.
           MOVE SPACES TO EDELIVERY-RECORD
           SET ED-IS-HEADER TO TRUE
           MOVE EXPORT-DOC-KEY    TO ED-DOCUMENT-KEY
           MOVE ZERO              TO ED-LINE-NO
                                     EXPORT-LINE-NO
           MOVE EXPORT-DOC-DATE   TO ED-DOC-DATE
           MOVE EXPORT-DOC-TITLE  TO ED-DOC-TITLE
           MOVE CU-EMAIL-ADDRESS  TO ED-EMAIL-ADDRESS
           MOVE CU-LEGAL-NAME     TO ED-LEGAL-NAME
           MOVE CU-DELIVERY-PREF  TO ED-DELIVERY-PREF
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: TRADTXEX WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO EXPORT-HEADERS-WRITTEN
           .
       WRITE-EXPORT-HEADER-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-EXPORT-DETAIL SECTION.
           MOVE SPACES TO EDELIVERY-RECORD
           INITIALIZE ED-LINE-DETAIL
           .
       CLEAR-EXPORT-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-DETAIL SECTION.
      * The caller has filled ED-LINE-DETAIL; stamp the row with the
      * pack's key and the next line number.
           SET ED-IS-DETAIL TO TRUE
           MOVE EXPORT-DOC-KEY TO ED-DOCUMENT-KEY
           ADD 1 TO EXPORT-LINE-NO
           MOVE EXPORT-LINE-NO TO ED-LINE-NO
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: TRADTXEX WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO EXPORT-DETAILS-WRITTEN
           .
       WRITE-EXPORT-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-TRAILER SECTION.
      * Always written, even on a run with nothing exported, so the
      * delivery control report can tell an empty file from a short
      * one.
           MOVE SPACES TO EDELIVERY-RECORD
           SET ED-IS-TRAILER TO TRUE
           MOVE EXPORT-DOC-TYPE        TO ED-DOC-TYPE
           MOVE ZERO                   TO ED-LINE-NO
           MOVE TODAY-DATE-STAMP       TO ED-TRL-RUN-DATE
           MOVE 'TRADERTX'             TO ED-TRL-PROGRAM
           MOVE DOCS-PRODUCED          TO ED-TRL-DOCS-PRODUCED
           MOVE DOCS-PRINTED           TO ED-TRL-DOCS-PRINTED
           MOVE DOCS-EXPORTED          TO ED-TRL-DOCS-EXPORTED
           MOVE DOCS-BOTH              TO ED-TRL-DOCS-BOTH
           MOVE DOCS-NO-ADDRESS        TO ED-TRL-NO-ADDRESS
           MOVE EXPORT-HEADERS-WRITTEN TO ED-TRL-HEADER-COUNT
           MOVE EXPORT-DETAILS-WRITTEN TO ED-TRL-DETAIL-COUNT
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERTX: TRADTXEX TRAILER WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           .
       WRITE-EXPORT-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       LOAD-CUSTOMER-BUSTS SECTION.
      * Gather the blotter keys every 'X' of the new current customer
      * cancels.  The snapshot leads with the customer, so a START at
      * the customer and LOW-VALUES lands on their first entry.
           MOVE ZERO TO BUST-ENTRY-COUNT
           MOVE CURRENT-CUSTOMER TO BS-CUSTOMER
           MOVE LOW-VALUES TO BS-KEY-REST
           START BUST-SCAN-FILE KEY IS NOT LESS THAN BS-KEY
           IF BUST-FILE-STATUS = '00'
              MOVE 'N' TO BUST-SCAN-DONE-SW
              PERFORM UNTIL BUST-SCAN-DONE
                 READ BUST-SCAN-FILE NEXT RECORD
                    AT END
                       SET BUST-SCAN-DONE TO TRUE
                    NOT AT END
                       IF BS-CUSTOMER NOT = CURRENT-CUSTOMER
                          SET BUST-SCAN-DONE TO TRUE
                       ELSE
                          IF BS-TRADE-IS-CANCEL
                             PERFORM ADD-BUST-ENTRY
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       LOAD-CUSTOMER-BUSTS-EXIT.
           EXIT.
      *****************************************************************
       ADD-BUST-ENTRY SECTION.
           IF BUST-ENTRY-COUNT < 100
              ADD 1 TO BUST-ENTRY-COUNT
              SET BUST-IDX TO BUST-ENTRY-COUNT
              MOVE BS-REV-TIMESTAMP TO BT-TIMESTAMP (BUST-IDX)
              MOVE BS-REV-LOG-SEQ TO BT-LOG-SEQ (BUST-IDX)
           ELSE
              DISPLAY 'TRADERTX: BUST TABLE FULL, DROPPING '
                      CURRENT-CUSTOMER ' / ' BS-REV-TIMESTAMP
           END-IF
           .
       ADD-BUST-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ENTRY-BUSTED SECTION.
           PERFORM VARYING BUST-IDX FROM 1 BY 1
                   UNTIL BUST-IDX > BUST-ENTRY-COUNT
                      OR ENTRY-BUSTED
              IF BT-TIMESTAMP (BUST-IDX) = TL-TIMESTAMP AND
                 BT-LOG-SEQ (BUST-IDX) = TL-LOG-SEQ
                 SET ENTRY-BUSTED TO TRUE
              END-IF
           END-PERFORM
           .
       CHECK-ENTRY-BUSTED-EXIT.
           EXIT.
      *****************************************************************
       LOCATE-BASIS-ENTRY SECTION.
      * Find (or create) this customer's cost-basis entry for the
              MOVE COST-RELIEVED TO DD-COST
              MOVE TRADE-GAIN-LOSS TO DD-GAIN-LOSS
              MOVE DISPOSAL-DETAIL-LINE TO TAX-REPORT-LINE
              PERFORM WRITE-PACK-LINE
              ADD 1 TO DISPOSALS-LISTED

              IF EXPORT-THIS-DOC
                 PERFORM CLEAR-EXPORT-DETAIL
                 MOVE 'DISPOSAL'         TO ED-LINE-CODE
                 MOVE 'PROCEEDS/COST/GAIN-LOSS' TO ED-CAPTION
                 MOVE TL-TIMESTAMP(1:10) TO ED-ENTRY-DATE
                 MOVE TL-COMPANY         TO ED-COMPANY
                 MOVE TL-SHARES          TO ED-SHARES
                 MOVE TL-PRICE           TO ED-PRICE
                 MOVE SALE-PROCEEDS      TO ED-AMOUNT
                 MOVE COST-RELIEVED      TO ED-SECOND-AMOUNT
                 MOVE TRADE-GAIN-LOSS    TO ED-THIRD-AMOUNT
                 PERFORM WRITE-EXPORT-DETAIL
              END-IF
           END-IF

           IF COST-RELIEVED > TX-OPEN-COST (BASIS-IDX)
           .
       APPLY-SELL-TO-BASIS-EXIT.
           EXIT.
      *****************************************************************
       APPLY-TRANSFER-TO-BASIS SECTION.
      * Relieve the shares and their share of the cost at the running
      * average cost, the TRADERGL arithmetic, with nothing realised
      * and no disposal listed.
           IF TX-OPEN-SHARES (BASIS-IDX) > 0
              COMPUTE AVERAGE-COST ROUNDED =
                      TX-OPEN-COST (BASIS-IDX) /
                      TX-OPEN-SHARES (BASIS-IDX)
           ELSE
              MOVE ZERO TO AVERAGE-COST
           END-IF

           IF TL-SHARES > TX-OPEN-SHARES (BASIS-IDX)
              MOVE TX-OPEN-SHARES (BASIS-IDX) TO MATCHED-SHARES
           ELSE
              MOVE TL-SHARES TO MATCHED-SHARES
           END-IF

           COMPUTE COST-RELIEVED ROUNDED =
                   MATCHED-SHARES * AVERAGE-COST
           IF COST-RELIEVED > TX-OPEN-COST (BASIS-IDX)
              MOVE ZERO TO TX-OPEN-COST (BASIS-IDX)
           ELSE
              SUBTRACT COST-RELIEVED FROM TX-OPEN-COST (BASIS-IDX)
           END-IF
           SUBTRACT MATCHED-SHARES FROM TX-OPEN-SHARES (BASIS-IDX)
           IF TX-OPEN-SHARES (BASIS-IDX) = 0
              MOVE ZERO TO TX-OPEN-COST (BASIS-IDX)
           END-IF
           .
       APPLY-TRANSFER-TO-BASIS-EXIT.
           EXIT.
      *****************************************************************
       PRINT-CONTROL-SHEET SECTION.
           MOVE SPACES TO TAX-REPORT-LINE
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           PERFORM WRITE-EXPORT-TRAILER

           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

                  DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           STRING 'PACKS PRINTED          : ' DOCS-PRINTED
                  DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           STRING 'PACKS EXPORTED         : ' DOCS-EXPORTED
                  DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           STRING 'PACKS SENT BOTH WAYS   : ' DOCS-BOTH
                  DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           STRING 'PRINTED - NO E-MAIL    : ' DOCS-NO-ADDRESS
                  DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADELOG-FILE
                 BUST-SCAN-FILE
                 TAX-REPORT-FILE
                 EXPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
