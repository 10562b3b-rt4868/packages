      * Only genuine fills ('B'/'S') get a note - corporate-action    *
      * audit entries ('P'/'D', see TRADELOG.cpy) are not trades and  *
      * are skipped.                                                  *
      *                                                               *
      * A trade a supervisor busted today ('X', Trade_Cancel in       *
      * TRADERBL) gets a CANCELLATION NOTE instead: the same layout,  *
      * plus the reference of the original fill it cancels, with the  *
      * net amount running the other way (a busted buy is credited    *
      * back, a busted sell is debited back).                         *
      *                                                               *
      * Each note goes the way the customer's TRADCMST delivery       *
      * preference says: paper notes print to TRADCFRP as always, a   *
      * customer taking them electronically gets the note written to  *
      * the portal export TRADCFEX instead (a header and a detail row *
      * per line - see EDELREC.cpy), and one taking both gets both.   *
      * An electronic customer with no e-mail address on file still   *
      * gets a printed note.  The export closes with a trailer of the *
      * delivery counts for the TRADERDC delivery control report.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

      * Portal export of the notes going out electronically.
           SELECT EXPORT-FILE ASSIGN TO "TRADCFEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CONFIRM-PRINT-FILE.
       01 CONFIRM-PRINT-LINE            PIC X(100).

      * Export rows are EDELIVERY-RECORD (EDELREC.cpy), written from
      * the working copy.
       FD  EXPORT-FILE.
       01 EXPORT-RECORD                 PIC X(239).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 LOG-FILE-STATUS           PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 EXP-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 LOG-EOF-SW                PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 CMST-FOUND-SW             PIC X(01) VALUE 'N'.
             88 CMST-FOUND             VALUE 'Y'.
          03 PRINT-DOC-SW              PIC X(01) VALUE 'Y'.
             88 PRINT-THIS-DOC         VALUE 'Y'.
          03 EXPORT-DOC-SW             PIC X(01) VALUE 'N'.
             88 EXPORT-THIS-DOC        VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 NOTES-PRODUCED            PIC 9(07) VALUE ZERO.
          03 CANCEL-NOTES-PRODUCED     PIC 9(07) VALUE ZERO.

      * Delivery counts - every note produced is printed, exported or
      * both; DOCS-NO-ADDRESS are electronic customers' notes printed
      * for want of an e-mail address.  Carried on the export trailer.
       01 DELIVERY-COUNTERS.
          03 DOCS-PRODUCED             PIC 9(07) VALUE ZERO.
          03 DOCS-PRINTED              PIC 9(07) VALUE ZERO.
          03 DOCS-EXPORTED             PIC 9(07) VALUE ZERO.
          03 DOCS-BOTH                 PIC 9(07) VALUE ZERO.
          03 DOCS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
          03 EXPORT-HEADERS-WRITTEN    PIC 9(07) VALUE ZERO.
          03 EXPORT-DETAILS-WRITTEN    PIC 9(07) VALUE ZERO.

      * The document being produced - its export key, date and title,
      * and the last detail line number written under it.
       01 EXPORT-DOC-FIELDS.
          03 EXPORT-DOC-KEY.
             05 EXPORT-CUSTOMER        PIC X(60).
             05 EXPORT-DOC-TYPE        PIC X(02) VALUE 'CN'.
             05 EXPORT-DOC-REF.
                07 EXPORT-REF-TIMESTAMP
                                       PIC X(19).
                07 EXPORT-REF-SEQ      PIC 9(03).
          03 EXPORT-DOC-DATE           PIC X(10).
          03 EXPORT-DOC-TITLE          PIC X(30).
          03 EXPORT-LINE-NO            PIC 9(04).

           COPY EDELREC.

           COPY RUNSTAMP.


       01 NOTE-HEADER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 NH-CAPTION                 PIC X(30).
          03 NH-TIMESTAMP               PIC X(19).

      * Printed on a cancellation note only - the blotter key of the
      * fill being cancelled, as the customer saw it on its own note.
       01 NOTE-REFERENCE-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'CANCELS : '.
          03 NR-TIMESTAMP               PIC X(19).
          03 FILLER                    PIC X(01) VALUE '/'.
          03 NR-LOG-SEQ                 PIC 9(03).

       01 NOTE-CUSTOMER-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'CUSTOMER: '.
              STOP RUN
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCF: UNABLE TO OPEN TRADCFEX, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           STRING RTS-YYYY '-' RTS-MM '-' RTS-DD
                  DELIMITED BY SIZE INTO TODAY-DATE-STAMP
                 NOT AT END
                    ADD 1 TO LOG-RECORDS-READ
                    IF TL-TIMESTAMP(1:10) = TODAY-DATE-STAMP AND
                       (TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL OR
                        TL-TRADE-IS-CANCEL)
                       PERFORM PRINT-ONE-NOTE
                    END-IF
              END-READ
           COMPUTE TRADE-NOTIONAL ROUNDED = TL-SHARES * TL-PRICE
           COMPUTE TRADE-COMMISSION ROUNDED =
                   TRADE-NOTIONAL * TL-COMMISSION-PCT / 100
           IF TL-TRADE-IS-BUY OR
              (TL-TRADE-IS-CANCEL AND TL-REV-OF-BUY)
              COMPUTE NET-CONSIDERATION =
                      TRADE-NOTIONAL + TRADE-COMMISSION
           ELSE
              END-IF
           END-IF

      * Settle how this note goes out before a line of it is written.
           PERFORM LOOKUP-CUSTOMER-MASTER
           MOVE TL-CUSTOMER TO EXPORT-CUSTOMER
           MOVE TL-TIMESTAMP TO EXPORT-REF-TIMESTAMP
           MOVE TL-LOG-SEQ TO EXPORT-REF-SEQ
           MOVE TODAY-DATE-STAMP TO EXPORT-DOC-DATE
           IF TL-TRADE-IS-CANCEL
              MOVE 'CANCELLATION NOTE' TO EXPORT-DOC-TITLE
           ELSE
              MOVE 'CONTRACT NOTE' TO EXPORT-DOC-TITLE
           END-IF
           PERFORM CHOOSE-DELIVERY-ROUTE

           MOVE SPACES TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE NOTE-RULE-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           IF TL-TRADE-IS-CANCEL
              MOVE 'CANCELLATION NOTE' TO NH-CAPTION
           ELSE
              MOVE 'CONTRACT NOTE' TO NH-CAPTION
           END-IF
           MOVE TL-TIMESTAMP TO NH-TIMESTAMP
           MOVE NOTE-HEADER-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           IF TL-TRADE-IS-CANCEL
              MOVE TL-REV-TIMESTAMP TO NR-TIMESTAMP
              MOVE TL-REV-LOG-SEQ TO NR-LOG-SEQ
              MOVE NOTE-REFERENCE-LINE TO CONFIRM-PRINT-LINE
              PERFORM WRITE-NOTE-LINE
           END-IF

           MOVE TL-CUSTOMER TO NC-CUSTOMER
           MOVE NOTE-CUSTOMER-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           IF CMST-FOUND
              PERFORM PRINT-MAILING-BLOCK
           END-IF

           MOVE TL-COMPANY TO NT-COMPANY
      * A cancellation describes the fill it cancels.
           IF TL-TRADE-IS-BUY OR
              (TL-TRADE-IS-CANCEL AND TL-REV-OF-BUY)
              MOVE 'BOUGHT ' TO NT-ACTION
           ELSE
              MOVE 'SOLD   ' TO NT-ACTION
           END-IF
           MOVE TL-SHARES TO NT-SHARES
           MOVE NOTE-TRADE-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE TL-PRICE TO NP-PRICE
           MOVE TL-COMMISSION-PCT TO NP-COMMISSION-PCT
           MOVE NOTE-PRICE-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE 'CONSIDERATION: ' TO NA-CAPTION
           MOVE TRADE-NOTIONAL TO NA-AMOUNT
           MOVE SPACES TO NA-DEBIT-CREDIT
           MOVE NOTE-AMOUNT-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE 'COMMISSION   : ' TO NA-CAPTION
           MOVE TRADE-COMMISSION TO NA-AMOUNT
           MOVE SPACES TO NA-DEBIT-CREDIT
           MOVE NOTE-AMOUNT-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE 'NET AMOUNT   : ' TO NA-CAPTION
           MOVE NET-CONSIDERATION TO NA-AMOUNT
           EVALUATE TRUE
             WHEN TL-TRADE-IS-BUY
                  MOVE 'DEBIT ' TO NA-DEBIT-CREDIT
             WHEN TL-TRADE-IS-SELL
                  MOVE 'CREDIT' TO NA-DEBIT-CREDIT
             WHEN TL-REV-OF-BUY
                  MOVE 'CREDIT' TO NA-DEBIT-CREDIT
             WHEN OTHER
                  MOVE 'DEBIT ' TO NA-DEBIT-CREDIT
           END-EVALUATE
           MOVE NOTE-AMOUNT-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           PERFORM COMPUTE-VALUE-DATE
           MOVE VALUE-DATE-STAMP TO NV-VALUE-DATE
           MOVE NOTE-VALUE-DATE-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           IF EXPORT-THIS-DOC
              PERFORM EXPORT-ONE-NOTE
           END-IF

           IF TL-TRADE-IS-CANCEL
              ADD 1 TO CANCEL-NOTES-PRODUCED
           ELSE
              ADD 1 TO NOTES-PRODUCED
           END-IF
           .
       PRINT-ONE-NOTE-EXIT.
           EXIT.
      *****************************************************************
       EXPORT-ONE-NOTE SECTION.
      * The note's lines as structured detail rows, in print order:
      * the fill a cancellation cancels, the trade, then the
      * consideration, commission and net amount - the net carrying
      * the value date and which way the cash goes.
           IF TL-TRADE-IS-CANCEL
              PERFORM CLEAR-EXPORT-DETAIL
              MOVE 'CANCELS' TO ED-LINE-CODE
              STRING TL-REV-TIMESTAMP '/' TL-REV-LOG-SEQ
                     DELIMITED BY SIZE INTO ED-CAPTION
              PERFORM WRITE-EXPORT-DETAIL
           END-IF

           PERFORM CLEAR-EXPORT-DETAIL
           MOVE 'TRADE' TO ED-LINE-CODE
           MOVE NT-ACTION TO ED-CAPTION
           MOVE TL-TIMESTAMP(1:10) TO ED-ENTRY-DATE
           MOVE TL-COMPANY TO ED-COMPANY
           MOVE TL-SHARES TO ED-SHARES
           MOVE TL-PRICE TO ED-PRICE
           PERFORM WRITE-EXPORT-DETAIL

           PERFORM CLEAR-EXPORT-DETAIL
           MOVE 'AMOUNT' TO ED-LINE-CODE
           MOVE 'CONSIDERATION' TO ED-CAPTION
           MOVE TRADE-NOTIONAL TO ED-AMOUNT
           PERFORM WRITE-EXPORT-DETAIL

           PERFORM CLEAR-EXPORT-DETAIL
           MOVE 'AMOUNT' TO ED-LINE-CODE
           STRING 'COMMISSION AT ' NP-COMMISSION-PCT ' PCT'
                  DELIMITED BY SIZE INTO ED-CAPTION
           MOVE TRADE-COMMISSION TO ED-AMOUNT
           PERFORM WRITE-EXPORT-DETAIL

           PERFORM CLEAR-EXPORT-DETAIL
           MOVE 'AMOUNT' TO ED-LINE-CODE
           MOVE 'NET AMOUNT' TO ED-CAPTION
           MOVE VALUE-DATE-STAMP TO ED-ENTRY-DATE
           MOVE NET-CONSIDERATION TO ED-AMOUNT
           MOVE NA-DEBIT-CREDIT(1:1) TO ED-DEBIT-CREDIT
           PERFORM WRITE-EXPORT-DETAIL
           .
       EXPORT-ONE-NOTE-EXIT.
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
       WRITE-NOTE-LINE SECTION.
      * Every line of a note goes through here - an electronic-only
      * customer's note never reaches the print file.
           IF PRINT-THIS-DOC
              WRITE CONFIRM-PRINT-LINE
           END-IF
           .
       WRITE-NOTE-LINE-EXIT.
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
              DISPLAY 'TRADERCF: TRADCFEX WRITE FAILED, STATUS='
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
      * document's key and the next line number.
           SET ED-IS-DETAIL TO TRUE
           MOVE EXPORT-DOC-KEY TO ED-DOCUMENT-KEY
           ADD 1 TO EXPORT-LINE-NO
           MOVE EXPORT-LINE-NO TO ED-LINE-NO
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCF: TRADCFEX WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO EXPORT-DETAILS-WRITTEN
           .
       WRITE-EXPORT-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EXPORT-TRAILER SECTION.
      * Always written, even on a day with nothing exported, so the
      * delivery control report can tell an empty file from a short
      * one.
           MOVE SPACES TO EDELIVERY-RECORD
           SET ED-IS-TRAILER TO TRUE
           MOVE EXPORT-DOC-TYPE        TO ED-DOC-TYPE
           MOVE ZERO                   TO ED-LINE-NO
           MOVE TODAY-DATE-STAMP       TO ED-TRL-RUN-DATE
           MOVE 'TRADERCF'             TO ED-TRL-PROGRAM
           MOVE DOCS-PRODUCED          TO ED-TRL-DOCS-PRODUCED
           MOVE DOCS-PRINTED           TO ED-TRL-DOCS-PRINTED
           MOVE DOCS-EXPORTED          TO ED-TRL-DOCS-EXPORTED
           MOVE DOCS-BOTH              TO ED-TRL-DOCS-BOTH
           MOVE DOCS-NO-ADDRESS        TO ED-TRL-NO-ADDRESS
           MOVE EXPORT-HEADERS-WRITTEN TO ED-TRL-HEADER-COUNT
           MOVE EXPORT-DETAILS-WRITTEN TO ED-TRL-DETAIL-COUNT
           WRITE EXPORT-RECORD FROM EDELIVERY-RECORD
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERCF: TRADCFEX TRAILER WRITE FAILED, STATUS='
                      EXP-FILE-STATUS
              STOP RUN
           END-IF
           .
       WRITE-EXPORT-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-VALUE-DATE SECTION.
      * Trade date (off the blotter timestamp) plus SETTLE-LAG-DAYS
           MOVE 'MAIL TO : ' TO NM-CAPTION
           MOVE CU-LEGAL-NAME TO NM-TEXT
           MOVE NOTE-MAIL-LINE TO CONFIRM-PRINT-LINE
           PERFORM WRITE-NOTE-LINE

           MOVE SPACES TO NM-CAPTION
           IF CU-ADDRESS-1 NOT = SPACES
              MOVE CU-ADDRESS-1 TO NM-TEXT
              MOVE NOTE-MAIL-LINE TO CONFIRM-PRINT-LINE
              PERFORM WRITE-NOTE-LINE
           END-IF
           IF CU-ADDRESS-2 NOT = SPACES
              MOVE CU-ADDRESS-2 TO NM-TEXT
              MOVE NOTE-MAIL-LINE TO CONFIRM-PRINT-LINE
              PERFORM WRITE-NOTE-LINE
           END-IF
           IF CU-CITY NOT = SPACES OR CU-POSTAL-CODE NOT = SPACES
              MOVE SPACES TO NM-TEXT
              STRING CU-CITY ' ' CU-POSTAL-CODE
                     DELIMITED BY SIZE INTO NM-TEXT
              MOVE NOTE-MAIL-LINE TO CONFIRM-PRINT-LINE
              PERFORM WRITE-NOTE-LINE
           END-IF
           .
       PRINT-MAILING-BLOCK-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           PERFORM WRITE-EXPORT-TRAILER

           MOVE SPACES TO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'CONTRACT NOTES PRODUCED: ' NOTES-PRODUCED
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'CANCEL NOTES PRODUCED  : ' CANCEL-NOTES-PRODUCED
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'NOTES PRINTED          : ' DOCS-PRINTED
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'NOTES EXPORTED         : ' DOCS-EXPORTED
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'NOTES SENT BOTH WAYS   : ' DOCS-BOTH
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE

           STRING 'PRINTED - NO E-MAIL    : ' DOCS-NO-ADDRESS
                  DELIMITED BY SIZE INTO CONFIRM-PRINT-LINE
           WRITE CONFIRM-PRINT-LINE


           CLOSE TRADELOG-FILE
                 CONFIRM-PRINT-FILE
                 EXPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
