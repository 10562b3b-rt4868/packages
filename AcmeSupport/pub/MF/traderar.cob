      *   - prunes TRADHIST rows dated before the retention date to   *
      *     TRADHSAR, and TRADCAUD images to TRADCDAR, the same way.  *
      *                                                               *
      * A trade busted by a cancellation ('X') never rolls into a     *
      * carry-forward - both entries are archived and left out of the *
      * basis, as the replays leave them out.  A busted trade dated   *
      * before the retention date whose 'X' is not stays on TRADLOG,  *
      * so the pair is never split across the archive line.  Each     *
      * customer's 'X' entries are gathered at the control break by   *
      * reading ahead through their entries and re-positioning.       *
      *                                                               *
      * Realized-P&L history older than the retention date lives on   *
      * in the archive only - the carry-forward preserves positions   *
      * and cost, not past gains, which is what the replays need to   *
       FD  LOG-ARCHIVE-FILE.
       01 AR-LOG-RECORD.
          03 AR-LOG-KEY                 PIC X(82).
          03 AR-LOG-DATA                PIC X(68).

       FD  TRADHIST-FILE.
           COPY HISTREC.
       FD  AUDIT-ARCHIVE-FILE.
       01 AR-AUDIT-RECORD.
          03 AR-AUDIT-KEY               PIC X(22).
          03 AR-AUDIT-DATA              PIC X(209).

       FD  ARCHIVE-PARM-FILE.
       01 ARCHIVE-PARM-RECORD.
             88 CUST-IN-PROGRESS       VALUE 'Y'.
          03 BASIS-ENTRY-FOUND-SW      PIC X(01) VALUE 'N'.
             88 BASIS-ENTRY-FOUND      VALUE 'Y'.
          03 BUST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
             88 BUST-SCAN-DONE         VALUE 'Y'.
          03 ENTRY-BUSTED-SW           PIC X(01) VALUE 'N'.
             88 ENTRY-BUSTED           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 LOG-RECORDS-ARCHIVED      PIC 9(07) VALUE ZERO.
          03 CARRYFWD-WRITTEN          PIC 9(07) VALUE ZERO.
          03 BUSTS-HELD-LIVE           PIC 9(07) VALUE ZERO.
          03 HIST-RECORDS-ARCHIVED     PIC 9(07) VALUE ZERO.
          03 AUDIT-RECORDS-ARCHIVED    PIC 9(07) VALUE ZERO.

      * TRADELOG record area, which at that moment still holds the
      * new customer's just-read first record.

       01 HELD-LOG-RECORD               PIC X(150).

      * The blotter keys of the current customer's busted trades and
      * the date each was cancelled - reset at every break like
      * BASIS-TABLE.  BUST-RESUME-KEY is where the read-ahead that
      * fills it puts the browse back.

       01 BUST-TABLE.
          03 BUST-ENTRY OCCURS 100 TIMES INDEXED BY BUST-IDX.
             05 BT-TIMESTAMP           PIC X(19).
             05 BT-LOG-SEQ             PIC 9(03).
             05 BT-CANCEL-DATE         PIC X(10).
       01 BUST-ENTRY-COUNT              PIC 9(03) VALUE ZERO.
       01 BUST-RESUME-KEY               PIC X(82).

       01 ARCHIVE-WORK-FIELDS.
          03 CURRENT-CUSTOMER          PIC X(60).
              SET CUST-IN-PROGRESS TO TRUE
              MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
              MOVE ZERO TO BASIS-ENTRY-COUNT
              PERFORM LOAD-CUSTOMER-BUSTS
           ELSE
      * The carry-forward writes reuse the record area, so the new
      * customer's first record is parked in the hold area and put
                 MOVE HELD-LOG-RECORD TO TRADE-LOG-RECORD
                 MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
                 MOVE ZERO TO BASIS-ENTRY-COUNT
                 PERFORM LOAD-CUSTOMER-BUSTS
              END-IF
           END-IF

      * A busted trade goes to the archive only alongside its 'X'.
           MOVE 'N' TO ENTRY-BUSTED-SW
           IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL
              PERFORM CHECK-ENTRY-BUSTED
           END-IF

           IF TL-TIMESTAMP(1:10) < RETAIN-DATE
              IF ENTRY-BUSTED AND
                 BT-CANCEL-DATE (BUST-IDX) NOT < RETAIN-DATE
                 ADD 1 TO BUSTS-HELD-LIVE
              ELSE
                 PERFORM ARCHIVE-ONE-LOG-ENTRY
              END-IF
           END-IF
           .
       SIFT-ONE-LOG-ENTRY-EXIT.
              END-IF
           END-IF

           IF NOT ENTRY-BUSTED
              PERFORM ROLL-ENTRY-INTO-BASIS
           END-IF

           DELETE TRADELOG-FILE RECORD
           IF LOG-FILE-STATUS NOT = '00'
       ROLL-ENTRY-INTO-BASIS SECTION.
      * The TRADERGL average-cost arithmetic over just the archived
      * entries: buys and old carry-forwards add shares at cost,
      * splits add shares at none, sells and closure transfer-outs
      * relieve at the running average.  Dividends move cash, not
      * shares, and a cancellation ('X') only ever archives alongside
      * the busted trade it cancels, which the caller has already
      * kept out.
           EVALUATE TRUE
             WHEN TL-TRADE-IS-BUY OR TL-TRADE-IS-CARRYFWD
                  PERFORM LOCATE-BASIS-ENTRY
                             AR-OPEN-COST (BASIS-IDX) +
                             (TL-SHARES * TL-PRICE)
                  END-IF
             WHEN TL-TRADE-IS-SELL OR TL-TRADE-IS-XFER-OUT
                  PERFORM LOCATE-BASIS-ENTRY
                  IF BASIS-ENTRY-FOUND
                     PERFORM RELIEVE-BASIS-FOR-SELL
           .
       RELIEVE-BASIS-FOR-SELL-EXIT.
           EXIT.
      *****************************************************************
       LOAD-CUSTOMER-BUSTS SECTION.
      * The record area holds the new current customer's first entry.
      * Read ahead through the rest of their entries collecting what
      * every 'X' cancels, then START back at that first entry and
      * re-read it, leaving record area and browse position exactly
      * as they were.
           MOVE ZERO TO BUST-ENTRY-COUNT
           MOVE TL-KEY TO BUST-RESUME-KEY
           MOVE 'N' TO BUST-SCAN-DONE-SW
           PERFORM UNTIL BUST-SCAN-DONE
              IF TL-CUSTOMER NOT = CURRENT-CUSTOMER
                 SET BUST-SCAN-DONE TO TRUE
              ELSE
                 IF TL-TRADE-IS-CANCEL
                    PERFORM ADD-BUST-ENTRY
                 END-IF
                 READ TRADELOG-FILE NEXT RECORD
                    AT END
                       SET BUST-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           MOVE BUST-RESUME-KEY TO TL-KEY
           START TRADELOG-FILE KEY IS NOT LESS THAN TL-KEY
           IF LOG-FILE-STATUS = '00'
              READ TRADELOG-FILE NEXT RECORD
           END-IF
           IF LOG-FILE-STATUS NOT = '00' OR
              TL-KEY NOT = BUST-RESUME-KEY
              DISPLAY 'TRADERAR: UNABLE TO RE-POSITION TRADLOG AT '
                      BUST-RESUME-KEY ' STATUS=' LOG-FILE-STATUS
              STOP RUN
           END-IF
           .
       LOAD-CUSTOMER-BUSTS-EXIT.
           EXIT.
      *****************************************************************
       ADD-BUST-ENTRY SECTION.
           IF BUST-ENTRY-COUNT < 100
              ADD 1 TO BUST-ENTRY-COUNT
              SET BUST-IDX TO BUST-ENTRY-COUNT
              MOVE TL-REV-TIMESTAMP TO BT-TIMESTAMP (BUST-IDX)
              MOVE TL-REV-LOG-SEQ TO BT-LOG-SEQ (BUST-IDX)
              MOVE TL-TIMESTAMP(1:10) TO BT-CANCEL-DATE (BUST-IDX)
           ELSE
              DISPLAY 'TRADERAR: BUST TABLE FULL, DROPPING '
                      CURRENT-CUSTOMER ' / ' TL-REV-TIMESTAMP
           END-IF
           .
       ADD-BUST-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ENTRY-BUSTED SECTION.
      * Leaves BUST-IDX on the matching entry when one is found.
           SET BUST-IDX TO 1
           PERFORM UNTIL BUST-IDX > BUST-ENTRY-COUNT
                      OR ENTRY-BUSTED
              IF BT-TIMESTAMP (BUST-IDX) = TL-TIMESTAMP AND
                 BT-LOG-SEQ (BUST-IDX) = TL-LOG-SEQ
                 SET ENTRY-BUSTED TO TRUE
              ELSE
                 SET BUST-IDX UP BY 1
              END-IF
           END-PERFORM
           .
       CHECK-ENTRY-BUSTED-EXIT.
           EXIT.
      *****************************************************************
       LOCATE-BASIS-ENTRY SECTION.
           MOVE 'N' TO BASIS-ENTRY-FOUND-SW
                         AR-OPEN-SHARES (BASIS-IDX)
                 MOVE 'TRADERAR' TO TL-SOURCE
                 MOVE ZERO TO TL-COMMISSION-PCT
                 MOVE SPACES TO TL-REVERSAL-REF
                 WRITE TRADE-LOG-RECORD
                 PERFORM UNTIL LOG-FILE-STATUS NOT = '22'
                            OR TL-LOG-SEQ = 999
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE

           STRING 'BUSTS KEPT WITH X LIVE : ' BUSTS-HELD-LIVE
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE

           STRING 'HISTORY ROWS ARCHIVED  : ' HIST-RECORDS-ARCHIVED
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
