      * their shares at no cost, which re-spreads the average the way *
      * a split should; the year-end carry-forward ('O') rebuilds the *
      * archived basis the way a buy does; dividend entries move      *
      * cash, not positions, and are ignored here.  A trade busted by *
      * a cancellation ('X') drops out together with its 'X', so the  *
      * basis and P&L read as if the trade had never happened - the   *
      * customer's 'X' entries are gathered up front at each control  *
      * break through a second, keyed connector on the same snapshot, *
      * since the original always replays before its cancellation.   *
      *                                                               *
      * The blotter snapshot is keyed with the customer leading, so   *
      * one sequential pass with a customer control break replays     *
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

      * The same snapshot again, read by key to pick up each
      * customer's cancellations ahead of the replay.
           SELECT BUST-SCAN-FILE ASSIGN TO "TRADVLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-KEY
                  FILE STATUS IS BUST-FILE-STATUS.

           SELECT PANDL-REPORT-FILE ASSIGN TO "TRADGLRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.
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

       FD  PANDL-REPORT-FILE.
       01 PANDL-REPORT-LINE             PIC X(100).


       01 FILE-STATUS-FIELDS.
          03 LOG-FILE-STATUS           PIC X(02).
          03 BUST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).

       01 SWITCHES.
             88 PANDL-ENTRY-FOUND      VALUE 'Y'.
          03 PANDL-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 PANDL-TABLE-FULL       VALUE 'Y'.
          03 BUST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
             88 BUST-SCAN-DONE         VALUE 'Y'.
          03 ENTRY-BUSTED-SW           PIC X(01) VALUE 'N'.
             88 ENTRY-BUSTED           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
       01 PANDL-SORT-LIMIT              PIC 9(03).
       01 PANDL-SWAPPED-SW              PIC X(01).

      * The blotter keys of the current customer's busted trades -
      * reset at every break like PANDL-TABLE.

       01 BUST-TABLE.
          03 BUST-ENTRY OCCURS 100 TIMES INDEXED BY BUST-IDX.
             05 BT-TIMESTAMP           PIC X(19).
             05 BT-LOG-SEQ             PIC 9(03).
       01 BUST-ENTRY-COUNT              PIC 9(03) VALUE ZERO.

       01 PANDL-WORK-FIELDS.
          03 MATCHED-SHARES            PIC 9(07).
          03 AVERAGE-COST              PIC 9(05)V99.
              STOP RUN
           END-IF

           OPEN INPUT BUST-SCAN-FILE
           IF BUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERGL: UNABLE TO OPEN TRADVLOG, STATUS='
                      BUST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PANDL-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERGL: UNABLE TO OPEN TRADGLRP, STATUS='
       REPLAY-ONE-ENTRY SECTION.
      * The year-end carry-forward ('O') is the archived history
      * compressed to net shares at average cost - it rebuilds the
      * basis exactly the way a buy does.  A busted fill and its
      * cancellation ('X') are both passed over.
           IF NOT CUST-IN-PROGRESS
              SET CUST-IN-PROGRESS TO TRUE
              MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
              MOVE ZERO TO PANDL-ENTRY-COUNT
              PERFORM LOAD-CUSTOMER-BUSTS
           ELSE
              IF TL-CUSTOMER NOT = CURRENT-CUSTOMER
                 PERFORM PRINT-ONE-CUSTOMER
                 MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
                 MOVE ZERO TO PANDL-ENTRY-COUNT
                 PERFORM LOAD-CUSTOMER-BUSTS
              END-IF
           END-IF

           MOVE 'N' TO ENTRY-BUSTED-SW
           IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL
              PERFORM CHECK-ENTRY-BUSTED
           END-IF

           IF (TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL OR TL-TRADE-IS-SPLIT
              OR TL-TRADE-IS-CARRYFWD OR TL-TRADE-IS-XFER-OUT)
              AND NOT ENTRY-BUSTED
              PERFORM LOCATE-PANDL-ENTRY
              IF PANDL-ENTRY-FOUND
                 EVALUATE TRUE
                        PERFORM APPLY-BUY-TO-BASIS
                   WHEN TL-TRADE-IS-SELL
                        PERFORM APPLY-SELL-TO-BASIS
                   WHEN TL-TRADE-IS-XFER-OUT
                        PERFORM APPLY-TRANSFER-TO-BASIS
                   WHEN OTHER
                        PERFORM APPLY-SPLIT-TO-BASIS
                 END-EVALUATE
           .
       REPLAY-ONE-ENTRY-EXIT.
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
              DISPLAY 'TRADERGL: BUST TABLE FULL, DROPPING '
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
       LOCATE-PANDL-ENTRY SECTION.
      * Find (or create) the current customer's table entry for this
           .
       APPLY-SELL-TO-BASIS-EXIT.
           EXIT.
      *****************************************************************
       APPLY-TRANSFER-TO-BASIS SECTION.
      * A closure transfer-out delivers the shares away at their
      * average cost - the position and its cost go with them and
      * nothing is realised; the receiving broker carries the basis.
           IF GL-OPEN-SHARES (PANDL-IDX) > 0
              COMPUTE AVERAGE-COST ROUNDED =
                      GL-OPEN-COST (PANDL-IDX) /
                      GL-OPEN-SHARES (PANDL-IDX)
           ELSE
              MOVE ZERO TO AVERAGE-COST
           END-IF

           IF TL-SHARES > GL-OPEN-SHARES (PANDL-IDX)
              MOVE GL-OPEN-SHARES (PANDL-IDX) TO MATCHED-SHARES
           ELSE
              MOVE TL-SHARES TO MATCHED-SHARES
           END-IF

           COMPUTE COST-RELIEVED ROUNDED =
                   MATCHED-SHARES * AVERAGE-COST
           IF COST-RELIEVED > GL-OPEN-COST (PANDL-IDX)
              MOVE ZERO TO GL-OPEN-COST (PANDL-IDX)
           ELSE
              SUBTRACT COST-RELIEVED FROM GL-OPEN-COST (PANDL-IDX)
           END-IF
           SUBTRACT MATCHED-SHARES FROM GL-OPEN-SHARES (PANDL-IDX)
           IF GL-OPEN-SHARES (PANDL-IDX) = 0
              MOVE ZERO TO GL-OPEN-COST (PANDL-IDX)
           END-IF
           .
       APPLY-TRANSFER-TO-BASIS-EXIT.
           EXIT.
      *****************************************************************
       APPLY-SPLIT-TO-BASIS SECTION.
      * A split adds shares at no cost - total cost is unchanged and
           WRITE PANDL-REPORT-LINE

           CLOSE TRADELOG-FILE
                 BUST-SCAN-FILE
                 PANDL-REPORT-FILE
           .
       TERMINATE-RUN-EXIT.
