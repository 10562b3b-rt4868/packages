      * A matured debit the balance cannot cover (the customer drew   *
      * the money out between trade and value date) is HELD - the     *
      * row stays on TRADPEND, the shortfall goes on the TRADSERP     *
      * report, and the fails run (TRADERFL) that follows ages it and *
      * works the dunning and sell-out; the balance is never driven   *
      * negative.  Because posted rows are deleted as they go, a      *
      * rerun after an abend simply picks up the rows still there -   *
      * no TRADRSRT checkpoint is needed.                             *
      *                                                               *
      * Runs under the TRADRNCT run control after TRADERBR (so the    *
      * day's bank receipts are already on the balance) and ahead of *
      * TRADERLO, so tonight's order fills see an up-to-date picture *
      * of settled cash.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CHECK-RUN-CONTROL SECTION.
      * Settlement runs once per date (posting the same matured legs
      * twice would double-move the money - though the deletes make
      * even that unlikely, the protection is cheap) and after the
      * TRADERBR bank receipts, keeping its slot in the chain ahead
      * of TRADERLO.
      * A row still at started is an abended run being redriven -
      * allowed, the rows already posted were deleted as they went.
           MOVE 'TRADERSE' TO RC-JOB-NAME
                 END-IF
           END-READ

           MOVE 'TRADERBR' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERSE: TRADERBR HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERSE: TRADERBR NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
