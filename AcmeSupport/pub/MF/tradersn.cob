      * TRADERSN - cutoff snapshot for the read-only reporting        *
      * passes.                                                       *
      *                                                               *
      * The updating jobs (TRADERFD, TRADERLO, TRADERCL) are the only *
      * ones that genuinely need exclusive use of the live files.     *
      * This step runs straight after the TRADERCL account closure    *
      * run and copies the datasets the reporting passes read -       *
      * TRADCUST to TRADVCUS, TRADLOG to                              *
      * TRADVLOG, TRADCASH to TRADVCSH and the TRADCJRN cash journal  *
      * to TRADVJRN - as a consistent point-in-time set.  The moment  *
      * it completes, CICS can come back up: TRADERVL (valuation and  *
      * the commission pass), TRADERRC (reconciliation), TRADERCR     *
      * (cash reconciliation), TRADERCF (confirmations), TRADERGL     *
      * (P&L), TRADERMS (market summary), TRADERST (statements) and   *
      * TRADERPF (performance) all read the snapshots instead of the  *
      * live files, so the terminals no longer stay dark while the    *
      * reports grind.                                                *
      *                                                               *
      * Guarded by the TRADRNCT run control like the rest of the      *
      * night: it refuses to run before TRADERCL has completed for    *
      * the date, and refuses to run twice (a second copy taken after *
      * CICS came up would no longer be the cutoff picture).          *
      *****************************************************************
       FD  SNAP-LOG-FILE.
       01 SNAP-LOG-RECORD.
          03 SNAP-LOG-KEY               PIC X(82).
          03 SNAP-LOG-DATA              PIC X(68).

       FD  TRADCASH-FILE.
           COPY CASHREC.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The copy is only the cutoff picture if the updating jobs are
      * done and CICS has not been up in between - so TRADERCL must
      * be completed for the date, and a completed row of our own
      * suppresses a second copy.
           MOVE 'TRADERSN' TO RC-JOB-NAME
                 END-IF
           END-READ

           MOVE 'TRADERCL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERSN: TRADERCL HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERSN: TRADERCL NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
