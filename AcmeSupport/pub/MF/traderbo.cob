      *   - the limit or trigger price numeric and non-zero, except   *
      *     on a market order which carries none                      *
      *   - a non-blank expiry a well-formed YYYY-MM-DD               *
      *   - the customer's TRADCMST master, where there is one, not   *
      *     closing or closed                                         *
      *   - the company's trading not halted, nor the company         *
      *     delisted                                                  *
      * and loads the good rows onto the TRADORDR book with the next  *
      * free order number for that customer, stamped with tonight's   *
      * date and OPEN.  Every row - accepted or rejected, with the    *
      * reason - goes on the TRADBORP report in the TRADLORP mould.   *
      *                                                               *
      * Runs under the TRADRNCT run control after the TRADERDL        *
      * delisting run and ahead of TRADERLO, so an imported order can *
      * fill the same night the branch staged it.  A night with no    *
      * TRADBOIN staged is a normal empty run - the chain continues.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

      * Customer master - only the account status is read.  Absent,
      * every customer is treated as active.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "TRADBORP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.
       FD  TRADCOMP-FILE.
           COPY COMPREC.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  IMPORT-REPORT-FILE.
       01 IMPORT-REPORT-LINE            PIC X(132).

          03 BOIN-FILE-STATUS          PIC X(02).
          03 ORDR-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

             88 ROW-VALID              VALUE 'Y'.
          03 COMP-FOUND-SW             PIC X(01) VALUE 'N'.
             88 COMP-FOUND             VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 ACCOUNT-CLOSED-SW         PIC X(01) VALUE 'N'.
             88 ACCOUNT-CLOSED         VALUE 'Y'.
          03 ORDR-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.

       01 RUN-COUNTERS.
              STOP RUN
           END-IF

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERBO: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT IMPORT-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBO: UNABLE TO OPEN TRADBORP, STATUS='
       CHECK-RUN-CONTROL SECTION.
      * Importing the same instruction file twice would double-load
      * every order, so a completed row of our own suppresses the
      * run; and the TRADERDL delisting run must have completed
      * first, keeping our slot in the chain ahead of TRADERLO.
           MOVE 'TRADERBO' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
                 END-IF
           END-READ

           MOVE 'TRADERDL' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERBO: TRADERDL HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERBO: TRADERDL NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF

           IF ROW-VALID
              PERFORM CHECK-COMPANY-ON-FILE
              EVALUATE TRUE
                WHEN NOT COMP-FOUND
                     MOVE 'N' TO ROW-VALID-SW
                     MOVE 'REJECTED - COMPANY NOT ON FILE'
                          TO REJECT-REASON
                WHEN COMPANY-HALTED
                     MOVE 'N' TO ROW-VALID-SW
                     MOVE 'REJECTED - TRADING HALTED' TO REJECT-REASON
                WHEN COMPANY-DELISTED
                     MOVE 'N' TO ROW-VALID-SW
                     MOVE 'REJECTED - COMPANY DELISTED'
                          TO REJECT-REASON
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF

           IF ROW-VALID
              PERFORM CHECK-ACCOUNT-STATUS
              IF ACCOUNT-CLOSED
                 MOVE 'N' TO ROW-VALID-SW
                 MOVE 'REJECTED - ACCOUNT CLOSED' TO REJECT-REASON
              END-IF
           END-IF
           .
       EDIT-ORDER-ROW-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ACCOUNT-STATUS SECTION.
           MOVE 'N' TO ACCOUNT-CLOSED-SW
           IF CMST-OPEN
              MOVE BO-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CU-STATUS-CLOSING OR CU-STATUS-CLOSED
                       SET ACCOUNT-CLOSED TO TRUE
                    END-IF
              END-READ
           END-IF
           .
       CHECK-ACCOUNT-STATUS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-COMPANY-ON-FILE SECTION.
           MOVE 'N' TO COMP-FOUND-SW
           MOVE TODAY-DATE-STAMP TO ORD-PLACED-DATE
           MOVE BO-EXPIRY-DATE TO ORD-EXPIRY-DATE
           SET ORD-STATUS-OPEN TO TRUE
           MOVE 'TRADERBO' TO ORD-SOURCE
           WRITE ORDER-IO-BUFFER
           IF ORDR-FILE-STATUS NOT = '00'
              ADD 1 TO ROWS-REJECTED
              CLOSE ORDER-INPUT-FILE
           END-IF

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADORDR-FILE
                 TRADCOMP-FILE
                 IMPORT-REPORT-FILE
