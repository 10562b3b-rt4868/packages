       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERFR.

      *****************************************************************
      * TRADERFR - position and cash forward recovery.                *
      *                                                               *
      * TRADERRC and TRADERCR say when a TRADCUST position or a       *
      * TRADCASH balance has drifted from TRADLOG / TRADCJRN; this    *
      * is the run that puts it right, and that rolls the two files   *
      * forward after a damaged dataset has been restored.  It        *
      * regenerates every position and balance from the journals,     *
      * starting either from a backup copy of the two files or from   *
      * nothing at all:                                               *
      *                                                               *
      *   - positions: the backup's share count (or zero), then every *
      *     TRADLOG entry timestamped after the backup was taken,     *
      *     replayed the way TRADERRC replays - buys, sells, split    *
      *     shares added, cancellations undoing the busted trade,     *
      *     closure transfer-outs taken off.  A year-end carry-       *
      *     forward ('O') is the net of the entries TRADERAR archived *
      *     and is added like a buy, as TRADERRC adds it.  Dividend   *
      *     entries move no shares; the cash they paid is on the      *
      *     journal as a 'V' credit.                                  *
      *   - cash: the backup's balance (or zero) plus the credits     *
      *     less the debits of every TRADCJRN entry after the backup  *
      *     point - deposits, withdrawals, settlements, dividends,    *
      *     interest, reversals, returned payments alike, the         *
      *     TRADERCR replay.                                          *
      *                                                               *
      * Driven by the TRADFRPM parameter file:                        *
      *   'M' row  - col 2 mode, 'P' proof or 'A' apply; cols 4-22    *
      *              the backup point "YYYY-MM-DD HH:MM:SS" (blank =  *
      *              replay from empty).  When a backup point is      *
      *              given the backup copies must be staged as        *
      *              TRADCUBK (TRADCUST) and TRADCSBK (TRADCASH).     *
      *   'C' rows - cols 2-61 a customer USERID, one per row.        *
      * No parameter file is a proof of the whole book from empty.    *
      *                                                               *
      * A backup taken before the last TRADERAR archive cannot be     *
      * rolled forward: the entries archived since it was taken are   *
      * gone from TRADLOG, and the carry-forward that stands for them *
      * also counts the ones already in the backup.  Any 'O' entry    *
      * timestamped after the backup point refuses the run - restore  *
      * from empty or from a backup taken after the archive.          *
      *                                                               *
      * Proof mode changes nothing: it lists every position and       *
      * balance the live files hold differently from the replay (or   *
      * every one, for named customers).  Apply mode only ever        *
      * touches the customers named on 'C' rows - it refuses to run   *
      * without any - and rewrites their positions and balances to    *
      * the replayed figures, creating a record the replay needs and  *
      * the live file lacks (from the backup image where there is     *
      * one, otherwise blank thresholds as TRADERBL would build it).  *
      * Nothing is deleted, and a figure that replays negative or too *
      * large for the record is reported and left alone.  Every line  *
      * for a named customer prints with its backup, replayed, live   *
      * before and live after figures, and an apply run ends with     *
      * the sign-off block, so the report is the record of the        *
      * change.                                                       *
      *                                                               *
      * Apply is run with CICS down.  It is not part of the nightly   *
      * chain and writes no TRADRNCT row; after an apply the next     *
      * TRADERRC / TRADERCR should certify the customers clean.       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * The live files - opened I-O for an apply, input for a proof.
           SELECT TRADCUST-FILE ASSIGN TO "TRADCUST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEYREC OF CUSTOMER-IO-BUFFER
                  FILE STATUS IS CUST-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADELOG-FILE ASSIGN TO "TRADLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

           SELECT TRADCJRN-FILE ASSIGN TO "TRADCJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

      * Backup copies of TRADCUST and TRADCASH, read only when the
      * parameter names the point they were taken at.
           SELECT BACKUP-CUST-FILE ASSIGN TO "TRADCUBK"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BK-CUST-KEY
                  FILE STATUS IS BKCU-FILE-STATUS.

           SELECT BACKUP-CASH-FILE ASSIGN TO "TRADCSBK"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BK-CASH-CUSTOMER
                  FILE STATUS IS BKCS-FILE-STATUS.

           SELECT RECOVERY-PARM-FILE ASSIGN TO "TRADFRPM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PARM-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "TRADFRRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCUST-FILE.
           COPY CUSTREC.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADELOG-FILE.
           COPY TRADELOG.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

      * Same layouts as CUSTREC / CASHREC - only the fields the
      * recovery needs are named.
       FD  BACKUP-CUST-FILE.
       01 BACKUP-CUST-RECORD.
          03 BK-CUST-KEY.
             05 BK-CUSTOMER            PIC X(60).
             05 BK-KEYREC-DOT          PIC X(01).
             05 BK-COMPANY             PIC X(20).
          03 BK-NO-SHARES              PIC X(06).
          03 BK-NO-SHARES-NUM REDEFINES BK-NO-SHARES
                                       PIC 9(06).
          03 BK-THRESHOLDS             PIC X(51).

       FD  BACKUP-CASH-FILE.
       01 BACKUP-CASH-RECORD.
          03 BK-CASH-CUSTOMER          PIC X(60).
          03 BK-CASH-BALANCE           PIC 9(11)V99.
          03 BK-CASH-LAST-ACTIVITY     PIC X(19).

       FD  RECOVERY-PARM-FILE.
       01 RECOVERY-PARM-RECORD.
          03 PARM-ROW-TYPE             PIC X(01).
             88 PARM-ROW-IS-MODE       VALUE 'M'.
             88 PARM-ROW-IS-CUSTOMER   VALUE 'C'.
          03 PARM-MODE-ROW.
             05 PARM-MODE              PIC X(01).
             05 FILLER                 PIC X(01).
             05 PARM-BACKUP-POINT      PIC X(19).
             05 FILLER                 PIC X(58).
          03 PARM-CUSTOMER-ROW REDEFINES PARM-MODE-ROW.
             05 PARM-CUSTOMER          PIC X(60).
             05 FILLER                 PIC X(19).

       FD  RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CUST-FILE-STATUS          PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 LOG-FILE-STATUS           PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 BKCU-FILE-STATUS          PIC X(02).
          03 BKCS-FILE-STATUS          PIC X(02).
          03 PARM-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).

       01 SWITCHES.
          03 PARM-EOF-SW               PIC X(01) VALUE 'N'.
             88 PARM-EOF               VALUE 'Y'.
          03 BACKUP-IN-USE-SW          PIC X(01) VALUE 'N'.
             88 BACKUP-IN-USE          VALUE 'Y'.
          03 CUSTOMER-SELECTED-SW      PIC X(01) VALUE 'N'.
             88 CUSTOMER-SELECTED      VALUE 'Y'.
          03 CUSTOMER-OVERFLOW-SW      PIC X(01) VALUE 'N'.
             88 CUSTOMER-OVERFLOW      VALUE 'Y'.
          03 REPLAY-ENTRY-FOUND-SW     PIC X(01) VALUE 'N'.
             88 REPLAY-ENTRY-FOUND     VALUE 'Y'.
          03 LIVE-CASH-FOUND-SW        PIC X(01) VALUE 'N'.
             88 LIVE-CASH-FOUND        VALUE 'Y'.
          03 LIVE-CASH-BAD-SW          PIC X(01) VALUE 'N'.
             88 LIVE-CASH-BAD          VALUE 'Y'.
          03 BACKUP-CASH-FOUND-SW      PIC X(01) VALUE 'N'.
             88 BACKUP-CASH-FOUND      VALUE 'Y'.
          03 LINE-DIFFERS-SW           PIC X(01) VALUE 'N'.
             88 LINE-DIFFERS           VALUE 'Y'.
          03 RUN-INCOMPLETE-SW         PIC X(01) VALUE 'N'.
             88 RUN-INCOMPLETE         VALUE 'Y'.
          03 LOG-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
             88 LOG-SCAN-EOF           VALUE 'Y'.
          03 ARCHIVED-SINCE-BACKUP-SW  PIC X(01) VALUE 'N'.
             88 ARCHIVED-SINCE-BACKUP  VALUE 'Y'.

       01 RECOVERY-MODE                 PIC X(01) VALUE 'P'.
          88 PROOF-MODE                VALUE 'P'.
          88 APPLY-MODE                VALUE 'A'.

      * Entries at or before the backup point are already inside the
      * backup figures.  Left at spaces (from empty), every entry is
      * after it.
       01 BACKUP-POINT                  PIC X(19) VALUE SPACES.

      * The customers named on 'C' rows - apply touches only these.
       01 NAMED-CUSTOMER-TABLE.
          03 NAMED-CUSTOMER            PIC X(60) OCCURS 50 TIMES
                                       INDEXED BY NAMED-IDX.
       01 NAMED-CUSTOMER-COUNT          PIC 9(03) VALUE ZERO.
       01 NAMED-CUSTOMER-MAX            PIC 9(03) VALUE 50.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 JRN-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 ENTRIES-REPLAYED          PIC 9(07) VALUE ZERO.
          03 POSITIONS-EXAMINED        PIC 9(07) VALUE ZERO.
          03 POSITION-DIFFERENCES      PIC 9(07) VALUE ZERO.
          03 POSITIONS-RECOVERED       PIC 9(07) VALUE ZERO.
          03 BALANCES-EXAMINED         PIC 9(07) VALUE ZERO.
          03 BALANCE-DIFFERENCES       PIC 9(07) VALUE ZERO.
          03 BALANCES-RECOVERED        PIC 9(07) VALUE ZERO.
          03 FIGURES-NOT-APPLIED       PIC 9(07) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * The customer each stream's current record belongs to -
      * HIGH-VALUES once that stream is exhausted (or not in use),
      * the TRADERRC balanced-pass scheme over three streams.

       01 MATCH-CONTROL-FIELDS.
          03 LOG-SIDE-CUSTOMER         PIC X(60).
          03 BACKUP-SIDE-CUSTOMER      PIC X(60).
          03 LIVE-SIDE-CUSTOMER        PIC X(60).
          03 CURRENT-CUSTOMER          PIC X(60).

      * One customer's positions - backup figure, replayed figure and
      * live figure per company, plus the backup's threshold bytes
      * for a record that has to be put back.
       01 REPLAY-TABLE.
          03 REPLAY-ENTRY OCCURS 200 TIMES INDEXED BY REPLAY-IDX.
             05 RT-COMPANY             PIC X(20).
             05 RT-BACKUP-SHARES       PIC S9(07).
             05 RT-NET-SHARES          PIC S9(07).
             05 RT-LIVE-SHARES         PIC S9(07).
             05 RT-IN-BACKUP-SW        PIC X(01).
                88 RT-IN-BACKUP        VALUE 'Y'.
             05 RT-LIVE-SW             PIC X(01).
                88 RT-LIVE-FOUND       VALUE 'Y'.
                88 RT-LIVE-BAD         VALUE 'B'.
             05 RT-BACKUP-THRESHOLDS   PIC X(51).
       01 REPLAY-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
       01 REPLAY-ENTRY-MAX              PIC 9(03) VALUE 200.
       01 LOOKUP-COMPANY                PIC X(20).

       01 CASH-REPLAY-FIELDS.
          03 CASH-BACKUP-BALANCE       PIC S9(12)V99.
          03 REPLAYED-BALANCE          PIC S9(12)V99.
          03 LIVE-BALANCE              PIC S9(12)V99.
          03 REPLAYED-LAST-ACTIVITY    PIC X(19).

       01 ACTION-TEXT                   PIC X(30).

       01 POSITION-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-CUSTOMER                PIC X(30).
          03 PD-COMPANY                 PIC X(20).
          03 PD-BACKUP                  PIC -(12)9.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 PD-REPLAYED                PIC -(12)9.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 PD-LIVE-BEFORE             PIC -(12)9.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 PD-LIVE-AFTER              PIC -(12)9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-ACTION                  PIC X(30).

       01 CASH-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 CD-CUSTOMER                PIC X(30).
          03 CD-CAPTION                 PIC X(20).
          03 CD-BACKUP                  PIC -(9)9.99.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 CD-REPLAYED                PIC -(9)9.99.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 CD-LIVE-BEFORE             PIC -(9)9.99.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 CD-LIVE-AFTER              PIC -(9)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 CD-ACTION                  PIC X(30).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM RECOVER-POSITIONS
           PERFORM RECOVER-CASH-BALANCES
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM READ-RECOVERY-PARM

           IF APPLY-MODE
              OPEN I-O TRADCUST-FILE
           ELSE
              OPEN INPUT TRADCUST-FILE
           END-IF
           IF CUST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO OPEN TRADCUST, STATUS='
                      CUST-FILE-STATUS
              STOP RUN
           END-IF

           IF APPLY-MODE
              OPEN I-O TRADCASH-FILE
           ELSE
              OPEN INPUT TRADCASH-FILE
           END-IF
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO OPEN TRADCASH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADELOG-FILE
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO OPEN TRADLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF

           IF BACKUP-IN-USE
              PERFORM CHECK-BACKUP-AFTER-ARCHIVE
           END-IF

           OPEN INPUT TRADCJRN-FILE
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO OPEN TRADCJRN, STATUS='
                      CJRN-FILE-STATUS
              STOP RUN
           END-IF

      * A backup point with no backup to go with it cannot be rolled
      * forward - replaying only the later entries onto nothing would
      * rebuild every figure short.
           IF BACKUP-IN-USE
              OPEN INPUT BACKUP-CUST-FILE
              IF BKCU-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERFR: UNABLE TO OPEN TRADCUBK, STATUS='
                         BKCU-FILE-STATUS ' - RUN REFUSED'
                 STOP RUN
              END-IF
              OPEN INPUT BACKUP-CASH-FILE
              IF BKCS-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERFR: UNABLE TO OPEN TRADCSBK, STATUS='
                         BKCS-FILE-STATUS ' - RUN REFUSED'
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO OPEN TRADFRRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADING
           .
       INITIALIZE-RUN-EXIT.
           EXIT.
      *****************************************************************
       BUILD-RUN-TIMESTAMP SECTION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           MOVE RUN-DATE-YYYY TO RTS-YYYY
           MOVE RUN-DATE-MM   TO RTS-MM
           MOVE RUN-DATE-DD   TO RTS-DD
           MOVE RUN-TIME-HH   TO RTS-HH
           MOVE RUN-TIME-MI   TO RTS-MI
           MOVE RUN-TIME-SS   TO RTS-SS
           .
       BUILD-RUN-TIMESTAMP-EXIT.
           EXIT.
      *****************************************************************
       READ-RECOVERY-PARM SECTION.
      * No parameter file is the safe default - a whole-book proof
      * from empty.  Anything the run cannot make sense of stops it
      * before a file is opened for update.
           OPEN INPUT RECOVERY-PARM-FILE
           IF PARM-FILE-STATUS = '00'
              PERFORM UNTIL PARM-EOF
                 READ RECOVERY-PARM-FILE
                    AT END
                       SET PARM-EOF TO TRUE
                    NOT AT END
                       PERFORM TAKE-PARM-ROW
                 END-READ
              END-PERFORM
              CLOSE RECOVERY-PARM-FILE
           END-IF

           IF APPLY-MODE AND NAMED-CUSTOMER-COUNT = ZERO
              DISPLAY 'TRADERFR: APPLY MODE NEEDS NAMED CUSTOMERS '
                      'ON TRADFRPM - RUN REFUSED'
              STOP RUN
           END-IF
           .
       READ-RECOVERY-PARM-EXIT.
           EXIT.
      *****************************************************************
       TAKE-PARM-ROW SECTION.
           EVALUATE TRUE
             WHEN PARM-ROW-IS-MODE
                  MOVE PARM-MODE TO RECOVERY-MODE
                  IF NOT PROOF-MODE AND NOT APPLY-MODE
                     DISPLAY 'TRADERFR: TRADFRPM MODE ' PARM-MODE
                             ' IS NOT P OR A - RUN REFUSED'
                     STOP RUN
                  END-IF
                  MOVE PARM-BACKUP-POINT TO BACKUP-POINT
                  IF BACKUP-POINT NOT = SPACES
                     SET BACKUP-IN-USE TO TRUE
                  END-IF
             WHEN PARM-ROW-IS-CUSTOMER
                  IF PARM-CUSTOMER NOT = SPACES
                     IF NAMED-CUSTOMER-COUNT NOT < NAMED-CUSTOMER-MAX
                        DISPLAY 'TRADERFR: MORE THAN '
                                NAMED-CUSTOMER-MAX
                                ' CUSTOMERS NAMED ON TRADFRPM - '
                                'RUN REFUSED'
                        STOP RUN
                     END-IF
                     ADD 1 TO NAMED-CUSTOMER-COUNT
                     SET NAMED-IDX TO NAMED-CUSTOMER-COUNT
                     MOVE PARM-CUSTOMER TO NAMED-CUSTOMER(NAMED-IDX)
                  END-IF
             WHEN OTHER
                  DISPLAY 'TRADERFR: TRADFRPM ROW TYPE ' PARM-ROW-TYPE
                          ' NOT RECOGNISED - RUN REFUSED'
                  STOP RUN
           END-EVALUATE
           .
       TAKE-PARM-ROW-EXIT.
           EXIT.
      *****************************************************************
       CHECK-BACKUP-AFTER-ARCHIVE SECTION.
      * TRADERAR stamps its carry-forwards 00:00:00 on the retention
      * date.  One stamped after the backup point means entries the
      * backup does not hold have been archived away, and the carry-
      * forward would add back the ones it does hold a second time.
      * The blotter is read through once for it and reopened for the
      * replay.
           MOVE 'N' TO LOG-SCAN-EOF-SW
           MOVE 'N' TO ARCHIVED-SINCE-BACKUP-SW
           PERFORM UNTIL LOG-SCAN-EOF OR ARCHIVED-SINCE-BACKUP
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                    SET LOG-SCAN-EOF TO TRUE
                 NOT AT END
                    IF TL-TRADE-IS-CARRYFWD AND
                       TL-TIMESTAMP > BACKUP-POINT
                       SET ARCHIVED-SINCE-BACKUP TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF ARCHIVED-SINCE-BACKUP
              DISPLAY 'TRADERFR: BACKUP POINT ' BACKUP-POINT
                      ' PREDATES THE TRADERAR CARRY-FORWARD OF '
                      TL-TIMESTAMP
              DISPLAY 'TRADERFR: RESTORE FROM EMPTY OR FROM A LATER '
                      'BACKUP - RUN REFUSED'
              STOP RUN
           END-IF

           CLOSE TRADELOG-FILE
           OPEN INPUT TRADELOG-FILE
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERFR: UNABLE TO REOPEN TRADLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF
           .
       CHECK-BACKUP-AFTER-ARCHIVE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-HEADING SECTION.
           MOVE 'TRADERFR - POSITION AND CASH FORWARD RECOVERY'
                TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF APPLY-MODE
              MOVE 'MODE: APPLY - NAMED CUSTOMERS ARE REWRITTEN'
                   TO RECOVERY-REPORT-LINE
           ELSE
              MOVE 'MODE: PROOF - NO FILE IS CHANGED'
                   TO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           IF BACKUP-IN-USE
              STRING 'STARTING FROM: TRADCUBK / TRADCSBK BACKUP TAKEN '
                     BACKUP-POINT
                     DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           ELSE
              MOVE 'STARTING FROM: EMPTY - FULL JOURNAL REPLAY'
                   TO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE

           IF NAMED-CUSTOMER-COUNT = ZERO
              MOVE 'CUSTOMERS: ALL - DIFFERENCES ONLY'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           ELSE
              MOVE 'CUSTOMERS NAMED:' TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
              PERFORM VARYING NAMED-IDX FROM 1 BY 1
                      UNTIL NAMED-IDX > NAMED-CUSTOMER-COUNT
                 MOVE SPACES TO RECOVERY-REPORT-LINE
                 MOVE NAMED-CUSTOMER(NAMED-IDX)
                      TO RECOVERY-REPORT-LINE(3:60)
                 WRITE RECOVERY-REPORT-LINE
              END-PERFORM
           END-IF

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE ' CUSTOMER' TO RECOVERY-REPORT-LINE
           MOVE 'COMPANY'     TO RECOVERY-REPORT-LINE(32:7)
           MOVE 'BACKUP'      TO RECOVERY-REPORT-LINE(59:6)
           MOVE 'REPLAYED'    TO RECOVERY-REPORT-LINE(73:8)
           MOVE 'LIVE BEFORE' TO RECOVERY-REPORT-LINE(86:11)
           MOVE 'LIVE AFTER'  TO RECOVERY-REPORT-LINE(103:10)
           MOVE 'ACTION'      TO RECOVERY-REPORT-LINE(116:6)
           WRITE RECOVERY-REPORT-LINE
           .
       WRITE-REPORT-HEADING-EXIT.
           EXIT.
      *****************************************************************
       CHECK-CUSTOMER-SELECTED SECTION.
      * With nobody named (a whole-book proof) every customer is in.
           MOVE 'N' TO CUSTOMER-SELECTED-SW
           IF NAMED-CUSTOMER-COUNT = ZERO
              SET CUSTOMER-SELECTED TO TRUE
           ELSE
              PERFORM VARYING NAMED-IDX FROM 1 BY 1
                      UNTIL NAMED-IDX > NAMED-CUSTOMER-COUNT
                         OR CUSTOMER-SELECTED
                 IF NAMED-CUSTOMER(NAMED-IDX) = CURRENT-CUSTOMER
                    SET CUSTOMER-SELECTED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
       CHECK-CUSTOMER-SELECTED-EXIT.
           EXIT.
      *****************************************************************
       RECOVER-POSITIONS SECTION.
      * Balanced pass over the blotter, the backup and the live file,
      * all in customer order: the next customer is the lowest of the
      * three streams' current customers.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE 'POSITIONS (SHARES)' TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           PERFORM READ-NEXT-LOG-RECORD
           IF BACKUP-IN-USE
              PERFORM READ-NEXT-BACKUP-POSITION
           ELSE
              MOVE HIGH-VALUES TO BACKUP-SIDE-CUSTOMER
           END-IF
           MOVE LOW-VALUES TO KEYREC OF CUSTOMER-IO-BUFFER
           PERFORM POSITION-LIVE-CUSTFILE

           PERFORM UNTIL LOG-SIDE-CUSTOMER    = HIGH-VALUES AND
                         BACKUP-SIDE-CUSTOMER = HIGH-VALUES AND
                         LIVE-SIDE-CUSTOMER   = HIGH-VALUES
              MOVE LOG-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              IF BACKUP-SIDE-CUSTOMER < CURRENT-CUSTOMER
                 MOVE BACKUP-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              END-IF
              IF LIVE-SIDE-CUSTOMER < CURRENT-CUSTOMER
                 MOVE LIVE-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              END-IF
              PERFORM RECOVER-ONE-CUSTOMER-POSITIONS
           END-PERFORM
           .
       RECOVER-POSITIONS-EXIT.
           EXIT.
      *****************************************************************
       RECOVER-ONE-CUSTOMER-POSITIONS SECTION.
           PERFORM CHECK-CUSTOMER-SELECTED
           MOVE ZERO TO REPLAY-ENTRY-COUNT
           MOVE 'N' TO CUSTOMER-OVERFLOW-SW

           PERFORM TAKE-BACKUP-POSITION
               UNTIL BACKUP-SIDE-CUSTOMER NOT = CURRENT-CUSTOMER

           PERFORM REPLAY-ONE-ENTRY
               UNTIL LOG-SIDE-CUSTOMER NOT = CURRENT-CUSTOMER

           PERFORM TAKE-LIVE-POSITION
               UNTIL LIVE-SIDE-CUSTOMER NOT = CURRENT-CUSTOMER

           IF CUSTOMER-SELECTED
              PERFORM VARYING REPLAY-IDX FROM 1 BY 1
                      UNTIL REPLAY-IDX > REPLAY-ENTRY-COUNT
                 PERFORM SETTLE-ONE-POSITION
              END-PERFORM
           END-IF

      * Pick the live browse up again past this customer - an apply
      * may have written records since it was last positioned.
           MOVE CURRENT-CUSTOMER TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE HIGH-VALUES TO KEYREC-DOT
                               COMPANY OF CUSTOMER-IO-BUFFER
           PERFORM POSITION-LIVE-CUSTFILE
           .
       RECOVER-ONE-CUSTOMER-POSITIONS-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-LOG-RECORD SECTION.
           READ TRADELOG-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO LOG-SIDE-CUSTOMER
              NOT AT END
                 ADD 1 TO LOG-RECORDS-READ
                 MOVE TL-CUSTOMER TO LOG-SIDE-CUSTOMER
           END-READ
           .
       READ-NEXT-LOG-RECORD-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-BACKUP-POSITION SECTION.
           READ BACKUP-CUST-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO BACKUP-SIDE-CUSTOMER
              NOT AT END
                 MOVE BK-CUSTOMER TO BACKUP-SIDE-CUSTOMER
           END-READ
           .
       READ-NEXT-BACKUP-POSITION-EXIT.
           EXIT.
      *****************************************************************
       POSITION-LIVE-CUSTFILE SECTION.
      * Start the live browse after the key left in the buffer and
      * read the first record there.
           START TRADCUST-FILE KEY IS GREATER THAN
                 KEYREC OF CUSTOMER-IO-BUFFER
              INVALID KEY
                 MOVE HIGH-VALUES TO LIVE-SIDE-CUSTOMER
              NOT INVALID KEY
                 PERFORM READ-NEXT-LIVE-POSITION
           END-START
           .
       POSITION-LIVE-CUSTFILE-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-LIVE-POSITION SECTION.
           READ TRADCUST-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO LIVE-SIDE-CUSTOMER
              NOT AT END
                 MOVE CUSTOMER OF CUSTOMER-IO-BUFFER
                      TO LIVE-SIDE-CUSTOMER
           END-READ
           .
       READ-NEXT-LIVE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       TAKE-BACKUP-POSITION SECTION.
      * The backup's share count is where the replay starts.  Its
      * threshold bytes are kept in case the live record has to be
      * put back.
           MOVE BK-COMPANY TO LOOKUP-COMPANY
           PERFORM LOCATE-REPLAY-ENTRY
           IF REPLAY-ENTRY-FOUND
              IF BK-NO-SHARES NUMERIC
                 MOVE BK-NO-SHARES-NUM TO RT-BACKUP-SHARES(REPLAY-IDX)
                                          RT-NET-SHARES(REPLAY-IDX)
              END-IF
              MOVE 'Y' TO RT-IN-BACKUP-SW(REPLAY-IDX)
              MOVE BK-THRESHOLDS TO RT-BACKUP-THRESHOLDS(REPLAY-IDX)
           END-IF
           PERFORM READ-NEXT-BACKUP-POSITION
           .
       TAKE-BACKUP-POSITION-EXIT.
           EXIT.
      *****************************************************************
       REPLAY-ONE-ENTRY SECTION.
      * Only entries after the backup point - the ones before it are
      * already in the backup's figure.  The TRADERRC rules: sells,
      * transfer-outs and the cancel of a buy take shares off; buys,
      * split shares, carry-forwards and the cancel of a sell put
      * them on; dividends move none.
           IF TL-TIMESTAMP > BACKUP-POINT
              IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL OR
                 TL-TRADE-IS-SPLIT OR TL-TRADE-IS-CARRYFWD OR
                 TL-TRADE-IS-CANCEL OR TL-TRADE-IS-XFER-OUT
                 ADD 1 TO ENTRIES-REPLAYED
                 MOVE TL-COMPANY TO LOOKUP-COMPANY
                 PERFORM LOCATE-REPLAY-ENTRY
                 IF REPLAY-ENTRY-FOUND
                    EVALUATE TRUE
                      WHEN TL-TRADE-IS-SELL
                        OR TL-TRADE-IS-XFER-OUT
                        OR (TL-TRADE-IS-CANCEL AND TL-REV-OF-BUY)
                           SUBTRACT TL-SHARES
                               FROM RT-NET-SHARES(REPLAY-IDX)
                      WHEN OTHER
                           ADD TL-SHARES TO RT-NET-SHARES(REPLAY-IDX)
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-LOG-RECORD
           .
       REPLAY-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       TAKE-LIVE-POSITION SECTION.
      * A share count that is not even numeric is damage the replay
      * is there to repair - it counts as zero and never matches.
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO LOOKUP-COMPANY
           PERFORM LOCATE-REPLAY-ENTRY
           IF REPLAY-ENTRY-FOUND
              IF NO-SHARES NUMERIC
                 MOVE DEC-NO-SHARES TO RT-LIVE-SHARES(REPLAY-IDX)
                 MOVE 'Y' TO RT-LIVE-SW(REPLAY-IDX)
              ELSE
                 MOVE ZERO TO RT-LIVE-SHARES(REPLAY-IDX)
                 MOVE 'B' TO RT-LIVE-SW(REPLAY-IDX)
              END-IF
           END-IF
           PERFORM READ-NEXT-LIVE-POSITION
           .
       TAKE-LIVE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       LOCATE-REPLAY-ENTRY SECTION.
      * Find (or create) the customer's entry for LOOKUP-COMPANY.  A
      * customer with more companies than the table holds is reported
      * and none of their positions is applied.
           MOVE 'N' TO REPLAY-ENTRY-FOUND-SW
           PERFORM VARYING REPLAY-IDX FROM 1 BY 1
                   UNTIL REPLAY-IDX > REPLAY-ENTRY-COUNT
                      OR REPLAY-ENTRY-FOUND
              IF RT-COMPANY(REPLAY-IDX) = LOOKUP-COMPANY
                 SET REPLAY-ENTRY-FOUND TO TRUE
                 SET REPLAY-IDX DOWN BY 1
              END-IF
           END-PERFORM

           IF NOT REPLAY-ENTRY-FOUND
              IF REPLAY-ENTRY-COUNT < REPLAY-ENTRY-MAX
                 ADD 1 TO REPLAY-ENTRY-COUNT
                 SET REPLAY-IDX TO REPLAY-ENTRY-COUNT
                 MOVE LOOKUP-COMPANY TO RT-COMPANY(REPLAY-IDX)
                 MOVE ZERO TO RT-BACKUP-SHARES(REPLAY-IDX)
                              RT-NET-SHARES(REPLAY-IDX)
                              RT-LIVE-SHARES(REPLAY-IDX)
                 MOVE 'N' TO RT-IN-BACKUP-SW(REPLAY-IDX)
                             RT-LIVE-SW(REPLAY-IDX)
                 MOVE SPACES TO RT-BACKUP-THRESHOLDS(REPLAY-IDX)
                 SET REPLAY-ENTRY-FOUND TO TRUE
              ELSE
                 IF NOT CUSTOMER-OVERFLOW
                    SET CUSTOMER-OVERFLOW TO TRUE
                    SET RUN-INCOMPLETE TO TRUE
                    MOVE SPACES TO RECOVERY-REPORT-LINE
                    STRING ' *** ' CURRENT-CUSTOMER(1:30)
                           ' HOLDS MORE COMPANIES THAN THE REPLAY '
                           'TABLE - NOT RECOVERED'
                           DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                    WRITE RECOVERY-REPORT-LINE
                    DISPLAY 'TRADERFR: REPLAY TABLE FULL FOR '
                            CURRENT-CUSTOMER
                 END-IF
              END-IF
           END-IF
           .
       LOCATE-REPLAY-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       SETTLE-ONE-POSITION SECTION.
      * Decide what the replayed figure means for the live record and,
      * on an apply, make it so.  A missing live record only matters
      * when the replay says the customer holds shares.
           ADD 1 TO POSITIONS-EXAMINED
           MOVE 'N' TO LINE-DIFFERS-SW
           IF RT-LIVE-FOUND(REPLAY-IDX)
              IF RT-NET-SHARES(REPLAY-IDX) NOT =
                 RT-LIVE-SHARES(REPLAY-IDX)
                 SET LINE-DIFFERS TO TRUE
              END-IF
           ELSE
              IF RT-LIVE-BAD(REPLAY-IDX) OR
                 RT-NET-SHARES(REPLAY-IDX) NOT = ZERO
                 SET LINE-DIFFERS TO TRUE
              END-IF
           END-IF

           MOVE SPACES TO POSITION-DETAIL-LINE
           MOVE CURRENT-CUSTOMER(1:30)      TO PD-CUSTOMER
           MOVE RT-COMPANY(REPLAY-IDX)       TO PD-COMPANY
           MOVE RT-BACKUP-SHARES(REPLAY-IDX) TO PD-BACKUP
           MOVE RT-NET-SHARES(REPLAY-IDX)    TO PD-REPLAYED
           MOVE RT-LIVE-SHARES(REPLAY-IDX)   TO PD-LIVE-BEFORE
                                                PD-LIVE-AFTER

           IF LINE-DIFFERS
              ADD 1 TO POSITION-DIFFERENCES
              PERFORM DECIDE-POSITION-ACTION
           ELSE
              MOVE 'NO CHANGE' TO ACTION-TEXT
           END-IF
           MOVE ACTION-TEXT TO PD-ACTION

           IF LINE-DIFFERS OR NAMED-CUSTOMER-COUNT > ZERO
              MOVE POSITION-DETAIL-LINE TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           END-IF
           .
       SETTLE-ONE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       DECIDE-POSITION-ACTION SECTION.
           EVALUATE TRUE
             WHEN CUSTOMER-OVERFLOW
                  MOVE 'NOT APPLIED - TABLE FULL' TO ACTION-TEXT
                  ADD 1 TO FIGURES-NOT-APPLIED
             WHEN RT-NET-SHARES(REPLAY-IDX) < ZERO
                  MOVE 'NOT APPLIED - REPLAYS NEGATIVE' TO ACTION-TEXT
                  ADD 1 TO FIGURES-NOT-APPLIED
             WHEN RT-NET-SHARES(REPLAY-IDX) > 999999
                  MOVE 'NOT APPLIED - TOO LARGE' TO ACTION-TEXT
                  ADD 1 TO FIGURES-NOT-APPLIED
             WHEN PROOF-MODE
                  IF RT-LIVE-FOUND(REPLAY-IDX) OR
                     RT-LIVE-BAD(REPLAY-IDX)
                     MOVE 'WOULD CORRECT' TO ACTION-TEXT
                  ELSE
                     MOVE 'WOULD CREATE' TO ACTION-TEXT
                  END-IF
             WHEN OTHER
                  PERFORM APPLY-ONE-POSITION
           END-EVALUATE
           .
       DECIDE-POSITION-ACTION-EXIT.
           EXIT.
      *****************************************************************
       APPLY-ONE-POSITION SECTION.
      * The live record is read again by key and rewritten with the
      * replayed count; a missing one is rebuilt from the backup
      * image, or with the blank thresholds BUILD-NEW-CUSTOMER gives
      * a first trade online.
           MOVE CURRENT-CUSTOMER       TO CUSTOMER OF CUSTOMER-IO-BUFFER
           MOVE '.'                    TO KEYREC-DOT
           MOVE RT-COMPANY(REPLAY-IDX) TO COMPANY OF CUSTOMER-IO-BUFFER
           IF RT-LIVE-FOUND(REPLAY-IDX) OR RT-LIVE-BAD(REPLAY-IDX)
              READ TRADCUST-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CUST-FILE-STATUS = '00'
                 MOVE RT-NET-SHARES(REPLAY-IDX) TO DEC-NO-SHARES
                 REWRITE CUSTOMER-IO-BUFFER
              END-IF
              IF CUST-FILE-STATUS = '00'
                 MOVE 'CORRECTED' TO ACTION-TEXT
              END-IF
           ELSE
              IF RT-IN-BACKUP(REPLAY-IDX)
                 MOVE RT-BACKUP-THRESHOLDS(REPLAY-IDX)
                      TO CUSTOMER-IO-BUFFER(88:51)
              ELSE
                 PERFORM BUILD-NEW-POSITION
              END-IF
              MOVE RT-NET-SHARES(REPLAY-IDX) TO DEC-NO-SHARES
              WRITE CUSTOMER-IO-BUFFER
              IF CUST-FILE-STATUS = '00'
                 MOVE 'CREATED' TO ACTION-TEXT
              END-IF
           END-IF

           IF CUST-FILE-STATUS = '00'
              ADD 1 TO POSITIONS-RECOVERED
              MOVE RT-NET-SHARES(REPLAY-IDX) TO PD-LIVE-AFTER
           ELSE
              MOVE SPACES TO ACTION-TEXT
              STRING 'TRADCUST UPDATE FAILED, ' CUST-FILE-STATUS
                     DELIMITED BY SIZE INTO ACTION-TEXT
              ADD 1 TO FIGURES-NOT-APPLIED
              DISPLAY 'TRADERFR: TRADCUST UPDATE FAILED FOR '
                      CURRENT-CUSTOMER ' / ' RT-COMPANY(REPLAY-IDX)
                      ', STATUS=' CUST-FILE-STATUS
           END-IF
           .
       APPLY-ONE-POSITION-EXIT.
           EXIT.
      *****************************************************************
       BUILD-NEW-POSITION SECTION.
           MOVE '000000' TO NO-SHARES
           MOVE '00000.00' TO BUY-FROM
           MOVE '0000' TO BUY-FROM-NO
           MOVE '00000.00' TO BUY-TO
           MOVE '0000' TO BUY-TO-NO
           MOVE '00000.00' TO SELL-FROM
           MOVE '0000' TO SELL-FROM-NO
           MOVE '00000.00' TO SELL-TO
           MOVE '0000' TO SELL-TO-NO
           MOVE '000' TO ALARM-PERCENT
           .
       BUILD-NEW-POSITION-EXIT.
           EXIT.
      *****************************************************************
       RECOVER-CASH-BALANCES SECTION.
      * The same balanced pass over the cash journal, the cash backup
      * and live TRADCASH.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE 'CASH BALANCES' TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           PERFORM READ-NEXT-JOURNAL-ENTRY
           IF BACKUP-IN-USE
              PERFORM READ-NEXT-BACKUP-BALANCE
           ELSE
              MOVE HIGH-VALUES TO BACKUP-SIDE-CUSTOMER
           END-IF
           MOVE LOW-VALUES TO CASH-CUSTOMER
           PERFORM POSITION-LIVE-CASHFILE

           PERFORM UNTIL LOG-SIDE-CUSTOMER    = HIGH-VALUES AND
                         BACKUP-SIDE-CUSTOMER = HIGH-VALUES AND
                         LIVE-SIDE-CUSTOMER   = HIGH-VALUES
              MOVE LOG-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              IF BACKUP-SIDE-CUSTOMER < CURRENT-CUSTOMER
                 MOVE BACKUP-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              END-IF
              IF LIVE-SIDE-CUSTOMER < CURRENT-CUSTOMER
                 MOVE LIVE-SIDE-CUSTOMER TO CURRENT-CUSTOMER
              END-IF
              PERFORM RECOVER-ONE-CUSTOMER-CASH
           END-PERFORM
           .
       RECOVER-CASH-BALANCES-EXIT.
           EXIT.
      *****************************************************************
       RECOVER-ONE-CUSTOMER-CASH SECTION.
      * LOG-SIDE-CUSTOMER carries the journal stream in this pass.
           PERFORM CHECK-CUSTOMER-SELECTED
           MOVE ZERO   TO CASH-BACKUP-BALANCE
                          REPLAYED-BALANCE
                          LIVE-BALANCE
           MOVE SPACES TO REPLAYED-LAST-ACTIVITY
           MOVE 'N' TO BACKUP-CASH-FOUND-SW
                       LIVE-CASH-FOUND-SW
                       LIVE-CASH-BAD-SW

           IF BACKUP-SIDE-CUSTOMER = CURRENT-CUSTOMER
              SET BACKUP-CASH-FOUND TO TRUE
              IF BK-CASH-BALANCE NUMERIC
                 MOVE BK-CASH-BALANCE TO CASH-BACKUP-BALANCE
                                         REPLAYED-BALANCE
              END-IF
              MOVE BK-CASH-LAST-ACTIVITY TO REPLAYED-LAST-ACTIVITY
              PERFORM READ-NEXT-BACKUP-BALANCE
           END-IF

           PERFORM REPLAY-ONE-JOURNAL-ENTRY
               UNTIL LOG-SIDE-CUSTOMER NOT = CURRENT-CUSTOMER

           IF LIVE-SIDE-CUSTOMER = CURRENT-CUSTOMER
              IF CASH-BALANCE NUMERIC
                 SET LIVE-CASH-FOUND TO TRUE
                 MOVE CASH-BALANCE TO LIVE-BALANCE
              ELSE
                 SET LIVE-CASH-BAD TO TRUE
              END-IF
           END-IF

           IF CUSTOMER-SELECTED
              PERFORM SETTLE-ONE-BALANCE
           END-IF

           MOVE CURRENT-CUSTOMER TO CASH-CUSTOMER
           PERFORM POSITION-LIVE-CASHFILE
           .
       RECOVER-ONE-CUSTOMER-CASH-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-JOURNAL-ENTRY SECTION.
           READ TRADCJRN-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO LOG-SIDE-CUSTOMER
              NOT AT END
                 ADD 1 TO JRN-RECORDS-READ
                 MOVE CJ-CUSTOMER TO LOG-SIDE-CUSTOMER
           END-READ
           .
       READ-NEXT-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-BACKUP-BALANCE SECTION.
           READ BACKUP-CASH-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO BACKUP-SIDE-CUSTOMER
              NOT AT END
                 MOVE BK-CASH-CUSTOMER TO BACKUP-SIDE-CUSTOMER
           END-READ
           .
       READ-NEXT-BACKUP-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       POSITION-LIVE-CASHFILE SECTION.
           START TRADCASH-FILE KEY IS GREATER THAN
                 CASH-CUSTOMER OF CASH-IO-BUFFER
              INVALID KEY
                 MOVE HIGH-VALUES TO LIVE-SIDE-CUSTOMER
              NOT INVALID KEY
                 READ TRADCASH-FILE NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO LIVE-SIDE-CUSTOMER
                    NOT AT END
                       MOVE CASH-CUSTOMER TO LIVE-SIDE-CUSTOMER
                 END-READ
           END-START
           .
       POSITION-LIVE-CASHFILE-EXIT.
           EXIT.
      *****************************************************************
       REPLAY-ONE-JOURNAL-ENTRY SECTION.
           IF CJ-TIMESTAMP > BACKUP-POINT
              ADD 1 TO ENTRIES-REPLAYED
              IF CJ-IS-DEBIT
                 SUBTRACT CJ-AMOUNT FROM REPLAYED-BALANCE
              ELSE
                 ADD CJ-AMOUNT TO REPLAYED-BALANCE
              END-IF
              MOVE CJ-TIMESTAMP TO REPLAYED-LAST-ACTIVITY
           END-IF
           PERFORM READ-NEXT-JOURNAL-ENTRY
           .
       REPLAY-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       SETTLE-ONE-BALANCE SECTION.
      * A customer with no live balance only matters when the replay
      * leaves money with us.
           ADD 1 TO BALANCES-EXAMINED
           MOVE 'N' TO LINE-DIFFERS-SW
           IF LIVE-CASH-FOUND
              IF REPLAYED-BALANCE NOT = LIVE-BALANCE
                 SET LINE-DIFFERS TO TRUE
              END-IF
           ELSE
              IF LIVE-CASH-BAD OR REPLAYED-BALANCE NOT = ZERO
                 SET LINE-DIFFERS TO TRUE
              END-IF
           END-IF

           MOVE SPACES TO CASH-DETAIL-LINE
           MOVE CURRENT-CUSTOMER(1:30) TO CD-CUSTOMER
           MOVE 'CASH BALANCE'         TO CD-CAPTION
           MOVE CASH-BACKUP-BALANCE    TO CD-BACKUP
           MOVE REPLAYED-BALANCE       TO CD-REPLAYED
           MOVE LIVE-BALANCE           TO CD-LIVE-BEFORE
                                          CD-LIVE-AFTER

           IF LINE-DIFFERS
              ADD 1 TO BALANCE-DIFFERENCES
              EVALUATE TRUE
                WHEN REPLAYED-BALANCE < ZERO
                     MOVE 'NOT APPLIED - REPLAYS NEGATIVE'
                          TO ACTION-TEXT
                     ADD 1 TO FIGURES-NOT-APPLIED
                WHEN REPLAYED-BALANCE > 99999999999.99
                     MOVE 'NOT APPLIED - TOO LARGE' TO ACTION-TEXT
                     ADD 1 TO FIGURES-NOT-APPLIED
                WHEN PROOF-MODE
                     IF LIVE-CASH-FOUND OR LIVE-CASH-BAD
                        MOVE 'WOULD CORRECT' TO ACTION-TEXT
                     ELSE
                        MOVE 'WOULD CREATE' TO ACTION-TEXT
                     END-IF
                WHEN OTHER
                     PERFORM APPLY-ONE-BALANCE
              END-EVALUATE
           ELSE
              MOVE 'NO CHANGE' TO ACTION-TEXT
           END-IF
           MOVE ACTION-TEXT TO CD-ACTION

           IF LINE-DIFFERS OR NAMED-CUSTOMER-COUNT > ZERO
              MOVE CASH-DETAIL-LINE TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           END-IF
           .
       SETTLE-ONE-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       APPLY-ONE-BALANCE SECTION.
      * Last activity becomes the last movement replayed (or the
      * backup's, when nothing has moved since it was taken).
           MOVE CURRENT-CUSTOMER TO CASH-CUSTOMER
           IF LIVE-CASH-FOUND OR LIVE-CASH-BAD
              READ TRADCASH-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF CASH-FILE-STATUS = '00'
                 MOVE REPLAYED-BALANCE TO CASH-BALANCE
                 IF REPLAYED-LAST-ACTIVITY NOT = SPACES
                    MOVE REPLAYED-LAST-ACTIVITY TO CASH-LAST-ACTIVITY
                 END-IF
                 REWRITE CASH-IO-BUFFER
              END-IF
              IF CASH-FILE-STATUS = '00'
                 MOVE 'CORRECTED' TO ACTION-TEXT
              END-IF
           ELSE
              MOVE REPLAYED-BALANCE       TO CASH-BALANCE
              MOVE REPLAYED-LAST-ACTIVITY TO CASH-LAST-ACTIVITY
              WRITE CASH-IO-BUFFER
              IF CASH-FILE-STATUS = '00'
                 MOVE 'CREATED' TO ACTION-TEXT
              END-IF
           END-IF

           IF CASH-FILE-STATUS = '00'
              ADD 1 TO BALANCES-RECOVERED
              MOVE REPLAYED-BALANCE TO CD-LIVE-AFTER
           ELSE
              MOVE SPACES TO ACTION-TEXT
              STRING 'TRADCASH UPDATE FAILED, ' CASH-FILE-STATUS
                     DELIMITED BY SIZE INTO ACTION-TEXT
              ADD 1 TO FIGURES-NOT-APPLIED
              DISPLAY 'TRADERFR: TRADCASH UPDATE FAILED FOR '
                      CURRENT-CUSTOMER ', STATUS=' CASH-FILE-STATUS
           END-IF
           .
       APPLY-ONE-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'TRADE LOG RECORDS READ : ' LOG-RECORDS-READ
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'JOURNAL RECORDS READ   : ' JRN-RECORDS-READ
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'ENTRIES REPLAYED       : ' ENTRIES-REPLAYED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'POSITIONS EXAMINED     : ' POSITIONS-EXAMINED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'POSITION DIFFERENCES   : ' POSITION-DIFFERENCES
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'POSITIONS RECOVERED    : ' POSITIONS-RECOVERED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'BALANCES EXAMINED      : ' BALANCES-EXAMINED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'BALANCE DIFFERENCES    : ' BALANCE-DIFFERENCES
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'BALANCES RECOVERED     : ' BALANCES-RECOVERED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           STRING 'FIGURES NOT APPLIED    : ' FIGURES-NOT-APPLIED
                  DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF RUN-INCOMPLETE
              MOVE 'REPLAY TABLE OVERFLOWED - SEE CUSTOMERS MARKED ***'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           END-IF

           IF APPLY-MODE
              MOVE 'RECOVERY APPLIED - SIGN-OFF:'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
              MOVE SPACES TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
              MOVE '   RUN BY     ____________________   DATE ________'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
              MOVE SPACES TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
              MOVE '   CHECKED BY ____________________   DATE ________'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           ELSE
              MOVE 'PROOF RUN - NO FILE WAS CHANGED'
                   TO RECOVERY-REPORT-LINE
              WRITE RECOVERY-REPORT-LINE
           END-IF

           IF BACKUP-IN-USE
              CLOSE BACKUP-CUST-FILE
                    BACKUP-CASH-FILE
           END-IF

           CLOSE TRADCUST-FILE
                 TRADCASH-FILE
                 TRADELOG-FILE
                 TRADCJRN-FILE
                 RECOVERY-REPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
