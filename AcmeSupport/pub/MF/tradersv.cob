       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERSV.

      *****************************************************************
      * TRADERSV - nightly trade surveillance.                        *
      *                                                               *
      * Works over the TRADVLOG blotter snapshot TRADERSN takes at    *
      * the cutoff, with TRADHIST closes and the TRADSECF / TRADCAUD  *
      * trails of who moved which price, and raises an alert on the   *
      * TRADALRT file (see ALERTREC.cpy) for each of:                 *
      *                                                               *
      *   - wash trades: one customer buying and selling the same     *
      *     company on the same day                                   *
      *   - pre-move trading: a customer who traded a company on the  *
      *     business day before its close-to-close move on TRADHIST   *
      *     went beyond PRE-MOVE-THRESHOLD-PCT either way             *
      *   - large trades: a fill whose consideration is more than     *
      *     LARGE-TRADE-MULTIPLE times the customer's own average     *
      *     fill to date (once they have LARGE-TRADE-MIN-HISTORY      *
      *     fills behind them to judge by)                            *
      *   - operator trading: a trade by an operator in a company     *
      *     whose price they pushed that day, by a Price_Update tick  *
      *     or a Comp_Maint price change                              *
      *                                                               *
      * The window is the previous business day (TRADCLDR, the       *
      * TRADERCA scheme) and today: tonight's TRADHIST close is the   *
      * first that can show the move after yesterday's trading, and   *
      * yesterday's trades made after its own snapshot are only on    *
      * tonight's.  An alert already on file is left as it is, so     *
      * looking at yesterday twice raises nothing twice.              *
      *                                                               *
      * Alerts start open.  Compliance works them by staging rows on  *
      * TRADALUP - the alert key, the new status (reviewed or         *
      * escalated, or open again), who and a note - applied at the    *
      * start of the next run.  The TRADSVRP report lists the status  *
      * changes applied, tonight's new alerts, and the open and       *
      * escalated alerts still on file.                               *
      *                                                               *
      * Runs under the TRADRNCT run control once TRADERSN has         *
      * completed, and shows on the TRADERNS morning checklist.       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADELOG-FILE ASSIGN TO "TRADVLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TL-KEY OF TRADE-LOG-RECORD
                  FILE STATUS IS LOG-FILE-STATUS.

           SELECT TRADHIST-FILE ASSIGN TO "TRADHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HIST-KEY OF HISTORY-IO-BUFFER
                  FILE STATUS IS HIST-FILE-STATUS.

      * The two price-change trails - either may be absent on a new
      * installation, and then no operator alert can come from it.
           SELECT TRADSECF-FILE ASSIGN TO "TRADSECF"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SE-KEY OF SECURITY-EVENT-RECORD
                  FILE STATUS IS SECF-FILE-STATUS.

           SELECT TRADCAUD-FILE ASSIGN TO "TRADCAUD"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-KEY OF AUDIT-IO-BUFFER
                  FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT TRADCLDR-FILE ASSIGN TO "TRADCLDR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATE OF CALENDAR-IO-BUFFER
                  FILE STATUS IS CLDR-FILE-STATUS.

           SELECT TRADALRT-FILE ASSIGN TO "TRADALRT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-KEY OF ALERT-IO-BUFFER
                  FILE STATUS IS ALRT-FILE-STATUS.

           SELECT STATUS-UPDATE-FILE ASSIGN TO "TRADALUP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS UPD-FILE-STATUS.

           SELECT SURVEILLANCE-REPORT-FILE ASSIGN TO "TRADSVRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADELOG-FILE.
           COPY TRADELOG.

       FD  TRADHIST-FILE.
           COPY HISTREC.

       FD  TRADSECF-FILE.
           COPY SECEVREC.

       FD  TRADCAUD-FILE.
           COPY AUDITREC.

       FD  TRADCLDR-FILE.
           COPY CALREC.

       FD  TRADALRT-FILE.
           COPY ALERTREC.

      * One status change for one alert, keyed by compliance from the
      * alert key printed on TRADSVRP.

       FD  STATUS-UPDATE-FILE.
       01 STATUS-UPDATE-RECORD.
          03 UP-ALERT-KEY.
             05 UP-TRADE-DATE           PIC X(10).
             05 UP-ALERT-TYPE           PIC X(01).
             05 UP-CUSTOMER             PIC X(60).
             05 UP-COMPANY              PIC X(20).
             05 UP-REF-TIMESTAMP        PIC X(19).
             05 UP-REF-SEQ              PIC 9(03).
          03 UP-NEW-STATUS              PIC X(01).
          03 UP-REVIEWER                PIC X(60).
          03 UP-NOTE                    PIC X(40).

       FD  SURVEILLANCE-REPORT-FILE.
       01 SURVEILLANCE-REPORT-LINE      PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 LOG-FILE-STATUS           PIC X(02).
          03 HIST-FILE-STATUS          PIC X(02).
          03 SECF-FILE-STATUS          PIC X(02).
          03 AUDIT-FILE-STATUS         PIC X(02).
          03 CLDR-FILE-STATUS          PIC X(02).
          03 ALRT-FILE-STATUS          PIC X(02).
          03 UPD-FILE-STATUS           PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 LOG-EOF-SW                PIC X(01) VALUE 'N'.
             88 LOG-EOF                VALUE 'Y'.
          03 SECF-EOF-SW               PIC X(01) VALUE 'N'.
             88 SECF-EOF               VALUE 'Y'.
          03 AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
             88 AUDIT-EOF              VALUE 'Y'.
          03 ALRT-EOF-SW               PIC X(01) VALUE 'N'.
             88 ALRT-EOF               VALUE 'Y'.
          03 UPD-EOF-SW                PIC X(01) VALUE 'N'.
             88 UPD-EOF                VALUE 'Y'.
          03 SECF-OPEN-SW              PIC X(01) VALUE 'N'.
             88 SECF-OPEN              VALUE 'Y'.
          03 AUDIT-OPEN-SW             PIC X(01) VALUE 'N'.
             88 AUDIT-OPEN             VALUE 'Y'.
          03 CLDR-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CLDR-OPEN              VALUE 'Y'.
          03 UPD-FILE-PRESENT-SW       PIC X(01) VALUE 'N'.
             88 UPD-FILE-PRESENT       VALUE 'Y'.
          03 BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
             88 IS-BUSINESS-DAY        VALUE 'Y'.
          03 CLOSES-FOUND-SW           PIC X(01) VALUE 'N'.
             88 CLOSES-FOUND           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 TRADES-EXAMINED           PIC 9(07) VALUE ZERO.
          03 ALERTS-RAISED             PIC 9(07) VALUE ZERO.
          03 ALERTS-ALREADY-ON-FILE    PIC 9(07) VALUE ZERO.
          03 WASH-ALERTS               PIC 9(07) VALUE ZERO.
          03 PRE-MOVE-ALERTS           PIC 9(07) VALUE ZERO.
          03 LARGE-TRADE-ALERTS        PIC 9(07) VALUE ZERO.
          03 OPERATOR-ALERTS           PIC 9(07) VALUE ZERO.
          03 UPDATES-READ              PIC 9(07) VALUE ZERO.
          03 UPDATES-APPLIED           PIC 9(07) VALUE ZERO.
          03 UPDATES-REJECTED          PIC 9(07) VALUE ZERO.
          03 ALERTS-OPEN               PIC 9(07) VALUE ZERO.
          03 ALERTS-ESCALATED          PIC 9(07) VALUE ZERO.
          03 PRICE-CHANGES-LOADED      PIC 9(07) VALUE ZERO.
          03 PRICE-CHANGES-DROPPED     PIC 9(07) VALUE ZERO.

      * Where compliance has set the bar.  A move is measured close
      * to close in percent, either direction; a large fill against
      * the customer's running average fill.

       01 SURVEILLANCE-THRESHOLDS.
          03 PRE-MOVE-THRESHOLD-PCT    PIC 9(03)V99 VALUE 010.00.
          03 LARGE-TRADE-MULTIPLE      PIC 9(03)V99 VALUE 005.00.
          03 LARGE-TRADE-MIN-HISTORY   PIC 9(05) VALUE 00005.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).
       01 PREVIOUS-BUSINESS-DATE        PIC X(10).

      * Calendar walk fields - the TRADERCA scheme: integer dates,
      * day-of-week from MOD 7 (1 = Monday .. 6 = Saturday,
      * 0 = Sunday), a TRADCLDR row marks a holiday.

       01 CALENDAR-WORK-FIELDS.
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-DAY-OF-WEEK           PIC 9(01).
          03 CAL-DAYS-BACK             PIC 9(02).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

           COPY PRICECNV.

      * Who moved which company's price in the window - Price_Update
      * ticks from TRADSECF and Comp_Maint price changes from
      * TRADCAUD, one entry per operator, company and date.

       01 PRICE-CHANGE-FIELDS.
          03 PRICE-CHANGE-COUNT        PIC 9(03) VALUE ZERO.
          03 PRICE-CHANGE-TABLE.
             05 PRICE-CHANGE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY PC-IDX.
                07 PC-DATE             PIC X(10).
                07 PC-OPERATOR         PIC X(60).
                07 PC-COMPANY          PIC X(20).
                07 PC-HOW              PIC X(01).
          03 NEW-PC-DATE               PIC X(10).
          03 NEW-PC-OPERATOR           PIC X(60).
          03 NEW-PC-COMPANY            PIC X(20).
          03 NEW-PC-HOW                PIC X(01).

      * One customer's trading, gathered while the blotter is on
      * them: a running count and total of every fill so far (the
      * "own history" a large fill is judged against), and one entry
      * per company and date in the window with the shares each way.

       01 CUSTOMER-TRADE-FIELDS.
          03 CURRENT-CUSTOMER          PIC X(60) VALUE SPACES.
          03 CUST-FILL-COUNT           PIC 9(05) VALUE ZERO.
          03 CUST-FILL-TOTAL           PIC 9(13)V99 VALUE ZERO.
          03 CUST-AVERAGE-FILL         PIC 9(11)V99 VALUE ZERO.
          03 FILL-CONSIDERATION        PIC 9(11)V99 VALUE ZERO.
          03 DAY-COMPANY-COUNT         PIC 9(03) VALUE ZERO.
          03 DAY-COMPANY-TABLE.
             05 DAY-COMPANY-ENTRY OCCURS 100 TIMES
                                  INDEXED BY DC-IDX.
                07 DC-DATE             PIC X(10).
                07 DC-COMPANY          PIC X(20).
                07 DC-SHARES-BOUGHT    PIC 9(07).
                07 DC-SHARES-SOLD      PIC 9(07).
                07 DC-CONSIDERATION    PIC 9(11)V99.

       01 MOVE-WORK-FIELDS.
          03 CLOSE-BEFORE              PIC 9(05)V99.
          03 CLOSE-AFTER               PIC 9(05)V99.
          03 MOVE-PCT                  PIC 9(05)V99.
          03 FILL-MULTIPLE             PIC 9(05)V99.

       01 SURVEILLANCE-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-ALERT-TYPE              PIC X(09).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-TRADE-DATE              PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-COMPANY                 PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-REF-TIMESTAMP           PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-STATUS                  PIC X(09).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SD-DETAIL                  PIC X(40).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM APPLY-STATUS-UPDATES
           PERFORM LOAD-PRICE-CHANGES
           PERFORM SCAN-BLOTTER
           PERFORM LIST-OUTSTANDING-ALERTS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADELOG-FILE
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: UNABLE TO OPEN TRADVLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADHIST-FILE
           IF HIST-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: UNABLE TO OPEN TRADHIST, STATUS='
                      HIST-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADSECF-FILE
           EVALUATE SECF-FILE-STATUS
             WHEN '00'
                  SET SECF-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERSV: UNABLE TO OPEN TRADSECF, STATUS='
                          SECF-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCAUD-FILE
           EVALUATE AUDIT-FILE-STATUS
             WHEN '00'
                  SET AUDIT-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERSV: UNABLE TO OPEN TRADCAUD, STATUS='
                          AUDIT-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCLDR-FILE
           EVALUATE CLDR-FILE-STATUS
             WHEN '00'
                  SET CLDR-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERSV: UNABLE TO OPEN TRADCLDR, STATUS='
                          CLDR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O TRADALRT-FILE
           IF ALRT-FILE-STATUS = '35'
              OPEN OUTPUT TRADALRT-FILE
              CLOSE TRADALRT-FILE
              OPEN I-O TRADALRT-FILE
           END-IF
           IF ALRT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: UNABLE TO OPEN TRADALRT, STATUS='
                      ALRT-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT STATUS-UPDATE-FILE
           EVALUATE UPD-FILE-STATUS
             WHEN '00'
                  SET UPD-FILE-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERSV: UNABLE TO OPEN TRADALUP, STATUS='
                          UPD-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT SURVEILLANCE-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: UNABLE TO OPEN TRADSVRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM FIND-PREVIOUS-BUSINESS-DAY

           MOVE 'TRADERSV - TRADE SURVEILLANCE ALERTS'
                TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  '   TRADES EXAMINED FROM: ' PREVIOUS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           .
       INITIALIZE-RUN-EXIT.
           EXIT.
      *****************************************************************
       OPEN-RUN-CONTROL SECTION.
           OPEN I-O TRADRNCT-FILE
           IF RUNCTL-FILE-STATUS = '35'
              OPEN OUTPUT TRADRNCT-FILE
              CLOSE TRADRNCT-FILE
              OPEN I-O TRADRNCT-FILE
           END-IF
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The blotter snapshot has to be tonight's, so TRADERSN must
      * have completed for the date.  A rerun is harmless - an alert
      * already on file is not raised again - but the once-per-date
      * rule keeps TRADALUP from being applied twice.  A row still at
      * started is an abended run being redriven - allowed.
           MOVE 'TRADERSV' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERSV: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERSN' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERSV: TRADERSN HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERSV: TRADERSN NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERSV' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-STARTED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-START-TIME
           MOVE SPACES TO RC-END-TIME
           MOVE ZERO TO RC-COUNTER-1 RC-COUNTER-2 RC-COUNTER-3
           WRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS = '22'
              REWRITE RUN-CONTROL-BUFFER
           END-IF
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERSV' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE TRADES-EXAMINED TO RC-COUNTER-1
           MOVE ALERTS-RAISED   TO RC-COUNTER-2
           MOVE UPDATES-APPLIED TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERSV: TRADRNCT REWRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       MARK-RUN-COMPLETE-EXIT.
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
       FIND-PREVIOUS-BUSINESS-DAY SECTION.
      * Walk back from today to the first trading day - a fortnight
      * is further than any holiday run goes.
           MOVE RUN-DATE-RAW TO CAL-WALK-RAW
           COMPUTE CAL-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
           MOVE ZERO TO CAL-DAYS-BACK
           MOVE 'N' TO BUSINESS-DAY-SW
           PERFORM UNTIL IS-BUSINESS-DAY OR CAL-DAYS-BACK = 14
              ADD 1 TO CAL-DAYS-BACK
              SUBTRACT 1 FROM CAL-WALK-INT
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-WALK-STAMP TO PREVIOUS-BUSINESS-DATE
           .
       FIND-PREVIOUS-BUSINESS-DAY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-BUSINESS-DAY SECTION.
      * Leaves IS-BUSINESS-DAY set when the date in CAL-WALK-INT is
      * a trading day, and CAL-WALK-STAMP formatted either way.
           MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                TO CAL-WALK-RAW
           MOVE SPACES TO CAL-WALK-STAMP
           STRING CW-YYYY '-' CW-MM '-' CW-DD
                  DELIMITED BY SIZE INTO CAL-WALK-STAMP
           COMPUTE CAL-DAY-OF-WEEK = FUNCTION MOD(CAL-WALK-INT, 7)
           IF CAL-DAY-OF-WEEK = 0 OR CAL-DAY-OF-WEEK = 6
              MOVE 'N' TO BUSINESS-DAY-SW
           ELSE
              MOVE 'Y' TO BUSINESS-DAY-SW
              IF CLDR-OPEN
                 MOVE CAL-WALK-STAMP TO CAL-DATE
                 READ TRADCLDR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N' TO BUSINESS-DAY-SW
                 END-READ
              END-IF
           END-IF
           .
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.
      *****************************************************************
       APPLY-STATUS-UPDATES SECTION.
      * Compliance's decisions from the day, applied before tonight's
      * alerts are raised so the outstanding list at the foot of the
      * report is current.
           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           MOVE 'STATUS CHANGES APPLIED' TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           IF UPD-FILE-PRESENT
              PERFORM UNTIL UPD-EOF
                 READ STATUS-UPDATE-FILE NEXT RECORD
                    AT END
                       SET UPD-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO UPDATES-READ
                       PERFORM APPLY-ONE-STATUS-UPDATE
                 END-READ
              END-PERFORM
           END-IF
           .
       APPLY-STATUS-UPDATES-EXIT.
           EXIT.
      *****************************************************************
       APPLY-ONE-STATUS-UPDATE SECTION.
           MOVE SPACES TO SURVEILLANCE-DETAIL-LINE
           MOVE UP-ALERT-KEY TO AL-KEY
           READ TRADALRT-FILE
              INVALID KEY
                 ADD 1 TO UPDATES-REJECTED
                 PERFORM FORMAT-UPDATE-KEY
                 MOVE 'REJECTED - NO SUCH ALERT' TO SD-DETAIL
              NOT INVALID KEY
                 MOVE UP-NEW-STATUS TO AL-STATUS
                 IF NOT AL-STATUS-VALID OR UP-REVIEWER = SPACES
                    ADD 1 TO UPDATES-REJECTED
                    PERFORM FORMAT-ALERT-LINE
                    MOVE 'REJECTED - BAD STATUS OR NO REVIEWER'
                         TO SD-DETAIL
                 ELSE
                    MOVE UP-REVIEWER   TO AL-STATUS-BY
                    MOVE RUN-TIMESTAMP TO AL-STATUS-TIMESTAMP
                    MOVE UP-NOTE       TO AL-STATUS-NOTE
                    REWRITE ALERT-IO-BUFFER
                    IF ALRT-FILE-STATUS NOT = '00'
                       DISPLAY 'TRADERSV: TRADALRT REWRITE FAILED, '
                               'STATUS=' ALRT-FILE-STATUS
                    END-IF
                    ADD 1 TO UPDATES-APPLIED
                    PERFORM FORMAT-ALERT-LINE
                    MOVE UP-NOTE TO SD-DETAIL
                 END-IF
           END-READ
           MOVE SURVEILLANCE-DETAIL-LINE TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           .
       APPLY-ONE-STATUS-UPDATE-EXIT.
           EXIT.
      *****************************************************************
       FORMAT-UPDATE-KEY SECTION.
           MOVE UP-ALERT-TYPE         TO SD-ALERT-TYPE
           MOVE UP-TRADE-DATE         TO SD-TRADE-DATE
           MOVE UP-CUSTOMER(1:20)     TO SD-CUSTOMER
           MOVE UP-COMPANY            TO SD-COMPANY
           MOVE UP-REF-TIMESTAMP      TO SD-REF-TIMESTAMP
           .
       FORMAT-UPDATE-KEY-EXIT.
           EXIT.
      *****************************************************************
       FORMAT-ALERT-LINE SECTION.
      * The alert key and status as they stand in the buffer - the
      * caller supplies the detail text.
           EVALUATE TRUE
             WHEN AL-TYPE-WASH
                  MOVE 'WASH'      TO SD-ALERT-TYPE
             WHEN AL-TYPE-PRE-MOVE
                  MOVE 'PRE-MOVE'  TO SD-ALERT-TYPE
             WHEN AL-TYPE-LARGE
                  MOVE 'LARGE'     TO SD-ALERT-TYPE
             WHEN AL-TYPE-OPERATOR
                  MOVE 'OPERATOR'  TO SD-ALERT-TYPE
             WHEN OTHER
                  MOVE AL-ALERT-TYPE TO SD-ALERT-TYPE
           END-EVALUATE
           MOVE AL-TRADE-DATE         TO SD-TRADE-DATE
           MOVE AL-CUSTOMER(1:20)     TO SD-CUSTOMER
           MOVE AL-COMPANY            TO SD-COMPANY
           MOVE AL-REF-TIMESTAMP      TO SD-REF-TIMESTAMP
           EVALUATE TRUE
             WHEN AL-STATUS-OPEN
                  MOVE 'OPEN'      TO SD-STATUS
             WHEN AL-STATUS-REVIEWED
                  MOVE 'REVIEWED'  TO SD-STATUS
             WHEN AL-STATUS-ESCALATED
                  MOVE 'ESCALATED' TO SD-STATUS
             WHEN OTHER
                  MOVE AL-STATUS   TO SD-STATUS
           END-EVALUATE
           .
       FORMAT-ALERT-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-COLUMN-HEADINGS SECTION.
           MOVE ' TYPE      TRADE DATE CUSTOMER             COMPANY'
                TO SURVEILLANCE-REPORT-LINE
           MOVE 'FILL TIMESTAMP      STATUS    DETAIL'
                TO SURVEILLANCE-REPORT-LINE(65:36)
           WRITE SURVEILLANCE-REPORT-LINE
           .
       WRITE-COLUMN-HEADINGS-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PRICE-CHANGES SECTION.
      * TRADSECF and TRADCAUD are both keyed on timestamp first, so a
      * START at the previous business day browses just the window.
           IF SECF-OPEN
              MOVE SPACES TO SE-KEY
              MOVE PREVIOUS-BUSINESS-DATE TO SE-TIMESTAMP(1:10)
              MOVE ZERO TO SE-SEQ
              START TRADSECF-FILE KEY IS NOT LESS THAN
                    SE-KEY OF SECURITY-EVENT-RECORD
              IF SECF-FILE-STATUS NOT = '00'
                 SET SECF-EOF TO TRUE
              END-IF
              PERFORM UNTIL SECF-EOF
                 READ TRADSECF-FILE NEXT RECORD
                    AT END
                       SET SECF-EOF TO TRUE
                    NOT AT END
                       IF SE-EVENT-IS-PRICE-TICK
                          MOVE SE-TIMESTAMP(1:10) TO NEW-PC-DATE
                          MOVE SE-ACTOR           TO NEW-PC-OPERATOR
                          MOVE SE-DETAIL          TO NEW-PC-COMPANY
                          MOVE 'T'                TO NEW-PC-HOW
                          PERFORM ADD-PRICE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

      * A Comp_Maint add sets a first price, not a move - only an
      * update that changed SHARE-VALUE counts.
           IF AUDIT-OPEN
              MOVE SPACES TO AU-KEY
              MOVE PREVIOUS-BUSINESS-DATE TO AU-TIMESTAMP(1:10)
              MOVE ZERO TO AU-SEQ
              START TRADCAUD-FILE KEY IS NOT LESS THAN
                    AU-KEY OF AUDIT-IO-BUFFER
              IF AUDIT-FILE-STATUS NOT = '00'
                 SET AUDIT-EOF TO TRUE
              END-IF
              PERFORM UNTIL AUDIT-EOF
                 READ TRADCAUD-FILE NEXT RECORD
                    AT END
                       SET AUDIT-EOF TO TRUE
                    NOT AT END
                       IF AU-ACTION-IS-UPDATE AND
                          AU-NEW-SHARE-VALUE NOT = AU-OLD-SHARE-VALUE
                          MOVE AU-TIMESTAMP(1:10) TO NEW-PC-DATE
                          MOVE AU-USERID          TO NEW-PC-OPERATOR
                          MOVE AU-COMPANY         TO NEW-PC-COMPANY
                          MOVE 'C'                TO NEW-PC-HOW
                          PERFORM ADD-PRICE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       LOAD-PRICE-CHANGES-EXIT.
           EXIT.
      *****************************************************************
       ADD-PRICE-CHANGE SECTION.
      * One entry per operator, company and date is all the match
      * needs; past the 200th the rest are counted and reported so
      * the table can be widened.
           SET PC-IDX TO 1
           SEARCH PRICE-CHANGE-ENTRY
              AT END
                 ADD 1 TO PRICE-CHANGES-DROPPED
              WHEN PC-IDX > PRICE-CHANGE-COUNT
                 IF PRICE-CHANGE-COUNT < 200
                    ADD 1 TO PRICE-CHANGE-COUNT
                    ADD 1 TO PRICE-CHANGES-LOADED
                    MOVE NEW-PC-DATE     TO PC-DATE (PC-IDX)
                    MOVE NEW-PC-OPERATOR TO PC-OPERATOR (PC-IDX)
                    MOVE NEW-PC-COMPANY  TO PC-COMPANY (PC-IDX)
                    MOVE NEW-PC-HOW      TO PC-HOW (PC-IDX)
                 ELSE
                    ADD 1 TO PRICE-CHANGES-DROPPED
                 END-IF
              WHEN PC-DATE (PC-IDX) = NEW-PC-DATE AND
                   PC-OPERATOR (PC-IDX) = NEW-PC-OPERATOR AND
                   PC-COMPANY (PC-IDX) = NEW-PC-COMPANY
                 CONTINUE
           END-SEARCH
           .
       ADD-PRICE-CHANGE-EXIT.
           EXIT.
      *****************************************************************
       SCAN-BLOTTER SECTION.
      * TRADVLOG is keyed customer + timestamp, so each customer's
      * fills come back to back in time order: the running average
      * only ever holds fills earlier than the one being judged.
           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           MOVE 'NEW ALERTS RAISED' TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM UNTIL LOG-EOF
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                    SET LOG-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO LOG-RECORDS-READ
                    IF TL-CUSTOMER NOT = CURRENT-CUSTOMER
                       PERFORM FINISH-ONE-CUSTOMER
                       MOVE TL-CUSTOMER TO CURRENT-CUSTOMER
                    END-IF
                    IF TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL
                       PERFORM EXAMINE-ONE-FILL
                    END-IF
              END-READ
           END-PERFORM
           PERFORM FINISH-ONE-CUSTOMER
           .
       SCAN-BLOTTER-EXIT.
           EXIT.
      *****************************************************************
       EXAMINE-ONE-FILL SECTION.
           COMPUTE FILL-CONSIDERATION = TL-SHARES * TL-PRICE

           IF TL-TIMESTAMP(1:10) NOT < PREVIOUS-BUSINESS-DATE
              ADD 1 TO TRADES-EXAMINED
              PERFORM CHECK-LARGE-FILL
              PERFORM CHECK-OPERATOR-TRADING
              IF TL-TIMESTAMP(1:10) = PREVIOUS-BUSINESS-DATE
                 PERFORM CHECK-PRE-MOVE-TRADING
              END-IF
              PERFORM ADD-DAY-COMPANY
           END-IF

           ADD 1 TO CUST-FILL-COUNT
           ADD FILL-CONSIDERATION TO CUST-FILL-TOTAL
           .
       EXAMINE-ONE-FILL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-LARGE-FILL SECTION.
      * Too few fills behind the customer and there is no pattern to
      * stand out from.
           IF CUST-FILL-COUNT NOT < LARGE-TRADE-MIN-HISTORY AND
              CUST-FILL-TOTAL > ZERO
              COMPUTE CUST-AVERAGE-FILL ROUNDED =
                      CUST-FILL-TOTAL / CUST-FILL-COUNT
              IF CUST-AVERAGE-FILL > ZERO AND
                 FILL-CONSIDERATION >
                    CUST-AVERAGE-FILL * LARGE-TRADE-MULTIPLE
                 COMPUTE FILL-MULTIPLE ROUNDED =
                         FILL-CONSIDERATION / CUST-AVERAGE-FILL
                    ON SIZE ERROR
                       MOVE 99999.99 TO FILL-MULTIPLE
                 END-COMPUTE
                 PERFORM SET-ALERT-FROM-FILL
                 SET AL-TYPE-LARGE TO TRUE
                 MOVE TL-TIMESTAMP TO AL-REF-TIMESTAMP
                 MOVE TL-LOG-SEQ   TO AL-REF-SEQ
                 MOVE FILL-MULTIPLE TO AL-MEASURE
                 MOVE 'FILL MANY TIMES CUSTOMER AVERAGE'
                      TO AL-DETAIL
                 PERFORM RAISE-ALERT
                 IF ALRT-FILE-STATUS = '00'
                    ADD 1 TO LARGE-TRADE-ALERTS
                 END-IF
              END-IF
           END-IF
           .
       CHECK-LARGE-FILL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-OPERATOR-TRADING SECTION.
           SET PC-IDX TO 1
           SEARCH PRICE-CHANGE-ENTRY
              AT END
                 CONTINUE
              WHEN PC-IDX > PRICE-CHANGE-COUNT
                 CONTINUE
              WHEN PC-DATE (PC-IDX) = TL-TIMESTAMP(1:10) AND
                   PC-OPERATOR (PC-IDX) = TL-CUSTOMER AND
                   PC-COMPANY (PC-IDX) = TL-COMPANY
                 PERFORM SET-ALERT-FROM-FILL
                 SET AL-TYPE-OPERATOR TO TRUE
                 IF PC-HOW (PC-IDX) = 'T'
                    MOVE 'TRADED A PRICE THEY TICKED TODAY'
                         TO AL-DETAIL
                 ELSE
                    MOVE 'TRADED A PRICE THEY MAINTAINED TODAY'
                         TO AL-DETAIL
                 END-IF
                 PERFORM RAISE-ALERT
                 IF ALRT-FILE-STATUS = '00'
                    ADD 1 TO OPERATOR-ALERTS
                 END-IF
           END-SEARCH
           .
       CHECK-OPERATOR-TRADING-EXIT.
           EXIT.
      *****************************************************************
       CHECK-PRE-MOVE-TRADING SECTION.
      * The close on the day of the trade against tonight's close.
      * A company not priced on either day has no move to measure.
           MOVE 'N' TO CLOSES-FOUND-SW
           MOVE TL-COMPANY TO HIST-COMPANY
           MOVE PREVIOUS-BUSINESS-DATE TO HIST-DATE
           READ TRADHIST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HIST-SHARE-VALUE TO PRICE-CONVERT-X
                 IF PRICE-CONVERT-INT-X NUMERIC AND
                    PRICE-CONVERT-DEC-X NUMERIC
                    MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
                    MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
                    MOVE PRICE-CONVERT-VALUE TO CLOSE-BEFORE
                    IF CLOSE-BEFORE > ZERO
                       SET CLOSES-FOUND TO TRUE
                    END-IF
                 END-IF
           END-READ

           IF CLOSES-FOUND
              MOVE 'N' TO CLOSES-FOUND-SW
              MOVE TL-COMPANY TO HIST-COMPANY
              MOVE TODAY-DATE-STAMP TO HIST-DATE
              READ TRADHIST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HIST-SHARE-VALUE TO PRICE-CONVERT-X
                    IF PRICE-CONVERT-INT-X NUMERIC AND
                       PRICE-CONVERT-DEC-X NUMERIC
                       MOVE PRICE-CONVERT-INT-X TO PRICE-CONVERT-INT-N
                       MOVE PRICE-CONVERT-DEC-X TO PRICE-CONVERT-DEC-N
                       MOVE PRICE-CONVERT-VALUE TO CLOSE-AFTER
                       SET CLOSES-FOUND TO TRUE
                    END-IF
              END-READ
           END-IF

           IF CLOSES-FOUND
              IF CLOSE-AFTER > CLOSE-BEFORE
                 COMPUTE MOVE-PCT ROUNDED =
                     ((CLOSE-AFTER - CLOSE-BEFORE) / CLOSE-BEFORE)
                     * 100
                    ON SIZE ERROR
                       MOVE 99999.99 TO MOVE-PCT
                 END-COMPUTE
              ELSE
                 COMPUTE MOVE-PCT ROUNDED =
                     ((CLOSE-BEFORE - CLOSE-AFTER) / CLOSE-BEFORE)
                     * 100
              END-IF
              IF MOVE-PCT > PRE-MOVE-THRESHOLD-PCT
                 PERFORM SET-ALERT-FROM-FILL
                 SET AL-TYPE-PRE-MOVE TO TRUE
                 MOVE MOVE-PCT TO AL-MEASURE
                 IF CLOSE-AFTER > CLOSE-BEFORE
                    MOVE 'TRADED DAY BEFORE A RISE' TO AL-DETAIL
                 ELSE
                    MOVE 'TRADED DAY BEFORE A FALL' TO AL-DETAIL
                 END-IF
                 PERFORM RAISE-ALERT
                 IF ALRT-FILE-STATUS = '00'
                    ADD 1 TO PRE-MOVE-ALERTS
                 END-IF
              END-IF
           END-IF
           .
       CHECK-PRE-MOVE-TRADING-EXIT.
           EXIT.
      *****************************************************************
       ADD-DAY-COMPANY SECTION.
      * Past the 100th company-day for one customer the rest are not
      * looked at for wash trades - far beyond any real book.
           SET DC-IDX TO 1
           SEARCH DAY-COMPANY-ENTRY
              AT END
                 CONTINUE
              WHEN DC-IDX > DAY-COMPANY-COUNT
                 IF DAY-COMPANY-COUNT < 100
                    ADD 1 TO DAY-COMPANY-COUNT
                    MOVE TL-TIMESTAMP(1:10) TO DC-DATE (DC-IDX)
                    MOVE TL-COMPANY TO DC-COMPANY (DC-IDX)
                    MOVE ZERO TO DC-SHARES-BOUGHT (DC-IDX)
                                 DC-SHARES-SOLD (DC-IDX)
                                 DC-CONSIDERATION (DC-IDX)
                    PERFORM ADD-FILL-TO-DAY-COMPANY
                 END-IF
              WHEN DC-DATE (DC-IDX) = TL-TIMESTAMP(1:10) AND
                   DC-COMPANY (DC-IDX) = TL-COMPANY
                 PERFORM ADD-FILL-TO-DAY-COMPANY
           END-SEARCH
           .
       ADD-DAY-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       ADD-FILL-TO-DAY-COMPANY SECTION.
           IF TL-TRADE-IS-BUY
              ADD TL-SHARES TO DC-SHARES-BOUGHT (DC-IDX)
           ELSE
              ADD TL-SHARES TO DC-SHARES-SOLD (DC-IDX)
           END-IF
           ADD FILL-CONSIDERATION TO DC-CONSIDERATION (DC-IDX)
           .
       ADD-FILL-TO-DAY-COMPANY-EXIT.
           EXIT.
      *****************************************************************
       FINISH-ONE-CUSTOMER SECTION.
      * Every company-day the customer both bought and sold is a
      * round trip.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DAY-COMPANY-COUNT
              IF DC-SHARES-BOUGHT (DC-IDX) > ZERO AND
                 DC-SHARES-SOLD (DC-IDX) > ZERO
                 MOVE SPACES TO ALERT-IO-BUFFER
                 MOVE DC-DATE (DC-IDX)    TO AL-TRADE-DATE
                 SET AL-TYPE-WASH TO TRUE
                 MOVE CURRENT-CUSTOMER    TO AL-CUSTOMER
                 MOVE DC-COMPANY (DC-IDX) TO AL-COMPANY
                 MOVE ZERO TO AL-REF-SEQ AL-MEASURE
                 MOVE DC-SHARES-BOUGHT (DC-IDX) TO AL-SHARES-BOUGHT
                 MOVE DC-SHARES-SOLD (DC-IDX)   TO AL-SHARES-SOLD
                 MOVE DC-CONSIDERATION (DC-IDX) TO AL-CONSIDERATION
                 MOVE 'BOUGHT AND SOLD SAME DAY' TO AL-DETAIL
                 PERFORM RAISE-ALERT
                 IF ALRT-FILE-STATUS = '00'
                    ADD 1 TO WASH-ALERTS
                 END-IF
              END-IF
           END-PERFORM

           MOVE ZERO TO CUST-FILL-COUNT
                        CUST-FILL-TOTAL
                        DAY-COMPANY-COUNT
           .
       FINISH-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       SET-ALERT-FROM-FILL SECTION.
      * The parts of an alert every single-fill check shares; the
      * caller sets the type, any fill reference and the detail.
           MOVE SPACES TO ALERT-IO-BUFFER
           MOVE TL-TIMESTAMP(1:10) TO AL-TRADE-DATE
           MOVE TL-CUSTOMER        TO AL-CUSTOMER
           MOVE TL-COMPANY         TO AL-COMPANY
           MOVE ZERO TO AL-REF-SEQ AL-MEASURE
                        AL-SHARES-BOUGHT AL-SHARES-SOLD
           IF TL-TRADE-IS-BUY
              MOVE TL-SHARES TO AL-SHARES-BOUGHT
           ELSE
              MOVE TL-SHARES TO AL-SHARES-SOLD
           END-IF
           MOVE FILL-CONSIDERATION TO AL-CONSIDERATION
           .
       SET-ALERT-FROM-FILL-EXIT.
           EXIT.
      *****************************************************************
       RAISE-ALERT SECTION.
      * An alert already on file ('22') was raised on an earlier
      * night; it keeps whatever status compliance has given it.
           MOVE TODAY-DATE-STAMP TO AL-RAISED-DATE
           SET AL-STATUS-OPEN TO TRUE
           MOVE SPACES TO AL-STATUS-BY AL-STATUS-TIMESTAMP
                          AL-STATUS-NOTE
           WRITE ALERT-IO-BUFFER
           EVALUATE ALRT-FILE-STATUS
             WHEN '00'
                  ADD 1 TO ALERTS-RAISED
                  MOVE SPACES TO SURVEILLANCE-DETAIL-LINE
                  PERFORM FORMAT-ALERT-LINE
                  MOVE AL-DETAIL TO SD-DETAIL
                  MOVE SURVEILLANCE-DETAIL-LINE
                       TO SURVEILLANCE-REPORT-LINE
                  WRITE SURVEILLANCE-REPORT-LINE
             WHEN '22'
                  ADD 1 TO ALERTS-ALREADY-ON-FILE
             WHEN OTHER
                  DISPLAY 'TRADERSV: TRADALRT WRITE FAILED, STATUS='
                          ALRT-FILE-STATUS
           END-EVALUATE
           .
       RAISE-ALERT-EXIT.
           EXIT.
      *****************************************************************
       LIST-OUTSTANDING-ALERTS SECTION.
      * Everything compliance still has to close, oldest first -
      * reviewed alerts are done with and left off.
           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           MOVE 'ALERTS OUTSTANDING (OPEN OR ESCALATED)'
                TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE LOW-VALUES TO AL-KEY
           START TRADALRT-FILE KEY IS NOT LESS THAN
                 AL-KEY OF ALERT-IO-BUFFER
           IF ALRT-FILE-STATUS NOT = '00'
              SET ALRT-EOF TO TRUE
           END-IF
           PERFORM UNTIL ALRT-EOF
              READ TRADALRT-FILE NEXT RECORD
                 AT END
                    SET ALRT-EOF TO TRUE
                 NOT AT END
                    IF AL-STATUS-OPEN OR AL-STATUS-ESCALATED
                       IF AL-STATUS-OPEN
                          ADD 1 TO ALERTS-OPEN
                       ELSE
                          ADD 1 TO ALERTS-ESCALATED
                       END-IF
                       MOVE SPACES TO SURVEILLANCE-DETAIL-LINE
                       PERFORM FORMAT-ALERT-LINE
                       MOVE AL-DETAIL TO SD-DETAIL
                       MOVE SURVEILLANCE-DETAIL-LINE
                            TO SURVEILLANCE-REPORT-LINE
                       WRITE SURVEILLANCE-REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM
           .
       LIST-OUTSTANDING-ALERTS-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'BLOTTER ENTRIES READ   : ' LOG-RECORDS-READ
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'FILLS EXAMINED         : ' TRADES-EXAMINED
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'PRICE CHANGES LOADED   : ' PRICE-CHANGES-LOADED
                  '   NOT LOADED (TABLE FULL) ' PRICE-CHANGES-DROPPED
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'NEW ALERTS RAISED      : ' ALERTS-RAISED
                  '   ALREADY ON FILE ' ALERTS-ALREADY-ON-FILE
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING '  WASH TRADES          : ' WASH-ALERTS
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING '  PRE-MOVE TRADING     : ' PRE-MOVE-ALERTS
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING '  LARGE TRADES         : ' LARGE-TRADE-ALERTS
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING '  OPERATOR TRADING     : ' OPERATOR-ALERTS
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'STATUS CHANGES READ    : ' UPDATES-READ
                  '   APPLIED ' UPDATES-APPLIED
                  '   REJECTED ' UPDATES-REJECTED
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           MOVE SPACES TO SURVEILLANCE-REPORT-LINE
           STRING 'ALERTS OUTSTANDING     : ' ALERTS-OPEN
                  ' OPEN   ' ALERTS-ESCALATED ' ESCALATED'
                  DELIMITED BY SIZE INTO SURVEILLANCE-REPORT-LINE
           WRITE SURVEILLANCE-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF SECF-OPEN
              CLOSE TRADSECF-FILE
           END-IF
           IF AUDIT-OPEN
              CLOSE TRADCAUD-FILE
           END-IF
           IF CLDR-OPEN
              CLOSE TRADCLDR-FILE
           END-IF
           IF UPD-FILE-PRESENT
              CLOSE STATUS-UPDATE-FILE
           END-IF

           CLOSE TRADELOG-FILE
                 TRADHIST-FILE
                 TRADALRT-FILE
                 SURVEILLANCE-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
