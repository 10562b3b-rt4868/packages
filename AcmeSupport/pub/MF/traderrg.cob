       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERRG.

      *****************************************************************
      * TRADERRG - nightly regulatory transaction reporting extract.  *
      *                                                               *
      * Every customer trade has to be reported to the regulator by   *
      * the next business day; compliance used to rebuild the report *
      * by hand from the TRADERCF contract notes.  This run reads the *
      * TRADVLOG blotter snapshot TRADERSN takes at the cutoff and    *
      * reports every 'B'/'S' fill blotted since the last file went   *
      * out - so a trade made after the snapshot, once CICS is back   *
      * up, goes the next night rather than being lost between two    *
      * dates, and a night the job missed is caught up on the next.   *
      * A trade bust ('X') after the fact is reported as a cancel of  *
      * the fill it undoes.                                           *
      *                                                               *
      * Each row is enriched with the customer's tax reference and    *
      * legal name from TRADCMST and the instrument's listing         *
      * currency from TRADCOMP, and written to the fixed-format       *
      * TRADRGSB submission file with a control trailer (see          *
      * REGREC.cpy).  A row without a tax reference still goes - the  *
      * regulator is told about the trade regardless - but is listed  *
      * on the TRADRGRP control report for compliance to chase.       *
      *                                                               *
      * The regulator's acknowledgement of the previous file comes    *
      * back as TRADRGAK.  Each rejected row is listed with the       *
      * regulator's reason and is sent again in tonight's file as a   *
      * resubmission, re-enriched from the masters as they now stand  *
      * - compliance corrects the customer or company record during   *
      * the day and the fix goes out with it.  An acknowledgement for *
      * any file other than the last one sent is listed and left for  *
      * compliance, not resubmitted.                                  *
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

      * Customer master - tax reference and legal name.  Absent, every
      * row goes out without them and is listed.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT TRADCOMP-FILE ASSIGN TO "TRADCOMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COMPANY OF COMPANY-IO-BUFFER
                  FILE STATUS IS COMP-FILE-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO "TRADRGSB"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUBM-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "TRADRGAK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ACK-FILE-STATUS.

           SELECT REG-REPORT-FILE ASSIGN TO "TRADRGRP"
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

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  TRADCOMP-FILE.
           COPY COMPREC.

      * Submission and acknowledgement are both REG-REPORT-RECORD
      * (REGREC.cpy) - read into and written from the working copy.

       FD  SUBMISSION-FILE.
       01 SUBMISSION-RECORD             PIC X(289).

       FD  ACK-FILE.
       01 ACK-RECORD                    PIC X(289).

       FD  REG-REPORT-FILE.
       01 REG-REPORT-LINE               PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 LOG-FILE-STATUS           PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 COMP-FILE-STATUS          PIC X(02).
          03 SUBM-FILE-STATUS          PIC X(02).
          03 ACK-FILE-STATUS           PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 LOG-EOF-SW                PIC X(01) VALUE 'N'.
             88 LOG-EOF                VALUE 'Y'.
          03 ACK-EOF-SW                PIC X(01) VALUE 'N'.
             88 ACK-EOF                VALUE 'Y'.
          03 ACK-FILE-PRESENT-SW       PIC X(01) VALUE 'N'.
             88 ACK-FILE-PRESENT       VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 PREVIOUS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
             88 PREVIOUS-RUN-FOUND     VALUE 'Y'.

       01 RUN-COUNTERS.
          03 LOG-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 TRADES-REPORTED           PIC 9(07) VALUE ZERO.
          03 CANCELS-REPORTED          PIC 9(07) VALUE ZERO.
          03 ACKS-READ                 PIC 9(07) VALUE ZERO.
          03 ACKS-ACCEPTED             PIC 9(07) VALUE ZERO.
          03 ACKS-REJECTED             PIC 9(07) VALUE ZERO.
          03 ACKS-NOT-CURRENT          PIC 9(07) VALUE ZERO.
          03 ROWS-RESUBMITTED          PIC 9(07) VALUE ZERO.
          03 ROWS-WRITTEN              PIC 9(07) VALUE ZERO.
          03 ROWS-MISSING-DATA         PIC 9(07) VALUE ZERO.

       01 SUBMISSION-TOTALS.
          03 CONSIDERATION-TOTAL       PIC 9(15)V99 VALUE ZERO.
          03 TOTAL-EDIT                PIC Z(14)9.99.

      * Listing currency for a company with none on its record.
       01 REGULATORY-CONSTANTS.
          03 BASE-CURRENCY             PIC X(03) VALUE 'USD'.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

           COPY REGREC.

      * Blotter entries stamped after this were not in the last file
      * sent: the TRADERSN snapshot start on the date of the last
      * completed TRADERRG run, found by walking back through the
      * calendar - a fortnight of missed nights is as far back as it
      * looks.  The acknowledgement being worked tonight must be for
      * that same file.

       01 CUTOFF-WORK-FIELDS.
          03 PREVIOUS-CUTOFF           PIC X(19).
          03 PREVIOUS-RUN-DATE         PIC X(10).
          03 CUTOFF-DAYS-BACK          PIC 9(02).
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

       01 REG-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-ITEM-TYPE              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-CUSTOMER               PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-TIMESTAMP              PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-BUY-SELL               PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-COMPANY                PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RGD-SHARES                 PIC Z(05)9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 RGD-MESSAGE                PIC X(50).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-ACKNOWLEDGEMENTS
           PERFORM REPORT-NEW-TRANSACTIONS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADELOG-FILE
           IF LOG-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: UNABLE TO OPEN TRADVLOG, STATUS='
                      LOG-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERRG: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT TRADCOMP-FILE
           IF COMP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: UNABLE TO OPEN TRADCOMP, STATUS='
                      COMP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACK-FILE
           EVALUATE ACK-FILE-STATUS
             WHEN '00'
                  SET ACK-FILE-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERRG: UNABLE TO OPEN TRADRGAK, STATUS='
                          ACK-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT SUBMISSION-FILE
           IF SUBM-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: UNABLE TO OPEN TRADRGSB, STATUS='
                      SUBM-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REG-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: UNABLE TO OPEN TRADRGRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERRG - REGULATORY TRANSACTION REPORT'
                TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  '   TRADES BLOTTED AFTER: ' PREVIOUS-CUTOFF
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           MOVE ' ITEM     CUSTOMER             TRADED AT'
                TO REG-REPORT-LINE
           MOVE 'COMPANY' TO REG-REPORT-LINE(55:7)
           MOVE 'SHARES  DETAIL' TO REG-REPORT-LINE(76:14)
           WRITE REG-REPORT-LINE
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
              DISPLAY 'TRADERRG: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The blotter snapshot has to be tonight's, so TRADERSN must
      * have completed for the date; and a second run would report
      * every trade twice.  A row still at started is an abended run
      * being redriven - allowed, the file is rewritten from the top.
      * The previous run is looked up before our own row is written -
      * the run-control buffer is shared.
           MOVE 'TRADERRG' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERRG: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERSN' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERRG: TRADERSN HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERRG: TRADERSN NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           PERFORM FIND-PREVIOUS-CUTOFF

           MOVE 'TRADERRG' TO RC-JOB-NAME
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
              DISPLAY 'TRADERRG: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       FIND-PREVIOUS-CUTOFF SECTION.
      * No earlier file on record (the first night) - start from
      * midnight this morning and take no acknowledgement.
           MOVE 'N' TO PREVIOUS-RUN-FOUND-SW
           MOVE SPACES TO PREVIOUS-RUN-DATE
           MOVE SPACES TO PREVIOUS-CUTOFF
           STRING TODAY-DATE-STAMP ' 00:00:00'
                  DELIMITED BY SIZE INTO PREVIOUS-CUTOFF
           MOVE RUN-DATE-RAW TO CAL-WALK-RAW
           COMPUTE CAL-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
           MOVE ZERO TO CUTOFF-DAYS-BACK
           PERFORM UNTIL PREVIOUS-RUN-FOUND OR CUTOFF-DAYS-BACK = 14
              ADD 1 TO CUTOFF-DAYS-BACK
              SUBTRACT 1 FROM CAL-WALK-INT
              MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                   TO CAL-WALK-RAW
              MOVE SPACES TO CAL-WALK-STAMP
              STRING CW-YYYY '-' CW-MM '-' CW-DD
                     DELIMITED BY SIZE INTO CAL-WALK-STAMP
              MOVE 'TRADERRG' TO RC-JOB-NAME
              MOVE CAL-WALK-STAMP TO RC-RUN-DATE
              READ TRADRNCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RC-STATUS-COMPLETED
                       SET PREVIOUS-RUN-FOUND TO TRUE
                       MOVE CAL-WALK-STAMP TO PREVIOUS-RUN-DATE
                    END-IF
              END-READ
           END-PERFORM

      * That night's file held everything blotted before its snapshot.
           IF PREVIOUS-RUN-FOUND
              MOVE 'TRADERSN' TO RC-JOB-NAME
              MOVE PREVIOUS-RUN-DATE TO RC-RUN-DATE
              READ TRADRNCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RC-START-TIME TO PREVIOUS-CUTOFF
              END-READ
           END-IF
           .
       FIND-PREVIOUS-CUTOFF-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERRG' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE ROWS-WRITTEN     TO RC-COUNTER-1
           MOVE ROWS-RESUBMITTED TO RC-COUNTER-2
           MOVE ACKS-REJECTED    TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: TRADRNCT REWRITE FAILED, STATUS='
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
       PROCESS-ACKNOWLEDGEMENTS SECTION.
      * Worked first, so the resubmissions lead tonight's file.  The
      * trailer only echoes what was sent.
           IF ACK-FILE-PRESENT
              PERFORM UNTIL ACK-EOF
                 READ ACK-FILE INTO REG-REPORT-RECORD
                    AT END
                       SET ACK-EOF TO TRUE
                    NOT AT END
                       IF RG-IS-TRANSACTION
                          ADD 1 TO ACKS-READ
                          PERFORM WORK-ONE-ACKNOWLEDGEMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-ACKNOWLEDGEMENTS-EXIT.
           EXIT.
      *****************************************************************
       WORK-ONE-ACKNOWLEDGEMENT SECTION.
           IF RG-ACK-ACCEPTED
              ADD 1 TO ACKS-ACCEPTED
           ELSE
              ADD 1 TO ACKS-REJECTED
              MOVE SPACES TO REG-DETAIL-LINE
              MOVE 'REJECTED'              TO RGD-ITEM-TYPE
              MOVE RG-REF-CUSTOMER(1:20)   TO RGD-CUSTOMER
              MOVE RG-REF-TIMESTAMP        TO RGD-TIMESTAMP
              MOVE RG-BUY-SELL             TO RGD-BUY-SELL
              MOVE RG-INSTRUMENT           TO RGD-COMPANY
              MOVE RG-QUANTITY             TO RGD-SHARES
              MOVE RG-REJECT-REASON        TO RGD-MESSAGE
              MOVE REG-DETAIL-LINE TO REG-REPORT-LINE
              WRITE REG-REPORT-LINE

      * Only the last file sent is ours to correct - an older one
      * has been superseded and compliance deals with it by hand.
              IF PREVIOUS-RUN-FOUND AND
                 RG-SUBMIT-DATE = PREVIOUS-RUN-DATE
                 MOVE SPACES TO RG-ACK-STATUS RG-REJECT-REASON
                 SET RG-IS-RESUBMISSION TO TRUE
                 PERFORM ENRICH-AND-WRITE-ROW
                 ADD 1 TO ROWS-RESUBMITTED
              ELSE
                 ADD 1 TO ACKS-NOT-CURRENT
                 MOVE SPACES TO REG-DETAIL-LINE
                 MOVE 'ACK DATE' TO RGD-ITEM-TYPE
                 MOVE RG-REF-CUSTOMER(1:20)   TO RGD-CUSTOMER
                 MOVE RG-REF-TIMESTAMP        TO RGD-TIMESTAMP
                 STRING 'FILE OF ' RG-SUBMIT-DATE
                        ' NOT LAST SENT - NOT RESUBMITTED'
                        DELIMITED BY SIZE INTO RGD-MESSAGE
                 MOVE REG-DETAIL-LINE TO REG-REPORT-LINE
                 WRITE REG-REPORT-LINE
              END-IF
           END-IF
           .
       WORK-ONE-ACKNOWLEDGEMENT-EXIT.
           EXIT.
      *****************************************************************
       REPORT-NEW-TRANSACTIONS SECTION.
      * Fills and busts only - corporate-action, carry-forward and
      * transfer-out entries are not trades.
           PERFORM UNTIL LOG-EOF
              READ TRADELOG-FILE NEXT RECORD
                 AT END
                    SET LOG-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO LOG-RECORDS-READ
                    IF TL-TIMESTAMP > PREVIOUS-CUTOFF AND
                       (TL-TRADE-IS-BUY OR TL-TRADE-IS-SELL OR
                        TL-TRADE-IS-CANCEL)
                       PERFORM BUILD-FROM-BLOTTER
                       PERFORM ENRICH-AND-WRITE-ROW
                    END-IF
              END-READ
           END-PERFORM
           .
       REPORT-NEW-TRANSACTIONS-EXIT.
           EXIT.
      *****************************************************************
       BUILD-FROM-BLOTTER SECTION.
      * A bust reports the original fill's side and names it; the
      * shares and price it carries are the original's unchanged.
           MOVE SPACES TO REG-REPORT-RECORD
           SET RG-IS-TRANSACTION TO TRUE
           SET RG-IS-ORIGINAL TO TRUE
           MOVE TL-CUSTOMER         TO RG-REF-CUSTOMER
           MOVE TL-TIMESTAMP        TO RG-REF-TIMESTAMP
           MOVE TL-LOG-SEQ          TO RG-REF-SEQ
           MOVE TL-TIMESTAMP(1:10)  TO RG-TRADE-DATE
           MOVE TL-TIMESTAMP(12:8)  TO RG-TRADE-TIME
           MOVE TL-COMPANY          TO RG-INSTRUMENT
           MOVE TL-SHARES           TO RG-QUANTITY
           MOVE TL-PRICE            TO RG-PRICE
           MOVE TL-SOURCE           TO RG-EXECUTED-BY
           IF TL-TRADE-IS-CANCEL
              SET RG-ACTION-CANCEL TO TRUE
              MOVE TL-REV-TIMESTAMP  TO RG-CXL-TIMESTAMP
              MOVE TL-REV-LOG-SEQ    TO RG-CXL-SEQ
              MOVE TL-REV-TRADE-TYPE TO RG-BUY-SELL
              ADD 1 TO CANCELS-REPORTED
           ELSE
              SET RG-ACTION-NEW TO TRUE
              MOVE ZERO              TO RG-CXL-SEQ
              MOVE TL-TRADE-TYPE     TO RG-BUY-SELL
              ADD 1 TO TRADES-REPORTED
           END-IF
           .
       BUILD-FROM-BLOTTER-EXIT.
           EXIT.
      *****************************************************************
       ENRICH-AND-WRITE-ROW SECTION.
      * The masters are read as they stand tonight, for a new row and
      * a resubmission alike.
           MOVE SPACES TO RG-CLIENT-TAX-REF RG-CLIENT-NAME
           IF CMST-OPEN
              MOVE RG-REF-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CU-TAX-REF    TO RG-CLIENT-TAX-REF
                    MOVE CU-LEGAL-NAME TO RG-CLIENT-NAME
              END-READ
           END-IF

           MOVE BASE-CURRENCY TO RG-CURRENCY
           MOVE RG-INSTRUMENT TO COMPANY
           READ TRADCOMP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF COMPANY-CURRENCY NOT = SPACES
                    MOVE COMPANY-CURRENCY TO RG-CURRENCY
                 END-IF
           END-READ

           COMPUTE RG-CONSIDERATION = RG-QUANTITY * RG-PRICE
           MOVE TODAY-DATE-STAMP TO RG-SUBMIT-DATE

           WRITE SUBMISSION-RECORD FROM REG-REPORT-RECORD
           IF SUBM-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: TRADRGSB WRITE FAILED, STATUS='
                      SUBM-FILE-STATUS
              STOP RUN
           END-IF
           ADD 1 TO ROWS-WRITTEN
           ADD RG-CONSIDERATION TO CONSIDERATION-TOTAL

           IF RG-CLIENT-TAX-REF = SPACES OR RG-CLIENT-NAME = SPACES
              ADD 1 TO ROWS-MISSING-DATA
              MOVE SPACES TO REG-DETAIL-LINE
              MOVE 'NO TAX'                TO RGD-ITEM-TYPE
              MOVE RG-REF-CUSTOMER(1:20)   TO RGD-CUSTOMER
              MOVE RG-REF-TIMESTAMP        TO RGD-TIMESTAMP
              MOVE RG-BUY-SELL             TO RGD-BUY-SELL
              MOVE RG-INSTRUMENT           TO RGD-COMPANY
              MOVE RG-QUANTITY             TO RGD-SHARES
              MOVE 'SENT WITHOUT TAX REF / NAME - CORRECT TRADCMST'
                   TO RGD-MESSAGE
              MOVE REG-DETAIL-LINE TO REG-REPORT-LINE
              WRITE REG-REPORT-LINE
           END-IF
           .
       ENRICH-AND-WRITE-ROW-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SUBMISSION-TRAILER SECTION.
      * Always written, even on a night with nothing to report - a
      * nil return is still a return.
           MOVE SPACES TO REG-REPORT-RECORD
           SET RG-IS-TRAILER TO TRUE
           MOVE TODAY-DATE-STAMP    TO RG-TRL-FILE-DATE
           MOVE ROWS-WRITTEN        TO RG-TRL-RECORD-COUNT
           COMPUTE RG-TRL-NEW-COUNT = ROWS-WRITTEN - ROWS-RESUBMITTED
           MOVE ROWS-RESUBMITTED    TO RG-TRL-RESUBMIT-COUNT
           MOVE CONSIDERATION-TOTAL TO RG-TRL-CONSIDERATION
           WRITE SUBMISSION-RECORD FROM REG-REPORT-RECORD
           IF SUBM-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERRG: TRADRGSB TRAILER WRITE FAILED, STATUS='
                      SUBM-FILE-STATUS
              STOP RUN
           END-IF
           .
       WRITE-SUBMISSION-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           PERFORM WRITE-SUBMISSION-TRAILER

           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'BLOTTER ENTRIES READ   : ' LOG-RECORDS-READ
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'NEW TRADES REPORTED    : ' TRADES-REPORTED
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'CANCELS REPORTED       : ' CANCELS-REPORTED
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'ACKNOWLEDGEMENTS READ  : ' ACKS-READ
                  '   ACCEPTED ' ACKS-ACCEPTED
                  '   REJECTED ' ACKS-REJECTED
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'REJECTIONS RESUBMITTED : ' ROWS-RESUBMITTED
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'REJECTIONS NOT CURRENT : ' ACKS-NOT-CURRENT
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE SPACES TO REG-REPORT-LINE
           STRING 'SENT WITHOUT TAX REF   : ' ROWS-MISSING-DATA
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           MOVE CONSIDERATION-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REG-REPORT-LINE
           STRING 'ROWS IN SUBMISSION     : ' ROWS-WRITTEN
                  '   CONSIDERATION ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO REG-REPORT-LINE
           WRITE REG-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF ACK-FILE-PRESENT
              CLOSE ACK-FILE
           END-IF
           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADELOG-FILE
                 TRADCOMP-FILE
                 SUBMISSION-FILE
                 REG-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
