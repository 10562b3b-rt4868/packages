       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERBP.

      *****************************************************************
      * TRADERBP - nightly outbound bank payment file.                *
      *                                                               *
      * The Cash_Withdraw request in TRADERBL only takes the money    *
      * off TRADCASH and journals it; this run turns every such       *
      * withdrawal into a payment instruction for the bank, so the    *
      * cashiers no longer key the payments by hand.  It reads the    *
      * TRADVJRN cash-journal snapshot TRADERSN takes at the cutoff   *
      * and picks up every 'W' withdrawal journaled since the         *
      * previous night's cutoff (the previous completed TRADERSN      *
      * start time on TRADRNCT) - so a withdrawal made after the      *
      * snapshot, once CICS is back up, goes out the next night       *
      * rather than being lost between two dates.                     *
      *                                                               *
      * Each one is paid to the customer's nominated bank account on  *
      * TRADCMST (CU-BANK-* - see CMSTREC.cpy) as a 'P' row on the    *
      * TRADBKPY file, closed off with a 'T' trailer carrying the     *
      * count and total (see BANKPAY.cpy).  A withdrawal for a        *
      * customer with no nominated account cannot be sent; it is      *
      * listed on the TRADBPRP control report for the cashiers to     *
      * pay by hand.  The final cash payout of an account closure     *
      * (CJ-SOURCE 'TRADERCL') is not a bank payment - it goes to the *
      * receiving broker on the TRADXFRO transfer-out file - and is   *
      * left alone.                                                   *
      *                                                               *
      * The bank's acknowledgement of the file comes back on TRADBKAK *
      * and is worked by TRADERBR the next night.  Runs under the     *
      * TRADRNCT run control once TRADERSN has completed, and shows   *
      * on the TRADERNS morning checklist.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRADCJRN-FILE ASSIGN TO "TRADVJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

      * Customer master - the nominated bank account.  Absent, every
      * withdrawal is listed for payment by hand.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "TRADBKPY"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FILE-STATUS.

           SELECT PAYMENT-REPORT-FILE ASSIGN TO "TRADBPRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  PAYMENT-FILE.
           COPY BANKPAY.

       FD  PAYMENT-REPORT-FILE.
       01 PAYMENT-REPORT-LINE           PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CJRN-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 PAY-FILE-STATUS           PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 JRN-EOF-SW                PIC X(01) VALUE 'N'.
             88 JRN-EOF                VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 ACCOUNT-ON-FILE-SW        PIC X(01) VALUE 'N'.
             88 ACCOUNT-ON-FILE        VALUE 'Y'.
          03 CUTOFF-FOUND-SW           PIC X(01) VALUE 'N'.
             88 CUTOFF-FOUND           VALUE 'Y'.

       01 RUN-COUNTERS.
          03 JRN-RECORDS-READ          PIC 9(07) VALUE ZERO.
          03 WITHDRAWALS-SELECTED      PIC 9(07) VALUE ZERO.
          03 PAYMENTS-WRITTEN          PIC 9(07) VALUE ZERO.
          03 PAYMENTS-BY-HAND          PIC 9(07) VALUE ZERO.

       01 PAYMENT-TOTALS.
          03 PAYMENTS-TOTAL            PIC 9(13)V99 VALUE ZERO.
          03 BY-HAND-TOTAL             PIC 9(13)V99 VALUE ZERO.
          03 TOTAL-EDIT                PIC Z(12)9.99.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * Journal entries stamped after this were not in last night's
      * snapshot.  Found by walking back through the calendar for the
      * most recent completed TRADERSN row - a fortnight of missed
      * nights is as far back as it looks.

       01 CUTOFF-WORK-FIELDS.
          03 PREVIOUS-CUTOFF           PIC X(19).
          03 CUTOFF-DAYS-BACK          PIC 9(02).
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

       01 PAYMENT-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-TIMESTAMP               PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-AMOUNT                  PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 PD-SORT-CODE               PIC X(11).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-ACCOUNT                 PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 PD-ACTION                  PIC X(35).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM SELECT-WITHDRAWALS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT TRADCJRN-FILE
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBP: UNABLE TO OPEN TRADVJRN, STATUS='
                      CJRN-FILE-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRADCMST-FILE
           EVALUATE CMST-FILE-STATUS
             WHEN '00'
                  SET CMST-OPEN TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERBP: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT PAYMENT-FILE
           IF PAY-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBP: UNABLE TO OPEN TRADBKPY, STATUS='
                      PAY-FILE-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PAYMENT-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBP: UNABLE TO OPEN TRADBPRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERBP - BANK PAYMENT FILE' TO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           MOVE SPACES TO PAYMENT-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  '   WITHDRAWALS JOURNALED AFTER: ' PREVIOUS-CUTOFF
                  DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           MOVE SPACES TO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE
           MOVE ' CUSTOMER             JOURNALED AT'
                TO PAYMENT-REPORT-LINE
           MOVE 'AMOUNT  SORT CODE   ACCOUNT'
                TO PAYMENT-REPORT-LINE(52:27)
           MOVE 'ACTION' TO PAYMENT-REPORT-LINE(101:6)
           WRITE PAYMENT-REPORT-LINE
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
              DISPLAY 'TRADERBP: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * The journal snapshot has to be tonight's, so TRADERSN must
      * have completed for the date; and a second run would send the
      * bank every payment twice.  The previous cutoff is looked up
      * before our own row is written - the run-control buffer is
      * shared.
           MOVE 'TRADERBP' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERBP: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERSN' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERBP: TRADERSN HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERBP: TRADERSN NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           PERFORM FIND-PREVIOUS-CUTOFF

           MOVE 'TRADERBP' TO RC-JOB-NAME
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
              DISPLAY 'TRADERBP: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       FIND-PREVIOUS-CUTOFF SECTION.
      * No earlier snapshot on file (the first night) - start from
      * midnight this morning.
           MOVE 'N' TO CUTOFF-FOUND-SW
           MOVE SPACES TO PREVIOUS-CUTOFF
           STRING TODAY-DATE-STAMP ' 00:00:00'
                  DELIMITED BY SIZE INTO PREVIOUS-CUTOFF
           MOVE RUN-DATE-RAW TO CAL-WALK-RAW
           COMPUTE CAL-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
           MOVE ZERO TO CUTOFF-DAYS-BACK
           PERFORM UNTIL CUTOFF-FOUND OR CUTOFF-DAYS-BACK = 14
              ADD 1 TO CUTOFF-DAYS-BACK
              SUBTRACT 1 FROM CAL-WALK-INT
              MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                   TO CAL-WALK-RAW
              MOVE SPACES TO CAL-WALK-STAMP
              STRING CW-YYYY '-' CW-MM '-' CW-DD
                     DELIMITED BY SIZE INTO CAL-WALK-STAMP
              MOVE 'TRADERSN' TO RC-JOB-NAME
              MOVE CAL-WALK-STAMP TO RC-RUN-DATE
              READ TRADRNCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RC-STATUS-COMPLETED
                       SET CUTOFF-FOUND TO TRUE
                       MOVE RC-START-TIME TO PREVIOUS-CUTOFF
                    END-IF
              END-READ
           END-PERFORM
           .
       FIND-PREVIOUS-CUTOFF-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERBP' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE WITHDRAWALS-SELECTED TO RC-COUNTER-1
           MOVE PAYMENTS-WRITTEN     TO RC-COUNTER-2
           MOVE PAYMENTS-BY-HAND     TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBP: TRADRNCT REWRITE FAILED, STATUS='
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
       SELECT-WITHDRAWALS SECTION.
      * Only customer withdrawals become bank payments - a debit of
      * any other type is trade settlement or a reversal, and the
      * closure payout goes through the transfer-out file.
           PERFORM UNTIL JRN-EOF
              READ TRADCJRN-FILE NEXT RECORD
                 AT END
                    SET JRN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO JRN-RECORDS-READ
                    IF CJ-TYPE-IS-WITHDRAWAL AND CJ-IS-DEBIT AND
                       CJ-SOURCE NOT = 'TRADERCL' AND
                       CJ-TIMESTAMP > PREVIOUS-CUTOFF
                       ADD 1 TO WITHDRAWALS-SELECTED
                       PERFORM PAY-ONE-WITHDRAWAL
                    END-IF
              END-READ
           END-PERFORM
           .
       SELECT-WITHDRAWALS-EXIT.
           EXIT.
      *****************************************************************
       PAY-ONE-WITHDRAWAL SECTION.
           MOVE 'N' TO ACCOUNT-ON-FILE-SW
           IF CMST-OPEN
              MOVE CJ-CUSTOMER TO CU-USERID
              READ TRADCMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CU-BANK-ACCOUNT NOT = SPACES
                       SET ACCOUNT-ON-FILE TO TRUE
                    END-IF
              END-READ
           END-IF

           MOVE SPACES TO PAYMENT-DETAIL-LINE
           MOVE CJ-CUSTOMER(1:20) TO PD-CUSTOMER
           MOVE CJ-TIMESTAMP      TO PD-TIMESTAMP
           MOVE CJ-AMOUNT         TO PD-AMOUNT

           IF ACCOUNT-ON-FILE
              MOVE SPACES TO BANK-PAYMENT-RECORD
              SET BP-IS-PAYMENT TO TRUE
              MOVE CJ-CUSTOMER          TO BP-CUSTOMER
              MOVE CJ-TIMESTAMP         TO BP-REF-TIMESTAMP
              MOVE CJ-JRN-SEQ           TO BP-REF-SEQ
              MOVE CJ-AMOUNT            TO BP-AMOUNT
              MOVE CU-BANK-SORT-CODE    TO BP-SORT-CODE
              MOVE CU-BANK-ACCOUNT      TO BP-ACCOUNT
              MOVE CU-BANK-ACCOUNT-NAME TO BP-ACCOUNT-NAME
              MOVE TODAY-DATE-STAMP     TO BP-PAYMENT-DATE
              WRITE BANK-PAYMENT-RECORD
              IF PAY-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERBP: TRADBKPY WRITE FAILED, STATUS='
                         PAY-FILE-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO PAYMENTS-WRITTEN
              ADD CJ-AMOUNT TO PAYMENTS-TOTAL
              MOVE CU-BANK-SORT-CODE     TO PD-SORT-CODE
              MOVE CU-BANK-ACCOUNT(1:20) TO PD-ACCOUNT
              MOVE 'SENT TO BANK' TO PD-ACTION
           ELSE
              ADD 1 TO PAYMENTS-BY-HAND
              ADD CJ-AMOUNT TO BY-HAND-TOTAL
              MOVE 'NO NOMINATED ACCOUNT - PAY BY HAND' TO PD-ACTION
           END-IF

           MOVE PAYMENT-DETAIL-LINE TO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE
           .
       PAY-ONE-WITHDRAWAL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PAYMENT-TRAILER SECTION.
      * Always written, even on a night with no payments - the bank
      * treats a file without its trailer as truncated.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-IS-TRAILER TO TRUE
           MOVE TODAY-DATE-STAMP TO BP-TRL-FILE-DATE
           MOVE PAYMENTS-WRITTEN TO BP-TRL-PAYMENT-COUNT
           MOVE PAYMENTS-TOTAL   TO BP-TRL-PAYMENT-TOTAL
           WRITE BANK-PAYMENT-RECORD
           IF PAY-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBP: TRADBKPY TRAILER WRITE FAILED, STATUS='
                      PAY-FILE-STATUS
              STOP RUN
           END-IF
           .
       WRITE-PAYMENT-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           PERFORM WRITE-PAYMENT-TRAILER

           MOVE SPACES TO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           STRING 'JOURNAL ENTRIES READ   : ' JRN-RECORDS-READ
                  DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           STRING 'WITHDRAWALS SELECTED   : ' WITHDRAWALS-SELECTED
                  DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           MOVE PAYMENTS-TOTAL TO TOTAL-EDIT
           STRING 'PAYMENTS SENT TO BANK  : ' PAYMENTS-WRITTEN
                  '   TOTAL ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           MOVE BY-HAND-TOTAL TO TOTAL-EDIT
           STRING 'TO BE PAID BY HAND     : ' PAYMENTS-BY-HAND
                  '   TOTAL ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
           WRITE PAYMENT-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE TRADCJRN-FILE
                 PAYMENT-FILE
                 PAYMENT-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
