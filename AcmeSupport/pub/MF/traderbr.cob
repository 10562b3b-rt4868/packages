       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERBR.

      *****************************************************************
      * TRADERBR - nightly inbound bank receipts and payment          *
      * acknowledgements.                                             *
      *                                                               *
      * Receipts: every credit the bank took into the client money    *
      * account comes in on TRADBKRC (see BANKRCPT.cpy).  A receipt   *
      * quoting a customer's USERID as its reference, remitted from   *
      * the nominated bank account on that customer's TRADCMST master *
      * (CU-BANK-* - see CMSTREC.cpy), is credited to TRADCASH and    *
      * journaled on TRADCJRN as a deposit, exactly as a branch       *
      * deposit would be.  Anything else - a reference no master      *
      * answers to, a closing or closed account, a remitter that is   *
      * not the nominated account, an amount that will not read - is  *
      * parked on the TRADBKSP suspense file, keyed by the bank's     *
      * reference, with the reason and the date it was first parked,  *
      * and listed on the TRADBRRP report for the cashiers.  The row  *
      * stays there, and is listed again every night, until it is     *
      * released: the cashiers stage the rows they have resolved      *
      * (reference corrected where need be) as TRADBKAP, and the next *
      * run credits each one still on suspense, with the remitter     *
      * check bypassed, and deletes its suspense row.  What is        *
      * credited is the receipt the bank sent, as parked - only the   *
      * customer reference is taken from the staged row.  A release   *
      * with no suspense row behind it, or staged at an amount other  *
      * than the bank's, is refused, never credited.                  *
      *                                                               *
      * Acknowledgements: the bank returns the payment file TRADERBP  *
      * sent as TRADBKAK (see BANKPAY.cpy), each row marked paid or   *
      * rejected.  A rejected payment never left the bank, so the     *
      * withdrawal is put back - the amount is credited to TRADCASH   *
      * and journaled as a 'P' payment-returned entry - and the       *
      * rejection is listed with the bank's reason.  The file is only *
      * worked if its trailer is dated for the last TRADBKPY file     *
      * TRADERBP sent (its latest completed TRADRNCT row); any other  *
      * is refused whole and left in place for the cashiers.          *
      *                                                               *
      * Client money must never be credited twice, so each bank input *
      * is emptied once the run has worked it, before the run is      *
      * marked complete.  An input that cannot be emptied leaves the  *
      * run at started, which stops the next night until the cashiers *
      * have looked.                                                  *
      *                                                               *
      * Every input is optional; a night with nothing from the bank   *
      * is a normal empty run.  Runs under the TRADRNCT run control    *
      * straight after TRADERFD and ahead of TRADERSE, so money that  *
      * arrived today is on the balance before the matured buys try   *
      * to settle against it.  Because it moves money, a run that     *
      * did not complete is not redriven blind: the cashiers check    *
      * what TRADBRRP shows was posted, then clear the row.           *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "TRADBKRC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RCPT-FILE-STATUS.

           SELECT APPROVED-FILE ASSIGN TO "TRADBKAP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APPR-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "TRADBKSP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUSP-BANK-REF OF SUSPENSE-RECORD
                  FILE STATUS IS SUSP-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "TRADBKAK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ACK-FILE-STATUS.

           SELECT TRADCASH-FILE ASSIGN TO "TRADCASH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CASH-CUSTOMER OF CASH-IO-BUFFER
                  FILE STATUS IS CASH-FILE-STATUS.

           SELECT TRADCJRN-FILE ASSIGN TO "TRADCJRN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CJ-KEY OF CASH-JOURNAL-RECORD
                  FILE STATUS IS CJRN-FILE-STATUS.

      * Customer master - the reference and nominated account a
      * receipt is matched against.  Absent, every receipt is parked.
           SELECT TRADCMST-FILE ASSIGN TO "TRADCMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CU-USERID OF CUSTMAST-IO-BUFFER
                  FILE STATUS IS CMST-FILE-STATUS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO "TRADBRRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

           SELECT TRADRNCT-FILE ASSIGN TO "TRADRNCT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-KEY OF RUN-CONTROL-BUFFER
                  FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RECEIPT-FILE.
           COPY BANKRCPT.

      * Same shape as BANK-RECEIPT-RECORD - receipts parked here
      * instead of credited, with the reason and the date first parked
      * behind, and the rows the cashiers release (TRADBKAP) come back
      * in the receipt shape.

       FD  APPROVED-FILE.
       01 APPROVED-RECORD.
          03 APPR-BANK-REF              PIC X(22).
          03 APPR-VALUE-DATE            PIC X(10).
          03 APPR-CUSTOMER-REF          PIC X(60).
          03 APPR-AMOUNT                PIC X(13).
          03 APPR-AMOUNT-NUM REDEFINES APPR-AMOUNT
                                        PIC 9(11)V99.
          03 APPR-REMIT-SORT-CODE       PIC X(11).
          03 APPR-REMIT-ACCOUNT         PIC X(34).
          03 APPR-REMIT-NAME            PIC X(40).

       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          03 SUSP-RECEIPT.
             05 SUSP-BANK-REF           PIC X(22).
             05 FILLER                  PIC X(168).
          03 SUSP-REASON                PIC X(30).
          03 SUSP-PARKED-DATE           PIC X(10).

       FD  ACK-FILE.
           COPY BANKPAY.

       FD  TRADCASH-FILE.
           COPY CASHREC.

       FD  TRADCJRN-FILE.
           COPY CASHJRNL.

       FD  TRADCMST-FILE.
           COPY CMSTREC.

       FD  RECEIPT-REPORT-FILE.
       01 RECEIPT-REPORT-LINE           PIC X(132).

       FD  TRADRNCT-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 RCPT-FILE-STATUS          PIC X(02).
          03 APPR-FILE-STATUS          PIC X(02).
          03 SUSP-FILE-STATUS          PIC X(02).
          03 ACK-FILE-STATUS           PIC X(02).
          03 CASH-FILE-STATUS          PIC X(02).
          03 CJRN-FILE-STATUS          PIC X(02).
          03 CMST-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
          03 RUNCTL-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 RCPT-EOF-SW               PIC X(01) VALUE 'N'.
             88 RCPT-EOF               VALUE 'Y'.
          03 APPR-EOF-SW               PIC X(01) VALUE 'N'.
             88 APPR-EOF               VALUE 'Y'.
          03 ACK-EOF-SW                PIC X(01) VALUE 'N'.
             88 ACK-EOF                VALUE 'Y'.
          03 RECEIPT-FILE-PRESENT-SW   PIC X(01) VALUE 'N'.
             88 RECEIPT-FILE-PRESENT   VALUE 'Y'.
          03 APPROVED-FILE-PRESENT-SW  PIC X(01) VALUE 'N'.
             88 APPROVED-FILE-PRESENT  VALUE 'Y'.
          03 ACK-FILE-PRESENT-SW       PIC X(01) VALUE 'N'.
             88 ACK-FILE-PRESENT       VALUE 'Y'.
          03 ACK-FILE-CURRENT-SW       PIC X(01) VALUE 'N'.
             88 ACK-FILE-CURRENT       VALUE 'Y'.
          03 PAYMENT-FILE-FOUND-SW     PIC X(01) VALUE 'N'.
             88 PAYMENT-FILE-FOUND     VALUE 'Y'.
          03 SUSPENSE-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
             88 SUSPENSE-ROW-FOUND     VALUE 'Y'.
          03 SUSP-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
             88 SUSP-BROWSE-DONE       VALUE 'Y'.
          03 INPUTS-EMPTIED-SW         PIC X(01) VALUE 'Y'.
             88 INPUTS-EMPTIED         VALUE 'Y'.
          03 CMST-OPEN-SW              PIC X(01) VALUE 'N'.
             88 CMST-OPEN              VALUE 'Y'.
          03 CASH-IS-NEW-SW            PIC X(01) VALUE 'N'.
             88 CASH-IS-NEW            VALUE 'Y'.
          03 POSTING-OK-SW             PIC X(01) VALUE 'N'.
             88 POSTING-OK             VALUE 'Y'.
      * Set for a cashier-released receipt - the remitter check is
      * skipped, the rest of the vetting is not.
          03 RELEASED-RECEIPT-SW       PIC X(01) VALUE 'N'.
             88 RELEASED-RECEIPT       VALUE 'Y'.

       01 RUN-COUNTERS.
          03 RECEIPTS-READ             PIC 9(07) VALUE ZERO.
          03 RECEIPTS-CREDITED         PIC 9(07) VALUE ZERO.
          03 RECEIPTS-SUSPENDED        PIC 9(07) VALUE ZERO.
          03 RECEIPTS-RELEASED         PIC 9(07) VALUE ZERO.
          03 RELEASES-REFUSED          PIC 9(07) VALUE ZERO.
          03 RECEIPTS-REPEATED         PIC 9(07) VALUE ZERO.
          03 RECEIPTS-ON-SUSPENSE      PIC 9(07) VALUE ZERO.
          03 ACKS-READ                 PIC 9(07) VALUE ZERO.
          03 PAYMENTS-CONFIRMED        PIC 9(07) VALUE ZERO.
          03 PAYMENTS-RETURNED         PIC 9(07) VALUE ZERO.

       01 RECEIPT-TOTALS.
          03 CREDITED-TOTAL            PIC 9(13)V99 VALUE ZERO.
          03 SUSPENDED-TOTAL           PIC 9(13)V99 VALUE ZERO.
          03 RETURNED-TOTAL            PIC 9(13)V99 VALUE ZERO.
          03 ON-SUSPENSE-TOTAL         PIC 9(13)V99 VALUE ZERO.
          03 TOTAL-EDIT                PIC Z(12)9.99.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * The date of the last payment file sent, found by walking back
      * through the calendar for the most recent completed TRADERBP
      * row - a fortnight of missed nights is as far back as it
      * looks, the TRADERBP cutoff walk.

       01 ACK-CHECK-FIELDS.
          03 ACK-FILE-DATE             PIC X(10).
          03 LAST-PAYMENT-FILE-DATE    PIC X(10).
          03 PAYMENT-DAYS-BACK         PIC 9(02).
          03 CAL-WALK-INT              PIC 9(08).
          03 CAL-WALK-RAW              PIC 9(08).
          03 CAL-WALK-PARTS REDEFINES CAL-WALK-RAW.
             05 CW-YYYY                PIC 9(04).
             05 CW-MM                  PIC 9(02).
             05 CW-DD                  PIC 9(02).
          03 CAL-WALK-STAMP            PIC X(10).

      * The receipt being vetted - the receipt and release rows are
      * both moved here so one set of sections does the work.

       01 RECEIPT-WORK.
          03 RW-BANK-REF               PIC X(22).
          03 RW-VALUE-DATE             PIC X(10).
          03 RW-CUSTOMER-REF           PIC X(60).
          03 RW-AMOUNT                 PIC X(13).
          03 RW-AMOUNT-NUM REDEFINES RW-AMOUNT
                                       PIC 9(11)V99.
          03 RW-REMIT-SORT-CODE        PIC X(11).
          03 RW-REMIT-ACCOUNT          PIC X(34).
          03 RW-REMIT-NAME             PIC X(40).

       01 POSTING-FIELDS.
          03 POST-CUSTOMER             PIC X(60).
          03 POST-AMOUNT               PIC 9(11)V99.
          03 SUSPEND-REASON            PIC X(30).
          03 REFUSAL-REASON            PIC X(30).

       01 RECEIPT-DETAIL-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RD-ITEM-TYPE               PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RD-REFERENCE               PIC X(22).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RD-CUSTOMER                PIC X(20).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RD-AMOUNT                  PIC Z(10)9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 RD-ACTION                  PIC X(30).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 RD-REASON                  PIC X(30).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-APPROVED-RECEIPTS
           PERFORM PROCESS-RECEIPTS
           PERFORM PROCESS-ACKNOWLEDGEMENTS
           PERFORM LIST-STILL-PARKED
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:10) TO TODAY-DATE-STAMP

           PERFORM OPEN-RUN-CONTROL
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT RECEIPT-FILE
           EVALUATE RCPT-FILE-STATUS
             WHEN '00'
                  SET RECEIPT-FILE-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERBR: UNABLE TO OPEN TRADBKRC, STATUS='
                          RCPT-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT APPROVED-FILE
           EVALUATE APPR-FILE-STATUS
             WHEN '00'
                  SET APPROVED-FILE-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERBR: UNABLE TO OPEN TRADBKAP, STATUS='
                          APPR-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN INPUT ACK-FILE
           EVALUATE ACK-FILE-STATUS
             WHEN '00'
                  SET ACK-FILE-PRESENT TO TRUE
             WHEN '35'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TRADERBR: UNABLE TO OPEN TRADBKAK, STATUS='
                          ACK-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN I-O SUSPENSE-FILE
           IF SUSP-FILE-STATUS = '35'
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
           END-IF
           IF SUSP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: UNABLE TO OPEN TRADBKSP, STATUS='
                      SUSP-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCASH-FILE
           IF CASH-FILE-STATUS = '35'
              OPEN OUTPUT TRADCASH-FILE
              CLOSE TRADCASH-FILE
              OPEN I-O TRADCASH-FILE
           END-IF
           IF CASH-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: UNABLE TO OPEN TRADCASH, STATUS='
                      CASH-FILE-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRADCJRN-FILE
           IF CJRN-FILE-STATUS = '35'
              OPEN OUTPUT TRADCJRN-FILE
              CLOSE TRADCJRN-FILE
              OPEN I-O TRADCJRN-FILE
           END-IF
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: UNABLE TO OPEN TRADCJRN, STATUS='
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
                  DISPLAY 'TRADERBR: UNABLE TO OPEN TRADCMST, STATUS='
                          CMST-FILE-STATUS
                  STOP RUN
           END-EVALUATE

           OPEN OUTPUT RECEIPT-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: UNABLE TO OPEN TRADBRRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           MOVE 'TRADERBR - BANK RECEIPTS AND PAYMENT ACKNOWLEDGEMENTS'
                TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE
           MOVE ' ITEM     REFERENCE              CUSTOMER'
                TO RECEIPT-REPORT-LINE
           MOVE 'AMOUNT  ACTION' TO RECEIPT-REPORT-LINE(67:14)
           MOVE 'REASON' TO RECEIPT-REPORT-LINE(104:6)
           WRITE RECEIPT-REPORT-LINE
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
              DISPLAY 'TRADERBR: UNABLE TO OPEN TRADRNCT, STATUS='
                      RUNCTL-FILE-STATUS
              STOP RUN
           END-IF
           .
       OPEN-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       CHECK-RUN-CONTROL SECTION.
      * Once per date, after TRADERFD.  Unlike the other jobs a row
      * left at started is not redriven: the bank files carry no key
      * the journal could be checked against, so a second pass would
      * credit again whatever the first pass had already posted.
           MOVE 'TRADERBR' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-STATUS-COMPLETED
                    DISPLAY 'TRADERBR: ALREADY COMPLETED FOR '
                            RC-RUN-DATE ' - RUN SUPPRESSED'
                 ELSE
                    DISPLAY 'TRADERBR: PREVIOUS RUN FOR ' RC-RUN-DATE
                            ' DID NOT COMPLETE - CHECK TRADBRRP'
                            ' AND CLEAR THE TRADRNCT ROW'
                 END-IF
                 STOP RUN
           END-READ

           MOVE 'TRADERFD' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 DISPLAY 'TRADERBR: TRADERFD HAS NOT RUN FOR '
                         TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                 STOP RUN
              NOT INVALID KEY
                 IF NOT RC-STATUS-COMPLETED
                    DISPLAY 'TRADERBR: TRADERFD NOT COMPLETE FOR '
                            TODAY-DATE-STAMP ' - RUN SUPPRESSED'
                    STOP RUN
                 END-IF
           END-READ

           MOVE 'TRADERBR' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           SET RC-STATUS-STARTED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-START-TIME
           MOVE SPACES TO RC-END-TIME
           MOVE ZERO TO RC-COUNTER-1 RC-COUNTER-2 RC-COUNTER-3
           WRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: TRADRNCT WRITE FAILED, STATUS='
                      RUNCTL-FILE-STATUS
           END-IF
           .
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
       MARK-RUN-COMPLETE SECTION.
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE 'TRADERBR' TO RC-JOB-NAME
           MOVE TODAY-DATE-STAMP TO RC-RUN-DATE
           READ TRADRNCT-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           SET RC-STATUS-COMPLETED TO TRUE
           MOVE RUN-TIMESTAMP TO RC-END-TIME
           MOVE RECEIPTS-READ      TO RC-COUNTER-1
           MOVE RECEIPTS-SUSPENDED TO RC-COUNTER-2
           MOVE PAYMENTS-RETURNED  TO RC-COUNTER-3
           REWRITE RUN-CONTROL-BUFFER
           IF RUNCTL-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: TRADRNCT REWRITE FAILED, STATUS='
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
       PROCESS-APPROVED-RECEIPTS SECTION.
      * The cashiers' releases of parked receipts go first, so a
      * customer waiting on one has it before tonight's new receipts
      * are worked.  Only a receipt still on suspense can be released
      * - one already released, or never parked, is refused.  The
      * parked row is what gets credited: the staged row only brings
      * the corrected customer reference, and must quote the bank's
      * amount exactly or the release is refused.
           IF APPROVED-FILE-PRESENT
              PERFORM UNTIL APPR-EOF
                 READ APPROVED-FILE NEXT RECORD
                    AT END
                       SET APPR-EOF TO TRUE
                    NOT AT END
                       MOVE APPROVED-RECORD TO RECEIPT-WORK
                       SET RELEASED-RECEIPT TO TRUE
                       PERFORM READ-SUSPENSE-ROW
                       IF SUSPENSE-ROW-FOUND
                          MOVE SUSP-RECEIPT TO RECEIPT-WORK
                       END-IF
                       EVALUATE TRUE
                         WHEN NOT SUSPENSE-ROW-FOUND
                              MOVE 'ALREADY RELEASED OR NOT PARKED'
                                   TO REFUSAL-REASON
                              PERFORM REFUSE-RELEASE
                         WHEN APPR-AMOUNT NOT = RW-AMOUNT
                              MOVE 'STAGED AMOUNT NOT BANK AMOUNT'
                                   TO REFUSAL-REASON
                              PERFORM REFUSE-RELEASE
                         WHEN OTHER
                              IF APPR-CUSTOMER-REF NOT = SPACES
                                 MOVE APPR-CUSTOMER-REF
                                      TO RW-CUSTOMER-REF
                              END-IF
                              PERFORM VET-AND-POST-RECEIPT
                       END-EVALUATE
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-APPROVED-RECEIPTS-EXIT.
           EXIT.
      *****************************************************************
       PROCESS-RECEIPTS SECTION.
           IF RECEIPT-FILE-PRESENT
              PERFORM UNTIL RCPT-EOF
                 READ RECEIPT-FILE NEXT RECORD
                    AT END
                       SET RCPT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO RECEIPTS-READ
                       MOVE BANK-RECEIPT-RECORD TO RECEIPT-WORK
                       MOVE 'N' TO RELEASED-RECEIPT-SW
                       MOVE 'N' TO SUSPENSE-ROW-FOUND-SW
                       PERFORM VET-AND-POST-RECEIPT
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-RECEIPTS-EXIT.
           EXIT.
      *****************************************************************
       VET-AND-POST-RECEIPT SECTION.
      * The first check that fails parks the receipt; SUSPEND-REASON
      * left blank means it is good to credit.
           MOVE SPACES TO SUSPEND-REASON
           EVALUATE TRUE
             WHEN RW-AMOUNT NOT NUMERIC
                  MOVE 'AMOUNT NOT NUMERIC' TO SUSPEND-REASON
             WHEN RW-AMOUNT-NUM = ZERO
                  MOVE 'ZERO AMOUNT' TO SUSPEND-REASON
             WHEN NOT CMST-OPEN
                  MOVE 'NO CUSTOMER MASTER FILE' TO SUSPEND-REASON
             WHEN OTHER
                  PERFORM MATCH-RECEIPT-TO-CUSTOMER
           END-EVALUATE

           IF SUSPEND-REASON = SPACES
              MOVE RW-CUSTOMER-REF TO POST-CUSTOMER
              MOVE RW-AMOUNT-NUM   TO POST-AMOUNT
              PERFORM POST-CREDIT-TO-CASH
              IF POSTING-OK
                 SET CJ-TYPE-IS-DEPOSIT TO TRUE
                 PERFORM WRITE-CASH-JOURNAL-ENTRY
                 ADD POST-AMOUNT TO CREDITED-TOTAL
                 MOVE SPACES TO RECEIPT-DETAIL-LINE
                 IF RELEASED-RECEIPT
                    PERFORM DELETE-SUSPENSE-ROW
                    ADD 1 TO RECEIPTS-RELEASED
                    MOVE 'RELEASED' TO RD-ITEM-TYPE
                    MOVE 'CREDITED - CASHIER RELEASE' TO RD-ACTION
                 ELSE
                    ADD 1 TO RECEIPTS-CREDITED
                    MOVE 'RECEIPT' TO RD-ITEM-TYPE
                    MOVE 'CREDITED AS DEPOSIT' TO RD-ACTION
                 END-IF
              ELSE
                 MOVE 'CASH FILE UPDATE FAILED' TO SUSPEND-REASON
              END-IF
           END-IF

           IF SUSPEND-REASON NOT = SPACES
              PERFORM SUSPEND-RECEIPT
           END-IF

           MOVE RW-BANK-REF           TO RD-REFERENCE
           MOVE RW-CUSTOMER-REF(1:20) TO RD-CUSTOMER
           IF RW-AMOUNT NUMERIC
              MOVE RW-AMOUNT-NUM TO RD-AMOUNT
           ELSE
              MOVE ZERO TO RD-AMOUNT
           END-IF
           MOVE RECEIPT-DETAIL-LINE TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE
           .
       VET-AND-POST-RECEIPT-EXIT.
           EXIT.
      *****************************************************************
       MATCH-RECEIPT-TO-CUSTOMER SECTION.
      * The reference must be a USERID on the customer master, the
      * account must still be taking business, and - unless a
      * cashier has released it - the money must have come from the
      * account the customer nominated.
           MOVE RW-CUSTOMER-REF TO CU-USERID
           READ TRADCMST-FILE
              INVALID KEY
                 MOVE 'NO CUSTOMER FOR REFERENCE' TO SUSPEND-REASON
              NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN CU-STATUS-CLOSING OR CU-STATUS-CLOSED
                        MOVE 'ACCOUNT CLOSED OR CLOSING'
                             TO SUSPEND-REASON
                   WHEN RELEASED-RECEIPT
                        CONTINUE
                   WHEN CU-BANK-ACCOUNT = SPACES
                        MOVE 'NO NOMINATED BANK ACCOUNT'
                             TO SUSPEND-REASON
                   WHEN RW-REMIT-SORT-CODE NOT = CU-BANK-SORT-CODE
                     OR RW-REMIT-ACCOUNT NOT = CU-BANK-ACCOUNT
                        MOVE 'REMITTER NOT NOMINATED ACCOUNT'
                             TO SUSPEND-REASON
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
           END-READ
           .
       MATCH-RECEIPT-TO-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       SUSPEND-RECEIPT SECTION.
      * A release that fails again keeps its suspense row as the bank
      * sent it, and the date first parked - only the reason is
      * brought up to tonight's.  A new receipt
      * whose bank reference is already parked is one the bank has
      * sent before - it is reported, not parked a second time.
           MOVE SPACES TO RECEIPT-DETAIL-LINE
           IF RELEASED-RECEIPT
              MOVE 'RELEASED' TO RD-ITEM-TYPE
           ELSE
              MOVE 'RECEIPT' TO RD-ITEM-TYPE
           END-IF
           MOVE 'PARKED ON SUSPENSE' TO RD-ACTION
           MOVE SUSPEND-REASON TO RD-REASON

           IF SUSPENSE-ROW-FOUND
              MOVE SUSPEND-REASON   TO SUSP-REASON
              REWRITE SUSPENSE-RECORD
           ELSE
              MOVE SPACES TO SUSPENSE-RECORD
              MOVE RECEIPT-WORK     TO SUSP-RECEIPT
              MOVE SUSPEND-REASON   TO SUSP-REASON
              MOVE TODAY-DATE-STAMP TO SUSP-PARKED-DATE
              WRITE SUSPENSE-RECORD
           END-IF
           EVALUATE SUSP-FILE-STATUS
             WHEN '00'
                  ADD 1 TO RECEIPTS-SUSPENDED
                  IF RW-AMOUNT NUMERIC
                     ADD RW-AMOUNT-NUM TO SUSPENDED-TOTAL
                  END-IF
             WHEN '22'
                  ADD 1 TO RECEIPTS-REPEATED
                  MOVE 'REPEAT - ALREADY ON SUSPENSE' TO RD-ACTION
             WHEN OTHER
                  DISPLAY 'TRADERBR: TRADBKSP UPDATE FAILED FOR '
                          RW-BANK-REF ' STATUS=' SUSP-FILE-STATUS
                  MOVE 'SUSPENSE FILE UPDATE FAILED' TO RD-ACTION
           END-EVALUATE
           .
       SUSPEND-RECEIPT-EXIT.
           EXIT.
      *****************************************************************
       READ-SUSPENSE-ROW SECTION.
           MOVE 'N' TO SUSPENSE-ROW-FOUND-SW
           MOVE RW-BANK-REF TO SUSP-BANK-REF
           READ SUSPENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET SUSPENSE-ROW-FOUND TO TRUE
           END-READ
           .
       READ-SUSPENSE-ROW-EXIT.
           EXIT.
      *****************************************************************
       DELETE-SUSPENSE-ROW SECTION.
      * The release is credited - its row goes, so the same release
      * staged again is refused rather than credited twice.
           DELETE SUSPENSE-FILE RECORD
           IF SUSP-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: TRADBKSP DELETE FAILED FOR '
                      SUSP-BANK-REF ' STATUS=' SUSP-FILE-STATUS
           END-IF
           .
       DELETE-SUSPENSE-ROW-EXIT.
           EXIT.
      *****************************************************************
       REFUSE-RELEASE SECTION.
           ADD 1 TO RELEASES-REFUSED
           MOVE SPACES TO RECEIPT-DETAIL-LINE
           MOVE 'RELEASED'            TO RD-ITEM-TYPE
           MOVE RW-BANK-REF           TO RD-REFERENCE
           MOVE RW-CUSTOMER-REF(1:20) TO RD-CUSTOMER
           IF RW-AMOUNT NUMERIC
              MOVE RW-AMOUNT-NUM TO RD-AMOUNT
           ELSE
              MOVE ZERO TO RD-AMOUNT
           END-IF
           MOVE 'RELEASE REFUSED' TO RD-ACTION
           MOVE REFUSAL-REASON TO RD-REASON
           MOVE RECEIPT-DETAIL-LINE TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE
           .
       REFUSE-RELEASE-EXIT.
           EXIT.
      *****************************************************************
       LIST-STILL-PARKED SECTION.
      * TRADBKSP is the only record of money received and not yet
      * credited, so every row left on it is counted, and each one
      * parked on an earlier night listed again - tonight's are
      * already on the report above.
           MOVE 'N' TO SUSP-BROWSE-DONE-SW
           MOVE LOW-VALUES TO SUSP-BANK-REF
           START SUSPENSE-FILE KEY IS NOT LESS THAN
                 SUSP-BANK-REF OF SUSPENSE-RECORD
           IF SUSP-FILE-STATUS NOT = '00'
              SET SUSP-BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL SUSP-BROWSE-DONE
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    SET SUSP-BROWSE-DONE TO TRUE
                 NOT AT END
                    MOVE SUSP-RECEIPT TO RECEIPT-WORK
                    ADD 1 TO RECEIPTS-ON-SUSPENSE
                    IF RW-AMOUNT NUMERIC
                       ADD RW-AMOUNT-NUM TO ON-SUSPENSE-TOTAL
                    END-IF
                    IF SUSP-PARKED-DATE < TODAY-DATE-STAMP
                       PERFORM LIST-ONE-PARKED-RECEIPT
                    END-IF
              END-READ
           END-PERFORM
           .
       LIST-STILL-PARKED-EXIT.
           EXIT.
      *****************************************************************
       LIST-ONE-PARKED-RECEIPT SECTION.
           MOVE SPACES TO RECEIPT-DETAIL-LINE
           MOVE 'SUSPENSE'            TO RD-ITEM-TYPE
           MOVE RW-BANK-REF           TO RD-REFERENCE
           MOVE RW-CUSTOMER-REF(1:20) TO RD-CUSTOMER
           IF RW-AMOUNT NUMERIC
              MOVE RW-AMOUNT-NUM TO RD-AMOUNT
           ELSE
              MOVE ZERO TO RD-AMOUNT
           END-IF
           STRING 'STILL PARKED SINCE ' SUSP-PARKED-DATE
                  DELIMITED BY SIZE INTO RD-ACTION
           MOVE SUSP-REASON TO RD-REASON
           MOVE RECEIPT-DETAIL-LINE TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE
           .
       LIST-ONE-PARKED-RECEIPT-EXIT.
           EXIT.
      *****************************************************************
       PROCESS-ACKNOWLEDGEMENTS SECTION.
      * The trailer only echoes what was sent; a paid row needs
      * nothing doing.
           IF ACK-FILE-PRESENT
              PERFORM CHECK-ACK-FILE-DATE
           END-IF
           IF ACK-FILE-CURRENT
              PERFORM UNTIL ACK-EOF
                 READ ACK-FILE NEXT RECORD
                    AT END
                       SET ACK-EOF TO TRUE
                    NOT AT END
                       IF BP-IS-PAYMENT
                          ADD 1 TO ACKS-READ
                          IF BP-ACK-REJECTED
                             PERFORM RETURN-REJECTED-PAYMENT
                          ELSE
                             ADD 1 TO PAYMENTS-CONFIRMED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
       PROCESS-ACKNOWLEDGEMENTS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ACK-FILE-DATE SECTION.
      * A first pass finds the trailer.  An acknowledgement for any
      * file but the last one sent - or with no trailer at all -
      * would put back money for rejections already put back, so it
      * is refused whole and the file left where it is.
           MOVE SPACES TO ACK-FILE-DATE
           PERFORM UNTIL ACK-EOF
              READ ACK-FILE NEXT RECORD
                 AT END
                    SET ACK-EOF TO TRUE
                 NOT AT END
                    IF BP-IS-TRAILER
                       MOVE BP-TRL-FILE-DATE TO ACK-FILE-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACK-FILE
           MOVE 'N' TO ACK-EOF-SW
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: UNABLE TO REOPEN TRADBKAK, STATUS='
                      ACK-FILE-STATUS
              MOVE 'N' TO ACK-FILE-PRESENT-SW
           END-IF

           PERFORM FIND-LAST-PAYMENT-FILE
           IF ACK-FILE-PRESENT AND PAYMENT-FILE-FOUND AND
              ACK-FILE-DATE NOT = SPACES AND
              ACK-FILE-DATE = LAST-PAYMENT-FILE-DATE
              SET ACK-FILE-CURRENT TO TRUE
           ELSE
              DISPLAY 'TRADERBR: TRADBKAK DATED ' ACK-FILE-DATE
                      ' IS NOT FOR THE LAST TRADBKPY SENT '
                      LAST-PAYMENT-FILE-DATE ' - NOT PROCESSED'
              MOVE SPACES TO RECEIPT-REPORT-LINE
              STRING ' ACKNOWLEDGEMENT FILE DATED ' ACK-FILE-DATE
                     ' REFUSED - LAST PAYMENT FILE SENT '
                     LAST-PAYMENT-FILE-DATE
                     DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
              WRITE RECEIPT-REPORT-LINE
           END-IF
           .
       CHECK-ACK-FILE-DATE-EXIT.
           EXIT.
      *****************************************************************
       FIND-LAST-PAYMENT-FILE SECTION.
      * TRADERBP runs after the cutoff, so tonight's payment file is
      * not sent yet - the walk starts at yesterday.  TRADERBP stamps
      * its trailer with its run date, the date on its TRADRNCT row.
           MOVE 'N' TO PAYMENT-FILE-FOUND-SW
           MOVE SPACES TO LAST-PAYMENT-FILE-DATE
           MOVE RUN-DATE-RAW TO CAL-WALK-RAW
           COMPUTE CAL-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-WALK-RAW)
           MOVE ZERO TO PAYMENT-DAYS-BACK
           PERFORM UNTIL PAYMENT-FILE-FOUND OR PAYMENT-DAYS-BACK = 14
              ADD 1 TO PAYMENT-DAYS-BACK
              SUBTRACT 1 FROM CAL-WALK-INT
              MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                   TO CAL-WALK-RAW
              MOVE SPACES TO CAL-WALK-STAMP
              STRING CW-YYYY '-' CW-MM '-' CW-DD
                     DELIMITED BY SIZE INTO CAL-WALK-STAMP
              MOVE 'TRADERBP' TO RC-JOB-NAME
              MOVE CAL-WALK-STAMP TO RC-RUN-DATE
              READ TRADRNCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RC-STATUS-COMPLETED
                       SET PAYMENT-FILE-FOUND TO TRUE
                       MOVE CAL-WALK-STAMP TO LAST-PAYMENT-FILE-DATE
                    END-IF
              END-READ
           END-PERFORM
           .
       FIND-LAST-PAYMENT-FILE-EXIT.
           EXIT.
      *****************************************************************
       EMPTY-BANK-INPUTS SECTION.
      * Every bank input worked tonight is emptied before the run is
      * marked complete, so a file left in place is never credited a
      * second time.  A refused acknowledgement file is only closed.
           IF RECEIPT-FILE-PRESENT
              CLOSE RECEIPT-FILE
              OPEN OUTPUT RECEIPT-FILE
              IF RCPT-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERBR: UNABLE TO EMPTY TRADBKRC, STATUS='
                         RCPT-FILE-STATUS
                 MOVE 'N' TO INPUTS-EMPTIED-SW
              ELSE
                 CLOSE RECEIPT-FILE
              END-IF
           END-IF
           IF APPROVED-FILE-PRESENT
              CLOSE APPROVED-FILE
              OPEN OUTPUT APPROVED-FILE
              IF APPR-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERBR: UNABLE TO EMPTY TRADBKAP, STATUS='
                         APPR-FILE-STATUS
                 MOVE 'N' TO INPUTS-EMPTIED-SW
              ELSE
                 CLOSE APPROVED-FILE
              END-IF
           END-IF
           IF ACK-FILE-PRESENT
              CLOSE ACK-FILE
              IF ACK-FILE-CURRENT
                 OPEN OUTPUT ACK-FILE
                 IF ACK-FILE-STATUS NOT = '00'
                    DISPLAY 'TRADERBR: UNABLE TO EMPTY TRADBKAK, '
                            'STATUS=' ACK-FILE-STATUS
                    MOVE 'N' TO INPUTS-EMPTIED-SW
                 ELSE
                    CLOSE ACK-FILE
                 END-IF
              END-IF
           END-IF
           .
       EMPTY-BANK-INPUTS-EXIT.
           EXIT.
      *****************************************************************
       RETURN-REJECTED-PAYMENT SECTION.
      * The money is the customer's whatever state the account is in
      * - a closing account gets it back too, and TRADERCL pays it
      * out with the rest of the balance.
           MOVE BP-CUSTOMER TO POST-CUSTOMER
           MOVE BP-AMOUNT   TO POST-AMOUNT
           PERFORM POST-CREDIT-TO-CASH

           MOVE SPACES TO RECEIPT-DETAIL-LINE
           MOVE 'PAYMENT'         TO RD-ITEM-TYPE
           MOVE BP-PAYMENT-REF    TO RD-REFERENCE
           MOVE BP-CUSTOMER(1:20) TO RD-CUSTOMER
           MOVE BP-AMOUNT         TO RD-AMOUNT
           MOVE BP-REJECT-REASON  TO RD-REASON
           IF POSTING-OK
              SET CJ-TYPE-IS-PAYMENT-RETURNED TO TRUE
              PERFORM WRITE-CASH-JOURNAL-ENTRY
              ADD 1 TO PAYMENTS-RETURNED
              ADD BP-AMOUNT TO RETURNED-TOTAL
              MOVE 'REJECTED - RETURNED TO BALANCE' TO RD-ACTION
           ELSE
              MOVE 'REJECTED - CASH UPDATE FAILED' TO RD-ACTION
           END-IF
           MOVE RECEIPT-DETAIL-LINE TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE
           .
       RETURN-REJECTED-PAYMENT-EXIT.
           EXIT.
      *****************************************************************
       POST-CREDIT-TO-CASH SECTION.
           MOVE 'N' TO POSTING-OK-SW
           MOVE 'N' TO CASH-IS-NEW-SW
           MOVE POST-CUSTOMER TO CASH-CUSTOMER
           READ TRADCASH-FILE
              INVALID KEY
                 SET CASH-IS-NEW TO TRUE
                 MOVE POST-CUSTOMER TO CASH-CUSTOMER
                 MOVE ZERO TO CASH-BALANCE
              NOT INVALID KEY
                 CONTINUE
           END-READ

           ADD POST-AMOUNT TO CASH-BALANCE
           MOVE RUN-TIMESTAMP TO CASH-LAST-ACTIVITY
           IF CASH-IS-NEW
              WRITE CASH-IO-BUFFER
              IF CASH-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERBR: TRADCASH WRITE FAILED FOR '
                         CASH-CUSTOMER ' STATUS=' CASH-FILE-STATUS
              ELSE
                 SET POSTING-OK TO TRUE
              END-IF
           ELSE
              REWRITE CASH-IO-BUFFER
              IF CASH-FILE-STATUS NOT = '00'
                 DISPLAY 'TRADERBR: TRADCASH REWRITE FAILED FOR '
                         CASH-CUSTOMER ' STATUS=' CASH-FILE-STATUS
              ELSE
                 SET POSTING-OK TO TRUE
              END-IF
           END-IF
           .
       POST-CREDIT-TO-CASH-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CASH-JOURNAL-ENTRY SECTION.
      * Journal the credit on TRADCJRN (see CASHJRNL.cpy) - the
      * caller has set the movement type.  Every entry this run
      * carries the same RUN-TIMESTAMP, so CJ-JRN-SEQ is bumped until
      * the WRITE takes, the blotter scheme.
           MOVE POST-CUSTOMER TO CJ-CUSTOMER
           MOVE RUN-TIMESTAMP TO CJ-TIMESTAMP
           SET CJ-IS-CREDIT TO TRUE
           MOVE POST-AMOUNT TO CJ-AMOUNT
           MOVE CASH-BALANCE TO CJ-BALANCE-AFTER
           MOVE 'TRADERBR' TO CJ-SOURCE
           MOVE ZERO TO CJ-JRN-SEQ
           WRITE CASH-JOURNAL-RECORD
           PERFORM UNTIL CJRN-FILE-STATUS NOT = '22'
                      OR CJ-JRN-SEQ = 999
              ADD 1 TO CJ-JRN-SEQ
              WRITE CASH-JOURNAL-RECORD
           END-PERFORM
           IF CJRN-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERBR: TRADCJRN WRITE FAILED FOR '
                      CJ-CUSTOMER ' STATUS=' CJRN-FILE-STATUS
           END-IF
           .
       WRITE-CASH-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RECEIPTS READ          : ' RECEIPTS-READ
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RECEIPTS CREDITED      : ' RECEIPTS-CREDITED
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RELEASES CREDITED      : ' RECEIPTS-RELEASED
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE CREDITED-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'TOTAL CREDITED         : ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SUSPENDED-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'PARKED ON SUSPENSE     : ' RECEIPTS-SUSPENDED
                  '   TOTAL ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RELEASES REFUSED       : ' RELEASES-REFUSED
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'REPEATS NOT RE-PARKED  : ' RECEIPTS-REPEATED
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE ON-SUSPENSE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'LEFT ON SUSPENSE       : ' RECEIPTS-ON-SUSPENSE
                  '   TOTAL ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'ACKNOWLEDGEMENTS READ  : ' ACKS-READ
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'PAYMENTS CONFIRMED     : ' PAYMENTS-CONFIRMED
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           MOVE RETURNED-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'PAYMENTS RETURNED      : ' PAYMENTS-RETURNED
                  '   TOTAL ' TOTAL-EDIT
                  DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-LINE

           PERFORM EMPTY-BANK-INPUTS
           IF INPUTS-EMPTIED
              PERFORM MARK-RUN-COMPLETE
           ELSE
              DISPLAY 'TRADERBR: RUN LEFT AT STARTED - EMPTY THE '
                      'BANK INPUTS BY HAND, THEN CLEAR THE TRADRNCT ROW'
           END-IF

           IF CMST-OPEN
              CLOSE TRADCMST-FILE
           END-IF

           CLOSE SUSPENSE-FILE
                 TRADCASH-FILE
                 TRADCJRN-FILE
                 RECEIPT-REPORT-FILE
                 TRADRNCT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.
