      *****************************************************************
      * REGREC - regulatory transaction report record, the fixed      *
      * format of the TRADRGSB submission file TRADERRG writes every  *
      * night and of the TRADRGAK acknowledgement file the regulator  *
      * returns for it.  One 'D' row per reportable event on the      *
      * blotter, closed off with a 'T' trailer carrying the counts    *
      * and the consideration total.                                  *
      *                                                               *
      * RG-ACTION 'N' reports a new trade (a 'B'/'S' fill); 'C'        *
      * cancels one already reported, for a trade bust ('X' entry) -  *
      * RG-CANCELLED-REF then names the original fill.  RG-TRADE-REF  *
      * is the blotter key of the entry itself, unique per event, and *
      * is how the regulator's acknowledgement is tied back.          *
      * RG-SUBMISSION-TYPE 'R' marks a row being sent again after     *
      * the regulator rejected it; RG-SUBMIT-DATE is the date of the  *
      * file a row went out in.                                       *
      *                                                               *
      * On the acknowledgement file every row comes back as sent,     *
      * with RG-ACK-STATUS set 'A' (accepted) or 'R' (rejected) and   *
      * the regulator's reason in RG-REJECT-REASON; both are blank    *
      * on the submission.                                            *
      *****************************************************************
       01 REG-REPORT-RECORD.
          03 RG-RECORD-TYPE            PIC X(01).
             88 RG-IS-TRANSACTION      VALUE 'D'.
             88 RG-IS-TRAILER          VALUE 'T'.
          03 RG-TRANSACTION-DETAIL.
             05 RG-ACTION              PIC X(01).
                88 RG-ACTION-NEW       VALUE 'N'.
                88 RG-ACTION-CANCEL    VALUE 'C'.
             05 RG-SUBMISSION-TYPE     PIC X(01).
                88 RG-IS-ORIGINAL      VALUE 'O'.
                88 RG-IS-RESUBMISSION  VALUE 'R'.
             05 RG-SUBMIT-DATE         PIC X(10).
             05 RG-TRADE-REF.
                07 RG-REF-CUSTOMER     PIC X(60).
                07 RG-REF-TIMESTAMP    PIC X(19).
                07 RG-REF-SEQ          PIC 9(03).
             05 RG-CANCELLED-REF.
                07 RG-CXL-TIMESTAMP    PIC X(19).
                07 RG-CXL-SEQ          PIC 9(03).
             05 RG-TRADE-DATE          PIC X(10).
             05 RG-TRADE-TIME          PIC X(08).
             05 RG-BUY-SELL            PIC X(01).
             05 RG-INSTRUMENT          PIC X(20).
             05 RG-QUANTITY            PIC 9(06).
             05 RG-PRICE               PIC 9(05)V99.
             05 RG-CURRENCY            PIC X(03).
             05 RG-CONSIDERATION       PIC 9(11)V99.
             05 RG-CLIENT-TAX-REF      PIC X(15).
             05 RG-CLIENT-NAME         PIC X(40).
             05 RG-EXECUTED-BY         PIC X(08).
             05 RG-ACK-STATUS          PIC X(01).
                88 RG-ACK-ACCEPTED     VALUE 'A'.
                88 RG-ACK-REJECTED     VALUE 'R'.
             05 RG-REJECT-REASON       PIC X(40).
          03 RG-TRAILER-DETAIL REDEFINES RG-TRANSACTION-DETAIL.
             05 RG-TRL-FILE-DATE       PIC X(10).
             05 RG-TRL-RECORD-COUNT    PIC 9(07).
             05 RG-TRL-NEW-COUNT       PIC 9(07).
             05 RG-TRL-RESUBMIT-COUNT  PIC 9(07).
             05 RG-TRL-CONSIDERATION   PIC 9(15)V99.
             05 FILLER                 PIC X(240).
