      * by Comp_Maint in TRADERBL - see AUDITREC.cpy) for a date      *
      * range and prints one line per maintenance action: when, which *
      * userid, which company, add or update, and the old and new     *
      * SHARE-VALUE / COMMISSION-BUY / COMMISSION-SELL / trading      *
      * status values (status A active, H halted, D delisted; blank   *
      * on an entry written before the status existed).               *
      *                                                               *
      * Comp_Maint changes are four-eyes, so the userid on the line   *
      * is the maker who asked for the change; an entry applied on    *
      * approval gets a second line underneath with when it was asked *
      * for and who approved it, when.                                *
      *                                                               *
      * The range comes from the TRADAUPM parameter file (one row,    *
      * "YYYY-MM-DD YYYY-MM-DD" from/to inclusive); with no parameter *
             05 AD-OLD-COMM-BUY        PIC X(03).
             05 FILLER                 PIC X(01) VALUE '/'.
             05 AD-OLD-COMM-SELL       PIC X(03).
             05 FILLER                 PIC X(01) VALUE '/'.
             05 AD-OLD-STATUS          PIC X(01).
          03 FILLER                    PIC X(04) VALUE ' -> '.
          03 AD-NEW-VALUES.
             05 AD-NEW-SHARE-VALUE     PIC X(08).
             05 AD-NEW-COMM-BUY        PIC X(03).
             05 FILLER                 PIC X(01) VALUE '/'.
             05 AD-NEW-COMM-SELL       PIC X(03).
             05 FILLER                 PIC X(01) VALUE '/'.
             05 AD-NEW-STATUS          PIC X(01).

       01 AUDIT-APPROVAL-LINE.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'REQUESTED '.
          03 AA-MAKER-TIMESTAMP         PIC X(19).
          03 FILLER                    PIC X(14)
                                        VALUE '  APPROVED BY '.
          03 AA-CHECKER-USERID          PIC X(20).
          03 FILLER                    PIC X(04) VALUE ' AT '.
          03 AA-CHECKER-TIMESTAMP       PIC X(19).

       PROCEDURE DIVISION.

           MOVE AU-NEW-SHARE-VALUE     TO AD-NEW-SHARE-VALUE
           MOVE AU-NEW-COMMISSION-BUY  TO AD-NEW-COMM-BUY
           MOVE AU-NEW-COMMISSION-SELL TO AD-NEW-COMM-SELL
           MOVE AU-OLD-STATUS          TO AD-OLD-STATUS
           MOVE AU-NEW-STATUS          TO AD-NEW-STATUS
           MOVE AUDIT-DETAIL-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF AU-CHECKER-USERID NOT = SPACES
              MOVE AU-MAKER-TIMESTAMP      TO AA-MAKER-TIMESTAMP
              MOVE AU-CHECKER-USERID(1:20) TO AA-CHECKER-USERID
              MOVE AU-CHECKER-TIMESTAMP    TO AA-CHECKER-TIMESTAMP
              MOVE AUDIT-APPROVAL-LINE TO AUDIT-REPORT-LINE
              WRITE AUDIT-REPORT-LINE
           END-IF
           ADD 1 TO ACTIONS-REPORTED
           .
       WRITE-AUDIT-DETAIL-LINE-EXIT.
