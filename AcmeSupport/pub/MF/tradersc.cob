      * review, the TRADERAU mould.                                   *
      *                                                               *
      * Browses the TRADSECF security event file (failed sign-ons,    *
      * lockouts, unlocks, every User_Maint add / password / role     *
      * change and every Price_Update tick - see SECEVREC.cpy,        *
      * written by TRADERBL) for a date range and prints one line per *
      * event: when, which account, who caused it, what happened.     *
      * A change decided through Approval_Maint (a role grant, a      *
      * large withdrawal paid, a held change rejected) names the      *
      * checker as who caused it and gets a second line underneath    *
      * with the maker who asked for it, and when.                    *
      *                                                               *
      * The range comes from the TRADSEPM parameter file (one row,    *
      * "YYYY-MM-DD YYYY-MM-DD" from/to inclusive, the TRADAUPM       *
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ED-DETAIL                  PIC X(20).

       01 EVENT-MAKER-LINE.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FILLER                    PIC X(16)
                                        VALUE 'REQUESTED BY    '.
          03 EM-MAKER-USERID            PIC X(20).
          03 FILLER                    PIC X(04) VALUE ' AT '.
          03 EM-MAKER-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
                  MOVE 'PASSWORD CHANGE' TO ED-EVENT
             WHEN SE-EVENT-IS-ROLE
                  MOVE 'ROLE CHANGE    ' TO ED-EVENT
             WHEN SE-EVENT-IS-PRICE-TICK
                  MOVE 'PRICE TICK     ' TO ED-EVENT
             WHEN SE-EVENT-IS-WITHDRAWAL
                  MOVE 'WITHDRAWAL PAID' TO ED-EVENT
             WHEN SE-EVENT-IS-REJECTION
                  MOVE 'CHANGE REJECTED' TO ED-EVENT
             WHEN OTHER
                  MOVE SE-EVENT-TYPE TO ED-EVENT
           END-EVALUATE
           MOVE SE-DETAIL TO ED-DETAIL
           MOVE EVENT-DETAIL-LINE TO EVENT-REPORT-LINE
           WRITE EVENT-REPORT-LINE
           IF SE-MAKER-USERID NOT = SPACES
              MOVE SE-MAKER-USERID(1:20) TO EM-MAKER-USERID
              MOVE SE-MAKER-TIMESTAMP    TO EM-MAKER-TIMESTAMP
              MOVE EVENT-MAKER-LINE TO EVENT-REPORT-LINE
              WRITE EVENT-REPORT-LINE
           END-IF
           ADD 1 TO EVENTS-REPORTED
           .
       WRITE-EVENT-DETAIL-LINE-EXIT.
