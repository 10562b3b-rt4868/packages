
       01 NIGHT-JOB-TABLE.
          03 FILLER                    PIC X(10) VALUE 'TRADERFD  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERBR  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERSE  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERFL  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERDL  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERBO  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERIP  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERLO  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERCL  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERSN  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERBP  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERRG  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERSV  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERVL  '.
          03 FILLER                    PIC X(10) VALUE 'TRADERGE  '.
       01 NIGHT-JOB-LIST REDEFINES NIGHT-JOB-TABLE.
          03 NIGHT-JOB-NAME            PIC X(10) OCCURS 15 TIMES
                                       INDEXED BY NIGHT-JOB-IDX.

       01 SUMMARY-DETAIL-LINE.
      *****************************************************************
       SUMMARIZE-NIGHT-JOBS SECTION.
           PERFORM VARYING NIGHT-JOB-IDX FROM 1 BY 1
                   UNTIL NIGHT-JOB-IDX > 15
              PERFORM SUMMARIZE-ONE-JOB
           END-PERFORM
           .
