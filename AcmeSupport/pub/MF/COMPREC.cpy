      * The day's conversion rate to base lives on TRADRATE - see
      * RATEREC.cpy.
          03 COMPANY-CURRENCY          PIC X(03).
      * Trading status, maintained through Comp_Maint.  A halt stops
      * trading and price moves until it is lifted; a delisting is
      * final - the delisting run (TRADERDL) cancels the company's
      * open orders and lists the holders left to be cashed out.
      * Blank reads as active, so the pre-status records trade on.
          03 COMPANY-STATUS            PIC X(01).
             88 COMPANY-ACTIVE         VALUE 'A' ' '.
             88 COMPANY-HALTED         VALUE 'H'.
             88 COMPANY-DELISTED       VALUE 'D'.
             88 COMPANY-STATUS-VALID   VALUE 'A' ' ' 'H' 'D'.
