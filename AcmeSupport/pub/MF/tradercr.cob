      *                                                               *
      * The TRADCRRP report ends with the same in-balance /           *
      * breaks-found certification line TRADRCRP carries, so ops can  *
      * sign the cash off each morning alongside the positions.  A    *
      * break is put right by a TRADERFR forward-recovery run.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
