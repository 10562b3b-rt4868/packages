      * the risk desk, offline).  A breach rejects the trade with     *
      * its own RETURN-VALUE online and a SKIPPED line on TRADLORP    *
      * overnight - positions and cash are never touched.             *
      * A customer in a household (see HHLDREC.cpy) is also held to   *
      * the household's daily turnover cap, summed across every       *
      * member, once their own caps here are satisfied.               *
      *****************************************************************
       01 LIMIT-IO-BUFFER.
          03 LM-CUSTOMER               PIC X(60).
