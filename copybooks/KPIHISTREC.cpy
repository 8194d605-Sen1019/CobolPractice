      *> KPIHISTREC.cpy
      *> Record layout for the monthly management KPI history, keyed
      *> by period plus landlord -- one row per landlord per month
      *> plus a whole-portfolio row under the reserved id "*ALL*" and
      *> one row per branch office under "*B" plus the branch code.
      *> KPI-PACK-RUN writes (or on a rerun rewrites) these and reads
      *> the portfolio rows (or, on a one-branch run, that branch's
      *> rows) back to print the twelve-month trend.
      *>----------------------------------------------------------------
       01  KPI-HISTORY-RECORD.
           05  KPI-KEY.
