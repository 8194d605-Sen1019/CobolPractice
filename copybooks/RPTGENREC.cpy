      *>----------------------------------------------------------------
      *> RPTGENREC.cpy
      *> Record layout for the report generation index, keyed by the
      *> report's name plus the timestamp the run started.  Every
      *> report run prints to a dated file of its own rather than
      *> overwriting the last run's, and writes one record here when
      *> it opens that file and rewrites it when the report is closed.
      *> REPORT-REPRINT finds and reprints any generation still held;
      *> the report's own next run removes generations older than the
      *> retention period held for it in RPTRETREC.
      *>----------------------------------------------------------------
       01  REPORT-GENERATION-RECORD.
           05  RGEN-KEY.
      *>       The report's print file name without its extension --
      *>       "rent_roll", "vat_analysis" and so on.
               10  RGEN-REPORT-NAME         PIC X(30).
               10  RGEN-RUN-TIMESTAMP       PIC X(14).
           05  RGEN-PROGRAM-ID              PIC X(26).
           05  RGEN-OPERATOR-ID             PIC X(8).
           05  RGEN-FILE-NAME               PIC X(60).
      *>   What the operator keyed to produce the report -- period,
      *>   branch, account and so on -- blank for a report that takes
      *>   no parameters.
           05  RGEN-PARAMETERS              PIC X(60).
      *>   The run-log entry (RUNLOGREC) for the same run.
           05  RGEN-RUNLOG-KEY              PIC X(40).
      *>   PRINTING is left behind by a run that never reached its
      *>   close; the file may be incomplete.
           05  RGEN-STATUS                  PIC X.
               88  RGEN-IS-PRINTING             VALUE "O".
               88  RGEN-IS-RETAINED             VALUE "R".
               88  RGEN-WAS-PURGED              VALUE "P".
           05  RGEN-PURGE-DATE              PIC 9(8).
