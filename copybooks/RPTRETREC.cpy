      *>----------------------------------------------------------------
      *> RPTRETREC.cpy
      *> Record layout for the report retention table, keyed by the
      *> report name as held on RPTGENREC.  A report with no record of
      *> its own takes the period on the DEFAULT record; with neither,
      *> or a period of zero, every generation is kept.
      *>----------------------------------------------------------------
       01  REPORT-RETENTION-RECORD.
           05  RRET-REPORT-NAME             PIC X(30).
           05  RRET-RETAIN-DAYS             PIC 9(4).
           05  RRET-UPDATED-BY              PIC X(8).
           05  RRET-UPDATED-DATE            PIC 9(8).
