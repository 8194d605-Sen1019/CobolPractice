               88  RUNLOG-IS-RUNNING            VALUE "RUNNING".
               88  RUNLOG-IS-COMPLETE           VALUE "COMPLETE".
               88  RUNLOG-WAS-CANCELLED         VALUE "CANCELLD".
      *>   The posting batch (POSTBATREC) issued to the run -- zero
      *>   for a job that posts nothing.
           05  RUNLOG-BATCH-NUMBER          PIC 9(8).
