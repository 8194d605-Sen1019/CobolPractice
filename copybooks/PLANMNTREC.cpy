           05  PLM-VENDOR-ID                 PIC X(6).
           05  PLM-LAST-DONE-DATE            PIC 9(8).
           05  PLM-LAST-RAISED-DATE          PIC 9(8).
      *>   Carried onto each work order the task raises.
           05  PLM-GAS-WORK-SWITCH           PIC X.
               88  PLM-IS-GAS-WORK               VALUE "Y".
      *>   What one visit is expected to cost -- carried onto each work
      *>   order the task raises as its estimate, and used by the owner
      *>   cash-flow forecast for visits not yet raised.  Zero when not
      *>   known; the forecast then falls back to the task's last
      *>   completed cost.
           05  PLM-ESTIMATED-COST            PIC 9(6)V99.
