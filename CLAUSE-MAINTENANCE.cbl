           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DOC TYPE - TENANCY, MOVEOUT, OR LEGAL: "
                   LINE 4 COLUMN 10
               DISPLAY "  OR HOWTORNT, EPC, GASSAFE, EICR"
                   LINE 18 COLUMN 10
               ACCEPT CLS-DOC-TYPE OF CANDIDATE-CLAUSE
                   LINE 4 COLUMN 51
               EVALUATE TRUE
                   WHEN CLS-IS-TENANCY OF CANDIDATE-CLAUSE
                   WHEN CLS-IS-MOVEOUT OF CANDIDATE-CLAUSE
                   WHEN CLS-IS-LEGAL OF CANDIDATE-CLAUSE
                   WHEN CLS-IS-PRESCRIBED OF CANDIDATE-CLAUSE
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "INVALID DOC TYPE - TRY AGAIN"
