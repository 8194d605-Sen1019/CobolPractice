                   MOVE 5 TO CTL-CONFIRM-COUNTDOWN
                   MOVE 2026 TO CTL-CURRENT-TAX-YEAR
                   MOVE 20 TO CTL-VAT-RATE
                   MOVE 14 TO CTL-RECHARGE-DISPUTE-DAYS
                   MOVE 4 TO CTL-EMERGENCY-ATTEND-HRS
                   MOVE 24 TO CTL-EMERGENCY-COMPLETE-HRS
                   MOVE 24 TO CTL-URGENT-ATTEND-HRS
                   MOVE 120 TO CTL-URGENT-COMPLETE-HRS
                   MOVE 120 TO CTL-ROUTINE-ATTEND-HRS
                   MOVE 672 TO CTL-ROUTINE-COMPLETE-HRS
                   MOVE 5 TO CTL-INVOICE-TOLERANCE-PCT
                   MOVE 14 TO CTL-RGI-WARNING-DAYS
                   MOVE 3 TO CTL-COMPLAINT-ACK-DAYS
                   MOVE 56 TO CTL-COMPLAINT-RESPONSE-DAYS
                   MOVE 36 TO CTL-ID-REFRESH-MONTHS
                   MOVE 5 TO CTL-BANK-COOLING-DAYS
                   MOVE 3 TO CTL-LATE-FEE-GRACE-DAYS
           END-READ.

       B-200-PROMPT-PARAMETER-FIELDS.
      *>   off rather than being a keying error.
           DISPLAY "STANDARD VAT RATE (PCT): " LINE 10 COLUMN 10.
           ACCEPT CTL-VAT-RATE LINE 10 COLUMN 36.
      *>   Zero is allowed -- a recharge is then raised by the next
      *>   recharge run with no window at all.
           DISPLAY "RECHARGE DISPUTE WINDOW (DAYS): " LINE 11 COLUMN 10.
           ACCEPT CTL-RECHARGE-DISPUTE-DAYS LINE 11 COLUMN 43.
      *>   Work-order response targets, one row per priority.
           DISPLAY "EMERGENCY - ATTEND WITHIN (HRS): "
               LINE 12 COLUMN 10.
           ACCEPT CTL-EMERGENCY-ATTEND-HRS LINE 12 COLUMN 44.
           DISPLAY "COMPLETE WITHIN: " LINE 12 COLUMN 50.
           ACCEPT CTL-EMERGENCY-COMPLETE-HRS LINE 12 COLUMN 68.
           DISPLAY "URGENT    - ATTEND WITHIN (HRS): "
               LINE 13 COLUMN 10.
           ACCEPT CTL-URGENT-ATTEND-HRS LINE 13 COLUMN 44.
           DISPLAY "COMPLETE WITHIN: " LINE 13 COLUMN 50.
           ACCEPT CTL-URGENT-COMPLETE-HRS LINE 13 COLUMN 68.
           DISPLAY "ROUTINE   - ATTEND WITHIN (HRS): "
               LINE 14 COLUMN 10.
           ACCEPT CTL-ROUTINE-ATTEND-HRS LINE 14 COLUMN 44.
           DISPLAY "COMPLETE WITHIN: " LINE 14 COLUMN 50.
           ACCEPT CTL-ROUTINE-COMPLETE-HRS LINE 14 COLUMN 68.
           DISPLAY "INVOICE TOLERANCE OVER ESTIMATE (PCT): "
               LINE 15 COLUMN 10.
           ACCEPT CTL-INVOICE-TOLERANCE-PCT LINE 15 COLUMN 50.
           DISPLAY "RENT GUARANTEE DEADLINE WARNING (DAYS): "
               LINE 16 COLUMN 10.
           ACCEPT CTL-RGI-WARNING-DAYS LINE 16 COLUMN 50.
           DISPLAY "COMPLAINTS - ACKNOWLEDGE WITHIN (DAYS): "
               LINE 17 COLUMN 10.
           ACCEPT CTL-COMPLAINT-ACK-DAYS LINE 17 COLUMN 50.
           DISPLAY "RESPOND WITHIN: " LINE 17 COLUMN 55.
           ACCEPT CTL-COMPLAINT-RESPONSE-DAYS LINE 17 COLUMN 72.
           DISPLAY "LANDLORD ID VERIFICATION REFRESH (MONTHS): "
               LINE 18 COLUMN 10.
           ACCEPT CTL-ID-REFRESH-MONTHS LINE 18 COLUMN 54.
           DISPLAY "PAYEE BANK CHANGE COOLING-OFF (DAYS): "
               LINE 19 COLUMN 10.
           ACCEPT CTL-BANK-COOLING-DAYS LINE 19 COLUMN 50.
      *>   Zero is allowed -- a fee can then be charged on the first
      *>   run after the rent day itself.
           DISPLAY "FEE GRACE (WORK DAYS): " LINE 19 COLUMN 55.
           ACCEPT CTL-LATE-FEE-GRACE-DAYS LINE 19 COLUMN 78.

       B-210-PROMPT-FEE-BASIS.
           DISPLAY "DEFAULT LATE FEE TYPE - (F)LAT OR (P)ERCENT: "
                   MOVE "Y" TO SW-ENTRY-OK
               WHEN OTHER
                   DISPLAY "TYPE MUST BE F OR P - TRY AGAIN"
                       LINE 20 COLUMN 10
           END-EVALUATE.

       B-220-PROMPT-ESCALATION-BASIS.
                   MOVE "Y" TO SW-ENTRY-OK
               WHEN OTHER
                   DISPLAY "TYPE MUST BE F OR P - TRY AGAIN"
                       LINE 20 COLUMN 10
           END-EVALUATE.

       B-230-PROMPT-CONFIRM-COUNTDOWN.
               MOVE "Y" TO SW-ENTRY-OK
           ELSE
               DISPLAY "COUNTDOWN MUST BE 1-9 - TRY AGAIN"
                   LINE 20 COLUMN 10
           END-IF.

       B-300-SAVE-PARAMETERS.
               WRITE CONTROL-RECORD
           END-IF.
           DISPLAY "SYSTEM CONTROL PARAMETERS SAVED"
               LINE 21 COLUMN 10.

       C-100-CLOSE-FILES.
           CLOSE CONTROL-FILE.
