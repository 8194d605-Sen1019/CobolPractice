           PERFORM D-220-PROMPT-FREQUENCY.
           PERFORM D-230-PROMPT-VENDOR.
           PERFORM D-240-PROMPT-LAST-DONE-DATE.
           PERFORM D-250-PROMPT-GAS-WORK.
           PERFORM D-260-PROMPT-ESTIMATED-COST.

       D-210-PROMPT-DESCRIPTION.
           MOVE SPACES TO PLM-DESCRIPTION OF CANDIDATE-TASK
           ACCEPT PLM-LAST-DONE-DATE OF CANDIDATE-TASK
               LINE 8 COLUMN 46.

       D-250-PROMPT-GAS-WORK.
      *>   A gas task is only ever raised to a vendor holding a
      *>   current Gas Safe registration.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "GAS WORK (Y/N): " LINE 9 COLUMN 10
               ACCEPT PLM-GAS-WORK-SWITCH OF CANDIDATE-TASK
                   LINE 9 COLUMN 27
               EVALUATE PLM-GAS-WORK-SWITCH OF CANDIDATE-TASK
                   WHEN "Y" WHEN "N"
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "y"
                       MOVE "Y" TO PLM-GAS-WORK-SWITCH OF CANDIDATE-TASK
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "n"
                       MOVE "N" TO PLM-GAS-WORK-SWITCH OF CANDIDATE-TASK
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER Y OR N - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.

       D-260-PROMPT-ESTIMATED-COST.
           DISPLAY "ESTIMATED COST PER VISIT (0 IF NOT KNOWN): "
               LINE 10 COLUMN 10.
           ACCEPT PLM-ESTIMATED-COST OF CANDIDATE-TASK
               LINE 10 COLUMN 54.

       D-300-SAVE-TASK.
      *>   D-110 already settled whether this task exists; re-reading
      *>   here would reload the stored record over what was just
