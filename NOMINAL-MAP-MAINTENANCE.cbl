           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               IF NOM-IS-RENT-LEDGER OF CANDIDATE-MAP
                   DISPLAY "ANCILLARY - (P)ARKING, PET RENT (A), "
                       "FURNITURE (H)IRE, (G)ARDEN, (O)THER"
                       LINE 12 COLUMN 10
                   DISPLAY "REPAIR RECHARGE - (D)AMAGE   "
                       "COMPLAINT COMPENSATION - (K)"
                       LINE 13 COLUMN 10
                   DISPLAY "CODE - (C)HARGE, (R)ECEIPT, (F)EE, "
                       "OR ANCILLARY: " LINE 5 COLUMN 10
                   ACCEPT NOM-CODE OF CANDIDATE-MAP LINE 5 COLUMN 60
                   EVALUATE NOM-CODE OF CANDIDATE-MAP
                       WHEN "C" WHEN "R" WHEN "F"
                       WHEN "P" WHEN "A" WHEN "H" WHEN "G" WHEN "O"
                       WHEN "D" WHEN "K"
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "INVALID CODE - TRY AGAIN"
                               LINE 14 COLUMN 10
                   END-EVALUATE
               ELSE
                   DISPLAY "INSURANCE CLAIM - (C)REDIT FROM INSURER"
                       LINE 12 COLUMN 10
                   DISPLAY "CODE - (I)NVOICE, (U)TILITY, "
                       "INSURA(N)CE, (F)EE, (T)ENANT RECHARGE: "
                       LINE 5 COLUMN 10
                   ACCEPT NOM-CODE OF CANDIDATE-MAP LINE 5 COLUMN 78
                   EVALUATE NOM-CODE OF CANDIDATE-MAP
                       WHEN "I" WHEN "U" WHEN "N" WHEN "F" WHEN "T"
                       WHEN "C"
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "INVALID CODE - TRY AGAIN"
