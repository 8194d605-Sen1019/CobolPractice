               LINE 5  COLUMN 10.
           DISPLAY "3. REPORTS"
               LINE 6  COLUMN 10.
           DISPLAY "4. DAILY SCHEDULED JOBS"
               LINE 7  COLUMN 10.
           DISPLAY "5. REGISTERS AND DIARIES"
               LINE 8  COLUMN 10.
           DISPLAY "X. EXIT"
               LINE 9  COLUMN 10.
           DISPLAY "ENTER CHOICE ->" LINE 10 COLUMN 10.
           ACCEPT WS-MENU-CHOICE LINE 10 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   MOVE "N" TO SW-SUBMENU-DONE
                   MOVE "N" TO SW-SUBMENU-DONE
                   PERFORM D-100-SHOW-REPORTS-MENU
                       UNTIL SUBMENU-IS-DONE
               WHEN "4"
                   MOVE "N" TO SW-SUBMENU-DONE
                   PERFORM E-100-SHOW-DAILY-MENU
                       UNTIL SUBMENU-IS-DONE
               WHEN "5"
                   MOVE "N" TO SW-SUBMENU-DONE
                   PERFORM F-100-SHOW-REGISTERS-MENU
                       UNTIL SUBMENU-IS-DONE
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   Two columns -- one column of screens no longer fits a
               LINE 13 COLUMN 42.
           DISPLAY "21. BATCH FILE LOCKS"
               LINE 14 COLUMN 42.
           DISPLAY "22. LEASE ENQUIRY"
               LINE 15 COLUMN 42.
           DISPLAY "23. TENANT NOTICES TO QUIT"
               LINE 16 COLUMN 42.
           DISPLAY "24. LEASE ANCILLARY CHARGES"
               LINE 14 COLUMN 4.
           DISPLAY "25. LEASE PARTIES AND OCCUPANTS"
               LINE 15 COLUMN 4.
           DISPLAY "26. BANK HOLIDAY CALENDAR"
               LINE 16 COLUMN 4.
           DISPLAY "27. BRANCHES AND OPERATORS"
               LINE 17 COLUMN 42.
           DISPLAY "28. REPORT RETENTION PERIODS"
               LINE 18 COLUMN 42.
           DISPLAY "X.  BACK TO MAIN MENU"
               LINE 17 COLUMN 4.
           DISPLAY "ENTER CHOICE ->" LINE 19 COLUMN 4.
                   CALL "REFERENCE-MAINTENANCE"
               WHEN "21"
                   CALL "FILE-LOCK-MAINTENANCE"
               WHEN "22"
                   CALL "LEASE-ENQUIRY"
               WHEN "23"
                   CALL "NOTICE-TO-QUIT-MAINTENANCE"
               WHEN "24"
                   CALL "ANCILLARY-CHARGE-MAINTENANCE"
               WHEN "25"
                   CALL "LEASE-PARTY-MAINTENANCE"
               WHEN "26"
                   CALL "BANK-HOLIDAY-MAINTENANCE"
               WHEN "27"
                   CALL "OPERATOR-MAINTENANCE"
               WHEN "28"
                   CALL "REPORT-RETENTION-MAINTENANCE"
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-SUBMENU-DONE
               WHEN OTHER
               LINE 19 COLUMN 42.
           DISPLAY "29. RUN RETENTION PURGE"
               LINE 20 COLUMN 42.
           DISPLAY "30. IMPORT CONTRACTOR INVOICES"
               LINE 16 COLUMN 4.
           DISPLAY "X.  BACK TO MAIN MENU"
               LINE 17 COLUMN 4.
           DISPLAY "ENTER CHOICE ->" LINE 19 COLUMN 4.
                   CALL "BALANCE-REBUILD"
               WHEN "29"
                   CALL "RETENTION-PURGE"
               WHEN "30"
                   CALL "CONTRACTOR-INVOICE-IMPORT"
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-SUBMENU-DONE
               WHEN OTHER
               LINE 11 COLUMN 42.
           DISPLAY "22. REFERENCE CHASE LIST"
               LINE 12 COLUMN 42.
           DISPLAY "23. CONTRACTOR LEAGUE TABLE"
               LINE 13 COLUMN 42.
           DISPLAY "24. CONTRACTOR CREDENTIAL EXPIRY"
               LINE 14 COLUMN 42.
           DISPLAY "25. OPEN BUILDING INSURANCE CLAIMS"
               LINE 15 COLUMN 42.
           DISPLAY "26. VIEWING CONVERSION"
               LINE 16 COLUMN 42.
           DISPLAY "27. KEYS OUTSTANDING"
               LINE 17 COLUMN 42.
           DISPLAY "28. LICENCE RENEWALS"
               LINE 18 COLUMN 42.
           DISPLAY "29. QUARTERLY COMPLAINTS ANALYSIS"
               LINE 19 COLUMN 42.
           DISPLAY "30. LANDLORD ID REFRESH DUE"
               LINE 20 COLUMN 42.
           DISPLAY "31. PAYEE BANK DETAIL CHANGES"
               LINE 21 COLUMN 42.
           DISPLAY "32. OWNER CASH-FLOW FORECAST"
               LINE 17 COLUMN 4.
           DISPLAY "33. DAILY TRANSACTION DAY-BOOK"
               LINE 18 COLUMN 4.
           DISPLAY "34. COURT ARREARS SCHEDULE"
               LINE 19 COLUMN 4.
           DISPLAY "35. REPRINT A PAST REPORT"
               LINE 20 COLUMN 4.
           DISPLAY "X.  BACK TO MAIN MENU"
               LINE 21 COLUMN 4.
           DISPLAY "ENTER CHOICE ->" LINE 22 COLUMN 4.
           ACCEPT WS-MENU-CHOICE LINE 22 COLUMN 21.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   CALL "RENT-ROLL-RPT"
                   CALL "INSPECTION-DIARY-RPT"
               WHEN "22"
                   CALL "REFERENCE-CHASE-RPT"
               WHEN "23"
                   CALL "WO-CONTRACTOR-LEAGUE-RPT"
               WHEN "24"
                   CALL "VENDOR-CRED-EXPIRY-RPT"
               WHEN "25"
                   CALL "BUILDING-CLAIM-OPEN-RPT"
               WHEN "26"
                   CALL "VIEWING-CONVERSION-RPT"
               WHEN "27"
                   CALL "KEY-OUTSTANDING-RPT"
               WHEN "28"
                   CALL "LICENCE-RENEWAL-RPT"
               WHEN "29"
                   CALL "COMPLAINT-ANALYSIS-RPT"
               WHEN "30"
                   CALL "LANDLORD-VERIFY-DUE-RPT"
               WHEN "31"
                   CALL "PAYEE-BANK-CHANGE-RPT"
               WHEN "32"
                   CALL "OWNER-CASHFLOW-FORECAST"
               WHEN "33"
                   CALL "DAY-BOOK-RPT"
               WHEN "34"
                   CALL "COURT-ARREARS-PACK"
               WHEN "35"
                   CALL "REPORT-REPRINT"
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-SUBMENU-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 23 COLUMN 4
           END-EVALUATE.

      *>   The jobs run once a day (overnight, or first thing) rather
      *>   than at month end -- kept apart from the posting menu so
      *>   the daily round is one screen worked top to bottom.
       E-100-SHOW-DAILY-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "DAILY SCHEDULED JOBS"
               LINE 2  COLUMN 20.
           DISPLAY "1.  ROLL EXPIRED LEASES TO PERIODIC"
               LINE 4  COLUMN 4.
           DISPLAY "2.  MOVE OUT TENANTS ON NOTICE DATE"
               LINE 5  COLUMN 4.
           DISPLAY "3.  RAISE TENANT REPAIR RECHARGES"
               LINE 6  COLUMN 4.
           DISPLAY "4.  WORK-ORDER TARGET BREACHES"
               LINE 7  COLUMN 4.
           DISPLAY "5.  RENT GUARANTEE DEADLINE ALERT"
               LINE 8  COLUMN 4.
           DISPLAY "6.  CHANGE OF OCCUPIER NOTICES"
               LINE 9  COLUMN 4.
           DISPLAY "7.  LETTINGS PORTAL LISTING FEED"
               LINE 10 COLUMN 4.
           DISPLAY "8.  VIEWING DIARY"
               LINE 11 COLUMN 4.
           DISPLAY "9.  TENANCY DOCUMENTS OUTSTANDING"
               LINE 12 COLUMN 4.
           DISPLAY "10. COMPLAINT STAGES OVERDUE"
               LINE 13 COLUMN 4.
           DISPLAY "11. CREDIT COMPLAINT COMPENSATION"
               LINE 14 COLUMN 4.
           DISPLAY "12. OPERATOR FOLLOW-UP WORKLIST"
               LINE 15 COLUMN 4.
           DISPLAY "X.  BACK TO MAIN MENU"
               LINE 18 COLUMN 4.
           DISPLAY "ENTER CHOICE ->" LINE 20 COLUMN 4.
           ACCEPT WS-MENU-CHOICE LINE 20 COLUMN 21.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   CALL "PERIODIC-ROLLOVER"
               WHEN "2"
                   CALL "NOTICE-MOVEOUT-RUN"
               WHEN "3"
                   CALL "TENANT-RECHARGE-RUN"
               WHEN "4"
                   CALL "WO-SLA-BREACH-RPT"
               WHEN "5"
                   CALL "RENT-GUARANTEE-ALERT-RUN"
               WHEN "6"
                   CALL "OCCUPIER-NOTICE-RUN"
               WHEN "7"
                   CALL "PORTAL-LISTING-FEED"
               WHEN "8"
                   CALL "VIEWING-DIARY-RPT"
               WHEN "9"
                   CALL "DOCS-OUTSTANDING-RPT"
               WHEN "10"
                   CALL "COMPLAINT-OVERDUE-RPT"
               WHEN "11"
                   CALL "COMPLAINT-COMP-RUN"
               WHEN "12"
                   CALL "FOLLOW-UP-WORKLIST-RPT"
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-SUBMENU-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 22 COLUMN 4
           END-EVALUATE.

      *>   The registers and diaries the office keys as things happen
      *>   -- credentials, viewings, keys, complaints and the like --
      *>   kept off the maintenance menu, which has no room left for
      *>   them, and grouped so the front desk has one screen to work
      *>   from.
       F-100-SHOW-REGISTERS-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REGISTERS AND DIARIES"
               LINE 2  COLUMN 20.
           DISPLAY "1.  CONTRACTOR CREDENTIALS"
               LINE 4  COLUMN 4.
           DISPLAY "2.  CONTRACTOR INVOICE REVIEW"
               LINE 5  COLUMN 4.
           DISPLAY "3.  RENT GUARANTEE POLICIES AND CLAIMS"
               LINE 6  COLUMN 4.
           DISPLAY "4.  BUILDING INSURANCE CLAIMS"
               LINE 7  COLUMN 4.
           DISPLAY "5.  PROPERTY COUNCIL AND SUPPLIERS"
               LINE 8  COLUMN 4.
           DISPLAY "6.  PROPERTY LISTING DETAILS"
               LINE 9  COLUMN 4.
           DISPLAY "7.  VIEWING APPOINTMENTS"
               LINE 10 COLUMN 4.
           DISPLAY "8.  KEY REGISTER"
               LINE 11 COLUMN 4.
           DISPLAY "9.  TENANCY DOCUMENTS SERVED"
               LINE 12 COLUMN 4.
           DISPLAY "10. COMPLAINTS REGISTER"
               LINE 13 COLUMN 4.
           DISPLAY "11. CONTACT NOTES AND FOLLOW-UPS"
               LINE 14 COLUMN 4.
           DISPLAY "12. LANDLORD IDENTITY VERIFICATION"
               LINE 15 COLUMN 4.
           DISPLAY "13. PAYEE BANK DETAIL CHANGES"
               LINE 16 COLUMN 4.
           DISPLAY "X.  BACK TO MAIN MENU"
               LINE 18 COLUMN 4.
           DISPLAY "ENTER CHOICE ->" LINE 20 COLUMN 4.
           ACCEPT WS-MENU-CHOICE LINE 20 COLUMN 21.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   CALL "VENDOR-CREDENTIAL-MAINTENANCE"
               WHEN "2"
                   CALL "CONTRACTOR-INVOICE-REVIEW"
               WHEN "3"
                   CALL "RENT-GUARANTEE-MAINTENANCE"
               WHEN "4"
                   CALL "BUILDING-CLAIM-MAINTENANCE"
               WHEN "5"
                   CALL "PROP-SUPPLIER-MAINTENANCE"
               WHEN "6"
                   CALL "PROP-LISTING-MAINTENANCE"
               WHEN "7"
                   CALL "VIEWING-MAINTENANCE"
               WHEN "8"
                   CALL "KEY-REGISTER-MAINTENANCE"
               WHEN "9"
                   CALL "DOCUMENT-SERVED-MAINTENANCE"
               WHEN "10"
                   CALL "COMPLAINT-MAINTENANCE"
               WHEN "11"
                   CALL "CONTACT-NOTE-MAINTENANCE"
               WHEN "12"
                   CALL "LANDLORD-VERIFY-MAINTENANCE"
               WHEN "13"
                   CALL "PAYEE-BANK-CHANGE-MAINTENANCE"
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-SUBMENU-DONE
               WHEN OTHER
