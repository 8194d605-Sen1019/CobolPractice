       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-CREDENTIAL-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT CREDENTIAL-FILE ASSIGN TO "vendor_credential.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-CREDENTIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  CREDENTIAL-FILE.
           COPY VENDCREDREC.

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-CREDENTIAL-STATUS         PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-CRED-ON-FILE              PIC X.
           88  CRED-IS-ON-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-SUPERVISOR-ID             PIC X(8).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-CRED-COUNT                PIC 9(3).

       01  CRED-DETAIL-LINE.
           05  CDL-CRED-TYPE            PIC X(10).
           05  CDL-REFERENCE            PIC X(22).
           05  CDL-EXPIRY-DATE          PIC 9(8).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  CDL-REQUIRED             PIC X(10).
           05  CDL-STATE                PIC X(20).

       COPY VENDCREDREC REPLACING ==VENDOR-CREDENTIAL-RECORD==
           BY ==CANDIDATE-CREDENTIAL==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT VENDOR-MASTER.

           OPEN I-O CREDENTIAL-FILE.
           IF WS-CREDENTIAL-STATUS = "35"
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTRACTOR CREDENTIAL REGISTER"
               LINE 2 COLUMN 20.
           DISPLAY "1. ADD OR UPDATE A CREDENTIAL" LINE 4 COLUMN 10.
           DISPLAY "2. LIST A VENDOR'S CREDENTIALS" LINE 5 COLUMN 10.
           DISPLAY "3. RELEASE PAYMENTS HELD FOR LAPSED INSURANCE"
               LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-CREDENTIAL
               WHEN "2"
                   PERFORM E-100-LIST-CREDENTIALS
               WHEN "3"
                   PERFORM F-100-RELEASE-HELD-PAYMENTS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   CREDENTIAL MAINTENANCE -- the same select-key-then-prompt
      *>   shape as COMPLIANCE-MAINTENANCE's certificate screen, keyed
      *>   by vendor plus credential type.  A renewal is keyed over
      *>   the credential already on file.
      *>   ---------------------------------------------------------
       D-100-MAINTAIN-CREDENTIAL.
           PERFORM D-110-SELECT-VENDOR-AND-TYPE.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-CREDENTIAL-FIELDS
               PERFORM D-300-SAVE-CREDENTIAL
           END-IF.

       D-110-SELECT-VENDOR-AND-TYPE.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTRACTOR CREDENTIAL" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-VENDOR.
           IF ENTRY-IS-OK
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY
                       "TYPE - PUBLIAB, GASSAFE, ELECCERT: "
                       LINE 5 COLUMN 10
                   ACCEPT VCR-CRED-TYPE OF CANDIDATE-CREDENTIAL
                       LINE 5 COLUMN 46
                   EVALUATE TRUE
                       WHEN VCR-IS-LIABILITY-INS OF CANDIDATE-CREDENTIAL
                       WHEN VCR-IS-GAS-SAFE OF CANDIDATE-CREDENTIAL
                       WHEN VCR-IS-ELECTRICAL OF CANDIDATE-CREDENTIAL
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "INVALID CREDENTIAL TYPE - TRY AGAIN"
                               LINE 14 COLUMN 10
                   END-EVALUATE
               END-PERFORM
               MOVE VEND-ID TO VCR-VEND-ID OF CANDIDATE-CREDENTIAL
               MOVE VCR-KEY OF CANDIDATE-CREDENTIAL TO VCR-KEY
                   OF VENDOR-CREDENTIAL-RECORD
               MOVE "N" TO SW-CRED-ON-FILE
               READ CREDENTIAL-FILE
                   INVALID KEY
                       INITIALIZE CANDIDATE-CREDENTIAL
                       MOVE VCR-KEY OF VENDOR-CREDENTIAL-RECORD
                           TO VCR-KEY OF CANDIDATE-CREDENTIAL
                   NOT INVALID KEY
                       MOVE VENDOR-CREDENTIAL-RECORD
                           TO CANDIDATE-CREDENTIAL
                       MOVE "Y" TO SW-CRED-ON-FILE
               END-READ
           END-IF.

       D-120-SELECT-VENDOR.
      *>   A credential may only be held against a vendor already on
      *>   the vendor master.
           DISPLAY "ENTER VENDOR ID: " LINE 4 COLUMN 10.
           ACCEPT VEND-ID LINE 4 COLUMN 30.
           READ VENDOR-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH VENDOR ON FILE" LINE 6 COLUMN 10
               NOT INVALID KEY
                   DISPLAY VEND-NAME LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

       D-200-PROMPT-CREDENTIAL-FIELDS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CREDENTIAL FOR " VCR-KEY OF CANDIDATE-CREDENTIAL
               LINE 2 COLUMN 10.
           PERFORM D-210-PROMPT-REFERENCE.
           PERFORM D-220-PROMPT-EXPIRY-DATE.
           PERFORM D-230-PROMPT-REQUIRED.

       D-210-PROMPT-REFERENCE.
           DISPLAY "REFERENCE / POLICY NO: " LINE 5 COLUMN 10.
           ACCEPT VCR-REFERENCE OF CANDIDATE-CREDENTIAL
               LINE 5 COLUMN 35.

       D-220-PROMPT-EXPIRY-DATE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "EXPIRY DATE (YYYYMMDD): " LINE 6 COLUMN 10
               ACCEPT VCR-EXPIRY-DATE OF CANDIDATE-CREDENTIAL
                   LINE 6 COLUMN 35
               IF VCR-EXPIRY-DATE OF CANDIDATE-CREDENTIAL > ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "EXPIRY DATE IS REQUIRED" LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

       D-230-PROMPT-REQUIRED.
      *>   Public liability insurance is required of every contractor
      *>   the agency sends into a property; the other credentials
      *>   only where the vendor's trade calls for them.
           IF VCR-IS-LIABILITY-INS OF CANDIDATE-CREDENTIAL
               MOVE "Y" TO VCR-REQUIRED-SWITCH OF CANDIDATE-CREDENTIAL
               DISPLAY "REQUIRED BEFORE WORK IS ASSIGNED: Y"
                   LINE 7 COLUMN 10
           ELSE
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "REQUIRED BEFORE WORK IS ASSIGNED (Y/N): "
                       LINE 7 COLUMN 10
                   ACCEPT VCR-REQUIRED-SWITCH OF CANDIDATE-CREDENTIAL
                       LINE 7 COLUMN 51
                   EVALUATE VCR-REQUIRED-SWITCH OF CANDIDATE-CREDENTIAL
                       WHEN "Y" WHEN "N"
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN "y"
                           MOVE "Y" TO VCR-REQUIRED-SWITCH
                               OF CANDIDATE-CREDENTIAL
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN "n"
                           MOVE "N" TO VCR-REQUIRED-SWITCH
                               OF CANDIDATE-CREDENTIAL
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "ANSWER Y OR N - TRY AGAIN"
                               LINE 14 COLUMN 10
                   END-EVALUATE
               END-PERFORM
           END-IF.

       D-300-SAVE-CREDENTIAL.
      *>   D-110 already settled whether this credential exists;
      *>   re-reading here would reload the stored record over the
      *>   renewal just keyed into CANDIDATE-CREDENTIAL.
           MOVE CANDIDATE-CREDENTIAL TO VENDOR-CREDENTIAL-RECORD
           IF CRED-IS-ON-FILE
               REWRITE VENDOR-CREDENTIAL-RECORD
           ELSE
               WRITE VENDOR-CREDENTIAL-RECORD
           END-IF.
           DISPLAY "CREDENTIAL SAVED FOR "
               VCR-KEY OF VENDOR-CREDENTIAL-RECORD LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   LIST -- every credential on file for one vendor, with
      *>   whether it is current today.
      *>   ---------------------------------------------------------
       E-100-LIST-CREDENTIALS.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTRACTOR CREDENTIALS" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-VENDOR.
           IF ENTRY-IS-OK
               DISPLAY "TYPE      REFERENCE             EXPIRES"
                   LINE 6 COLUMN 4
               DISPLAY "REQUIRED  STATUS" LINE 6 COLUMN 47
               MOVE 7 TO WS-LINE-NO
               MOVE ZERO TO WS-CRED-COUNT
               MOVE VEND-ID TO VCR-VEND-ID OF VENDOR-CREDENTIAL-RECORD
               MOVE LOW-VALUES TO VCR-CRED-TYPE
                                        OF VENDOR-CREDENTIAL-RECORD
               START CREDENTIAL-FILE KEY IS NOT LESS THAN
                   VCR-KEY OF VENDOR-CREDENTIAL-RECORD
                   INVALID KEY
                       MOVE "10" TO WS-CREDENTIAL-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-CREDENTIAL-STATUS
               END-START
               PERFORM E-110-SHOW-ONE-CREDENTIAL
                   UNTIL WS-CREDENTIAL-STATUS NOT = "00"
                   AND WS-CREDENTIAL-STATUS NOT = "02"
               IF WS-CRED-COUNT = ZERO
                   DISPLAY "NO CREDENTIALS ON FILE FOR THIS VENDOR"
                       LINE 7 COLUMN 4
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-ONE-CREDENTIAL.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CREDENTIAL-STATUS
               NOT AT END
                   IF VCR-VEND-ID OF VENDOR-CREDENTIAL-RECORD
                           NOT = VEND-ID
                       MOVE "10" TO WS-CREDENTIAL-STATUS
                   ELSE
                       PERFORM E-120-FORMAT-CREDENTIAL
                       DISPLAY CRED-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-CRED-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

       E-120-FORMAT-CREDENTIAL.
           MOVE VCR-CRED-TYPE OF VENDOR-CREDENTIAL-RECORD
               TO CDL-CRED-TYPE
           MOVE VCR-REFERENCE OF VENDOR-CREDENTIAL-RECORD
               TO CDL-REFERENCE
           MOVE VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
               TO CDL-EXPIRY-DATE
           IF VCR-IS-REQUIRED OF VENDOR-CREDENTIAL-RECORD
               MOVE "YES" TO CDL-REQUIRED
           ELSE
               MOVE "NO" TO CDL-REQUIRED
           END-IF.
           IF VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
                   < WS-TODAY-DATE
               IF VCR-IS-LIABILITY-INS OF VENDOR-CREDENTIAL-RECORD
                   AND VCR-RELEASED-EXPIRY OF VENDOR-CREDENTIAL-RECORD
                       = VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
                   MOVE "LAPSED - PAY RELSD" TO CDL-STATE
               ELSE
                   MOVE "LAPSED" TO CDL-STATE
               END-IF
           ELSE
               MOVE "CURRENT" TO CDL-STATE
           END-IF.

      *>   ---------------------------------------------------------
      *>   RELEASE -- VENDOR-PAYMENT-RUN holds everything owed to a
      *>   vendor whose public liability insurance has lapsed.  A
      *>   supervisor who has seen the renewal in hand (or otherwise
      *>   accepts the risk) signs the release here, the same signed
      *>   confirmation FILE-LOCK-MAINTENANCE asks before a lock is
      *>   cleared.
      *>   ---------------------------------------------------------
       F-100-RELEASE-HELD-PAYMENTS.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RELEASE PAYMENTS HELD FOR LAPSED INSURANCE"
               LINE 2 COLUMN 15.
           PERFORM D-120-SELECT-VENDOR.
           IF ENTRY-IS-OK
               MOVE VEND-ID TO VCR-VEND-ID OF VENDOR-CREDENTIAL-RECORD
               MOVE "PUBLIAB" TO VCR-CRED-TYPE
                                        OF VENDOR-CREDENTIAL-RECORD
               READ CREDENTIAL-FILE
                   INVALID KEY
                       DISPLAY "NO INSURANCE ON FILE - NOTHING HELD"
                           LINE 6 COLUMN 10
                   NOT INVALID KEY
                       IF VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
                               NOT < WS-TODAY-DATE
                           DISPLAY "INSURANCE IS CURRENT - NOTHING HELD"
                               LINE 6 COLUMN 10
                       ELSE
                           PERFORM F-200-CONFIRM-RELEASE
                       END-IF
               END-READ
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-200-CONFIRM-RELEASE.
           DISPLAY "POLICY:   "
               VCR-REFERENCE OF VENDOR-CREDENTIAL-RECORD
               LINE 6 COLUMN 10.
           DISPLAY "LAPSED:   "
               VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
               LINE 7 COLUMN 10.
           IF VCR-RELEASED-EXPIRY OF VENDOR-CREDENTIAL-RECORD
                   = VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD
               DISPLAY "ALREADY RELEASED BY "
                   VCR-RELEASED-BY OF VENDOR-CREDENTIAL-RECORD
                   " ON " VCR-RELEASED-DATE OF VENDOR-CREDENTIAL-RECORD
                   LINE 8 COLUMN 10
           END-IF.
           DISPLAY "ENTER SUPERVISOR ID: " LINE 12 COLUMN 10.
           ACCEPT WS-SUPERVISOR-ID LINE 12 COLUMN 32.
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "SUPERVISOR ID REQUIRED - PAYMENTS STAY HELD"
                   LINE 14 COLUMN 10
           ELSE
               DISPLAY "RELEASE THIS VENDOR'S PAYMENTS (Y/N)? "
                   LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 49
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-SUPERVISOR-ID TO
                       VCR-RELEASED-BY OF VENDOR-CREDENTIAL-RECORD
                   MOVE WS-TODAY-DATE TO
                       VCR-RELEASED-DATE OF VENDOR-CREDENTIAL-RECORD
                   MOVE VCR-EXPIRY-DATE OF VENDOR-CREDENTIAL-RECORD TO
                       VCR-RELEASED-EXPIRY OF VENDOR-CREDENTIAL-RECORD
                   REWRITE VENDOR-CREDENTIAL-RECORD
                   DISPLAY "PAYMENTS RELEASED BY " WS-SUPERVISOR-ID
                       LINE 14 COLUMN 10
               ELSE
                   DISPLAY "PAYMENTS STAY HELD" LINE 14 COLUMN 10
               END-IF
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE VENDOR-MASTER.
           CLOSE CREDENTIAL-FILE.

       END PROGRAM VENDOR-CREDENTIAL-MAINTENANCE.
