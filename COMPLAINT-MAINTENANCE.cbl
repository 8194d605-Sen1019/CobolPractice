       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMPL-ID
               ALTERNATE RECORD KEY IS CMPL-LANDLORD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT LEASE-MASTER ASSIGN TO "lease_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-NUMBER
               ALTERNATE RECORD KEY IS LEASE-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT1-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT2-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
           COPY COMPLAINTREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS          PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-MAX-SEQUENCE              PIC 9(5).
       01  WS-LINE-NO                   PIC 99.
       01  WS-ENTRY-COUNT               PIC 9(5).
       01  WS-ACK-DAYS                  PIC 9(3).
       01  WS-RESPONSE-DAYS             PIC 9(3).
       01  WS-STAGE-DATE                PIC 9(8).

       01  COMPLAINT-LIST-LINE.
           05  CLL-ID                   PIC X(8).
           05  CLL-RECEIVED-DATE        PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLL-CATEGORY             PIC X(6).
           05  CLL-HANDLER              PIC X(10).
           05  CLL-STAGE                PIC X(12).
           05  CLL-DUE-DATE             PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLL-OVERDUE              PIC X(7).

       COPY COMPLAINTREC REPLACING ==COMPLAINT-RECORD==
           BY ==CANDIDATE-COMPLAINT==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-050-CHECK-FILE-LOCKS.
           IF A-FILE-IS-LOCKED
               DISPLAY "TRY AGAIN WHEN THE BATCH RUN HAS FINISHED"
           ELSE
               PERFORM A-100-OPEN-FILES
               MOVE "N" TO SW-DONE
               PERFORM B-100-SHOW-MENU
                   UNTIL MAINTENANCE-IS-DONE
               PERFORM C-100-CLOSE-FILES
           END-IF.
           STOP RUN.

       A-050-CHECK-FILE-LOCKS.
      *>   The compensation run and the owner disbursement both
      *>   rewrite complaint records as they post compensation; a
      *>   stage keyed on top of that could lose the posting stamp.
           MOVE "N" TO SW-FILE-LOCKED
           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.
           MOVE "complaint.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-060-CHECK-ONE-LOCK.
           CLOSE FILE-LOCK-FILE.

       A-060-CHECK-ONE-LOCK.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-FILE-LOCKED
                   DISPLAY "FILE " FLCK-FILE-NAME " IS HELD BY "
                       FLCK-PROGRAM-ID " SINCE " FLCK-START-TIMESTAMP
           END-READ.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN I-O COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF.

           OPEN INPUT TENANT-MASTER.
           OPEN INPUT LANDLORD-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT LEASE-MASTER.

      *>   The redress-scheme deadlines come from the control record.
      *>   None on file yet, or one saved before the deadlines were
      *>   kept there, gets the defaults SYSTEM-CONTROL-MAINTENANCE
      *>   would offer.
           MOVE 3  TO WS-ACK-DAYS
           MOVE 56 TO WS-RESPONSE-DAYS
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE "1" TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-COMPLAINT-ACK-DAYS > ZERO
                           MOVE CTL-COMPLAINT-ACK-DAYS TO WS-ACK-DAYS
                       END-IF
                       IF CTL-COMPLAINT-RESPONSE-DAYS > ZERO
                           MOVE CTL-COMPLAINT-RESPONSE-DAYS
                               TO WS-RESPONSE-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "COMPLAINTS REGISTER" LINE 2 COLUMN 20.
           DISPLAY "1. LOG A NEW COMPLAINT"           LINE 4 COLUMN 10.
           DISPLAY "2. RECORD A COMPLAINT STAGE"      LINE 5 COLUMN 10.
           DISPLAY "3. LIST LIVE COMPLAINTS"          LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-LOG-COMPLAINT
               WHEN "2"
                   PERFORM E-100-RECORD-STAGE
               WHEN "3"
                   PERFORM F-100-LIST-LIVE-COMPLAINTS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   LOG -- who complained, what it concerns, the category,
      *>   when it came in and who is handling it.  Both redress
      *>   deadlines are set here from the date received.
      *>   ---------------------------------------------------------
       D-100-LOG-COMPLAINT.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LOG A NEW COMPLAINT" LINE 2 COLUMN 25.
           INITIALIZE CANDIDATE-COMPLAINT
           PERFORM D-200-PROMPT-COMPLAINANT.
           IF ENTRY-IS-OK
               PERFORM D-300-PROMPT-SUBJECT
           END-IF.
           IF ENTRY-IS-OK
               PERFORM D-400-PROMPT-DETAILS
               COMPUTE CMPL-ACK-DUE-DATE OF CANDIDATE-COMPLAINT =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (CMPL-RECEIVED-DATE OF CANDIDATE-COMPLAINT)
                        + WS-ACK-DAYS)
               COMPUTE CMPL-RESPONSE-DUE-DATE OF CANDIDATE-COMPLAINT =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (CMPL-RECEIVED-DATE OF CANDIDATE-COMPLAINT)
                        + WS-RESPONSE-DAYS)
               DISPLAY "ACKNOWLEDGE BY "
                   CMPL-ACK-DUE-DATE OF CANDIDATE-COMPLAINT
                   "   FINAL RESPONSE BY "
                   CMPL-RESPONSE-DUE-DATE OF CANDIDATE-COMPLAINT
                   LINE 12 COLUMN 10
               DISPLAY "LOG THIS COMPLAINT (Y/N)? " LINE 15 COLUMN 10
               ACCEPT WS-CONFIRM LINE 15 COLUMN 37
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM D-500-SAVE-COMPLAINT
               ELSE
                   DISPLAY "NOT LOGGED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-PROMPT-COMPLAINANT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "COMPLAINANT - (T)ENANT, (L)ANDLORD, (O)THER: "
                   LINE 4 COLUMN 10
               ACCEPT CMPL-COMPLAINANT-TYPE OF CANDIDATE-COMPLAINT
                   LINE 4 COLUMN 56
               IF CMPL-COMPLAINANT-IS-VALID OF CANDIDATE-COMPLAINT
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER T, L OR O - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           EVALUATE TRUE
               WHEN CMPL-FROM-TENANT OF CANDIDATE-COMPLAINT
                   DISPLAY "TENANT ID: " LINE 5 COLUMN 10
                   ACCEPT TENANT-ID LINE 5 COLUMN 32
                   READ TENANT-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH TENANT ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY TENANT-NAME LINE 5 COLUMN 42
                           MOVE TENANT-ID TO
                               CMPL-TENANT-ID OF CANDIDATE-COMPLAINT
                           MOVE TENANT-NAME TO
                               CMPL-COMPLAINANT-NAME
                                   OF CANDIDATE-COMPLAINT
                           MOVE "Y" TO SW-ENTRY-OK
                   END-READ
               WHEN CMPL-FROM-LANDLORD OF CANDIDATE-COMPLAINT
                   DISPLAY "LANDLORD ID: " LINE 5 COLUMN 10
                   ACCEPT LANDLORD-ID LINE 5 COLUMN 32
                   READ LANDLORD-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH LANDLORD ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY LANDLORD-NAME LINE 5 COLUMN 42
                           MOVE LANDLORD-ID TO
                               CMPL-LANDLORD-ID OF CANDIDATE-COMPLAINT
                           MOVE LANDLORD-NAME TO
                               CMPL-COMPLAINANT-NAME
                                   OF CANDIDATE-COMPLAINT
                           MOVE "Y" TO SW-ENTRY-OK
                   END-READ
               WHEN OTHER
                   PERFORM UNTIL ENTRY-IS-OK
                       DISPLAY "COMPLAINANT NAME: " LINE 5 COLUMN 10
                       ACCEPT CMPL-COMPLAINANT-NAME
                           OF CANDIDATE-COMPLAINT LINE 5 COLUMN 32
                       IF CMPL-COMPLAINANT-NAME OF CANDIDATE-COMPLAINT
                               = SPACES
                           DISPLAY "NAME IS REQUIRED"
                               LINE 14 COLUMN 10
                       ELSE
                           MOVE "Y" TO SW-ENTRY-OK
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       D-300-PROMPT-SUBJECT.
      *>   A lease, when given, settles the property; the property
      *>   settles the landlord.  A complaint about the office in
      *>   general may name neither.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "LEASE NUMBER (BLANK IF NONE): " LINE 6 COLUMN 10.
           ACCEPT CMPL-LEASE-NUMBER OF CANDIDATE-COMPLAINT
               LINE 6 COLUMN 42.
           IF CMPL-LEASE-NUMBER OF CANDIDATE-COMPLAINT = SPACES
               DISPLAY "PROPERTY ID (BLANK IF NONE): "
                   LINE 7 COLUMN 10
               ACCEPT CMPL-PROP-ID OF CANDIDATE-COMPLAINT
                   LINE 7 COLUMN 42
               MOVE "Y" TO SW-ENTRY-OK
           ELSE
               MOVE CMPL-LEASE-NUMBER OF CANDIDATE-COMPLAINT
                   TO LEASE-NUMBER
               READ LEASE-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH LEASE ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       MOVE LEASE-PROP-ID
                           TO CMPL-PROP-ID OF CANDIDATE-COMPLAINT
                       DISPLAY "PROPERTY ID: " LINE 7 COLUMN 10
                       DISPLAY LEASE-PROP-ID LINE 7 COLUMN 42
                       MOVE "Y" TO SW-ENTRY-OK
                       IF CMPL-FROM-TENANT OF CANDIDATE-COMPLAINT
                           AND LEASE-TENANT1-ID NOT =
                               CMPL-TENANT-ID OF CANDIDATE-COMPLAINT
                           AND LEASE-TENANT2-ID NOT =
                               CMPL-TENANT-ID OF CANDIDATE-COMPLAINT
                           DISPLAY "WARNING - TENANT IS NOT A PARTY "
                               "TO THIS LEASE" LINE 13 COLUMN 10
                       END-IF
               END-READ
           END-IF.
           IF ENTRY-IS-OK
               AND CMPL-PROP-ID OF CANDIDATE-COMPLAINT NOT = SPACES
               MOVE CMPL-PROP-ID OF CANDIDATE-COMPLAINT TO PROP-ID
               READ PROPERTY-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH PROPERTY ON FILE"
                           LINE 14 COLUMN 10
                       MOVE "N" TO SW-ENTRY-OK
                   NOT INVALID KEY
                       DISPLAY PROP-STREET LINE 7 COLUMN 50
                       PERFORM D-310-SET-LANDLORD
               END-READ
           END-IF.

       D-310-SET-LANDLORD.
           IF CMPL-FROM-LANDLORD OF CANDIDATE-COMPLAINT
               IF PROP-OWNER-ID NOT =
                       CMPL-LANDLORD-ID OF CANDIDATE-COMPLAINT
                   DISPLAY "WARNING - PROPERTY IS OWNED BY LANDLORD "
                       PROP-OWNER-ID LINE 13 COLUMN 10
               END-IF
           ELSE
               MOVE PROP-OWNER-ID
                   TO CMPL-LANDLORD-ID OF CANDIDATE-COMPLAINT
           END-IF.

       D-400-PROMPT-DETAILS.
           DISPLAY "CATEGORIES: MGMT REPR MONY LETS DEPO FEES STAF "
               "COMM OTHR" LINE 18 COLUMN 10.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "CATEGORY: " LINE 8 COLUMN 10
               ACCEPT CMPL-CATEGORY OF CANDIDATE-COMPLAINT
                   LINE 8 COLUMN 42
               IF CMPL-CATEGORY-IS-VALID OF CANDIDATE-COMPLAINT
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "INVALID CATEGORY - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DATE RECEIVED (YYYYMMDD): " LINE 9 COLUMN 10
               ACCEPT CMPL-RECEIVED-DATE OF CANDIDATE-COMPLAINT
                   LINE 9 COLUMN 42
               IF CMPL-RECEIVED-DATE OF CANDIDATE-COMPLAINT = ZERO
                   OR CMPL-RECEIVED-DATE OF CANDIDATE-COMPLAINT
                       > WS-TODAY-DATE
                   DISPLAY "DATE MUST BE TODAY OR EARLIER - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "HANDLED BY (OPERATOR ID): " LINE 10 COLUMN 10
               ACCEPT CMPL-HANDLER OF CANDIDATE-COMPLAINT
                   LINE 10 COLUMN 42
               IF CMPL-HANDLER OF CANDIDATE-COMPLAINT = SPACES
                   DISPLAY "HANDLER IS REQUIRED"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           DISPLAY "SUMMARY: " LINE 11 COLUMN 10.
           ACCEPT CMPL-SUMMARY OF CANDIDATE-COMPLAINT LINE 11 COLUMN 20.

       D-500-SAVE-COMPLAINT.
           PERFORM D-510-ASSIGN-NEXT-CMPL-ID
           MOVE CMPL-ID OF COMPLAINT-RECORD
               TO CMPL-ID OF CANDIDATE-COMPLAINT
           SET CMPL-IS-LOGGED OF CANDIDATE-COMPLAINT TO TRUE
           MOVE SPACE TO CMPL-OUTCOME OF CANDIDATE-COMPLAINT
           MOVE SPACE TO CMPL-COMP-PAYEE OF CANDIDATE-COMPLAINT
           MOVE WS-TODAY-DATE TO CMPL-LOGGED-DATE OF CANDIDATE-COMPLAINT
           MOVE CANDIDATE-COMPLAINT TO COMPLAINT-RECORD
           WRITE COMPLAINT-RECORD
           DISPLAY "COMPLAINT " CMPL-ID OF COMPLAINT-RECORD " LOGGED"
               LINE 16 COLUMN 10.

       D-510-ASSIGN-NEXT-CMPL-ID.
      *>   Complaint ids run C00001, C00002, ... in the order the
      *>   complaints were logged.
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE LOW-VALUES TO CMPL-ID OF COMPLAINT-RECORD
           START COMPLAINT-FILE KEY IS NOT LESS THAN
               CMPL-ID OF COMPLAINT-RECORD
               INVALID KEY CONTINUE
           END-START.
           PERFORM D-511-SCAN-CMPL-IDS
               UNTIL WS-COMPLAINT-STATUS NOT = "00"
               AND WS-COMPLAINT-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE
           MOVE SPACES TO CMPL-ID OF COMPLAINT-RECORD
           STRING "C" WS-MAX-SEQUENCE
               DELIMITED BY SIZE INTO CMPL-ID OF COMPLAINT-RECORD.
           INSPECT CMPL-ID OF COMPLAINT-RECORD
               REPLACING ALL SPACE BY ZERO.

       D-511-SCAN-CMPL-IDS.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COMPLAINT-STATUS
               NOT AT END
                   MOVE CMPL-ID OF COMPLAINT-RECORD(2:5)
                       TO WS-MAX-SEQUENCE
           END-READ.

      *>   ---------------------------------------------------------
      *>   STAGE -- the acknowledgement, then the final response with
      *>   its outcome and any compensation agreed, then (if it comes
      *>   to that) the complainant's referral to the redress
      *>   scheme.  Each stage is keyed once, in order; a zero date
      *>   leaves the stage still to do.
      *>   ---------------------------------------------------------
       E-100-RECORD-STAGE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RECORD A COMPLAINT STAGE" LINE 2 COLUMN 22.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER COMPLAINT ID: " LINE 4 COLUMN 10.
           ACCEPT CMPL-ID OF COMPLAINT-RECORD LINE 4 COLUMN 32.
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY "NO SUCH COMPLAINT ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.
           IF ENTRY-IS-OK
               DISPLAY CMPL-COMPLAINANT-NAME OF COMPLAINT-RECORD
                   "  " CMPL-CATEGORY OF COMPLAINT-RECORD
                   LINE 5 COLUMN 10
               DISPLAY "RECEIVED "
                   CMPL-RECEIVED-DATE OF COMPLAINT-RECORD
                   "  HANDLER " CMPL-HANDLER OF COMPLAINT-RECORD
                   LINE 6 COLUMN 10
               DISPLAY CMPL-SUMMARY OF COMPLAINT-RECORD
                   LINE 7 COLUMN 10
               DISPLAY "ACK DUE " CMPL-ACK-DUE-DATE OF COMPLAINT-RECORD
                   "  DONE " CMPL-ACK-DATE OF COMPLAINT-RECORD
                   "   RESPONSE DUE "
                   CMPL-RESPONSE-DUE-DATE OF COMPLAINT-RECORD
                   "  DONE " CMPL-RESPONSE-DATE OF COMPLAINT-RECORD
                   LINE 8 COLUMN 10
               IF CMPL-IS-LOGGED OF COMPLAINT-RECORD
                   PERFORM E-200-PROMPT-ACKNOWLEDGEMENT
               END-IF
               IF CMPL-IS-ACKNOWLEDGED OF COMPLAINT-RECORD
                   PERFORM E-300-PROMPT-FINAL-RESPONSE
               END-IF
               IF CMPL-IS-CLOSED OF COMPLAINT-RECORD
                   AND CMPL-REDRESS-REF-DATE OF COMPLAINT-RECORD = ZERO
                   AND NOT CMPL-WAS-WITHDRAWN OF COMPLAINT-RECORD
                   PERFORM E-500-PROMPT-REFERRAL
               END-IF
               REWRITE COMPLAINT-RECORD
               DISPLAY "COMPLAINT " CMPL-ID OF COMPLAINT-RECORD
                   " SAVED - STATUS " CMPL-STATUS OF COMPLAINT-RECORD
                   LINE 21 COLUMN 10
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-PROMPT-ACKNOWLEDGEMENT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "ACKNOWLEDGED ON (YYYYMMDD, 0 = NOT YET): "
                   LINE 10 COLUMN 10
               ACCEPT WS-STAGE-DATE LINE 10 COLUMN 52
               IF WS-STAGE-DATE = ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   PERFORM E-250-CHECK-STAGE-DATE
               END-IF
           END-PERFORM.
           IF WS-STAGE-DATE NOT = ZERO
               MOVE WS-STAGE-DATE TO CMPL-ACK-DATE OF COMPLAINT-RECORD
               SET CMPL-IS-ACKNOWLEDGED OF COMPLAINT-RECORD TO TRUE
           END-IF.

       E-250-CHECK-STAGE-DATE.
      *>   A stage cannot be done before the complaint arrived, before
      *>   the stage ahead of it, or in the future.
           IF WS-STAGE-DATE > WS-TODAY-DATE
               OR WS-STAGE-DATE < CMPL-RECEIVED-DATE OF COMPLAINT-RECORD
               OR WS-STAGE-DATE < CMPL-ACK-DATE OF COMPLAINT-RECORD
               OR WS-STAGE-DATE < CMPL-RESPONSE-DATE OF COMPLAINT-RECORD
               DISPLAY "DATE IS OUT OF ORDER OR IN THE FUTURE - "
                   "TRY AGAIN" LINE 20 COLUMN 10
           ELSE
               MOVE "Y" TO SW-ENTRY-OK
           END-IF.

       E-300-PROMPT-FINAL-RESPONSE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "FINAL RESPONSE ON (YYYYMMDD, 0 = NOT YET): "
                   LINE 11 COLUMN 10
               ACCEPT WS-STAGE-DATE LINE 11 COLUMN 54
               IF WS-STAGE-DATE = ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   PERFORM E-250-CHECK-STAGE-DATE
               END-IF
           END-PERFORM.
           IF WS-STAGE-DATE NOT = ZERO
               MOVE WS-STAGE-DATE
                   TO CMPL-RESPONSE-DATE OF COMPLAINT-RECORD
               DISPLAY "OUTCOME - (U)PHELD, (P)ARTLY UPHELD, "
                   "(N)OT UPHELD, (W)ITHDRAWN" LINE 12 COLUMN 10
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "OUTCOME: " LINE 13 COLUMN 10
                   ACCEPT CMPL-OUTCOME OF COMPLAINT-RECORD
                       LINE 13 COLUMN 20
                   IF CMPL-OUTCOME-IS-VALID OF COMPLAINT-RECORD
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "INVALID OUTCOME - TRY AGAIN"
                           LINE 20 COLUMN 10
                   END-IF
               END-PERFORM
               DISPLAY "NOTE: " LINE 14 COLUMN 10
               ACCEPT CMPL-OUTCOME-NOTE OF COMPLAINT-RECORD
                   LINE 14 COLUMN 20
               IF CMPL-WAS-WITHDRAWN OF COMPLAINT-RECORD
                   SET CMPL-IS-WITHDRAWN OF COMPLAINT-RECORD TO TRUE
               ELSE
                   SET CMPL-IS-RESPONDED OF COMPLAINT-RECORD TO TRUE
                   PERFORM E-400-PROMPT-COMPENSATION
               END-IF
           END-IF.

       E-400-PROMPT-COMPENSATION.
      *>   Compensation to a tenant needs a lease to credit; to an
      *>   owner, a landlord to pay it through.
           MOVE ZERO TO CMPL-COMP-AMOUNT OF COMPLAINT-RECORD
           MOVE SPACE TO CMPL-COMP-PAYEE OF COMPLAINT-RECORD
           MOVE ZERO TO CMPL-COMP-POSTED-DATE OF COMPLAINT-RECORD
           DISPLAY "COMPENSATION AGREED (0 IF NONE): "
               LINE 15 COLUMN 10.
           ACCEPT CMPL-COMP-AMOUNT OF COMPLAINT-RECORD
               LINE 15 COLUMN 44.
           IF CMPL-COMP-AMOUNT OF COMPLAINT-RECORD > ZERO
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "CREDIT TO (T)ENANT'S RENT LEDGER OR "
                       "(O)WNER'S ACCOUNT: " LINE 16 COLUMN 10
                   ACCEPT CMPL-COMP-PAYEE OF COMPLAINT-RECORD
                       LINE 16 COLUMN 65
                   EVALUATE TRUE
                       WHEN CMPL-COMP-TO-TENANT OF COMPLAINT-RECORD
                           AND CMPL-LEASE-NUMBER OF COMPLAINT-RECORD
                               = SPACES
                           DISPLAY "NO LEASE ON THIS COMPLAINT TO "
                               "CREDIT - TRY AGAIN" LINE 20 COLUMN 10
                       WHEN CMPL-COMP-TO-OWNER OF COMPLAINT-RECORD
                           AND CMPL-LANDLORD-ID OF COMPLAINT-RECORD
                               = SPACES
                           DISPLAY "NO LANDLORD ON THIS COMPLAINT TO "
                               "PAY - TRY AGAIN" LINE 20 COLUMN 10
                       WHEN CMPL-COMP-PAYEE-IS-VALID OF COMPLAINT-RECORD
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "ANSWER T OR O - TRY AGAIN"
                               LINE 20 COLUMN 10
                   END-EVALUATE
               END-PERFORM
           END-IF.

       E-500-PROMPT-REFERRAL.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "REFERRED TO REDRESS SCHEME ON (0 = NO): "
                   LINE 17 COLUMN 10
               ACCEPT WS-STAGE-DATE LINE 17 COLUMN 52
               IF WS-STAGE-DATE = ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   PERFORM E-250-CHECK-STAGE-DATE
               END-IF
           END-PERFORM.
           MOVE WS-STAGE-DATE
               TO CMPL-REDRESS-REF-DATE OF COMPLAINT-RECORD.

      *>   ---------------------------------------------------------
      *>   LIST -- every live complaint, the stage it is waiting on
      *>   and when that stage falls due, one screen.
      *>   ---------------------------------------------------------
       F-100-LIST-LIVE-COMPLAINTS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LIVE COMPLAINTS" LINE 2 COLUMN 25.
           DISPLAY "ID      RECEIVED  CAT   HANDLER   AWAITING    DUE"
               LINE 4 COLUMN 4.
           MOVE 5 TO WS-LINE-NO
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE LOW-VALUES TO CMPL-ID OF COMPLAINT-RECORD
           START COMPLAINT-FILE KEY IS NOT LESS THAN
               CMPL-ID OF COMPLAINT-RECORD
               INVALID KEY
                   MOVE "10" TO WS-COMPLAINT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-COMPLAINT-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-COMPLAINT
               UNTIL (WS-COMPLAINT-STATUS NOT = "00"
                   AND WS-COMPLAINT-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO LIVE COMPLAINTS" LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COMPLAINT-STATUS
               NOT AT END
                   IF CMPL-IS-LIVE OF COMPLAINT-RECORD
                       PERFORM F-120-FORMAT-COMPLAINT
                       DISPLAY COMPLAINT-LIST-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-ENTRY-COUNT
                   END-IF
           END-READ.

       F-120-FORMAT-COMPLAINT.
           MOVE CMPL-ID OF COMPLAINT-RECORD TO CLL-ID
           MOVE CMPL-RECEIVED-DATE OF COMPLAINT-RECORD
               TO CLL-RECEIVED-DATE
           MOVE CMPL-CATEGORY OF COMPLAINT-RECORD TO CLL-CATEGORY
           MOVE CMPL-HANDLER OF COMPLAINT-RECORD TO CLL-HANDLER
           IF CMPL-IS-LOGGED OF COMPLAINT-RECORD
               MOVE "ACKNOWLEDGE" TO CLL-STAGE
               MOVE CMPL-ACK-DUE-DATE OF COMPLAINT-RECORD
                   TO CLL-DUE-DATE
           ELSE
               MOVE "RESPONSE" TO CLL-STAGE
               MOVE CMPL-RESPONSE-DUE-DATE OF COMPLAINT-RECORD
                   TO CLL-DUE-DATE
           END-IF.
           IF CLL-DUE-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO CLL-OVERDUE
           ELSE
               MOVE SPACES TO CLL-OVERDUE
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE COMPLAINT-FILE.
           CLOSE TENANT-MASTER.
           CLOSE LANDLORD-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.

       END PROGRAM COMPLAINT-MAINTENANCE.
