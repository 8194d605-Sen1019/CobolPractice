               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

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

           SELECT CREDENTIAL-FILE ASSIGN TO "vendor_credential.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  CREDENTIAL-FILE.
           COPY VENDCREDREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-PLANNED-STATUS            PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-CREDENTIAL-STATUS         PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-SESSION-POSTINGS          PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".
       01  WS-OWNER-LIMIT               PIC 9(6)V99.
       01  WS-OWNER-ID                  PIC X(6).
       01  WS-DECISION                  PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".
       01  WS-MAX-SEQUENCE              PIC 9(5).
       01  WS-OPEX-MAX-SEQUENCE         PIC 9(6).

       01  WS-RECHARGE-YN               PIC X.
       01  WS-RECHARGE-LEASE-ENTRY      PIC X(6).
       01  WS-DEFAULT-LEASE-NUMBER      PIC X(6).
       01  WS-OWNER-SHARE               PIC 9(6)V99.

      *>   The tenant-recharge line a waiver hands back to the owner,
      *>   held while its reversal and the owner's line are written.
       01  WS-WAIVED-LINE.
           05  WS-WAIVED-VENDOR-ID      PIC X(6).
           05  WS-WAIVED-VENDOR         PIC X(30).
           05  WS-WAIVED-AMOUNT         PIC S9(6)V99.
           05  WS-WAIVED-PAID-SWITCH    PIC X.
           05  WS-WAIVED-VAT-FLAG       PIC X.
           05  WS-WAIVED-VAT-AMOUNT     PIC S9(6)V99.

       01  WS-ATTEND-DATE               PIC 9(8).
       01  WS-ATTEND-TIME               PIC 9(4).
       01  WS-ATTEND-TIME-PARTS REDEFINES WS-ATTEND-TIME.
           05  WS-ATTEND-HOUR           PIC 99.
           05  WS-ATTEND-MINUTE         PIC 99.

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-RECORD-FOUND              PIC X.
           88  STATUS-IS-OK                 VALUE "Y".
       01  SW-WAS-ALREADY-COMPLETE      PIC X.
           88  WAS-ALREADY-COMPLETE         VALUE "Y".
       01  SW-VENDOR-CLEARED            PIC X.
           88  VENDOR-IS-CLEARED            VALUE "Y".
       01  SW-GAS-SAFE-HELD             PIC X.
           88  GAS-SAFE-IS-HELD             VALUE "Y".
       01  SW-VENDOR-CANCELLED          PIC X.
           88  VENDOR-WAS-CANCELLED         VALUE "Y".
       01  WS-PRIOR-VENDOR-ID           PIC X(6).
       01  WS-PRIOR-VENDOR              PIC X(30).
       01  WS-LAPSED-CRED-TYPE          PIC X(8).
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".

       COPY WORKORDREC REPLACING ==WORK-ORDER-RECORD==
           BY ==CANDIDATE-WORK-ORDER==.
               DISPLAY "TRY AGAIN WHEN THE BATCH RUN HAS FINISHED"
           ELSE
               PERFORM A-100-OPEN-FILES
               PERFORM A-200-SIGN-ON
               MOVE "N" TO SW-DONE
               IF NOT OPERATOR-IS-SIGNED-ON
                   MOVE "Y" TO SW-DONE
               END-IF
               PERFORM B-100-SHOW-MENU
                   UNTIL MAINTENANCE-IS-DONE
               PERFORM C-100-CLOSE-FILES
           END-READ.

       A-100-OPEN-FILES.
           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.
           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT PROPERTY-MASTER.

           READ CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO CTL-VAT-RATE
                   MOVE 14 TO CTL-RECHARGE-DISPUTE-DAYS
           END-READ.

           OPEN INPUT LEASE-MASTER.

           OPEN I-O CREDENTIAL-FILE.
           IF WS-CREDENTIAL-STATUS = "35"
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator works only the orders on their
      *>   own branch's properties; head office works every order.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "MAINTENANCE / REPAIR WORK ORDERS - SIGN ON"
               LINE 2 COLUMN 20.
           DISPLAY "OPERATOR ID: " LINE 4 COLUMN 10.
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID LINE 4 COLUMN 24.
           IF OPERATORS-ARE-ON-FILE
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SIGNED-ON
               END-READ
           END-IF.
           IF NOT OPERATOR-IS-SIGNED-ON
               DISPLAY "OPERATOR NOT ON FILE" LINE 14 COLUMN 10
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10
               ACCEPT WS-PAUSE LINE 22 COLUMN 35
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "MAINTENANCE / REPAIR WORK ORDERS"
           DISPLAY "1. LOG WORK ORDER"         LINE 4  COLUMN 10.
           DISPLAY "2. UPDATE WORK ORDER STATUS" LINE 5 COLUMN 10.
           DISPLAY "3. APPROVE / DECLINE WORK ORDER" LINE 6 COLUMN 10.
           DISPLAY "4. TENANT RECHARGE DISPUTE" LINE 7 COLUMN 10.
           DISPLAY "5. RECORD CONTRACTOR ATTENDANCE" LINE 8 COLUMN 10.
           DISPLAY "X. EXIT"                   LINE 9  COLUMN 10.
           DISPLAY "ENTER CHOICE ->"           LINE 10 COLUMN 10.
           ACCEPT WS-MENU-CHOICE               LINE 10 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   SET ACTION-IS-ADD TO TRUE
                   PERFORM D-100-MAINTAIN-WORK-ORDER
               WHEN "3"
                   PERFORM D-500-APPROVE-OR-DECLINE
               WHEN "4"
                   PERFORM D-600-RECHARGE-DISPUTE
               WHEN "5"
                   PERFORM D-700-RECORD-ATTENDANCE
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
           MOVE "N" TO WO-OPEX-POSTED-SWITCH OF CANDIDATE-WORK-ORDER
           MOVE SPACES TO WO-PLM-TASK-CODE OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-INSP-DATE OF CANDIDATE-WORK-ORDER
           PERFORM D-269-CLEAR-RECHARGE
           MOVE SPACE TO WO-PRIORITY OF CANDIDATE-WORK-ORDER
           MOVE FUNCTION CURRENT-DATE(9:4)
               TO WO-LOGGED-TIME OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-ATTENDED-DATE OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-ATTENDED-TIME OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-COMPLETED-TIME OF CANDIDATE-WORK-ORDER
           MOVE "N" TO WO-GAS-WORK-SWITCH OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-INS-CLAIM-NUMBER OF CANDIDATE-WORK-ORDER
           SET WO-IS-OPEN OF CANDIDATE-WORK-ORDER TO TRUE.

       D-111-SCAN-WORK-ORDER-NUMBERS.
           DISPLAY "UPDATE WORK ORDER" LINE 2 COLUMN 25.
           DISPLAY "ENTER WORK ORDER NUMBER: " LINE 4 COLUMN 10.
           ACCEPT WO-NUMBER OF WORK-ORDER-RECORD LINE 4 COLUMN 38.
           MOVE "N" TO SW-BRANCH-OK
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO SUCH WORK ORDER ON FILE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-WORK-ORDER-BRANCH
           END-READ.
           IF BRANCH-IS-OK
               MOVE WORK-ORDER-RECORD TO CANDIDATE-WORK-ORDER
               IF WO-IS-COMPLETE OF CANDIDATE-WORK-ORDER
                   MOVE "Y" TO SW-WAS-ALREADY-COMPLETE
               END-IF
               MOVE "Y" TO SW-RECORD-FOUND
           END-IF.

       D-200-PROMPT-WORK-ORDER-FIELDS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           IF ACTION-IS-ADD
               PERFORM D-220-PROMPT-VENDOR
               PERFORM D-230-PROMPT-DESCRIPTION
               PERFORM D-235-PROMPT-PRIORITY
               PERFORM D-236-PROMPT-GAS-WORK
               MOVE "Y" TO SW-ENTRY-OK
           ELSE
               PERFORM D-240-PROMPT-STATUS-UPDATE
                       DISPLAY "NO SUCH PROPERTY ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       PERFORM Z-100-CHECK-BRANCH
                       IF BRANCH-IS-OK
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "PROPERTY IS NOT IN YOUR BRANCH"
                               LINE 14 COLUMN 10
                       END-IF
               END-READ
           END-PERFORM.

      *>   The vendor must already be on the vendor master -- the name
      *>   carried on the work order comes off that record, never from
      *>   free typing, so one contractor is one spelling everywhere.
      *>   A blank vendor id gives up the choice and puts back the
      *>   vendor the order already had (none on a new order); the
      *>   caller sees VENDOR-WAS-CANCELLED and leaves the order open,
      *>   so an operator with no cleared vendor to hand is never held
      *>   at this prompt.
           MOVE WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
               TO WS-PRIOR-VENDOR-ID
           MOVE WO-VENDOR OF CANDIDATE-WORK-ORDER TO WS-PRIOR-VENDOR
           MOVE "N" TO SW-VENDOR-CANCELLED
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "VENDOR ID: " LINE 5 COLUMN 10
               DISPLAY "(BLANK TO CANCEL)" LINE 5 COLUMN 35
               MOVE SPACES TO WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
               ACCEPT WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
                   LINE 5 COLUMN 22
               IF WO-VENDOR-ID OF CANDIDATE-WORK-ORDER = SPACES
                   MOVE WS-PRIOR-VENDOR-ID
                       TO WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
                   MOVE WS-PRIOR-VENDOR
                       TO WO-VENDOR OF CANDIDATE-WORK-ORDER
                   MOVE "Y" TO SW-VENDOR-CANCELLED
                   MOVE "Y" TO SW-ENTRY-OK
                   DISPLAY "NO VENDOR CHOSEN - ORDER LEFT OPEN"
                       LINE 14 COLUMN 10
               ELSE
                   PERFORM D-221-CHECK-VENDOR-ENTRY
               END-IF
           END-PERFORM.

       D-221-CHECK-VENDOR-ENTRY.
           MOVE WO-VENDOR-ID OF CANDIDATE-WORK-ORDER TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH VENDOR ON FILE"
                       LINE 14 COLUMN 10
               NOT INVALID KEY
                   PERFORM D-225-CHECK-VENDOR-CREDENTIALS
                   IF VENDOR-IS-CLEARED
                       MOVE VEND-NAME TO
                           WO-VENDOR OF CANDIDATE-WORK-ORDER
                       DISPLAY "VENDOR: " VEND-NAME
                           LINE 5 COLUMN 35
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "VENDOR CREDENTIAL LAPSED OR "
                           "MISSING: " WS-LAPSED-CRED-TYPE
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.

       D-225-CHECK-VENDOR-CREDENTIALS.
      *>   Work is not assigned to a vendor holding a required
      *>   credential past its expiry on the credential register, and
      *>   gas work additionally needs a current Gas Safe registration
      *>   on file whether or not the vendor has it marked required.
           MOVE "Y" TO SW-VENDOR-CLEARED
           MOVE "N" TO SW-GAS-SAFE-HELD
           MOVE SPACES TO WS-LAPSED-CRED-TYPE
           MOVE WO-VENDOR-ID OF CANDIDATE-WORK-ORDER TO VCR-VEND-ID
           MOVE LOW-VALUES TO VCR-CRED-TYPE
           START CREDENTIAL-FILE KEY IS NOT LESS THAN VCR-KEY
               INVALID KEY
                   MOVE "10" TO WS-CREDENTIAL-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CREDENTIAL-STATUS
           END-START.
           PERFORM D-227-SCAN-VENDOR-CREDENTIALS
               UNTIL WS-CREDENTIAL-STATUS NOT = "00"
               AND WS-CREDENTIAL-STATUS NOT = "02".
           IF WO-IS-GAS-WORK OF CANDIDATE-WORK-ORDER
               AND NOT GAS-SAFE-IS-HELD
               MOVE "N" TO SW-VENDOR-CLEARED
               MOVE "GASSAFE" TO WS-LAPSED-CRED-TYPE
           END-IF.

       D-227-SCAN-VENDOR-CREDENTIALS.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CREDENTIAL-STATUS
               NOT AT END
                   IF VCR-VEND-ID
                           NOT = WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
                       MOVE "10" TO WS-CREDENTIAL-STATUS
                   ELSE
                       IF VCR-EXPIRY-DATE < WS-TODAY-DATE
                           IF VCR-IS-REQUIRED
                               MOVE "N" TO SW-VENDOR-CLEARED
                               MOVE VCR-CRED-TYPE
                                   TO WS-LAPSED-CRED-TYPE
                           END-IF
                       ELSE
                           IF VCR-IS-GAS-SAFE
                               MOVE "Y" TO SW-GAS-SAFE-HELD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       D-230-PROMPT-DESCRIPTION.
           MOVE SPACES TO WO-DESCRIPTION OF CANDIDATE-WORK-ORDER
               END-IF
           END-PERFORM.

       D-235-PROMPT-PRIORITY.
      *>   The priority fixes the response targets the order is
      *>   measured against from the moment it was logged.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "PRIORITY - (E)MERGENCY, (U)RGENT, (R)OUTINE: "
                   LINE 7 COLUMN 10
               ACCEPT WO-PRIORITY OF CANDIDATE-WORK-ORDER
                   LINE 7 COLUMN 56
               IF WO-PRIORITY-IS-VALID OF CANDIDATE-WORK-ORDER
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "PRIORITY MUST BE E, U OR R - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

       D-236-PROMPT-GAS-WORK.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "GAS WORK (Y/N): " LINE 8 COLUMN 10
               ACCEPT WO-GAS-WORK-SWITCH OF CANDIDATE-WORK-ORDER
                   LINE 8 COLUMN 27
               EVALUATE WO-GAS-WORK-SWITCH OF CANDIDATE-WORK-ORDER
                   WHEN "Y" WHEN "y"
                       MOVE "Y" TO
                           WO-GAS-WORK-SWITCH OF CANDIDATE-WORK-ORDER
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "N" WHEN "n"
                       MOVE "N" TO
                           WO-GAS-WORK-SWITCH OF CANDIDATE-WORK-ORDER
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER Y OR N - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
      *>   The vendor was keyed before the job was known to be gas
      *>   work, so is checked again now and re-chosen if need be.
      *>   An order with no vendor yet is checked when it is booked.
           IF WO-IS-GAS-WORK OF CANDIDATE-WORK-ORDER
               AND WO-VENDOR-ID OF CANDIDATE-WORK-ORDER NOT = SPACES
               PERFORM D-225-CHECK-VENDOR-CREDENTIALS
               IF NOT VENDOR-IS-CLEARED
                   PERFORM D-220-PROMPT-VENDOR
               END-IF
           END-IF.

       D-240-PROMPT-STATUS-UPDATE.
           DISPLAY "VENDOR: " WO-VENDOR OF CANDIDATE-WORK-ORDER
               LINE 5 COLUMN 10.
      *>               an inspection defect) reaches scheduling with
      *>               no vendor settled yet -- settled now, before a
      *>               contractor could possibly be booked.
      *>               A vendor already on the order is checked
      *>               again -- a credential can lapse between the
      *>               order being logged and the job being booked.
      *>               A vendor choice given up leaves the order open
      *>               and the status is asked for again.
                       MOVE "N" TO SW-VENDOR-CANCELLED
                       IF WO-VENDOR-ID OF CANDIDATE-WORK-ORDER
                               = SPACES
                           PERFORM D-220-PROMPT-VENDOR
                       ELSE
                           PERFORM D-225-CHECK-VENDOR-CREDENTIALS
                           IF NOT VENDOR-IS-CLEARED
                               PERFORM D-220-PROMPT-VENDOR
                           END-IF
                       END-IF
                       IF VENDOR-WAS-CANCELLED
                           SET WO-IS-OPEN OF CANDIDATE-WORK-ORDER
                               TO TRUE
                       ELSE
                           PERFORM D-245-CAPTURE-ESTIMATE
                           PERFORM D-246-CHECK-APPROVAL-LIMIT
                           MOVE "Y" TO SW-STATUS-OK
                       END-IF
                   WHEN WO-IS-COMPLETE OF CANDIDATE-WORK-ORDER
                       PERFORM D-250-PROMPT-COMPLETION-COST
      *>               Only before the cost reaches the opex ledger --
      *>               the split between owner and tenant is made in
      *>               that posting and cannot be redrawn afterwards.
                       IF NOT WO-OPEX-POSTED OF CANDIDATE-WORK-ORDER
                           PERFORM D-260-PROMPT-TENANT-RECHARGE
                       END-IF
                       MOVE "Y" TO SW-STATUS-OK
                   WHEN OTHER
                       DISPLAY "INVALID STATUS - TRY AGAIN"
       D-250-PROMPT-COMPLETION-COST.
           MOVE WS-TODAY-DATE TO
               WO-COMPLETED-DATE OF CANDIDATE-WORK-ORDER
           MOVE FUNCTION CURRENT-DATE(9:4)
               TO WO-COMPLETED-TIME OF CANDIDATE-WORK-ORDER
      *>   A job finished on the first visit was never separately
      *>   booked in as attended -- the visit that fixed it is the
      *>   attendance.
           IF WO-ATTENDED-DATE OF CANDIDATE-WORK-ORDER = ZERO
               MOVE WO-COMPLETED-DATE OF CANDIDATE-WORK-ORDER
                   TO WO-ATTENDED-DATE OF CANDIDATE-WORK-ORDER
               MOVE WO-COMPLETED-TIME OF CANDIDATE-WORK-ORDER
                   TO WO-ATTENDED-TIME OF CANDIDATE-WORK-ORDER
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "COMPLETED COST: " LINE 9 COLUMN 10
               END-IF
           END-PERFORM.

      *>   ---------------------------------------------------------
      *>   TENANT RECHARGE -- damage the tenant caused is billed back
      *>   to the lease, in full or in part.  The lease defaults to
      *>   the one living in the property now; any lease on the
      *>   property can be named, since damage is often found only
      *>   once the tenant who caused it has gone.
      *>   ---------------------------------------------------------
       D-260-PROMPT-TENANT-RECHARGE.
           PERFORM D-269-CLEAR-RECHARGE
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "TENANT-CAUSED DAMAGE - RECHARGE TENANT (Y/N): "
                   LINE 10 COLUMN 10
               ACCEPT WS-RECHARGE-YN LINE 10 COLUMN 57
               EVALUATE WS-RECHARGE-YN
                   WHEN "Y" WHEN "y"
                   WHEN "N" WHEN "n"
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER Y OR N - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
           IF WS-RECHARGE-YN = "Y" OR WS-RECHARGE-YN = "y"
               PERFORM D-265-FIND-LEASE-ON-PROPERTY
               PERFORM D-262-PROMPT-RECHARGE-LEASE
               PERFORM D-264-PROMPT-RECHARGE-AMOUNT
               SET WO-RECHARGE-IN-WINDOW OF CANDIDATE-WORK-ORDER
                   TO TRUE
               COMPUTE WO-RECHARGE-DUE-DATE OF CANDIDATE-WORK-ORDER =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WO-COMPLETED-DATE OF CANDIDATE-WORK-ORDER)
                        + CTL-RECHARGE-DISPUTE-DAYS)
               DISPLAY "RECHARGE RAISED ON THE LEASE AFTER "
                   WO-RECHARGE-DUE-DATE OF CANDIDATE-WORK-ORDER
                   LINE 13 COLUMN 10
           END-IF.

       D-262-PROMPT-RECHARGE-LEASE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "RECHARGE TO LEASE (ENTER FOR "
                   WS-DEFAULT-LEASE-NUMBER "): " LINE 11 COLUMN 10
               MOVE SPACES TO WS-RECHARGE-LEASE-ENTRY
               ACCEPT WS-RECHARGE-LEASE-ENTRY LINE 11 COLUMN 49
               IF WS-RECHARGE-LEASE-ENTRY = SPACES
                   MOVE WS-DEFAULT-LEASE-NUMBER
                       TO WS-RECHARGE-LEASE-ENTRY
               END-IF
               MOVE WS-RECHARGE-LEASE-ENTRY TO LEASE-NUMBER
               READ LEASE-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH LEASE ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       IF LEASE-PROP-ID
                               = WO-PROP-ID OF CANDIDATE-WORK-ORDER
                           MOVE LEASE-NUMBER TO WO-RECHARGE-LEASE
                               OF CANDIDATE-WORK-ORDER
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "LEASE IS NOT FOR THIS PROPERTY"
                               LINE 14 COLUMN 10
                       END-IF
               END-READ
           END-PERFORM.

       D-264-PROMPT-RECHARGE-AMOUNT.
      *>   Zero takes the whole completed cost; a partial figure
      *>   leaves the rest with the owner.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "RECHARGE AMOUNT (0 FOR FULL COST): "
                   LINE 12 COLUMN 10
               ACCEPT WO-RECHARGE-AMOUNT OF CANDIDATE-WORK-ORDER
                   LINE 12 COLUMN 46
               IF WO-RECHARGE-AMOUNT OF CANDIDATE-WORK-ORDER = ZERO
                   MOVE WO-COMPLETED-COST OF CANDIDATE-WORK-ORDER
                       TO WO-RECHARGE-AMOUNT OF CANDIDATE-WORK-ORDER
               END-IF
               IF WO-RECHARGE-AMOUNT OF CANDIDATE-WORK-ORDER
                       > WO-COMPLETED-COST OF CANDIDATE-WORK-ORDER
                   DISPLAY "RECHARGE IS MORE THAN THE COMPLETED COST"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.

       D-265-FIND-LEASE-ON-PROPERTY.
           MOVE SPACES TO WS-DEFAULT-LEASE-NUMBER
           MOVE WO-PROP-ID OF CANDIDATE-WORK-ORDER TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM D-266-SCAN-LEASES-ON-PROPERTY
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       D-266-SCAN-LEASES-ON-PROPERTY.
      *>   The live lease wins; failing that, the last one read.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID
                           NOT = WO-PROP-ID OF CANDIDATE-WORK-ORDER
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       MOVE LEASE-NUMBER TO WS-DEFAULT-LEASE-NUMBER
                       IF LEASE-IS-ACTIVE
                           MOVE "10" TO WS-LEASE-STATUS
                       END-IF
                   END-IF
           END-READ.

       D-269-CLEAR-RECHARGE.
           MOVE SPACES TO WO-RECHARGE-LEASE OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-RECHARGE-AMOUNT OF CANDIDATE-WORK-ORDER
           MOVE SPACE TO WO-RECHARGE-STATUS OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-RECHARGE-DUE-DATE OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-RECHARGE-POSTED-DATE OF CANDIDATE-WORK-ORDER
           MOVE ZERO TO WO-RECHARGE-OPEX-SEQUENCE
                                              OF CANDIDATE-WORK-ORDER.

      *>   ---------------------------------------------------------
      *>   RECHARGE DISPUTE -- while a recharge is still inside its
      *>   window (or on hold) the tenant's dispute is recorded here.
      *>   A disputed recharge is held until it is upheld, which
      *>   raises it on the next recharge run, or waived, which hands
      *>   the cost back to the owner on the opex ledger.
      *>   ---------------------------------------------------------
       D-600-RECHARGE-DISPUTE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "TENANT RECHARGE DISPUTE" LINE 2 COLUMN 20.
           DISPLAY "ENTER WORK ORDER NUMBER: " LINE 4 COLUMN 10.
           ACCEPT WO-NUMBER OF WORK-ORDER-RECORD LINE 4 COLUMN 38.
           MOVE "N" TO SW-BRANCH-OK
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO SUCH WORK ORDER ON FILE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-WORK-ORDER-BRANCH
           END-READ.
           IF BRANCH-IS-OK
               IF WO-RECHARGE-UNPOSTED OF WORK-ORDER-RECORD
                   PERFORM D-610-RECORD-DISPUTE-DECISION
               ELSE
                   DISPLAY "NO RECHARGE OPEN TO DISPUTE ON THIS "
                       "WORK ORDER" LINE 6 COLUMN 10
               END-IF
           END-IF.

       D-610-RECORD-DISPUTE-DECISION.
           DISPLAY "PROPERTY:  " WO-PROP-ID OF WORK-ORDER-RECORD
               LINE 5 COLUMN 10.
           DISPLAY "LEASE:     " WO-RECHARGE-LEASE OF WORK-ORDER-RECORD
               LINE 6 COLUMN 10.
           DISPLAY "DESCRIPTION: " WO-DESCRIPTION OF WORK-ORDER-RECORD
               LINE 7 COLUMN 10.
           DISPLAY "RECHARGE:  " WO-RECHARGE-AMOUNT OF WORK-ORDER-RECORD
               LINE 8 COLUMN 10.
           IF WO-RECHARGE-DISPUTED OF WORK-ORDER-RECORD
               DISPLAY "STATUS:    DISPUTED - ON HOLD" LINE 9 COLUMN 10
           ELSE
               DISPLAY "STATUS:    RAISED AFTER "
                   WO-RECHARGE-DUE-DATE OF WORK-ORDER-RECORD
                   LINE 9 COLUMN 10
           END-IF.
           MOVE "N" TO SW-STATUS-OK
           PERFORM UNTIL STATUS-IS-OK
               DISPLAY "(D)ISPUTED - HOLD, (U)PHOLD, OR (W)AIVE: "
                   LINE 11 COLUMN 10
               ACCEPT WS-DECISION LINE 11 COLUMN 52
               EVALUATE WS-DECISION
                   WHEN "D" WHEN "d"
                       SET WO-RECHARGE-DISPUTED OF WORK-ORDER-RECORD
                           TO TRUE
                       MOVE "Y" TO SW-STATUS-OK
                   WHEN "U" WHEN "u"
      *>               Upheld means the window is over -- the next
      *>               recharge run raises it.
                       SET WO-RECHARGE-IN-WINDOW OF WORK-ORDER-RECORD
                           TO TRUE
                       MOVE WS-TODAY-DATE
                           TO WO-RECHARGE-DUE-DATE OF WORK-ORDER-RECORD
                       MOVE "Y" TO SW-STATUS-OK
                   WHEN "W" WHEN "w"
                       SET WO-RECHARGE-WAIVED OF WORK-ORDER-RECORD
                           TO TRUE
                       PERFORM D-620-RETURN-COST-TO-OWNER
                       MOVE "Y" TO SW-STATUS-OK
                   WHEN OTHER
                       DISPLAY "INVALID DECISION - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
           REWRITE WORK-ORDER-RECORD.
           EVALUATE TRUE
               WHEN WO-RECHARGE-DISPUTED OF WORK-ORDER-RECORD
                   DISPLAY "RECHARGE HELD PENDING THE DISPUTE"
                       LINE 16 COLUMN 10
               WHEN WO-RECHARGE-WAIVED OF WORK-ORDER-RECORD
                   DISPLAY "RECHARGE WAIVED - COST RETURNED TO OWNER"
                       LINE 16 COLUMN 10
               WHEN OTHER
                   DISPLAY "RECHARGE UPHELD - RAISED ON THE NEXT RUN"
                       LINE 16 COLUMN 10
           END-EVALUATE.

       D-620-RETURN-COST-TO-OWNER.
      *>   The vendor is owed the cost either way, only whose cost it
      *>   is changes.  The posted tenant-recharge line is left as it
      *>   is -- its batch may already have gone to the accounts --
      *>   and the change is posted as a reversing tenant-recharge
      *>   line and a new owner's invoice line under this session's
      *>   batch, so the next journal extract carries it.  Both new
      *>   lines take the original's paid flag: a contractor already
      *>   paid is not paid again, and one still unpaid is paid the
      *>   net of the three lines, the original amount once.
           MOVE "N" TO SW-RECORD-FOUND
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD TO OPEX-PROP-ID
           MOVE WO-RECHARGE-OPEX-SEQUENCE OF WORK-ORDER-RECORD
               TO OPEX-SEQUENCE
           READ OPEX-LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPEX-IS-TENANT-RECHARGE
                       MOVE OPEX-VENDOR-ID   TO WS-WAIVED-VENDOR-ID
                       MOVE OPEX-VENDOR      TO WS-WAIVED-VENDOR
                       MOVE OPEX-AMOUNT      TO WS-WAIVED-AMOUNT
                       MOVE OPEX-PAID-SWITCH TO WS-WAIVED-PAID-SWITCH
                       MOVE OPEX-VAT-FLAG    TO WS-WAIVED-VAT-FLAG
                       MOVE OPEX-VAT-AMOUNT  TO WS-WAIVED-VAT-AMOUNT
                       MOVE "Y" TO SW-RECORD-FOUND
                   END-IF
           END-READ.
           IF RECORD-WAS-FOUND
               PERFORM D-625-POST-RECHARGE-REVERSAL
               PERFORM D-630-POST-RETURNED-COST
           END-IF.

       D-625-POST-RECHARGE-REVERSAL.
           PERFORM D-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD  TO OPEX-PROP-ID
           MOVE WS-OPEX-MAX-SEQUENCE             TO OPEX-SEQUENCE
           MOVE WS-TODAY-DATE                    TO OPEX-TRANS-DATE
           SET OPEX-IS-TENANT-RECHARGE TO TRUE
           MOVE WS-WAIVED-VENDOR-ID              TO OPEX-VENDOR-ID
           MOVE WS-WAIVED-VENDOR                 TO OPEX-VENDOR
           COMPUTE OPEX-AMOUNT = WS-WAIVED-AMOUNT * -1
           MOVE SPACES TO OPEX-DESCRIPTION
           STRING "RECHARGE WAIVED LEASE "
               WO-RECHARGE-LEASE OF WORK-ORDER-RECORD
               DELIMITED BY SIZE INTO OPEX-DESCRIPTION
           MOVE WS-WAIVED-PAID-SWITCH            TO OPEX-PAID-SWITCH
           MOVE WS-WAIVED-VAT-FLAG               TO OPEX-VAT-FLAG
           COMPUTE OPEX-VAT-AMOUNT = WS-WAIVED-VAT-AMOUNT * -1
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE OPEX-RECORD.

       D-630-POST-RETURNED-COST.
           PERFORM D-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD  TO OPEX-PROP-ID
           MOVE WS-OPEX-MAX-SEQUENCE             TO OPEX-SEQUENCE
           MOVE WS-TODAY-DATE                    TO OPEX-TRANS-DATE
           SET OPEX-IS-INVOICE TO TRUE
           MOVE WS-WAIVED-VENDOR-ID              TO OPEX-VENDOR-ID
           MOVE WS-WAIVED-VENDOR                 TO OPEX-VENDOR
           MOVE WS-WAIVED-AMOUNT                 TO OPEX-AMOUNT
           MOVE WO-DESCRIPTION OF WORK-ORDER-RECORD TO OPEX-DESCRIPTION
           MOVE WS-WAIVED-PAID-SWITCH            TO OPEX-PAID-SWITCH
           MOVE WS-WAIVED-VAT-FLAG               TO OPEX-VAT-FLAG
           MOVE WS-WAIVED-VAT-AMOUNT             TO OPEX-VAT-AMOUNT
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE OPEX-RECORD.

      *>   ---------------------------------------------------------
      *>   CONTRACTOR ATTENDANCE -- the day and time the contractor
      *>   first turned up, measured against the priority's attend
      *>   target.  Keying it again corrects what was recorded.
      *>   ---------------------------------------------------------
       D-700-RECORD-ATTENDANCE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTRACTOR ATTENDANCE" LINE 2 COLUMN 20.
           DISPLAY "ENTER WORK ORDER NUMBER: " LINE 4 COLUMN 10.
           ACCEPT WO-NUMBER OF WORK-ORDER-RECORD LINE 4 COLUMN 38.
           MOVE "N" TO SW-BRANCH-OK
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO SUCH WORK ORDER ON FILE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-WORK-ORDER-BRANCH
           END-READ.
           IF BRANCH-IS-OK
               IF WO-IS-COMPLETE OF WORK-ORDER-RECORD
                   OR WO-IS-DECLINED OF WORK-ORDER-RECORD
                   DISPLAY "WORK ORDER IS NO LONGER OPEN"
                       LINE 6 COLUMN 10
               ELSE
                   PERFORM D-710-PROMPT-ATTENDANCE
               END-IF
           END-IF.

       D-710-PROMPT-ATTENDANCE.
           DISPLAY "PROPERTY:  " WO-PROP-ID OF WORK-ORDER-RECORD
               LINE 5 COLUMN 10.
           DISPLAY "VENDOR:    " WO-VENDOR OF WORK-ORDER-RECORD
               LINE 6 COLUMN 10.
           DISPLAY "LOGGED:    " WO-DATE-LOGGED OF WORK-ORDER-RECORD
               " " WO-LOGGED-TIME OF WORK-ORDER-RECORD
               "  PRIORITY: " WO-PRIORITY OF WORK-ORDER-RECORD
               LINE 7 COLUMN 10.
           IF WO-ATTENDED-DATE OF WORK-ORDER-RECORD NOT = ZERO
               DISPLAY "ATTENDED:  "
                   WO-ATTENDED-DATE OF WORK-ORDER-RECORD " "
                   WO-ATTENDED-TIME OF WORK-ORDER-RECORD
                   LINE 8 COLUMN 10
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DATE ATTENDED (YYYYMMDD, 0 FOR TODAY): "
                   LINE 10 COLUMN 10
               ACCEPT WS-ATTEND-DATE LINE 10 COLUMN 50
               IF WS-ATTEND-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-ATTEND-DATE
               END-IF
               IF WS-ATTEND-DATE < WO-DATE-LOGGED OF WORK-ORDER-RECORD
                   OR WS-ATTEND-DATE > WS-TODAY-DATE
                   DISPLAY "DATE MUST FALL BETWEEN LOGGING AND TODAY"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "TIME ATTENDED (HHMM): " LINE 11 COLUMN 10
               ACCEPT WS-ATTEND-TIME LINE 11 COLUMN 33
               IF WS-ATTEND-HOUR > 23 OR WS-ATTEND-MINUTE > 59
                   DISPLAY "TIME MUST BE 0000 TO 2359 - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE WS-ATTEND-DATE TO WO-ATTENDED-DATE OF WORK-ORDER-RECORD
           MOVE WS-ATTEND-TIME TO WO-ATTENDED-TIME OF WORK-ORDER-RECORD
           REWRITE WORK-ORDER-RECORD.
           DISPLAY "ATTENDANCE RECORDED ON WORK ORDER "
               WO-NUMBER OF WORK-ORDER-RECORD LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   OWNER APPROVAL / DECLINE -- the decision screen for work
      *>   orders D-246 parked over the owner's limit.  Approval
           DISPLAY "WORK ORDER OWNER APPROVAL" LINE 2 COLUMN 20.
           DISPLAY "ENTER WORK ORDER NUMBER: " LINE 4 COLUMN 10.
           ACCEPT WO-NUMBER OF WORK-ORDER-RECORD LINE 4 COLUMN 38.
           MOVE "N" TO SW-BRANCH-OK
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO SUCH WORK ORDER ON FILE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-WORK-ORDER-BRANCH
           END-READ.
           IF BRANCH-IS-OK
               IF WO-IS-AWAITING-APPROVAL OF WORK-ORDER-RECORD
                   PERFORM D-510-RECORD-OWNER-DECISION
               ELSE
                   DISPLAY "WORK ORDER IS NOT AWAITING APPROVAL"
                       LINE 6 COLUMN 10
               END-IF
           END-IF.

       D-510-RECORD-OWNER-DECISION.
           MOVE WORK-ORDER-RECORD TO CANDIDATE-WORK-ORDER
      *>   having to key it in a second time through OPEX-POSTING.
      *>   ---------------------------------------------------------
       D-400-POST-TO-OPEX-LEDGER.
      *>   A tenant recharge comes off the owner's invoice line and is
      *>   posted as its own tenant-recharge line below; a recharge
      *>   of the whole cost leaves no owner's line at all.
           COMPUTE WS-OWNER-SHARE =
               WO-COMPLETED-COST OF WORK-ORDER-RECORD
               - WO-RECHARGE-AMOUNT OF WORK-ORDER-RECORD
           IF WS-OWNER-SHARE > ZERO
               PERFORM D-405-POST-OWNER-INVOICE
           END-IF.
           IF NOT WO-HAS-NO-RECHARGE OF WORK-ORDER-RECORD
               PERFORM D-440-POST-RECHARGE-LINE
           END-IF.
           MOVE "Y" TO WO-OPEX-POSTED-SWITCH OF WORK-ORDER-RECORD
           REWRITE WORK-ORDER-RECORD.
           DISPLAY "WORK ORDER COST POSTED TO OPERATING-EXPENSE LEDGER"
               LINE 17 COLUMN 10.
           IF NOT WO-HAS-NO-RECHARGE OF WORK-ORDER-RECORD
               DISPLAY "OF WHICH " WO-RECHARGE-AMOUNT
                   OF WORK-ORDER-RECORD " IS RECHARGED TO LEASE "
                   WO-RECHARGE-LEASE OF WORK-ORDER-RECORD
                   LINE 18 COLUMN 10
           END-IF.

       D-405-POST-OWNER-INVOICE.
           PERFORM D-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD  TO OPEX-PROP-ID
           MOVE WS-OPEX-MAX-SEQUENCE             TO OPEX-SEQUENCE
           SET OPEX-IS-INVOICE TO TRUE
           MOVE WO-VENDOR-ID OF WORK-ORDER-RECORD TO OPEX-VENDOR-ID
           MOVE WO-VENDOR OF WORK-ORDER-RECORD    TO OPEX-VENDOR
           MOVE WS-OWNER-SHARE                    TO OPEX-AMOUNT
           MOVE WO-DESCRIPTION OF WORK-ORDER-RECORD TO OPEX-DESCRIPTION
      *>   Unpaid until the vendor payment run picks the entry up --
      *>   this posting is how a completed work order reaches that run.
           MOVE "N" TO OPEX-PAID-SWITCH
           PERFORM D-430-SETTLE-VAT
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE OPEX-RECORD.

       D-440-POST-RECHARGE-LINE.
      *>   Payable to the vendor like the owner's line, so the vendor
      *>   payment run still pays the contractor the whole invoice.
           PERFORM D-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD  TO OPEX-PROP-ID
           MOVE WS-OPEX-MAX-SEQUENCE             TO OPEX-SEQUENCE
           MOVE WO-COMPLETED-DATE OF WORK-ORDER-RECORD
                                                  TO OPEX-TRANS-DATE
           SET OPEX-IS-TENANT-RECHARGE TO TRUE
           MOVE WO-VENDOR-ID OF WORK-ORDER-RECORD TO OPEX-VENDOR-ID
           MOVE WO-VENDOR OF WORK-ORDER-RECORD    TO OPEX-VENDOR
           MOVE WO-RECHARGE-AMOUNT OF WORK-ORDER-RECORD
                                                  TO OPEX-AMOUNT
           MOVE SPACES TO OPEX-DESCRIPTION
           STRING "TENANT RECHARGE LEASE "
               WO-RECHARGE-LEASE OF WORK-ORDER-RECORD
               DELIMITED BY SIZE INTO OPEX-DESCRIPTION
           MOVE "N" TO OPEX-PAID-SWITCH
           PERFORM D-430-SETTLE-VAT
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE OPEX-RECORD.
           MOVE WS-OPEX-MAX-SEQUENCE
               TO WO-RECHARGE-OPEX-SEQUENCE OF WORK-ORDER-RECORD.

       D-430-SETTLE-VAT.
      *>   The completed cost was keyed gross; the VAT portion inside
           END-READ.

       C-100-CLOSE-FILES.
           PERFORM Z-910-CLOSE-SESSION-BATCH.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE PROPERTY-MASTER.
           CLOSE WORK-ORDER-FILE.
           CLOSE OPEX-LEDGER.
           CLOSE VENDOR-MASTER.
           CLOSE CREDENTIAL-FILE.
           CLOSE LANDLORD-MASTER.
           CLOSE PLANNED-MAINT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE LEASE-MASTER.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A work order belongs to the branch of the property it is
      *>   raised on.
       Z-110-CHECK-WORK-ORDER-BRANCH.
           MOVE WO-PROP-ID OF WORK-ORDER-RECORD TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-BRANCH-CODE
           END-READ.
           PERFORM Z-100-CHECK-BRANCH.
           IF NOT BRANCH-IS-OK
               DISPLAY "WORK ORDER IS NOT IN YOUR BRANCH"
                   LINE 6 COLUMN 10
           END-IF.

      *>   A branch operator sees only their own branch's properties;
      *>   a property not yet given a branch is left to head office.
       Z-100-CHECK-BRANCH.
           MOVE "N" TO SW-BRANCH-OK
           IF OPER-IS-HEAD-OFFICE
               MOVE "Y" TO SW-BRANCH-OK
           ELSE
               IF PROP-BRANCH-CODE NOT = SPACES
                  AND PROP-BRANCH-CODE = OPER-BRANCH-CODE
                   MOVE "Y" TO SW-BRANCH-OK
               END-IF
           END-IF.

       Z-900-OPEN-SESSION-BATCH.
      *>   The session's first posting opens a run-log record and a
      *>   posting batch for it, the way a posting job does when it
      *>   starts; a session that posts nothing leaves neither.  The
      *>   batch number comes off the register's control record
      *>   (record zero).
           MOVE OPER-ID TO WS-OPERATOR-ID
           MOVE "WORK-ORDER-MAINTENANCE" TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE ZERO TO PBAT-NUMBER
                   MOVE ZERO TO PBAT-LAST-ISSUED
                   MOVE ZERO TO PBAT-LAST-EXTRACTED
                   WRITE POSTING-BATCH-RECORD
           END-READ.
           ADD 1 TO PBAT-LAST-ISSUED
           MOVE PBAT-LAST-ISSUED TO WS-POSTING-BATCH-NUMBER
           REWRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
           MOVE RUNLOG-PROGRAM-ID       TO PBAT-PROGRAM-ID
           MOVE RUNLOG-START-TIMESTAMP  TO PBAT-RUN-TIMESTAMP
           MOVE RUNLOG-OPERATOR-ID      TO PBAT-OPERATOR-ID
           SET PBAT-IS-OPEN             TO TRUE
           MOVE SPACES                  TO PBAT-CLOSE-TIMESTAMP
           MOVE "N"                     TO PBAT-EXTRACT-SWITCH
           MOVE ZERO                    TO PBAT-EXTRACT-DATE
           WRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER
           WRITE RUN-LOG-RECORD.

       Z-910-CLOSE-SESSION-BATCH.
           IF WS-POSTING-BATCH-NUMBER > ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
               MOVE WS-SESSION-POSTINGS   TO RUNLOG-RECORD-COUNT
               SET RUNLOG-IS-COMPLETE     TO TRUE
               REWRITE RUN-LOG-RECORD
               MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
               READ POSTING-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PBAT-IS-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO PBAT-CLOSE-TIMESTAMP
                       REWRITE POSTING-BATCH-RECORD
               END-READ
           END-IF.

       END PROGRAM WORK-ORDER-MAINTENANCE.
