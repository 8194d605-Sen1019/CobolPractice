               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO "correspondence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT PROPERTY-SUPPLIER-FILE
               ASSIGN TO "property_supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSUP-KEY
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT OCCUPIER-NOTICE-FILE ASSIGN TO "occupier_notice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONT-KEY
               ALTERNATE RECORD KEY IS ONT-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT KEY-SET-FILE ASSIGN TO "key_set.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSET-KEY
               FILE STATUS IS WS-KEY-SET-STATUS.

           SELECT KEY-MOVEMENT-FILE ASSIGN TO "key_movement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KMOV-KEY
               FILE STATUS IS WS-KEY-MOVEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRESPREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  PROPERTY-SUPPLIER-FILE.
           COPY PROPSUPREC.

       FD  OCCUPIER-NOTICE-FILE.
           COPY OCCNOTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  KEY-SET-FILE.
           COPY KEYSETREC.

       FD  KEY-MOVEMENT-FILE.
           COPY KEYMOVREC.

       WORKING-STORAGE SECTION.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  SW-LBAL-ON-FILE              PIC X.
       01  WS-INTERIM-STATUS            PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-CORRESPONDENCE-STATUS     PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-SUPPLIER-STATUS           PIC XX.
       01  WS-NOTICE-STATUS             PIC XX.
       01  WS-KEY-SET-STATUS            PIC XX.
       01  WS-KEY-MOVEMENT-STATUS       PIC XX.
       01  SW-NOTICE-NEEDED             PIC X.
           88  NOTICE-IS-NEEDED             VALUE "Y".
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".
       01  WS-RUNLOG-COUNT              PIC 9(9).
       01  WS-TODAY-DATE                PIC 9(8).

       01  WS-DEDUCTION-AMOUNT          PIC 9(6)V99.
       01  WS-DEDUCTION-REASON          PIC X(40).
       01  WS-REFUND-AMOUNT             PIC 9(6)V99.
       01  WS-UNPOSTED-RECHARGES        PIC 9(7)V99.
       01  WS-POSTED-RECHARGES          PIC 9(7)V99.
       01  WS-UNPAID-RECHARGES          PIC 9(7)V99.

       01  SW-LEASE-FOUND               PIC X.
           88  LEASE-FOUND                  VALUE "Y".
       01  SW-NOTICE-ON-FILE            PIC X.
           88  NOTICE-IS-ON-FILE            VALUE "Y".
       01  SW-CHECKOUT-ONLY             PIC X.
           88  CHECKOUT-ONLY                VALUE "Y".
       01  SW-REFUND-ONLY               PIC X.
           88  REFUND-ONLY                  VALUE "Y".

       01  SW-KEYS-HELD                 PIC X.
           88  KEYS-ARE-HELD                VALUE "Y".
       01  WS-KEYS-OUT                  PIC 9(2).
       01  WS-KEY-ANSWER                PIC X.
       01  WS-LOCK-CHANGE-AMOUNT        PIC 9(6)V99.
       01  WS-MOVEMENT-TYPE             PIC X.
       01  WS-MOVEMENT-REASON           PIC X(30).

       01  SW-JOB-CANCELLED             PIC X.
           88  JOB-CANCELLED                VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-SIGNED-ON
      *>   The final-stub recharge this run posts must land on the
      *>   maintained summary too, so a summary never built from the
      *>   existing ledger stands the whole run down.
               DISPLAY "MOVE-OUT RUN REFUSED - RUN THE BALANCE "
                   "REBUILD FIRST"
           ELSE
               PERFORM A-200-SIGN-ON
               IF NOT OPERATOR-IS-SIGNED-ON
                   DISPLAY "MOVE-OUT RUN REFUSED - OPERATOR NOT ON "
                       "FILE"
               END-IF
           END-IF.
           IF OPERATOR-IS-SIGNED-ON
               PERFORM A-150-START-RUN-LOG
               PERFORM B-100-GET-LEASE-TO-END
               IF LEASE-FOUND
                   IF REFUND-ONLY
                       PERFORM B-390-CHECK-KEYS-HELD
                       PERFORM B-400-REFUND-DEPOSIT
                   ELSE
                       IF NOT CHECKOUT-ONLY
                           PERFORM B-200-TERMINATE-LEASE
                           PERFORM B-300-VACATE-PROPERTY
                       END-IF
                       PERFORM B-350-CAPTURE-MOVEOUT-INVENTORY
                       PERFORM B-360-CAPTURE-METER-READINGS
                       PERFORM B-380-RAISE-OCCUPIER-NOTICES
                       PERFORM B-390-CHECK-KEYS-HELD
                       PERFORM B-400-REFUND-DEPOSIT
                       PERFORM B-450-CLOSE-NOTICE-TO-QUIT
                   END-IF
                   MOVE 1 TO WS-RUNLOG-COUNT
               END-IF
               PERFORM C-050-FINISH-RUN-LOG
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE ZERO TO WS-RUNLOG-COUNT.

           OPEN I-O CORRESPONDENCE-FILE.
               OPEN I-O CORRESPONDENCE-FILE
           END-IF.

           OPEN I-O NOTICE-TO-QUIT-FILE.
           IF WS-NTQ-STATUS = "35"
               OPEN OUTPUT NOTICE-TO-QUIT-FILE
               CLOSE NOTICE-TO-QUIT-FILE
               OPEN I-O NOTICE-TO-QUIT-FILE
           END-IF.

           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF.

           OPEN I-O PROPERTY-SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS = "35"
               OPEN OUTPUT PROPERTY-SUPPLIER-FILE
               CLOSE PROPERTY-SUPPLIER-FILE
               OPEN I-O PROPERTY-SUPPLIER-FILE
           END-IF.

           OPEN I-O OCCUPIER-NOTICE-FILE.
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT OCCUPIER-NOTICE-FILE
               CLOSE OCCUPIER-NOTICE-FILE
               OPEN I-O OCCUPIER-NOTICE-FILE
           END-IF.

           OPEN I-O KEY-SET-FILE.
           IF WS-KEY-SET-STATUS = "35"
               OPEN OUTPUT KEY-SET-FILE
               CLOSE KEY-SET-FILE
               OPEN I-O KEY-SET-FILE
           END-IF.

           OPEN I-O KEY-MOVEMENT-FILE.
           IF WS-KEY-MOVEMENT-STATUS = "35"
               OPEN OUTPUT KEY-MOVEMENT-FILE
               CLOSE KEY-MOVEMENT-FILE
               OPEN I-O KEY-MOVEMENT-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   The operator's branch decides which leases can be ended
      *>   here; head office can end any of them.
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID.
           IF OPERATORS-ARE-ON-FILE
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SIGNED-ON
               END-READ
           END-IF.

       A-150-START-RUN-LOG.
      *>   Every posting job stamps a running record here and closes
      *>   it out again in C-050-FINISH-RUN-LOG, the same open-write/
      *>   close-rewrite shape as a deposit or case record elsewhere
      *>   in this system, just keyed by program and start time
      *>   instead of by lease or tenant.
           MOVE OPER-ID TO WS-OPERATOR-ID
           MOVE "LEASE-MOVEOUT"       TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           PERFORM A-160-OPEN-POSTING-BATCH
           WRITE RUN-LOG-RECORD.

       A-160-OPEN-POSTING-BATCH.
      *>   Takes the next number off the posting batch register's
      *>   control record (record zero) and opens a batch for this
      *>   run under it.  Every ledger line the run writes carries
      *>   the number, and so does the run-log record, so the
      *>   day-book and the journal extract can find them again.
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
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER.

       B-100-GET-LEASE-TO-END.
      *>   A lease NOTICE-MOVEOUT-RUN has already ended on its notice
      *>   date is still let through once, for the check-out only --
      *>   the inventory, meters and deposit that run cannot do.
      *>   Any other ended lease whose deposit is still held -- a
      *>   refund held for unreturned keys, or one backed out of at
      *>   the countdown -- comes back through for the refund alone.
           MOVE "N" TO SW-LEASE-FOUND
           MOVE "N" TO SW-CHECKOUT-ONLY
           MOVE "N" TO SW-REFUND-ONLY
           DISPLAY "ENTER LEASE NUMBER TO END: "
           ACCEPT WS-LEASE-NUMBER.
           MOVE WS-LEASE-NUMBER TO LEASE-NUMBER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE - " WS-LEASE-NUMBER
               NOT INVALID KEY
                   PERFORM B-110-CHECK-NOTICE-TO-QUIT
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF NOT BRANCH-IS-OK
                       DISPLAY "LEASE " WS-LEASE-NUMBER
                           " IS NOT IN YOUR BRANCH"
                   ELSE
                       IF LEASE-IS-TERMINATED
                           IF NOTICE-IS-ON-FILE
                               AND NTQ-IS-COMPLETED
                               AND NOT NTQ-CHECKOUT-IS-DONE
                               MOVE "Y" TO SW-LEASE-FOUND
                               MOVE "Y" TO SW-CHECKOUT-ONLY
                               DISPLAY "LEASE " WS-LEASE-NUMBER
                                   " ENDED ON NOTICE " LEASE-TERM-DATE
                                   " - CHECK-OUT ONLY"
                           ELSE
                               PERFORM B-120-CHECK-DEPOSIT-HELD
                           END-IF
                       ELSE
                           MOVE "Y" TO SW-LEASE-FOUND
                       END-IF
                   END-IF
           END-READ.

       B-110-CHECK-NOTICE-TO-QUIT.
           MOVE "N" TO SW-NOTICE-ON-FILE
           MOVE WS-LEASE-NUMBER TO NTQ-LEASE-NUMBER
           READ NOTICE-TO-QUIT-FILE
               NOT INVALID KEY
                   MOVE "Y" TO SW-NOTICE-ON-FILE
           END-READ.

       B-120-CHECK-DEPOSIT-HELD.
           MOVE WS-LEASE-NUMBER TO DEP-LEASE-NUMBER
           READ DEPOSIT-LEDGER
               INVALID KEY
                   MOVE SPACES TO DEP-STATUS
           END-READ.
           IF DEP-IS-OPEN
               MOVE "Y" TO SW-LEASE-FOUND
               MOVE "Y" TO SW-REFUND-ONLY
               DISPLAY "LEASE " WS-LEASE-NUMBER
                   " ENDED " LEASE-TERM-DATE
                   " - DEPOSIT REFUND ONLY"
           ELSE
               DISPLAY "LEASE " WS-LEASE-NUMBER
                   " IS ALREADY TERMINATED"
           END-IF.

       B-200-TERMINATE-LEASE.
      *>   The lease stays on file as a historical record rather than
      *>   being deleted, the same way a terminated record is treated
      *>   share figures the sequence scan left in the buffer.
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.

                   END-IF
           END-READ.

       B-380-RAISE-OCCUPIER-NOTICES.
      *>   The council and every utility supplier are told the owner
      *>   has taken the property back from the outgoing tenants, with
      *>   the closing readings B-360 has just captured -- the same
      *>   notices Leases raises at move-in, sent by the daily
      *>   OCCUPIER-NOTICE-RUN.  A lease NOTICE-MOVEOUT-RUN ended is
      *>   told here too, at its check-out, dated the day it ended.
           MOVE "COUNCIL" TO WS-METER-TYPE-LOOP
           PERFORM B-385-RAISE-ONE-NOTICE.
           MOVE "GAS" TO WS-METER-TYPE-LOOP
           PERFORM B-385-RAISE-ONE-NOTICE.
           MOVE "ELECTRIC" TO WS-METER-TYPE-LOOP
           PERFORM B-385-RAISE-ONE-NOTICE.
           MOVE "WATER" TO WS-METER-TYPE-LOOP
           PERFORM B-385-RAISE-ONE-NOTICE.

       B-385-RAISE-ONE-NOTICE.
      *>   Same rule as Leases' B-355-RAISE-ONE-NOTICE: the council
      *>   always, a utility when it has a supplier on the register or
      *>   a closing reading was taken for it.
           MOVE "N" TO SW-NOTICE-NEEDED
           INITIALIZE OCCUPIER-NOTICE-RECORD
           MOVE WS-LEASE-NUMBER TO ONT-LEASE-NUMBER
           SET ONT-IS-MOVE-OUT TO TRUE
           MOVE WS-METER-TYPE-LOOP TO ONT-SERVICE
           MOVE LEASE-PROP-ID TO ONT-PROP-ID
           MOVE LEASE-TERM-DATE TO ONT-CHANGE-DATE
           MOVE WS-TODAY-DATE TO ONT-RAISED-DATE
           MOVE "N" TO ONT-READING-SWITCH
           IF ONT-IS-COUNCIL
               MOVE "Y" TO SW-NOTICE-NEEDED
           ELSE
               MOVE LEASE-PROP-ID TO MTR-PROP-ID
               MOVE WS-METER-TYPE-LOOP TO MTR-METER-TYPE
               READ METER-READING-FILE
                   NOT INVALID KEY
                       IF MTR-LEASE-NUMBER = WS-LEASE-NUMBER
                           AND MTR-MOVE-OUT-DATE NOT = ZERO
                           MOVE "Y" TO ONT-READING-SWITCH
                           MOVE MTR-MOVE-OUT-READING TO ONT-READING
                           MOVE "Y" TO SW-NOTICE-NEEDED
                       END-IF
               END-READ
           END-IF.
           MOVE LEASE-PROP-ID TO PSUP-PROP-ID
           MOVE WS-METER-TYPE-LOOP TO PSUP-SERVICE
           READ PROPERTY-SUPPLIER-FILE
               INVALID KEY
                   SET ONT-IS-HELD TO TRUE
               NOT INVALID KEY
                   MOVE PSUP-VENDOR-ID TO ONT-VENDOR-ID
                   MOVE PSUP-ACCOUNT-REF TO ONT-ACCOUNT-REF
                   SET ONT-IS-PENDING TO TRUE
                   MOVE "Y" TO SW-NOTICE-NEEDED
           END-READ.
           IF NOTICE-IS-NEEDED
               WRITE OCCUPIER-NOTICE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       B-390-CHECK-KEYS-HELD.
      *>   Every set the key register shows out to the tenants on
      *>   this lease is put in front of the operator.  Sets handed
      *>   back at the check-out are booked in here; for any still
      *>   out, either a lock change is charged to the lease (and the
      *>   sets retired, since the new locks make them useless) or
      *>   the deposit refund is held until they come back.
           MOVE "N" TO SW-KEYS-HELD
           MOVE ZERO TO WS-KEYS-OUT
           MOVE LEASE-PROP-ID TO KSET-PROP-ID
           MOVE ZERO TO KSET-SET-NUMBER
           START KEY-SET-FILE KEY IS NOT LESS THAN KSET-KEY
               INVALID KEY
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-KEY-SET-STATUS
           END-START.
           PERFORM B-391-SCAN-TENANT-KEY-SETS
               UNTIL WS-KEY-SET-STATUS NOT = "00"
               AND WS-KEY-SET-STATUS NOT = "02".
           IF WS-KEYS-OUT > ZERO
               DISPLAY "WARNING - " WS-KEYS-OUT
                   " KEY SET(S) STILL WITH THE OUTGOING TENANT"
               DISPLAY "CHARGE A LOCK CHANGE TO THE LEASE (Y/N)? "
               ACCEPT WS-KEY-ANSWER
               MOVE ZERO TO WS-LOCK-CHANGE-AMOUNT
               IF WS-KEY-ANSWER = "Y" OR WS-KEY-ANSWER = "y"
                   DISPLAY "LOCK CHANGE AMOUNT: "
                   ACCEPT WS-LOCK-CHANGE-AMOUNT
               END-IF
               IF WS-LOCK-CHANGE-AMOUNT > ZERO
                   PERFORM B-395-POST-LOCK-CHANGE
                   PERFORM B-397-RETIRE-TENANT-KEY-SETS
               ELSE
                   MOVE "Y" TO SW-KEYS-HELD
               END-IF
           END-IF.

       B-391-SCAN-TENANT-KEY-SETS.
           READ KEY-SET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT AT END
                   IF KSET-PROP-ID NOT = LEASE-PROP-ID
                       MOVE "10" TO WS-KEY-SET-STATUS
                   ELSE
                       IF KSET-IS-OUT
                           AND KSET-HELD-BY-TENANT
                           AND KSET-LEASE-NUMBER = WS-LEASE-NUMBER
                           PERFORM B-392-ASK-KEY-SET-RETURNED
                       END-IF
                   END-IF
           END-READ.

       B-392-ASK-KEY-SET-RETURNED.
           DISPLAY "KEY SET " KSET-SET-NUMBER " " KSET-DESCRIPTION
               " HELD BY " KSET-HOLDER-NAME
           DISPLAY "HANDED BACK AT CHECK-OUT (Y/N)? "
           ACCEPT WS-KEY-ANSWER
           IF WS-KEY-ANSWER = "Y" OR WS-KEY-ANSWER = "y"
               MOVE "R" TO WS-MOVEMENT-TYPE
               MOVE "RETURNED AT CHECK-OUT" TO WS-MOVEMENT-REASON
               PERFORM B-393-LOG-KEY-MOVEMENT
               SET KSET-IS-IN TO TRUE
               PERFORM B-394-CLEAR-KEY-HOLDER
               REWRITE KEY-SET-RECORD
           ELSE
               ADD 1 TO WS-KEYS-OUT
           END-IF.

       B-393-LOG-KEY-MOVEMENT.
      *>   Same movement record KEY-REGISTER-MAINTENANCE logs, taken
      *>   from the set before the holder comes off it.
           ADD 1 TO KSET-LAST-MOVEMENT
           INITIALIZE KEY-MOVEMENT-RECORD
           MOVE KSET-PROP-ID          TO KMOV-PROP-ID
           MOVE KSET-SET-NUMBER       TO KMOV-SET-NUMBER
           MOVE KSET-LAST-MOVEMENT    TO KMOV-SEQUENCE
           MOVE WS-MOVEMENT-TYPE      TO KMOV-TYPE
           MOVE WS-TODAY-DATE         TO KMOV-DATE
           MOVE KSET-HOLDER-TYPE      TO KMOV-HOLDER-TYPE
           MOVE KSET-HOLDER-ID        TO KMOV-HOLDER-ID
           MOVE KSET-HOLDER-NAME      TO KMOV-HOLDER-NAME
           MOVE KSET-LEASE-NUMBER     TO KMOV-LEASE-NUMBER
           MOVE KSET-WO-NUMBER        TO KMOV-WO-NUMBER
           MOVE KSET-INSP-DATE        TO KMOV-INSP-DATE
           MOVE KSET-EXPECTED-RETURN  TO KMOV-EXPECTED-RETURN
           MOVE WS-MOVEMENT-REASON    TO KMOV-REASON
           WRITE KEY-MOVEMENT-RECORD.

       B-394-CLEAR-KEY-HOLDER.
           MOVE SPACES TO KSET-HOLDER-TYPE
           MOVE SPACES TO KSET-HOLDER-ID
           MOVE SPACES TO KSET-HOLDER-NAME
           MOVE SPACES TO KSET-LEASE-NUMBER
           MOVE SPACES TO KSET-WO-NUMBER
           MOVE ZERO TO KSET-INSP-DATE
           MOVE ZERO TO KSET-ISSUED-DATE
           MOVE ZERO TO KSET-EXPECTED-RETURN.

       B-395-POST-LOCK-CHANGE.
      *>   Posted as an ordinary charge the way B-370 posts a utility
      *>   recharge, so it sits on the lease balance and can be taken
      *>   out of the deposit at the deduction prompt below.
           MOVE WS-LEASE-NUMBER TO WS-TARGET-LEASE-NUMBER
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE LOW-VALUES TO RLEDG-SEQUENCE
           START RENT-LEDGER KEY IS NOT LESS THAN RLEDG-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM B-375-SCAN-FOR-MAX-SEQUENCE
               UNTIL WS-RLEDGER-STATUS NOT = "00"
               AND WS-RLEDGER-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE WS-MAX-SEQUENCE        TO RLEDG-SEQUENCE
           MOVE WS-TODAY-DATE          TO RLEDG-TRANS-DATE
           SET RLEDG-IS-CHARGE         TO TRUE
           MOVE WS-LOCK-CHANGE-AMOUNT  TO RLEDG-AMOUNT
           MOVE "LOCK CHANGE - KEYS UNRETURNED"
                                       TO RLEDG-DESCRIPTION
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.
           DISPLAY "LOCK CHANGE OF " WS-LOCK-CHANGE-AMOUNT
               " CHARGED TO LEASE " WS-LEASE-NUMBER
               " - INCLUDE IT IN THE DEDUCTION IF IT IS TO COME"
               " OUT OF THE DEPOSIT".

       B-397-RETIRE-TENANT-KEY-SETS.
           MOVE LEASE-PROP-ID TO KSET-PROP-ID
           MOVE ZERO TO KSET-SET-NUMBER
           START KEY-SET-FILE KEY IS NOT LESS THAN KSET-KEY
               INVALID KEY
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-KEY-SET-STATUS
           END-START.
           PERFORM B-398-RETIRE-ONE-KEY-SET
               UNTIL WS-KEY-SET-STATUS NOT = "00"
               AND WS-KEY-SET-STATUS NOT = "02".

       B-398-RETIRE-ONE-KEY-SET.
           READ KEY-SET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT AT END
                   IF KSET-PROP-ID NOT = LEASE-PROP-ID
                       MOVE "10" TO WS-KEY-SET-STATUS
                   ELSE
                       IF KSET-IS-OUT
                           AND KSET-HELD-BY-TENANT
                           AND KSET-LEASE-NUMBER = WS-LEASE-NUMBER
                           MOVE "X" TO WS-MOVEMENT-TYPE
                           MOVE "LOCKS CHANGED - NOT RETURNED"
                               TO WS-MOVEMENT-REASON
                           PERFORM B-393-LOG-KEY-MOVEMENT
                           SET KSET-IS-RETIRED TO TRUE
                           PERFORM B-394-CLEAR-KEY-HOLDER
                           REWRITE KEY-SET-RECORD
                       END-IF
                   END-IF
           END-READ.

       B-850-UPDATE-LEASE-BALANCE.
      *>   The entry just written above is applied to the lease's
      *>   one-record balance summary in the same breath, so the jobs
           END-IF.

       B-400-REFUND-DEPOSIT.
      *>   Held, not refunded, while the tenant still has keys to the
      *>   property -- the deposit stays open and the lease comes
      *>   back through B-120 for the refund once they are in.
           MOVE WS-LEASE-NUMBER TO DEP-LEASE-NUMBER
           READ DEPOSIT-LEDGER
               NOT INVALID KEY
                   IF DEP-IS-OPEN AND KEYS-ARE-HELD
                       DISPLAY "DEPOSIT REFUND HELD FOR LEASE "
                           WS-LEASE-NUMBER " - KEYS NOT RETURNED"
                       DISPLAY "BOOK THEM IN ON THE KEY REGISTER OR "
                           "CHARGE A LOCK CHANGE, THEN RUN THE "
                           "MOVE-OUT AGAIN FOR THE REFUND"
                   END-IF
                   IF DEP-IS-OPEN AND NOT KEYS-ARE-HELD
                       PERFORM B-405-SHOW-UNPAID-RECHARGES
                       PERFORM B-410-GET-DEDUCTION
                       COMPUTE WS-REFUND-AMOUNT =
                           DEP-AMOUNT-HELD - WS-DEDUCTION-AMOUNT
                               TO DEP-DEDUCTION-REASON
                           MOVE WS-REFUND-AMOUNT TO DEP-REFUND-AMOUNT
                           SET DEP-IS-REFUNDED TO TRUE
                           MOVE WS-POSTING-BATCH-NUMBER
                               TO DEP-REFUND-BATCH-NUMBER
                           REWRITE DEPOSIT-RECORD
                           PERFORM B-415-SETTLE-FROM-DEPOSIT
                           DISPLAY "DEPOSIT REFUND OF " WS-REFUND-AMOUNT
                               " ISSUED FOR LEASE " WS-LEASE-NUMBER
                       ELSE
                   END-IF
           END-READ.

       B-405-SHOW-UNPAID-RECHARGES.
      *>   Repair recharges to this lease are put in front of the
      *>   operator before the deduction is keyed, so the check-out
      *>   does not hand back a deposit the tenant still owes out of.
      *>   Those still in their dispute window (or on hold) are not
      *>   on the ledger yet; those already raised count as unpaid up
      *>   to whatever the lease still owes.
           MOVE ZERO TO WS-UNPOSTED-RECHARGES
           MOVE ZERO TO WS-POSTED-RECHARGES
           MOVE LOW-VALUES TO WO-NUMBER
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-WORK-ORDER-STATUS
           END-START.
           PERFORM B-406-SCAN-WORK-ORDERS
               UNTIL WS-WORK-ORDER-STATUS NOT = "00"
               AND WS-WORK-ORDER-STATUS NOT = "02".
           MOVE ZERO TO WS-UNPAID-RECHARGES
           IF WS-POSTED-RECHARGES > ZERO
               MOVE WS-LEASE-NUMBER TO LBAL-LEASE-NUMBER
               READ LEASE-BALANCE-FILE
                   NOT INVALID KEY
                       IF LBAL-BALANCE > ZERO
                           IF LBAL-BALANCE < WS-POSTED-RECHARGES
                               MOVE LBAL-BALANCE
                                   TO WS-UNPAID-RECHARGES
                           ELSE
                               MOVE WS-POSTED-RECHARGES
                                   TO WS-UNPAID-RECHARGES
                           END-IF
                       END-IF
               END-READ
           END-IF.
           ADD WS-UNPOSTED-RECHARGES TO WS-UNPAID-RECHARGES.
           IF WS-UNPAID-RECHARGES > ZERO
               DISPLAY "UNPAID TENANT REPAIR RECHARGES: "
                   WS-UNPAID-RECHARGES
               IF WS-UNPOSTED-RECHARGES > ZERO
                   DISPLAY "  OF WHICH NOT YET ON THE LEDGER: "
                       WS-UNPOSTED-RECHARGES
                   DISPLAY "  A DEDUCTION COVERING THESE SETTLES THEM"
               END-IF
           END-IF.

       B-406-SCAN-WORK-ORDERS.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT AT END
                   IF WO-RECHARGE-LEASE = WS-LEASE-NUMBER
                       IF WO-RECHARGE-UNPOSTED
                           DISPLAY "RECHARGE W/O " WO-NUMBER " "
                               WO-RECHARGE-AMOUNT " NOT YET RAISED"
                           ADD WO-RECHARGE-AMOUNT
                               TO WS-UNPOSTED-RECHARGES
                       END-IF
                       IF WO-RECHARGE-POSTED
                           DISPLAY "RECHARGE W/O " WO-NUMBER " "
                               WO-RECHARGE-AMOUNT " RAISED "
                               WO-RECHARGE-POSTED-DATE
                           ADD WO-RECHARGE-AMOUNT
                               TO WS-POSTED-RECHARGES
                       END-IF
                   END-IF
           END-READ.

       B-415-SETTLE-FROM-DEPOSIT.
      *>   A deduction large enough to cover the recharges not yet
      *>   raised settles them out of the deposit -- marked so the
      *>   recharge run does not raise them on the closed account as
      *>   well.  A smaller deduction leaves them to be raised.
           IF WS-UNPOSTED-RECHARGES > ZERO
               AND WS-DEDUCTION-AMOUNT NOT < WS-UNPOSTED-RECHARGES
               MOVE LOW-VALUES TO WO-NUMBER
               START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-WORK-ORDER-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-WORK-ORDER-STATUS
               END-START
               PERFORM B-416-MARK-RECHARGE-SETTLED
                   UNTIL WS-WORK-ORDER-STATUS NOT = "00"
                   AND WS-WORK-ORDER-STATUS NOT = "02"
           END-IF.

       B-416-MARK-RECHARGE-SETTLED.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT AT END
                   IF WO-RECHARGE-LEASE = WS-LEASE-NUMBER
                       AND WO-RECHARGE-UNPOSTED
                       SET WO-RECHARGE-FROM-DEPOSIT TO TRUE
                       MOVE WS-TODAY-DATE TO WO-RECHARGE-POSTED-DATE
                       REWRITE WORK-ORDER-RECORD
                   END-IF
           END-READ.

       B-410-GET-DEDUCTION.
           MOVE ZERO TO WS-DEDUCTION-AMOUNT
           MOVE SPACES TO WS-DEDUCTION-REASON
               SUBTRACT 1 FROM WS-CONFIRM-COUNT
           END-IF.

       B-450-CLOSE-NOTICE-TO-QUIT.
      *>   A manual move-out ahead of the overnight run closes any
      *>   notice still pending so the run does not end the lease a
      *>   second time; either way the check-out is now done.
           IF NOTICE-IS-ON-FILE
               AND NOT NTQ-IS-WITHDRAWN
               IF NTQ-IS-PENDING
                   SET NTQ-IS-COMPLETED TO TRUE
                   MOVE WS-TODAY-DATE TO NTQ-COMPLETED-DATE
               END-IF
               SET NTQ-CHECKOUT-IS-DONE TO TRUE
               REWRITE NOTICE-TO-QUIT-RECORD
           END-IF.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-RUNLOG-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           PERFORM C-060-CLOSE-POSTING-BATCH
           REWRITE RUN-LOG-RECORD.

       C-060-CLOSE-POSTING-BATCH.
      *>   A closed batch is one the journal extract may take -- a
      *>   batch still open belongs to a run that has not finished.
           IF WS-POSTING-BATCH-NUMBER > ZERO
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

       C-100-CLOSE-FILES.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.
           CLOSE RENT-LEDGER.
           CLOSE LEASE-BALANCE-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE NOTICE-TO-QUIT-FILE.
           CLOSE WORK-ORDER-FILE.
           CLOSE PROPERTY-SUPPLIER-FILE.
           CLOSE OCCUPIER-NOTICE-FILE.
           CLOSE KEY-SET-FILE.
           CLOSE KEY-MOVEMENT-FILE.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A lease belongs to the branch of the property it is on.
       Z-110-CHECK-LEASE-BRANCH.
           MOVE LEASE-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-BRANCH-CODE
           END-READ.
           PERFORM Z-100-CHECK-BRANCH.

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

       END PROGRAM LEASE-MOVEOUT.
