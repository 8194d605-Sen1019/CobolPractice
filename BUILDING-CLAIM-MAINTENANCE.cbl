       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILDING-CLAIM-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT OPEX-LEDGER ASSIGN TO "opex_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "building_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS BIC-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BIC-INSURER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.

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
           COPY PROPREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  OPEX-LEDGER.
           COPY OPEXREC.

       FD  CLAIM-FILE.
           COPY BLDCLMREC.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-CLAIM-STATUS              PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-SESSION-POSTINGS          PIC 9(9) VALUE ZERO.
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-CLAIM-ON-FILE             PIC X.
           88  CLAIM-IS-ON-FILE             VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-ACTION                    PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-SELECT-NUMBER             PIC 9(6).
       01  WS-MAX-CLAIM-NUMBER          PIC 9(6).
       01  WS-MAX-SEQUENCE              PIC 9(6).
       01  WS-SETTLED-AMOUNT            PIC 9(6)V99.
       01  WS-SETTLED-DATE              PIC 9(8).

      *>   The work orders linked to a claim, and what they cost --
      *>   the completed cost once an order is done, its estimate
      *>   until then.
       01  WS-LINKED-COUNT              PIC 9(3).
       01  WS-LINKED-COST               PIC 9(8)V99.
       01  WS-ORDER-COST                PIC 9(6)V99.
       01  SW-SHOW-ORDERS               PIC X.
           88  ORDERS-ARE-SHOWN             VALUE "Y".

       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99.

       01  ORDER-DETAIL-LINE.
           05  ODL-WO-NUMBER            PIC X(8).
           05  ODL-DESCRIPTION          PIC X(32).
           05  ODL-STATUS               PIC X(10).
           05  ODL-COST                 PIC ZZZ,ZZ9.99.

       COPY BLDCLMREC REPLACING ==BUILDING-CLAIM-RECORD==
           BY ==CANDIDATE-CLAIM==.

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
      *>   Linking rewrites work orders and a settlement posts to the
      *>   opex ledger -- the same two files WORK-ORDER-MAINTENANCE
      *>   checks before a batch run's rewrite can be trampled.
           MOVE "N" TO SW-FILE-LOCKED
           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.
           MOVE "work_order.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-060-CHECK-ONE-LOCK.
           MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
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

           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF.

           OPEN I-O OPEX-LEDGER.
           IF WS-OPEX-STATUS = "35"
               OPEN OUTPUT OPEX-LEDGER
               CLOSE OPEX-LEDGER
               OPEN I-O OPEX-LEDGER
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BUILDING INSURANCE CLAIMS" LINE 2 COLUMN 20.
           DISPLAY "1. OPEN OR UPDATE A CLAIM"        LINE 4 COLUMN 10.
           DISPLAY "2. LINK A WORK ORDER TO A CLAIM"  LINE 5 COLUMN 10.
           DISPLAY "3. SHOW A CLAIM AND ITS ORDERS"   LINE 6 COLUMN 10.
           DISPLAY "4. SETTLE OR CLOSE A CLAIM"       LINE 7 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 8 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 10 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 10 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-CLAIM
               WHEN "2"
                   PERFORM E-100-LINK-WORK-ORDER
               WHEN "3"
                   PERFORM F-100-SHOW-CLAIM
               WHEN "4"
                   PERFORM G-100-SETTLE-CLAIM
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 12 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   CLAIM MAINTENANCE -- claim number zero opens a new claim
      *>   for an incident; an open claim's details and the amount
      *>   put to the insurer can be keyed over until it is settled
      *>   or closed.
      *>   ---------------------------------------------------------
       D-100-MAINTAIN-CLAIM.
           PERFORM D-110-SELECT-CLAIM.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-CLAIM-FIELDS
               PERFORM D-300-SAVE-CLAIM
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-CLAIM.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BUILDING INSURANCE CLAIM" LINE 2 COLUMN 20.
           DISPLAY "CLAIM NUMBER (0 = NEW CLAIM): " LINE 4 COLUMN 10.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 4 COLUMN 41.
           IF WS-SELECT-NUMBER = ZERO
               PERFORM D-120-START-NEW-CLAIM
           ELSE
               MOVE WS-SELECT-NUMBER TO BIC-CLAIM-NUMBER
                   OF BUILDING-CLAIM-RECORD
               READ CLAIM-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH CLAIM" LINE 14 COLUMN 10
                   NOT INVALID KEY
                       IF BIC-IS-OPEN OF BUILDING-CLAIM-RECORD
                           MOVE BUILDING-CLAIM-RECORD
                               TO CANDIDATE-CLAIM
                           MOVE "Y" TO SW-CLAIM-ON-FILE
                           MOVE "Y" TO SW-ENTRY-OK
                           DISPLAY "PROPERTY: "
                               BIC-PROP-ID OF CANDIDATE-CLAIM
                               LINE 5 COLUMN 10
                       ELSE
                           DISPLAY "CLAIM IS CLOSED - NO FURTHER "
                               "UPDATES" LINE 14 COLUMN 10
                       END-IF
               END-READ
           END-IF.

       D-120-START-NEW-CLAIM.
           MOVE "N" TO SW-CLAIM-ON-FILE
           DISPLAY "PROPERTY ID: " LINE 5 COLUMN 10.
           ACCEPT PROP-ID LINE 5 COLUMN 24.
           READ PROPERTY-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROPERTY ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY PROP-STREET LINE 5 COLUMN 34
                   INITIALIZE CANDIDATE-CLAIM
                   MOVE PROP-ID TO BIC-PROP-ID OF CANDIDATE-CLAIM
                   MOVE WS-TODAY-DATE
                       TO BIC-OPENED-DATE OF CANDIDATE-CLAIM
                   SET BIC-IS-OPEN OF CANDIDATE-CLAIM TO TRUE
                   MOVE WS-TODAY-DATE
                       TO BIC-STATUS-DATE OF CANDIDATE-CLAIM
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

       D-200-PROMPT-CLAIM-FIELDS.
           DISPLAY "INSURER: " LINE 6 COLUMN 10.
           ACCEPT BIC-INSURER-NAME OF CANDIDATE-CLAIM
               LINE 6 COLUMN 40.
           DISPLAY "POLICY NUMBER: " LINE 7 COLUMN 10.
           ACCEPT BIC-POLICY-NUMBER OF CANDIDATE-CLAIM
               LINE 7 COLUMN 40.
           DISPLAY "INSURER'S CLAIM REFERENCE: " LINE 8 COLUMN 10.
           ACCEPT BIC-CLAIM-REFERENCE OF CANDIDATE-CLAIM
               LINE 8 COLUMN 40.
           DISPLAY "INCIDENT DATE (YYYYMMDD): " LINE 9 COLUMN 10.
           ACCEPT BIC-INCIDENT-DATE OF CANDIDATE-CLAIM
               LINE 9 COLUMN 40.
           DISPLAY "WHAT HAPPENED: " LINE 10 COLUMN 10.
           ACCEPT BIC-INCIDENT-DESCRIPTION OF CANDIDATE-CLAIM
               LINE 10 COLUMN 40.
           DISPLAY "POLICY EXCESS: " LINE 11 COLUMN 10.
           ACCEPT BIC-EXCESS-AMOUNT OF CANDIDATE-CLAIM
               LINE 11 COLUMN 40.
      *>   The linked orders' costs are shown as the guide to what to
      *>   claim; the amount keyed is what was actually put to the
      *>   insurer.
           IF CLAIM-IS-ON-FILE
               MOVE "N" TO SW-SHOW-ORDERS
               PERFORM J-100-TOTAL-LINKED-ORDERS
               MOVE WS-LINKED-COST TO WS-AMOUNT-EDIT
               DISPLAY "LINKED ORDERS: " WS-LINKED-COUNT
                   "  COSTING " WS-AMOUNT-EDIT LINE 12 COLUMN 10
           END-IF.
           DISPLAY "AMOUNT CLAIMED: " LINE 13 COLUMN 10.
           ACCEPT BIC-CLAIM-AMOUNT OF CANDIDATE-CLAIM
               LINE 13 COLUMN 40.

       D-300-SAVE-CLAIM.
           IF CLAIM-IS-ON-FILE
               MOVE CANDIDATE-CLAIM TO BUILDING-CLAIM-RECORD
               REWRITE BUILDING-CLAIM-RECORD
           ELSE
               PERFORM D-310-FIND-NEXT-CLAIM-NUMBER
               MOVE WS-MAX-CLAIM-NUMBER
                   TO BIC-CLAIM-NUMBER OF CANDIDATE-CLAIM
               MOVE CANDIDATE-CLAIM TO BUILDING-CLAIM-RECORD
               WRITE BUILDING-CLAIM-RECORD
           END-IF.
           DISPLAY "CLAIM " BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
               " SAVED" LINE 16 COLUMN 10.

       D-310-FIND-NEXT-CLAIM-NUMBER.
           MOVE ZERO TO WS-MAX-CLAIM-NUMBER
           MOVE ZERO TO BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
           START CLAIM-FILE KEY IS NOT LESS THAN
               BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM D-320-SCAN-CLAIM-NUMBERS
               UNTIL WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02".
           ADD 1 TO WS-MAX-CLAIM-NUMBER.

       D-320-SCAN-CLAIM-NUMBERS.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   MOVE BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                       TO WS-MAX-CLAIM-NUMBER
           END-READ.

      *>   ---------------------------------------------------------
      *>   LINK -- ties a work order raised for the incident to the
      *>   claim.  The order must be on the claim's property and not
      *>   already claimed under another incident; keying an order
      *>   already linked to this claim offers to unlink it.
      *>   ---------------------------------------------------------
       E-100-LINK-WORK-ORDER.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LINK WORK ORDER TO CLAIM" LINE 2 COLUMN 20.
           PERFORM J-200-SELECT-OPEN-CLAIM.
           IF ENTRY-IS-OK
               DISPLAY "WORK ORDER NUMBER: " LINE 6 COLUMN 10
               ACCEPT WO-NUMBER LINE 6 COLUMN 30
               READ WORK-ORDER-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH WORK ORDER" LINE 14 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY WO-DESCRIPTION LINE 7 COLUMN 10
                       PERFORM E-200-LINK-OR-UNLINK
               END-READ
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-LINK-OR-UNLINK.
           EVALUATE TRUE
               WHEN WO-PROP-ID
                       NOT = BIC-PROP-ID OF BUILDING-CLAIM-RECORD
                   DISPLAY "ORDER IS FOR ANOTHER PROPERTY"
                       LINE 14 COLUMN 10
               WHEN WO-INS-CLAIM-NUMBER
                       = BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                   DISPLAY "ALREADY LINKED - UNLINK IT (Y/N)? "
                       LINE 9 COLUMN 10
                   ACCEPT WS-CONFIRM LINE 9 COLUMN 45
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       MOVE ZERO TO WO-INS-CLAIM-NUMBER
                       REWRITE WORK-ORDER-RECORD
                       DISPLAY "WORK ORDER " WO-NUMBER " UNLINKED"
                           LINE 16 COLUMN 10
                   END-IF
               WHEN WO-INS-CLAIM-NUMBER NOT = ZERO
                   DISPLAY "ORDER IS ALREADY ON CLAIM "
                       WO-INS-CLAIM-NUMBER LINE 14 COLUMN 10
               WHEN OTHER
                   MOVE BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                       TO WO-INS-CLAIM-NUMBER
                   REWRITE WORK-ORDER-RECORD
                   DISPLAY "WORK ORDER " WO-NUMBER " LINKED TO CLAIM "
                       WO-INS-CLAIM-NUMBER LINE 16 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   SHOW -- the claim and every work order linked to it.
      *>   ---------------------------------------------------------
       F-100-SHOW-CLAIM.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BUILDING INSURANCE CLAIM" LINE 2 COLUMN 20.
           DISPLAY "CLAIM NUMBER: " LINE 3 COLUMN 4.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 3 COLUMN 19.
           MOVE WS-SELECT-NUMBER TO BIC-CLAIM-NUMBER
               OF BUILDING-CLAIM-RECORD
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CLAIM" LINE 14 COLUMN 10
               NOT INVALID KEY
                   PERFORM F-110-SHOW-CLAIM-DETAILS
                   DISPLAY "ORDER   DESCRIPTION                     "
                       "STATUS          COST" LINE 9 COLUMN 4
                   MOVE 10 TO WS-LINE-NO
                   MOVE "Y" TO SW-SHOW-ORDERS
                   PERFORM J-100-TOTAL-LINKED-ORDERS
                   MOVE WS-LINKED-COST TO WS-AMOUNT-EDIT
                   DISPLAY "TOTAL OF LINKED ORDERS: " WS-AMOUNT-EDIT
                       LINE 21 COLUMN 4
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-CLAIM-DETAILS.
           DISPLAY "PROPERTY: " BIC-PROP-ID OF BUILDING-CLAIM-RECORD
               "  INCIDENT " BIC-INCIDENT-DATE OF BUILDING-CLAIM-RECORD
               " " BIC-INCIDENT-DESCRIPTION OF BUILDING-CLAIM-RECORD
               LINE 4 COLUMN 4.
           DISPLAY "INSURER:  "
               BIC-INSURER-NAME OF BUILDING-CLAIM-RECORD
               LINE 5 COLUMN 4.
           DISPLAY "POLICY:   "
               BIC-POLICY-NUMBER OF BUILDING-CLAIM-RECORD
               "  CLAIM REF "
               BIC-CLAIM-REFERENCE OF BUILDING-CLAIM-RECORD
               LINE 6 COLUMN 4.
           MOVE BIC-CLAIM-AMOUNT OF BUILDING-CLAIM-RECORD
               TO WS-AMOUNT-EDIT
           DISPLAY "CLAIMED:  " WS-AMOUNT-EDIT LINE 7 COLUMN 4.
           MOVE BIC-EXCESS-AMOUNT OF BUILDING-CLAIM-RECORD
               TO WS-AMOUNT-EDIT
           DISPLAY "EXCESS:   " WS-AMOUNT-EDIT LINE 7 COLUMN 40.
           EVALUATE TRUE
               WHEN BIC-IS-OPEN OF BUILDING-CLAIM-RECORD
                   DISPLAY "STATUS:   OPEN SINCE "
                       BIC-OPENED-DATE OF BUILDING-CLAIM-RECORD
                       LINE 8 COLUMN 4
               WHEN BIC-IS-SETTLED OF BUILDING-CLAIM-RECORD
                   MOVE BIC-SETTLED-AMOUNT OF BUILDING-CLAIM-RECORD
                       TO WS-AMOUNT-EDIT
                   DISPLAY "STATUS:   SETTLED " WS-AMOUNT-EDIT " ON "
                       BIC-SETTLED-DATE OF BUILDING-CLAIM-RECORD
                       LINE 8 COLUMN 4
               WHEN BIC-IS-DECLINED OF BUILDING-CLAIM-RECORD
                   DISPLAY "STATUS:   DECLINED ON "
                       BIC-STATUS-DATE OF BUILDING-CLAIM-RECORD
                       LINE 8 COLUMN 4
               WHEN OTHER
                   DISPLAY "STATUS:   WITHDRAWN ON "
                       BIC-STATUS-DATE OF BUILDING-CLAIM-RECORD
                       LINE 8 COLUMN 4
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   SETTLE -- the insurer has paid, declined, or the claim is
      *>   withdrawn.  A settlement is posted to the property's opex
      *>   ledger as an insurance-reimbursement credit, dated the day
      *>   the money came in, so the owner's expenses for the period
      *>   come down by what the insurer paid and the excess is left
      *>   as the owner's cost.
      *>   ---------------------------------------------------------
       G-100-SETTLE-CLAIM.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "SETTLE OR CLOSE A CLAIM" LINE 2 COLUMN 20.
           PERFORM J-200-SELECT-OPEN-CLAIM.
           IF ENTRY-IS-OK
               PERFORM G-200-PROMPT-ACTION
               PERFORM G-300-CONFIRM-ACTION
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       G-200-PROMPT-ACTION.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "(S)ETTLED, (D)ECLINED OR (W)ITHDRAWN: "
                   LINE 8 COLUMN 10
               ACCEPT WS-ACTION LINE 8 COLUMN 49
               EVALUATE WS-ACTION
                   WHEN "S" WHEN "s"
                       MOVE "S" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "D" WHEN "d"
                       MOVE "D" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "W" WHEN "w"
                       MOVE "W" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER S, D OR W - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
           IF WS-ACTION = "S"
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "AMOUNT PAID BY INSURER: " LINE 9 COLUMN 10
                   ACCEPT WS-SETTLED-AMOUNT LINE 9 COLUMN 35
                   IF WS-SETTLED-AMOUNT > ZERO
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "AMOUNT PAID IS REQUIRED"
                           LINE 14 COLUMN 10
                   END-IF
               END-PERFORM
               DISPLAY "DATE RECEIVED (YYYYMMDD, 0 = TODAY): "
                   LINE 10 COLUMN 10
               MOVE ZERO TO WS-SETTLED-DATE
               ACCEPT WS-SETTLED-DATE LINE 10 COLUMN 48
               IF WS-SETTLED-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-SETTLED-DATE
               END-IF
           END-IF.

       G-300-CONFIRM-ACTION.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 12 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 12 COLUMN 35.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - CLAIM NOT UPDATED"
                   LINE 14 COLUMN 10
           ELSE
               DISPLAY "RECORD THIS ON THE CLAIM (Y/N)? "
                   LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 43
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-ACTION TO BIC-STATUS OF BUILDING-CLAIM-RECORD
                   MOVE WS-TODAY-DATE
                       TO BIC-STATUS-DATE OF BUILDING-CLAIM-RECORD
                   MOVE WS-OPERATOR-ID
                       TO BIC-OPERATOR-ID OF BUILDING-CLAIM-RECORD
                   IF BIC-IS-SETTLED OF BUILDING-CLAIM-RECORD
                       PERFORM G-400-POST-REIMBURSEMENT
                   END-IF
                   REWRITE BUILDING-CLAIM-RECORD
                   DISPLAY "CLAIM "
                       BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                       " UPDATED" LINE 16 COLUMN 10
               ELSE
                   DISPLAY "CLAIM NOT UPDATED" LINE 16 COLUMN 10
               END-IF
           END-IF.

       G-400-POST-REIMBURSEMENT.
           PERFORM G-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE BIC-PROP-ID OF BUILDING-CLAIM-RECORD TO OPEX-PROP-ID
           MOVE WS-MAX-SEQUENCE         TO OPEX-SEQUENCE
           MOVE WS-SETTLED-DATE         TO OPEX-TRANS-DATE
           SET OPEX-IS-INS-REIMBURSEMENT TO TRUE
           MOVE SPACES                  TO OPEX-VENDOR-ID
           MOVE BIC-INSURER-NAME OF BUILDING-CLAIM-RECORD
                                        TO OPEX-VENDOR
           MOVE WS-SETTLED-AMOUNT       TO OPEX-AMOUNT
           MOVE SPACES                  TO OPEX-DESCRIPTION
           STRING "INSURANCE CLAIM "
                  BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                  " SETTLED" DELIMITED BY SIZE
               INTO OPEX-DESCRIPTION
           MOVE "Y"                     TO OPEX-PAID-SWITCH
           MOVE "N"                     TO OPEX-VAT-FLAG
           MOVE ZERO                    TO OPEX-VAT-AMOUNT
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE OPEX-RECORD.
           MOVE WS-SETTLED-AMOUNT
               TO BIC-SETTLED-AMOUNT OF BUILDING-CLAIM-RECORD
           MOVE WS-SETTLED-DATE
               TO BIC-SETTLED-DATE OF BUILDING-CLAIM-RECORD
           MOVE WS-MAX-SEQUENCE
               TO BIC-OPEX-SEQUENCE OF BUILDING-CLAIM-RECORD.

       G-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE BIC-PROP-ID OF BUILDING-CLAIM-RECORD TO OPEX-PROP-ID
           MOVE LOW-VALUES TO OPEX-SEQUENCE
           START OPEX-LEDGER KEY IS NOT LESS THAN OPEX-KEY
               INVALID KEY
                   MOVE "10" TO WS-OPEX-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPEX-STATUS
           END-START.
           PERFORM G-420-SCAN-OPEX-LEDGER
               UNTIL WS-OPEX-STATUS NOT = "00"
               AND WS-OPEX-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE.

       G-420-SCAN-OPEX-LEDGER.
           READ OPEX-LEDGER NEXT RECORD
               AT END
                   MOVE "10" TO WS-OPEX-STATUS
               NOT AT END
                   IF OPEX-PROP-ID
                           NOT = BIC-PROP-ID OF BUILDING-CLAIM-RECORD
                       MOVE "10" TO WS-OPEX-STATUS
                   ELSE
                       MOVE OPEX-SEQUENCE TO WS-MAX-SEQUENCE
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   Shared lookups.
      *>   ---------------------------------------------------------
       J-100-TOTAL-LINKED-ORDERS.
      *>   Work orders carry no claim index, so the whole file is
      *>   read -- a screen enquiry on a file of repair calls, not a
      *>   batch pass.
           MOVE ZERO TO WS-LINKED-COUNT
           MOVE ZERO TO WS-LINKED-COST
           MOVE LOW-VALUES TO WO-NUMBER
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-WORK-ORDER-STATUS
           END-START.
           PERFORM J-110-SCAN-WORK-ORDERS
               UNTIL WS-WORK-ORDER-STATUS NOT = "00"
               AND WS-WORK-ORDER-STATUS NOT = "02".

       J-110-SCAN-WORK-ORDERS.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT AT END
                   IF WO-INS-CLAIM-NUMBER
                           = BIC-CLAIM-NUMBER OF BUILDING-CLAIM-RECORD
                       PERFORM J-120-ADD-LINKED-ORDER
                   END-IF
           END-READ.

       J-120-ADD-LINKED-ORDER.
           IF WO-IS-COMPLETE
               MOVE WO-COMPLETED-COST TO WS-ORDER-COST
           ELSE
               MOVE WO-ESTIMATED-COST TO WS-ORDER-COST
           END-IF.
           ADD 1 TO WS-LINKED-COUNT
           ADD WS-ORDER-COST TO WS-LINKED-COST
           IF ORDERS-ARE-SHOWN AND WS-LINE-NO < 21
               MOVE WO-NUMBER      TO ODL-WO-NUMBER
               MOVE WO-DESCRIPTION TO ODL-DESCRIPTION
               EVALUATE TRUE
                   WHEN WO-IS-COMPLETE
                       MOVE "COMPLETE"  TO ODL-STATUS
                   WHEN WO-IS-DECLINED
                       MOVE "DECLINED"  TO ODL-STATUS
                   WHEN OTHER
                       MOVE "IN HAND"   TO ODL-STATUS
               END-EVALUATE
               MOVE WS-ORDER-COST  TO ODL-COST
               DISPLAY ORDER-DETAIL-LINE LINE WS-LINE-NO COLUMN 4
               ADD 1 TO WS-LINE-NO
           END-IF.

       J-200-SELECT-OPEN-CLAIM.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "CLAIM NUMBER: " LINE 4 COLUMN 10.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 4 COLUMN 25.
           MOVE WS-SELECT-NUMBER TO BIC-CLAIM-NUMBER
               OF BUILDING-CLAIM-RECORD
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CLAIM" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY BIC-PROP-ID OF BUILDING-CLAIM-RECORD " "
                       BIC-INSURER-NAME OF BUILDING-CLAIM-RECORD
                       LINE 5 COLUMN 10
                   IF BIC-IS-OPEN OF BUILDING-CLAIM-RECORD
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "CLAIM IS CLOSED - NO FURTHER UPDATES"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.

       C-100-CLOSE-FILES.
           PERFORM Z-910-CLOSE-SESSION-BATCH.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE PROPERTY-MASTER.
           CLOSE WORK-ORDER-FILE.
           CLOSE OPEX-LEDGER.
           CLOSE CLAIM-FILE.

       Z-900-OPEN-SESSION-BATCH.
      *>   The session's first posting opens a run-log record and a
      *>   posting batch for it, the way a posting job does when it
      *>   starts; a session that posts nothing leaves neither.  The
      *>   batch number comes off the register's control record
      *>   (record zero).
           MOVE "BUILDING-CLAIM-MAINTENANCE" TO RUNLOG-PROGRAM-ID
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

       END PROGRAM BUILDING-CLAIM-MAINTENANCE.
