       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENT-GUARANTEE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
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

           SELECT LEASE-BALANCE-FILE ASSIGN TO "lease_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT POLICY-FILE ASSIGN TO "rent_guarantee_policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGP-KEY
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "rent_guarantee_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS RGC-LEASE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  POLICY-FILE.
           COPY RGIPOLREC.

       FD  CLAIM-FILE.
           COPY RGICLMREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-BALANCE-STATUS            PIC XX.
       01  WS-POLICY-STATUS             PIC XX.
       01  WS-CLAIM-STATUS              PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-POLICY-ON-FILE            PIC X.
           88  POLICY-IS-ON-FILE            VALUE "Y".
       01  SW-POLICY-FOUND              PIC X.
           88  POLICY-WAS-FOUND             VALUE "Y".
       01  SW-OPEN-CLAIM                PIC X.
           88  LEASE-HAS-OPEN-CLAIM         VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-ACTION                    PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(3).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-SELECT-NUMBER             PIC 9(6).
       01  WS-INSURER-REFERENCE         PIC X(20).
       01  WS-MAX-CLAIM-NUMBER          PIC 9(6).

       01  WS-EXCESS-AMOUNT             PIC 9(8)V99.
       01  WS-CLAIMABLE-AMOUNT          PIC S9(8)V99.
       01  WS-SETTLED-AMOUNT            PIC 9(8)V99.
       01  WS-SETTLED-DATE              PIC 9(8).

      *>   The age of a lease's arrears read off its balance-summary
      *>   aging buckets, and the insurer's notification deadline
      *>   worked from it -- the same reckoning the daily rent
      *>   guarantee alert makes.
       01  WS-ARREARS-AGE-DAYS          PIC 9(5).
       01  WS-ARREARS-FROM-DATE         PIC 9(8).
       01  WS-NOTIFY-BY-DATE            PIC 9(8).

       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99.

       01  POLICY-DETAIL-LINE.
           05  PDL-LEASE-NUMBER         PIC X(8).
           05  PDL-INSURER-NAME         PIC X(22).
           05  PDL-POLICY-NUMBER        PIC X(21).
           05  PDL-EXPIRY-DATE          PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PDL-COVER-LIMIT          PIC ZZZ,ZZ9.99.

       01  CLAIM-DETAIL-LINE.
           05  CDL-CLAIM-NUMBER         PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CDL-SUBMITTED-DATE       PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CDL-CLAIM-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CDL-STATUS               PIC X(10).
           05  CDL-SETTLED-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CDL-SETTLED-DATE         PIC 9(8).

       COPY RGIPOLREC REPLACING ==RENT-GUARANTEE-POLICY-RECORD==
           BY ==CANDIDATE-POLICY==.

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
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT LEASE-MASTER.
           OPEN INPUT LEASE-BALANCE-FILE.

           OPEN I-O POLICY-FILE.
           IF WS-POLICY-STATUS = "35"
               OPEN OUTPUT POLICY-FILE
               CLOSE POLICY-FILE
               OPEN I-O POLICY-FILE
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RENT GUARANTEE INSURANCE" LINE 2 COLUMN 20.
           DISPLAY "1. ADD OR UPDATE A POLICY"     LINE 4 COLUMN 10.
           DISPLAY "2. LIST A PROPERTY'S POLICIES" LINE 5 COLUMN 10.
           DISPLAY "3. SUBMIT A CLAIM"             LINE 6 COLUMN 10.
           DISPLAY "4. UPDATE OR SETTLE A CLAIM"   LINE 7 COLUMN 10.
           DISPLAY "5. LIST A LEASE'S CLAIMS"      LINE 8 COLUMN 10.
           DISPLAY "X. EXIT"                       LINE 9 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                LINE 11 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                    LINE 11 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-POLICY
               WHEN "2"
                   PERFORM E-100-LIST-POLICIES
               WHEN "3"
                   PERFORM F-100-SUBMIT-CLAIM
               WHEN "4"
                   PERFORM G-100-UPDATE-CLAIM
               WHEN "5"
                   PERFORM H-100-LIST-CLAIMS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 13 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   POLICY MAINTENANCE -- keyed by property plus lease; a
      *>   blank lease number holds a policy on the property itself.
      *>   A renewal is keyed over the policy already on file.
      *>   ---------------------------------------------------------
       D-100-MAINTAIN-POLICY.
           PERFORM D-110-SELECT-POLICY-KEY.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-POLICY-FIELDS
               PERFORM D-300-SAVE-POLICY
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-POLICY-KEY.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RENT GUARANTEE POLICY" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-PROPERTY.
           IF ENTRY-IS-OK
               PERFORM D-130-SELECT-POLICY-LEASE
           END-IF.
           IF ENTRY-IS-OK
               MOVE PROP-ID TO RGP-PROP-ID OF CANDIDATE-POLICY
               MOVE WS-TARGET-LEASE-NUMBER
                   TO RGP-LEASE-NUMBER OF CANDIDATE-POLICY
               MOVE RGP-KEY OF CANDIDATE-POLICY
                   TO RGP-KEY OF RENT-GUARANTEE-POLICY-RECORD
               MOVE "N" TO SW-POLICY-ON-FILE
               READ POLICY-FILE
                   INVALID KEY
                       INITIALIZE CANDIDATE-POLICY
                       MOVE RGP-KEY OF RENT-GUARANTEE-POLICY-RECORD
                           TO RGP-KEY OF CANDIDATE-POLICY
                   NOT INVALID KEY
                       MOVE RENT-GUARANTEE-POLICY-RECORD
                           TO CANDIDATE-POLICY
                       MOVE "Y" TO SW-POLICY-ON-FILE
               END-READ
           END-IF.

       D-120-SELECT-PROPERTY.
           DISPLAY "ENTER PROPERTY ID: " LINE 4 COLUMN 10.
           ACCEPT PROP-ID LINE 4 COLUMN 30.
           READ PROPERTY-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROPERTY ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY PROP-STREET LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

       D-130-SELECT-POLICY-LEASE.
      *>   A lease-specific policy must name a lease on this property.
           DISPLAY "LEASE NUMBER (BLANK = WHOLE PROPERTY): "
               LINE 5 COLUMN 10.
           MOVE SPACES TO WS-TARGET-LEASE-NUMBER
           ACCEPT WS-TARGET-LEASE-NUMBER LINE 5 COLUMN 50.
           IF WS-TARGET-LEASE-NUMBER NOT = SPACES
               MOVE WS-TARGET-LEASE-NUMBER TO LEASE-NUMBER
               READ LEASE-MASTER
                   INVALID KEY
                       MOVE "N" TO SW-ENTRY-OK
                       DISPLAY "NO SUCH LEASE ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       IF LEASE-PROP-ID NOT = PROP-ID
                           MOVE "N" TO SW-ENTRY-OK
                           DISPLAY "LEASE IS NOT ON THIS PROPERTY"
                               LINE 14 COLUMN 10
                       END-IF
               END-READ
           END-IF.

       D-200-PROMPT-POLICY-FIELDS.
           DISPLAY "INSURER: " LINE 7 COLUMN 10.
           ACCEPT RGP-INSURER-NAME OF CANDIDATE-POLICY
               LINE 7 COLUMN 40.
           DISPLAY "POLICY NUMBER: " LINE 8 COLUMN 10.
           ACCEPT RGP-POLICY-NUMBER OF CANDIDATE-POLICY
               LINE 8 COLUMN 40.
           DISPLAY "START DATE (YYYYMMDD): " LINE 9 COLUMN 10.
           ACCEPT RGP-START-DATE OF CANDIDATE-POLICY
               LINE 9 COLUMN 40.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "EXPIRY DATE (YYYYMMDD): " LINE 10 COLUMN 10
               ACCEPT RGP-EXPIRY-DATE OF CANDIDATE-POLICY
                   LINE 10 COLUMN 40
               IF RGP-EXPIRY-DATE OF CANDIDATE-POLICY
                       > RGP-START-DATE OF CANDIDATE-POLICY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "EXPIRY MUST BE AFTER THE START DATE"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "COVER LIMIT PER CLAIM: " LINE 11 COLUMN 10.
           ACCEPT RGP-COVER-LIMIT OF CANDIDATE-POLICY
               LINE 11 COLUMN 40.
           DISPLAY "EXCESS (MONTHS OF RENT): " LINE 12 COLUMN 10.
           ACCEPT RGP-EXCESS-MONTHS OF CANDIDATE-POLICY
               LINE 12 COLUMN 40.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NOTIFY INSURER WITHIN (DAYS): "
                   LINE 13 COLUMN 10
               ACCEPT RGP-NOTIFY-DAYS OF CANDIDATE-POLICY
                   LINE 13 COLUMN 40
               IF RGP-NOTIFY-DAYS OF CANDIDATE-POLICY > ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "NOTIFICATION DEADLINE IS REQUIRED"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

       D-300-SAVE-POLICY.
      *>   D-110 already settled whether this policy exists;
      *>   re-reading here would reload the stored record over the
      *>   renewal just keyed into CANDIDATE-POLICY.
           MOVE CANDIDATE-POLICY TO RENT-GUARANTEE-POLICY-RECORD
           IF POLICY-IS-ON-FILE
               REWRITE RENT-GUARANTEE-POLICY-RECORD
           ELSE
               WRITE RENT-GUARANTEE-POLICY-RECORD
           END-IF.
           DISPLAY "POLICY SAVED FOR " RGP-KEY
               OF RENT-GUARANTEE-POLICY-RECORD LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   LIST -- every policy on file for one property, the
      *>   whole-property policy (blank lease) first.
      *>   ---------------------------------------------------------
       E-100-LIST-POLICIES.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RENT GUARANTEE POLICIES" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-PROPERTY.
           IF ENTRY-IS-OK
               DISPLAY "LEASE   INSURER               POLICY NUMBER"
                   LINE 6 COLUMN 4
               DISPLAY "EXPIRES     COVER LIMIT" LINE 6 COLUMN 55
               MOVE 7 TO WS-LINE-NO
               MOVE ZERO TO WS-LIST-COUNT
               MOVE PROP-ID TO RGP-PROP-ID
                   OF RENT-GUARANTEE-POLICY-RECORD
               MOVE LOW-VALUES TO RGP-LEASE-NUMBER
                   OF RENT-GUARANTEE-POLICY-RECORD
               START POLICY-FILE KEY IS NOT LESS THAN
                   RGP-KEY OF RENT-GUARANTEE-POLICY-RECORD
                   INVALID KEY
                       MOVE "10" TO WS-POLICY-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-POLICY-STATUS
               END-START
               PERFORM E-110-SHOW-ONE-POLICY
                   UNTIL (WS-POLICY-STATUS NOT = "00"
                   AND WS-POLICY-STATUS NOT = "02")
                   OR WS-LINE-NO > 20
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "NO POLICIES ON FILE FOR THIS PROPERTY"
                       LINE 7 COLUMN 4
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-ONE-POLICY.
           READ POLICY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-POLICY-STATUS
               NOT AT END
                   IF RGP-PROP-ID OF RENT-GUARANTEE-POLICY-RECORD
                           NOT = PROP-ID
                       MOVE "10" TO WS-POLICY-STATUS
                   ELSE
                       PERFORM E-120-FORMAT-POLICY
                       DISPLAY POLICY-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LIST-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

       E-120-FORMAT-POLICY.
           IF RGP-LEASE-NUMBER OF RENT-GUARANTEE-POLICY-RECORD
                   = SPACES
               MOVE "(ALL)" TO PDL-LEASE-NUMBER
           ELSE
               MOVE RGP-LEASE-NUMBER OF RENT-GUARANTEE-POLICY-RECORD
                   TO PDL-LEASE-NUMBER
           END-IF.
           MOVE RGP-INSURER-NAME OF RENT-GUARANTEE-POLICY-RECORD
               TO PDL-INSURER-NAME
           MOVE RGP-POLICY-NUMBER OF RENT-GUARANTEE-POLICY-RECORD
               TO PDL-POLICY-NUMBER
           MOVE RGP-EXPIRY-DATE OF RENT-GUARANTEE-POLICY-RECORD
               TO PDL-EXPIRY-DATE
           MOVE RGP-COVER-LIMIT OF RENT-GUARANTEE-POLICY-RECORD
               TO PDL-COVER-LIMIT.

      *>   ---------------------------------------------------------
      *>   SUBMIT -- a claim against the policy covering the lease:
      *>   its own policy if it has one, else the property's.  What
      *>   is claimed is the tenant's balance less the excess months
      *>   of rent, capped at the cover limit.  One claim at a time
      *>   may be open on a lease.
      *>   ---------------------------------------------------------
       F-100-SUBMIT-CLAIM.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "SUBMIT RENT GUARANTEE CLAIM" LINE 2 COLUMN 20.
           PERFORM F-110-SELECT-LEASE.
           IF ENTRY-IS-OK
               PERFORM F-200-FIND-POLICY
           END-IF.
           IF ENTRY-IS-OK
               PERFORM F-300-CHECK-OPEN-CLAIM
           END-IF.
           IF ENTRY-IS-OK
               PERFORM F-400-WORK-OUT-CLAIM
           END-IF.
           IF ENTRY-IS-OK
               PERFORM F-500-CONFIRM-CLAIM
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SELECT-LEASE.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 4 COLUMN 31.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   MOVE LEASE-PROP-ID TO PROP-ID
                   READ PROPERTY-MASTER
                       INVALID KEY
                           MOVE SPACES TO PROP-STREET
                           MOVE ZERO TO PROP-MONTHLY-RENT
                   END-READ
                   DISPLAY LEASE-PROP-ID " " PROP-STREET
                       LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

       F-200-FIND-POLICY.
           MOVE LEASE-PROP-ID TO RGP-PROP-ID
               OF RENT-GUARANTEE-POLICY-RECORD
           MOVE LEASE-NUMBER TO RGP-LEASE-NUMBER
               OF RENT-GUARANTEE-POLICY-RECORD
           MOVE "Y" TO SW-POLICY-FOUND
           READ POLICY-FILE
               INVALID KEY
                   MOVE SPACES TO RGP-LEASE-NUMBER
                       OF RENT-GUARANTEE-POLICY-RECORD
                   READ POLICY-FILE
                       INVALID KEY
                           MOVE "N" TO SW-POLICY-FOUND
                   END-READ
           END-READ.
           IF NOT POLICY-WAS-FOUND
               MOVE "N" TO SW-ENTRY-OK
               DISPLAY "NO RENT GUARANTEE POLICY COVERS THIS LEASE"
                   LINE 14 COLUMN 10
           ELSE
               DISPLAY "INSURER: "
                   RGP-INSURER-NAME OF RENT-GUARANTEE-POLICY-RECORD
                   LINE 5 COLUMN 10
               DISPLAY "POLICY:  "
                   RGP-POLICY-NUMBER OF RENT-GUARANTEE-POLICY-RECORD
                   "  EXPIRES "
                   RGP-EXPIRY-DATE OF RENT-GUARANTEE-POLICY-RECORD
                   LINE 6 COLUMN 10
               IF RGP-START-DATE OF RENT-GUARANTEE-POLICY-RECORD
                       > WS-TODAY-DATE
                   OR RGP-EXPIRY-DATE OF RENT-GUARANTEE-POLICY-RECORD
                       < WS-TODAY-DATE
                   MOVE "N" TO SW-ENTRY-OK
                   DISPLAY "POLICY IS NOT IN FORCE TODAY"
                       LINE 14 COLUMN 10
               END-IF
           END-IF.

       F-300-CHECK-OPEN-CLAIM.
           MOVE LEASE-NUMBER TO WS-TARGET-LEASE-NUMBER
           PERFORM J-100-FIND-OPEN-CLAIM.
           IF LEASE-HAS-OPEN-CLAIM
               MOVE "N" TO SW-ENTRY-OK
               DISPLAY "CLAIM " RGC-CLAIM-NUMBER
                   " IS ALREADY OPEN ON THIS LEASE" LINE 14 COLUMN 10
           END-IF.

       F-400-WORK-OUT-CLAIM.
           MOVE LEASE-NUMBER TO LBAL-LEASE-NUMBER
           READ LEASE-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO LBAL-BALANCE
           END-READ.
           IF LBAL-BALANCE NOT > ZERO
               MOVE "N" TO SW-ENTRY-OK
               DISPLAY "LEASE IS NOT IN ARREARS - NOTHING TO CLAIM"
                   LINE 14 COLUMN 10
           ELSE
               COMPUTE WS-EXCESS-AMOUNT = PROP-MONTHLY-RENT
                   * RGP-EXCESS-MONTHS OF RENT-GUARANTEE-POLICY-RECORD
               COMPUTE WS-CLAIMABLE-AMOUNT =
                   LBAL-BALANCE - WS-EXCESS-AMOUNT
               IF WS-CLAIMABLE-AMOUNT > RGP-COVER-LIMIT
                       OF RENT-GUARANTEE-POLICY-RECORD
                   MOVE RGP-COVER-LIMIT OF RENT-GUARANTEE-POLICY-RECORD
                       TO WS-CLAIMABLE-AMOUNT
               END-IF
               MOVE LBAL-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "ARREARS:          " WS-AMOUNT-EDIT
                   LINE 7 COLUMN 10
               MOVE WS-EXCESS-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "LESS EXCESS:      " WS-AMOUNT-EDIT
                   LINE 8 COLUMN 10
               IF WS-CLAIMABLE-AMOUNT NOT > ZERO
                   MOVE "N" TO SW-ENTRY-OK
                   DISPLAY "ARREARS ARE WITHIN THE EXCESS - NOTHING TO "
                       "CLAIM" LINE 14 COLUMN 10
               ELSE
                   MOVE WS-CLAIMABLE-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "AMOUNT TO CLAIM:  " WS-AMOUNT-EDIT
                       LINE 9 COLUMN 10
                   PERFORM J-200-AGE-ARREARS
                   DISPLAY "ARREARS FROM ABOUT " WS-ARREARS-FROM-DATE
                       "  NOTIFY INSURER BY " WS-NOTIFY-BY-DATE
                       LINE 10 COLUMN 10
      *>           A late claim still goes in -- whether to accept
      *>           it is the insurer's decision -- but the operator
      *>           is told.
                   IF WS-NOTIFY-BY-DATE < WS-TODAY-DATE
                       DISPLAY "NOTIFICATION DEADLINE HAS PASSED"
                           LINE 11 COLUMN 10
                   END-IF
               END-IF
           END-IF.

       F-500-CONFIRM-CLAIM.
           DISPLAY "INSURER'S CLAIM REFERENCE: " LINE 12 COLUMN 10.
           MOVE SPACES TO WS-INSURER-REFERENCE
           ACCEPT WS-INSURER-REFERENCE LINE 12 COLUMN 38.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 13 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 13 COLUMN 35.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - CLAIM NOT SUBMITTED"
                   LINE 14 COLUMN 10
           ELSE
               DISPLAY "SUBMIT THIS CLAIM (Y/N)? " LINE 14 COLUMN 10
               ACCEPT WS-CONFIRM LINE 14 COLUMN 36
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM F-510-FIND-NEXT-CLAIM-NUMBER
                   MOVE WS-MAX-CLAIM-NUMBER TO RGC-CLAIM-NUMBER
                   MOVE LEASE-NUMBER        TO RGC-LEASE-NUMBER
                   MOVE LEASE-PROP-ID       TO RGC-PROP-ID
                   MOVE RGP-LEASE-NUMBER OF RENT-GUARANTEE-POLICY-RECORD
                       TO RGC-POLICY-LEASE-NUMBER
                   MOVE RGP-POLICY-NUMBER
                       OF RENT-GUARANTEE-POLICY-RECORD
                       TO RGC-POLICY-NUMBER
                   MOVE WS-INSURER-REFERENCE
                                            TO RGC-INSURER-REFERENCE
                   MOVE LBAL-BALANCE        TO RGC-ARREARS-AMOUNT
                   MOVE WS-CLAIMABLE-AMOUNT TO RGC-CLAIM-AMOUNT
                   MOVE WS-TODAY-DATE       TO RGC-SUBMITTED-DATE
                   SET RGC-IS-SUBMITTED     TO TRUE
                   MOVE WS-TODAY-DATE       TO RGC-STATUS-DATE
                   MOVE ZERO                TO RGC-SETTLED-AMOUNT
                   MOVE ZERO                TO RGC-SETTLED-DATE
                   MOVE WS-OPERATOR-ID      TO RGC-OPERATOR-ID
                   WRITE RENT-GUARANTEE-CLAIM-RECORD
                   DISPLAY "CLAIM " RGC-CLAIM-NUMBER " SUBMITTED"
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "CLAIM NOT SUBMITTED" LINE 16 COLUMN 10
               END-IF
           END-IF.

       F-510-FIND-NEXT-CLAIM-NUMBER.
           MOVE ZERO TO WS-MAX-CLAIM-NUMBER
           MOVE ZERO TO RGC-CLAIM-NUMBER
           START CLAIM-FILE KEY IS NOT LESS THAN RGC-CLAIM-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM F-520-SCAN-CLAIM-NUMBERS
               UNTIL WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02".
           ADD 1 TO WS-MAX-CLAIM-NUMBER.

       F-520-SCAN-CLAIM-NUMBERS.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   MOVE RGC-CLAIM-NUMBER TO WS-MAX-CLAIM-NUMBER
           END-READ.

      *>   ---------------------------------------------------------
      *>   UPDATE -- the insurer's answer.  A submitted claim may be
      *>   accepted; an open claim may be declined, withdrawn, or
      *>   settled.  Settling records what the insurer paid and the
      *>   date the money came in: OWNER-DISBURSEMENT pays it over
      *>   to the owner in that period.  The tenant's rent ledger is
      *>   not touched, so the arrears stay owed for recovery.
      *>   ---------------------------------------------------------
       G-100-UPDATE-CLAIM.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "UPDATE RENT GUARANTEE CLAIM" LINE 2 COLUMN 20.
           DISPLAY "CLAIM NUMBER: " LINE 4 COLUMN 10.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 4 COLUMN 25.
           MOVE WS-SELECT-NUMBER TO RGC-CLAIM-NUMBER
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CLAIM" LINE 14 COLUMN 10
               NOT INVALID KEY
                   PERFORM G-110-SHOW-CLAIM
                   IF RGC-IS-OPEN
                       PERFORM G-200-PROMPT-ACTION
                   ELSE
                       DISPLAY "CLAIM IS CLOSED - NO FURTHER UPDATES"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       G-110-SHOW-CLAIM.
           DISPLAY "LEASE:     " RGC-LEASE-NUMBER
               "  PROPERTY " RGC-PROP-ID LINE 5 COLUMN 10.
           DISPLAY "POLICY:    " RGC-POLICY-NUMBER
               "  INSURER REF " RGC-INSURER-REFERENCE
               LINE 6 COLUMN 10.
           MOVE RGC-CLAIM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "CLAIMED:   " WS-AMOUNT-EDIT
               "  ON " RGC-SUBMITTED-DATE LINE 7 COLUMN 10.
           PERFORM G-120-FORMAT-STATUS.
           DISPLAY "STATUS:    " CDL-STATUS
               "  SINCE " RGC-STATUS-DATE LINE 8 COLUMN 10.
           IF RGC-IS-SETTLED
               MOVE RGC-SETTLED-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "SETTLED:   " WS-AMOUNT-EDIT
                   "  ON " RGC-SETTLED-DATE LINE 9 COLUMN 10
           END-IF.

       G-120-FORMAT-STATUS.
           EVALUATE TRUE
               WHEN RGC-IS-SUBMITTED
                   MOVE "SUBMITTED" TO CDL-STATUS
               WHEN RGC-IS-ACCEPTED
                   MOVE "ACCEPTED"  TO CDL-STATUS
               WHEN RGC-IS-SETTLED
                   MOVE "SETTLED"   TO CDL-STATUS
               WHEN RGC-IS-DECLINED
                   MOVE "DECLINED"  TO CDL-STATUS
               WHEN RGC-IS-WITHDRAWN
                   MOVE "WITHDRAWN" TO CDL-STATUS
               WHEN OTHER
                   MOVE RGC-STATUS  TO CDL-STATUS
           END-EVALUATE.

       G-200-PROMPT-ACTION.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "(A)CCEPTED (P)AID (D)ECLINED (W)ITHDRAWN: "
                   LINE 11 COLUMN 10
               ACCEPT WS-ACTION LINE 11 COLUMN 53
               EVALUATE WS-ACTION
                   WHEN "A" WHEN "a"
                       IF RGC-IS-SUBMITTED
                           MOVE "A" TO WS-ACTION
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "CLAIM IS ALREADY ACCEPTED"
                               LINE 14 COLUMN 10
                       END-IF
                   WHEN "P" WHEN "p"
                       MOVE "P" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "D" WHEN "d"
                       MOVE "D" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN "W" WHEN "w"
                       MOVE "W" TO WS-ACTION
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER A, P, D OR W - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
           IF WS-ACTION = "P"
               PERFORM G-210-PROMPT-SETTLEMENT
           END-IF.
           PERFORM G-300-CONFIRM-UPDATE.

       G-210-PROMPT-SETTLEMENT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "AMOUNT PAID BY INSURER: " LINE 12 COLUMN 10
               ACCEPT WS-SETTLED-AMOUNT LINE 12 COLUMN 35
               IF WS-SETTLED-AMOUNT > ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "AMOUNT PAID IS REQUIRED" LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "DATE RECEIVED (YYYYMMDD, 0 = TODAY): "
               LINE 13 COLUMN 10.
           MOVE ZERO TO WS-SETTLED-DATE
           ACCEPT WS-SETTLED-DATE LINE 13 COLUMN 48.
           IF WS-SETTLED-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-SETTLED-DATE
           END-IF.

       G-300-CONFIRM-UPDATE.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 15 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 15 COLUMN 35.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - CLAIM NOT UPDATED"
                   LINE 16 COLUMN 10
           ELSE
               DISPLAY "RECORD THIS ON THE CLAIM (Y/N)? "
                   LINE 16 COLUMN 10
               ACCEPT WS-CONFIRM LINE 16 COLUMN 43
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-ACTION      TO RGC-STATUS
                   MOVE WS-TODAY-DATE  TO RGC-STATUS-DATE
                   MOVE WS-OPERATOR-ID TO RGC-OPERATOR-ID
                   IF RGC-IS-SETTLED
                       MOVE WS-SETTLED-AMOUNT TO RGC-SETTLED-AMOUNT
                       MOVE WS-SETTLED-DATE   TO RGC-SETTLED-DATE
                   END-IF
                   REWRITE RENT-GUARANTEE-CLAIM-RECORD
                   PERFORM G-120-FORMAT-STATUS
                   DISPLAY "CLAIM " RGC-CLAIM-NUMBER " NOW " CDL-STATUS
                       LINE 17 COLUMN 10
               ELSE
                   DISPLAY "CLAIM NOT UPDATED" LINE 17 COLUMN 10
               END-IF
           END-IF.

      *>   ---------------------------------------------------------
      *>   LIST -- every claim made on one lease, oldest first.
      *>   ---------------------------------------------------------
       H-100-LIST-CLAIMS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RENT GUARANTEE CLAIMS" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           MOVE SPACES TO WS-TARGET-LEASE-NUMBER
           ACCEPT WS-TARGET-LEASE-NUMBER LINE 4 COLUMN 31.
           DISPLAY "CLAIM   SUBMITTED         CLAIMED  STATUS"
               LINE 6 COLUMN 4.
           DISPLAY "         PAID  RECEIVED" LINE 6 COLUMN 52.
           MOVE 7 TO WS-LINE-NO
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-TARGET-LEASE-NUMBER TO RGC-LEASE-NUMBER
           START CLAIM-FILE KEY IS NOT LESS THAN RGC-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM H-110-SHOW-ONE-CLAIM
               UNTIL (WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CLAIMS ON FILE FOR THIS LEASE"
                   LINE 7 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       H-110-SHOW-ONE-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   IF RGC-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-CLAIM-STATUS
                   ELSE
                       MOVE RGC-CLAIM-NUMBER   TO CDL-CLAIM-NUMBER
                       MOVE RGC-SUBMITTED-DATE TO CDL-SUBMITTED-DATE
                       MOVE RGC-CLAIM-AMOUNT   TO CDL-CLAIM-AMOUNT
                       PERFORM G-120-FORMAT-STATUS
                       MOVE RGC-SETTLED-AMOUNT TO CDL-SETTLED-AMOUNT
                       MOVE RGC-SETTLED-DATE   TO CDL-SETTLED-DATE
                       DISPLAY CLAIM-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LIST-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   Shared lookups.
      *>   ---------------------------------------------------------
       J-100-FIND-OPEN-CLAIM.
           MOVE "N" TO SW-OPEN-CLAIM
           MOVE WS-TARGET-LEASE-NUMBER TO RGC-LEASE-NUMBER
           START CLAIM-FILE KEY IS NOT LESS THAN RGC-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM J-110-SCAN-LEASE-CLAIMS
               UNTIL (WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02")
               OR LEASE-HAS-OPEN-CLAIM.

       J-110-SCAN-LEASE-CLAIMS.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   IF RGC-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-CLAIM-STATUS
                   ELSE
                       IF RGC-IS-OPEN
                           MOVE "Y" TO SW-OPEN-CLAIM
                       END-IF
                   END-IF
           END-READ.

       J-200-AGE-ARREARS.
      *>   The balance summary holds a lease's whole balance in the
      *>   one aging bucket its age selected on LBAL-AGED-DATE.  The
      *>   youngest age that bucket allows, carried forward by the
      *>   days since it was aged, is the least the arrears can be
      *>   today -- so the deadline worked from it is never later
      *>   than the real one.
           EVALUATE TRUE
               WHEN LBAL-BUCKET-90PLUS > ZERO
                   MOVE 91 TO WS-ARREARS-AGE-DAYS
               WHEN LBAL-BUCKET-60 > ZERO
                   MOVE 61 TO WS-ARREARS-AGE-DAYS
               WHEN LBAL-BUCKET-30 > ZERO
                   MOVE 31 TO WS-ARREARS-AGE-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-ARREARS-AGE-DAYS
           END-EVALUATE.
           IF LBAL-AGED-DATE > ZERO
               AND LBAL-AGED-DATE < WS-TODAY-DATE
               COMPUTE WS-ARREARS-AGE-DAYS = WS-ARREARS-AGE-DAYS
                   + FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (LBAL-AGED-DATE)
           END-IF.
           COMPUTE WS-ARREARS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - WS-ARREARS-AGE-DAYS).
           COMPUTE WS-NOTIFY-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ARREARS-FROM-DATE)
               + RGP-NOTIFY-DAYS OF RENT-GUARANTEE-POLICY-RECORD).

       C-100-CLOSE-FILES.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.
           CLOSE LEASE-BALANCE-FILE.
           CLOSE POLICY-FILE.
           CLOSE CLAIM-FILE.

       END PROGRAM RENT-GUARANTEE-MAINTENANCE.
