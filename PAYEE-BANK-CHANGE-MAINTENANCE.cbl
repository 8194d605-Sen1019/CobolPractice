       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-BANK-CHANGE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CHANGE-FILE ASSIGN TO "payee_bank_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBC-KEY
               FILE STATUS IS WS-BANK-CHANGE-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

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

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-CHANGE-FOUND              PIC X.
           88  CHANGE-WAS-FOUND             VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-COOLING-DAYS              PIC 9(3).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-PAYEE-NAME                PIC X(30).
       01  WS-CHANGE-PAYEE.
           05  WS-CHANGE-PAYEE-TYPE     PIC X.
               88  WS-PAYEE-TYPE-IS-VALID   VALUE "V" "L".
           05  WS-CHANGE-PAYEE-ID       PIC X(6).
       01  WS-LIST-LINE-NO              PIC 99.

       COPY PBCHGREC REPLACING ==PAYEE-BANK-CHANGE-RECORD==
           BY ==CANDIDATE-CHANGE==.

       01  CHANGE-LIST-LINE.
           05  CLL-PAYEE-TYPE           PIC X.
           05  FILLER                   PIC X     VALUE SPACE.
           05  CLL-PAYEE-ID             PIC X(6).
           05  FILLER                   PIC X     VALUE SPACE.
           05  CLL-CHANGE-SEQ           PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLL-STATE                PIC X(18).
           05  CLL-REQUESTED-BY         PIC X(9).
           05  CLL-REQUESTED-DATE       PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLL-APPROVED-BY          PIC X(9).
           05  CLL-EFFECTIVE-DATE       PIC 9(8) BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-050-CHECK-FILE-LOCKS.
           IF A-FILE-IS-LOCKED
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
           END-IF.
           STOP RUN.

       A-050-CHECK-FILE-LOCKS.
      *>   The owner disbursement moves approved changes onto the
      *>   landlord master and marks them in force; a decision keyed
      *>   on top of that could be overwritten by the run.
           MOVE "N" TO SW-FILE-LOCKED
           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.
           MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
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
           OPEN I-O BANK-CHANGE-FILE.
           IF WS-BANK-CHANGE-STATUS = "35"
               OPEN OUTPUT BANK-CHANGE-FILE
               CLOSE BANK-CHANGE-FILE
               OPEN I-O BANK-CHANGE-FILE
           END-IF.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT LANDLORD-MASTER.

      *>   The cooling-off period comes from the control record.  None
      *>   on file yet, or one saved before the period was kept there,
      *>   gets the default SYSTEM-CONTROL-MAINTENANCE would offer.
           MOVE 5 TO WS-COOLING-DAYS
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE "1" TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-BANK-COOLING-DAYS > ZERO
                           MOVE CTL-BANK-COOLING-DAYS
                               TO WS-COOLING-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- the approver must be on the operator register,
      *>   so the keyed-by and approved-by ids on a change are two
      *>   real operators and not two spellings of one.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PAYEE BANK DETAIL CHANGES - SIGN ON"
               LINE 2 COLUMN 20.
           DISPLAY "OPERATOR ID: " LINE 4 COLUMN 10.
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID LINE 4 COLUMN 24.
           IF OPERATORS-ARE-ON-FILE
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SIGNED-ON
                       MOVE OPER-ID TO WS-OPERATOR-ID
               END-READ
           END-IF.
           IF NOT OPERATOR-IS-SIGNED-ON
               DISPLAY "OPERATOR NOT ON FILE" LINE 14 COLUMN 10
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 29
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PAYEE BANK DETAIL CHANGES" LINE 2 COLUMN 20.
           DISPLAY "1. APPROVE A CHANGE"            LINE 4 COLUMN 10.
           DISPLAY "2. REJECT A CHANGE"             LINE 5 COLUMN 10.
           DISPLAY "3. LIST CHANGES NOT YET IN FORCE"
               LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                    LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-APPROVE-CHANGE
               WHEN "2"
                   PERFORM E-100-REJECT-CHANGE
               WHEN "3"
                   PERFORM F-100-LIST-OPEN-CHANGES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   APPROVE -- by a second operator, never the one who keyed
      *>   the change, and only after ringing the payee back on a
      *>   number already held to confirm the new details are theirs.
      *>   The payment runs keep paying the details on the master
      *>   until the cooling-off period from today has passed.
      *>   ---------------------------------------------------------
       D-100-APPROVE-CHANGE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "APPROVE BANK DETAILS CHANGE" LINE 2 COLUMN 20.
           PERFORM G-100-SELECT-OPEN-CHANGE.
           IF CHANGE-WAS-FOUND
               EVALUATE TRUE
                   WHEN NOT PBC-IS-PENDING OF CANDIDATE-CHANGE
                       DISPLAY "THIS CHANGE HAS ALREADY BEEN APPROVED"
                           LINE 20 COLUMN 10
                   WHEN PBC-REQUESTED-BY OF CANDIDATE-CHANGE
                           = WS-OPERATOR-ID
                       DISPLAY "THE OPERATOR WHO KEYED A CHANGE MAY "
                           "NOT APPROVE IT" LINE 20 COLUMN 10
                   WHEN OTHER
                       PERFORM D-200-PROMPT-CALLBACK
                       PERFORM D-300-SAVE-APPROVAL
               END-EVALUATE
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-PROMPT-CALLBACK.
      *>   Zero means the call was made today.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "CALL-BACK DATE (YYYYMMDD, 0 = TODAY): "
                   LINE 13 COLUMN 10
               ACCEPT PBC-CALLBACK-DATE OF CANDIDATE-CHANGE
                   LINE 13 COLUMN 49
               IF PBC-CALLBACK-DATE OF CANDIDATE-CHANGE = ZERO
                   MOVE WS-TODAY-DATE
                       TO PBC-CALLBACK-DATE OF CANDIDATE-CHANGE
               END-IF
               EVALUATE TRUE
                   WHEN PBC-CALLBACK-DATE OF CANDIDATE-CHANGE
                           > WS-TODAY-DATE
                       DISPLAY "DATE CANNOT BE IN THE FUTURE"
                           LINE 20 COLUMN 10
                   WHEN PBC-CALLBACK-DATE OF CANDIDATE-CHANGE
                           < PBC-REQUESTED-DATE OF CANDIDATE-CHANGE
                       DISPLAY "CALL-BACK CANNOT BE BEFORE THE CHANGE "
                           "WAS KEYED" LINE 20 COLUMN 10
                   WHEN OTHER
                       MOVE "Y" TO SW-ENTRY-OK
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NUMBER RUNG (ONE ALREADY HELD): "
                   LINE 14 COLUMN 10
               ACCEPT PBC-CALLBACK-PHONE OF CANDIDATE-CHANGE
                   LINE 14 COLUMN 49
               IF PBC-CALLBACK-PHONE OF CANDIDATE-CHANGE NOT = SPACES
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "THE NUMBER RUNG IS REQUIRED"
                       LINE 20 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "SPOKE TO: " LINE 15 COLUMN 10
               ACCEPT PBC-CALLBACK-SPOKE-TO OF CANDIDATE-CHANGE
                   LINE 15 COLUMN 49
               IF PBC-CALLBACK-SPOKE-TO OF CANDIDATE-CHANGE
                       NOT = SPACES
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "WHO CONFIRMED THE DETAILS IS REQUIRED"
                       LINE 20 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NEW DETAILS CONFIRMED ON THE CALL (Y/N): "
                   LINE 16 COLUMN 10
               ACCEPT WS-CONFIRM LINE 16 COLUMN 51
               EVALUATE WS-CONFIRM
                   WHEN "Y" WHEN "y" WHEN "N" WHEN "n"
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ANSWER Y OR N - TRY AGAIN"
                           LINE 20 COLUMN 10
               END-EVALUATE
           END-PERFORM.

       D-300-SAVE-APPROVAL.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               SET PBC-IS-APPROVED OF CANDIDATE-CHANGE TO TRUE
               MOVE WS-TODAY-DATE
                   TO PBC-APPROVED-DATE OF CANDIDATE-CHANGE
               MOVE WS-OPERATOR-ID
                   TO PBC-APPROVED-BY OF CANDIDATE-CHANGE
               COMPUTE PBC-EFFECTIVE-DATE OF CANDIDATE-CHANGE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                        + WS-COOLING-DAYS)
               MOVE CANDIDATE-CHANGE TO PAYEE-BANK-CHANGE-RECORD
               REWRITE PAYEE-BANK-CHANGE-RECORD
               DISPLAY "APPROVED - PAYMENTS GO TO THE NEW DETAILS FROM "
                   PBC-EFFECTIVE-DATE OF CANDIDATE-CHANGE
                   LINE 18 COLUMN 10
           ELSE
               DISPLAY "NOT APPROVED - REJECT THE CHANGE IF THE PAYEE "
                   "DID NOT ASK FOR IT" LINE 18 COLUMN 10
           END-IF.

      *>   ---------------------------------------------------------
      *>   REJECT -- a change still waiting for approval, or one
      *>   approved but still cooling off.  The details on the master
      *>   stay as they are.
      *>   ---------------------------------------------------------
       E-100-REJECT-CHANGE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REJECT BANK DETAILS CHANGE" LINE 2 COLUMN 20.
           PERFORM G-100-SELECT-OPEN-CHANGE.
           IF CHANGE-WAS-FOUND
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "REJECT THIS CHANGE (Y/N): "
                       LINE 13 COLUMN 10
                   ACCEPT WS-CONFIRM LINE 13 COLUMN 37
                   EVALUATE WS-CONFIRM
                       WHEN "Y" WHEN "y" WHEN "N" WHEN "n"
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           DISPLAY "ANSWER Y OR N - TRY AGAIN"
                               LINE 20 COLUMN 10
                   END-EVALUATE
               END-PERFORM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM E-200-SAVE-REJECTION
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-SAVE-REJECTION.
           SET PBC-IS-REJECTED OF CANDIDATE-CHANGE TO TRUE
           MOVE WS-TODAY-DATE TO PBC-REJECTED-DATE OF CANDIDATE-CHANGE
           MOVE WS-OPERATOR-ID TO PBC-REJECTED-BY OF CANDIDATE-CHANGE
           MOVE CANDIDATE-CHANGE TO PAYEE-BANK-CHANGE-RECORD
           REWRITE PAYEE-BANK-CHANGE-RECORD.
           DISPLAY "CHANGE REJECTED - BANK DETAILS ON FILE UNCHANGED"
               LINE 18 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   LIST -- every change still waiting for approval or cooling
      *>   off, a screenful at a time.
      *>   ---------------------------------------------------------
       F-100-LIST-OPEN-CHANGES.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BANK DETAIL CHANGES NOT YET IN FORCE"
               LINE 2 COLUMN 20.
           DISPLAY "PAYEE          STATE             KEYED BY"
               LINE 4 COLUMN 4.
           DISPLAY "ON        APPROVED IN FORCE" LINE 4 COLUMN 46.
           MOVE 5 TO WS-LIST-LINE-NO
           MOVE LOW-VALUES TO PBC-KEY OF PAYEE-BANK-CHANGE-RECORD
           START BANK-CHANGE-FILE KEY IS NOT LESS THAN
               PBC-KEY OF PAYEE-BANK-CHANGE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BANK-CHANGE-STATUS
           END-START.
           PERFORM F-110-LIST-ONE-CHANGE
               UNTIL WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02".
           IF WS-LIST-LINE-NO = 5
               DISPLAY "NO CHANGES WAITING" LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-LIST-ONE-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT AT END
                   IF PBC-IS-OPEN OF PAYEE-BANK-CHANGE-RECORD
                       PERFORM F-120-SHOW-ONE-CHANGE
                   END-IF
           END-READ.

       F-120-SHOW-ONE-CHANGE.
           IF WS-LIST-LINE-NO > 20
               DISPLAY "MORE WAITING - SEE THE BANK DETAIL CHANGE "
                   "REPORT" LINE 21 COLUMN 4
               MOVE "10" TO WS-BANK-CHANGE-STATUS
           ELSE
               MOVE PBC-PAYEE-TYPE OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-PAYEE-TYPE
               MOVE PBC-PAYEE-ID OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-PAYEE-ID
               MOVE PBC-CHANGE-SEQ OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-CHANGE-SEQ
               IF PBC-IS-PENDING OF PAYEE-BANK-CHANGE-RECORD
                   MOVE "AWAITING APPROVAL" TO CLL-STATE
               ELSE
                   MOVE "COOLING OFF"       TO CLL-STATE
               END-IF
               MOVE PBC-REQUESTED-BY OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-REQUESTED-BY
               MOVE PBC-REQUESTED-DATE OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-REQUESTED-DATE
               MOVE PBC-APPROVED-BY OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-APPROVED-BY
               MOVE PBC-EFFECTIVE-DATE OF PAYEE-BANK-CHANGE-RECORD
                   TO CLL-EFFECTIVE-DATE
               DISPLAY CHANGE-LIST-LINE
                   LINE WS-LIST-LINE-NO COLUMN 4
               ADD 1 TO WS-LIST-LINE-NO
           END-IF.

      *>   ---------------------------------------------------------
      *>   Payee, and the one change open for that payee, shown old
      *>   against new.  The decision is made as the signed-on
      *>   operator.
      *>   ---------------------------------------------------------
       G-100-SELECT-OPEN-CHANGE.
           MOVE "N" TO SW-CHANGE-FOUND
           DISPLAY "OPERATOR: " WS-OPERATOR-ID LINE 4 COLUMN 10.
           MOVE SPACE TO WS-CHANGE-PAYEE-TYPE
           PERFORM UNTIL WS-PAYEE-TYPE-IS-VALID
               DISPLAY "PAYEE - (V)ENDOR OR (L)ANDLORD: "
                   LINE 5 COLUMN 10
               ACCEPT WS-CHANGE-PAYEE-TYPE LINE 5 COLUMN 43
               IF WS-CHANGE-PAYEE-TYPE = "v"
                   MOVE "V" TO WS-CHANGE-PAYEE-TYPE
               END-IF
               IF WS-CHANGE-PAYEE-TYPE = "l"
                   MOVE "L" TO WS-CHANGE-PAYEE-TYPE
               END-IF
               IF NOT WS-PAYEE-TYPE-IS-VALID
                   DISPLAY "ANSWER V OR L - TRY AGAIN"
                       LINE 20 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "PAYEE ID: " LINE 6 COLUMN 10.
           ACCEPT WS-CHANGE-PAYEE-ID LINE 6 COLUMN 40.
           PERFORM G-110-READ-PAYEE.
           IF ENTRY-IS-OK
               DISPLAY WS-PAYEE-NAME LINE 6 COLUMN 48
               PERFORM G-200-FIND-OPEN-CHANGE
               IF CHANGE-WAS-FOUND
                   PERFORM G-300-SHOW-CHANGE
               ELSE
                   DISPLAY "NO BANK DETAILS CHANGE OPEN FOR THIS PAYEE"
                       LINE 20 COLUMN 10
               END-IF
           END-IF.

       G-110-READ-PAYEE.
           MOVE "N" TO SW-ENTRY-OK
           IF WS-CHANGE-PAYEE-TYPE = "V"
               MOVE WS-CHANGE-PAYEE-ID TO VEND-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH VENDOR ON FILE"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       MOVE VEND-NAME TO WS-PAYEE-NAME
                       MOVE "Y" TO SW-ENTRY-OK
               END-READ
           ELSE
               MOVE WS-CHANGE-PAYEE-ID TO LANDLORD-ID
               READ LANDLORD-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH LANDLORD ON FILE"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       MOVE LANDLORD-NAME TO WS-PAYEE-NAME
                       MOVE "Y" TO SW-ENTRY-OK
               END-READ
           END-IF.

       G-200-FIND-OPEN-CHANGE.
           MOVE WS-CHANGE-PAYEE-TYPE
               TO PBC-PAYEE-TYPE OF PAYEE-BANK-CHANGE-RECORD
           MOVE WS-CHANGE-PAYEE-ID
               TO PBC-PAYEE-ID OF PAYEE-BANK-CHANGE-RECORD
           MOVE ZERO TO PBC-CHANGE-SEQ OF PAYEE-BANK-CHANGE-RECORD
           START BANK-CHANGE-FILE KEY IS NOT LESS THAN
               PBC-KEY OF PAYEE-BANK-CHANGE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BANK-CHANGE-STATUS
           END-START.
           PERFORM G-210-CHECK-ONE-CHANGE
               UNTIL (WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02")
               OR CHANGE-WAS-FOUND.

       G-210-CHECK-ONE-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT AT END
                   IF PBC-PAYEE-TYPE OF PAYEE-BANK-CHANGE-RECORD
                           NOT = WS-CHANGE-PAYEE-TYPE
                       OR PBC-PAYEE-ID OF PAYEE-BANK-CHANGE-RECORD
                           NOT = WS-CHANGE-PAYEE-ID
                       MOVE "10" TO WS-BANK-CHANGE-STATUS
                   ELSE
                       IF PBC-IS-OPEN OF PAYEE-BANK-CHANGE-RECORD
                           MOVE PAYEE-BANK-CHANGE-RECORD
                               TO CANDIDATE-CHANGE
                           MOVE "Y" TO SW-CHANGE-FOUND
                       END-IF
                   END-IF
           END-READ.

       G-300-SHOW-CHANGE.
           DISPLAY "DETAILS ON FILE: " LINE 8 COLUMN 10.
           DISPLAY PBC-OLD-SORT-CODE OF CANDIDATE-CHANGE
               LINE 8 COLUMN 30.
           DISPLAY PBC-OLD-ACCOUNT OF CANDIDATE-CHANGE
               LINE 8 COLUMN 40.
           DISPLAY "NEW DETAILS:     " LINE 9 COLUMN 10.
           DISPLAY PBC-NEW-SORT-CODE OF CANDIDATE-CHANGE
               LINE 9 COLUMN 30.
           DISPLAY PBC-NEW-ACCOUNT OF CANDIDATE-CHANGE
               LINE 9 COLUMN 40.
           DISPLAY "KEYED BY " PBC-REQUESTED-BY OF CANDIDATE-CHANGE
               " ON " PBC-REQUESTED-DATE OF CANDIDATE-CHANGE
               LINE 10 COLUMN 10.
           IF PBC-IS-APPROVED OF CANDIDATE-CHANGE
               DISPLAY "APPROVED BY "
                   PBC-APPROVED-BY OF CANDIDATE-CHANGE
                   " - IN FORCE FROM "
                   PBC-EFFECTIVE-DATE OF CANDIDATE-CHANGE
                   LINE 11 COLUMN 10
           ELSE
               DISPLAY "AWAITING APPROVAL" LINE 11 COLUMN 10
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE BANK-CHANGE-FILE.
           CLOSE VENDOR-MASTER.
           CLOSE LANDLORD-MASTER.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

       END PROGRAM PAYEE-BANK-CHANGE-MAINTENANCE.
