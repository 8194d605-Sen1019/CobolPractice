       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDLORD-VERIFY-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT LANDLORD-VERIFY-FILE ASSIGN TO "landlord_verify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVER-LANDLORD-ID
               FILE STATUS IS WS-VERIFY-STATUS.

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
       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  LANDLORD-VERIFY-FILE.
           COPY LVERREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       WORKING-STORAGE SECTION.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-VERIFY-STATUS             PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-VERIFY-ON-FILE            PIC X.
           88  VERIFY-IS-ON-FILE            VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-REFRESH-MONTHS            PIC 9(3).
       01  WS-OFFICER-ID                PIC X(8).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-STATE-TEXT                PIC X(20).
       01  WS-DOC-TEXT                  PIC X(20).

      *>   Verification date rolled forward by the refresh interval.
      *>   A day past the 28th is brought back to the 28th, so the
      *>   result is always a real date and never later than the
      *>   interval allows.
       01  WS-CALC-DATE.
           05  WS-CALC-YEAR             PIC 9(4).
           05  WS-CALC-MONTH            PIC 99.
           05  WS-CALC-DAY              PIC 99.
       01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
                                        PIC 9(8).
       01  WS-MONTH-COUNT               PIC 9(5).
       01  WS-YEARS-ADDED               PIC 9(3).

       COPY LVERREC REPLACING ==LANDLORD-VERIFY-RECORD==
           BY ==CANDIDATE-VERIFY==.

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
      *>   The owner disbursement rewrites these records as it holds
      *>   and releases payments; a verification keyed on top of that
      *>   could lose the period the hold started from.
           MOVE "N" TO SW-FILE-LOCKED
           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.
           MOVE "landlord_verify.dat" TO WS-LOCK-FILE-NAME
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
           OPEN INPUT LANDLORD-MASTER.

           OPEN I-O LANDLORD-VERIFY-FILE.
           IF WS-VERIFY-STATUS = "35"
               OPEN OUTPUT LANDLORD-VERIFY-FILE
               CLOSE LANDLORD-VERIFY-FILE
               OPEN I-O LANDLORD-VERIFY-FILE
           END-IF.

      *>   The refresh interval comes from the control record.  None
      *>   on file yet, or one saved before the interval was kept
      *>   there, gets the default SYSTEM-CONTROL-MAINTENANCE would
      *>   offer.
           MOVE 36 TO WS-REFRESH-MONTHS
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE "1" TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-ID-REFRESH-MONTHS > ZERO
                           MOVE CTL-ID-REFRESH-MONTHS
                               TO WS-REFRESH-MONTHS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LANDLORD IDENTITY VERIFICATION" LINE 2 COLUMN 20.
           DISPLAY "1. RECORD OR REFRESH A VERIFICATION"
               LINE 4 COLUMN 10.
           DISPLAY "2. SHOW A LANDLORD'S VERIFICATION"
               LINE 5 COLUMN 10.
           DISPLAY "3. WITHDRAW A VERIFICATION"      LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                         LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-RECORD-VERIFICATION
               WHEN "2"
                   PERFORM E-100-SHOW-VERIFICATION
               WHEN "3"
                   PERFORM F-100-WITHDRAW-VERIFICATION
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   RECORD -- the identity document and title register seen,
      *>   by whom and when.  A refresh is keyed over the record
      *>   already on file; any payment hold on it is left for the
      *>   next disbursement run to release.
      *>   ---------------------------------------------------------
       D-100-RECORD-VERIFICATION.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RECORD IDENTITY VERIFICATION" LINE 2 COLUMN 20.
           PERFORM D-110-SELECT-LANDLORD.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-VERIFY-FIELDS
               PERFORM D-300-SAVE-VERIFICATION
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-LANDLORD.
      *>   A verification may only be held against a landlord already
      *>   on the landlord master.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER LANDLORD ID: " LINE 4 COLUMN 10.
           ACCEPT LANDLORD-ID LINE 4 COLUMN 30.
           READ LANDLORD-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LANDLORD ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY LANDLORD-NAME LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.
           IF ENTRY-IS-OK
               MOVE "N" TO SW-VERIFY-ON-FILE
               MOVE LANDLORD-ID
                   TO LVER-LANDLORD-ID OF LANDLORD-VERIFY-RECORD
               READ LANDLORD-VERIFY-FILE
                   INVALID KEY
                       INITIALIZE CANDIDATE-VERIFY
                       MOVE LANDLORD-ID
                           TO LVER-LANDLORD-ID OF CANDIDATE-VERIFY
                       SET LVER-IS-PENDING OF CANDIDATE-VERIFY TO TRUE
                   NOT INVALID KEY
                       MOVE LANDLORD-VERIFY-RECORD TO CANDIDATE-VERIFY
                       MOVE "Y" TO SW-VERIFY-ON-FILE
               END-READ
           END-IF.

       D-200-PROMPT-VERIFY-FIELDS.
           PERFORM D-210-PROMPT-DOC-TYPE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DOCUMENT NUMBER: " LINE 6 COLUMN 10
               ACCEPT LVER-ID-DOC-REFERENCE OF CANDIDATE-VERIFY
                   LINE 6 COLUMN 40
               IF LVER-ID-DOC-REFERENCE OF CANDIDATE-VERIFY
                       NOT = SPACES
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "DOCUMENT NUMBER IS REQUIRED"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           PERFORM D-220-PROMPT-DOC-EXPIRY.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "TITLE REGISTER REFERENCE: " LINE 8 COLUMN 10
               ACCEPT LVER-TITLE-REFERENCE OF CANDIDATE-VERIFY
                   LINE 8 COLUMN 40
               IF LVER-TITLE-REFERENCE OF CANDIDATE-VERIFY
                       NOT = SPACES
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "PROOF OF OWNERSHIP IS REQUIRED"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           PERFORM D-230-PROMPT-VERIFIED-DATE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "VERIFYING OFFICER ID: " LINE 10 COLUMN 10
               ACCEPT WS-OFFICER-ID LINE 10 COLUMN 40
               IF WS-OFFICER-ID NOT = SPACES
                   MOVE WS-OFFICER-ID
                       TO LVER-VERIFIED-BY OF CANDIDATE-VERIFY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "VERIFYING OFFICER IS REQUIRED"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

       D-210-PROMPT-DOC-TYPE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "ID SEEN - PASSPORT/DRIVING/NATIONAL/"
                   "RESIDENCE/COMPANY (P/D/N/R/C): "
                   LINE 5 COLUMN 10
               ACCEPT LVER-ID-DOC-TYPE OF CANDIDATE-VERIFY
                   LINE 5 COLUMN 77
               IF LVER-DOC-TYPE-IS-VALID OF CANDIDATE-VERIFY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER P, D, N, R OR C - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

       D-220-PROMPT-DOC-EXPIRY.
      *>   A company registration does not expire.  Any personal
      *>   document must be in date on the day it is seen.
           IF LVER-DOC-IS-COMPANY-REG OF CANDIDATE-VERIFY
               MOVE ZERO TO LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
               DISPLAY "DOCUMENT EXPIRES: N/A" LINE 7 COLUMN 10
           ELSE
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "DOCUMENT EXPIRES (YYYYMMDD): "
                       LINE 7 COLUMN 10
                   ACCEPT LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
                       LINE 7 COLUMN 40
                   IF LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
                           NOT < WS-TODAY-DATE
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "DOCUMENT HAS EXPIRED - NOT ACCEPTABLE"
                           LINE 14 COLUMN 10
                   END-IF
               END-PERFORM
           END-IF.

       D-230-PROMPT-VERIFIED-DATE.
      *>   Zero means the check was done today.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DATE VERIFIED (YYYYMMDD, 0 = TODAY): "
                   LINE 9 COLUMN 10
               ACCEPT LVER-VERIFIED-DATE OF CANDIDATE-VERIFY
                   LINE 9 COLUMN 48
               IF LVER-VERIFIED-DATE OF CANDIDATE-VERIFY = ZERO
                   MOVE WS-TODAY-DATE
                       TO LVER-VERIFIED-DATE OF CANDIDATE-VERIFY
               END-IF
               IF LVER-VERIFIED-DATE OF CANDIDATE-VERIFY
                       > WS-TODAY-DATE
                   DISPLAY "DATE CANNOT BE IN THE FUTURE"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.

       D-300-SAVE-VERIFICATION.
      *>   D-110 already settled whether a record exists; re-reading
      *>   here would reload the stored record over what was keyed.
           PERFORM D-350-COMPUTE-REFRESH-DUE.
           SET LVER-IS-VERIFIED OF CANDIDATE-VERIFY TO TRUE
           MOVE ZERO   TO LVER-WITHDRAWN-DATE OF CANDIDATE-VERIFY
           MOVE SPACES TO LVER-WITHDRAWN-BY OF CANDIDATE-VERIFY
           MOVE CANDIDATE-VERIFY TO LANDLORD-VERIFY-RECORD
           IF VERIFY-IS-ON-FILE
               REWRITE LANDLORD-VERIFY-RECORD
           ELSE
               WRITE LANDLORD-VERIFY-RECORD
           END-IF.
           DISPLAY "VERIFIED - REFRESH DUE "
               LVER-REFRESH-DUE-DATE OF LANDLORD-VERIFY-RECORD
               LINE 16 COLUMN 10.
           IF LVER-HELD-FROM-PERIOD OF LANDLORD-VERIFY-RECORD > ZERO
               AND LVER-RELEASED-IN-PERIOD OF LANDLORD-VERIFY-RECORD
                   = ZERO
               DISPLAY "PAYMENTS HELD SINCE "
                   LVER-HELD-FROM-PERIOD OF LANDLORD-VERIFY-RECORD
                   " GO OUT WITH THE NEXT DISBURSEMENT RUN"
                   LINE 17 COLUMN 10
           END-IF.

       D-350-COMPUTE-REFRESH-DUE.
           MOVE LVER-VERIFIED-DATE OF CANDIDATE-VERIFY
               TO WS-CALC-DATE-N
           COMPUTE WS-MONTH-COUNT =
               WS-CALC-MONTH - 1 + WS-REFRESH-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-YEARS-ADDED REMAINDER WS-CALC-MONTH
           ADD WS-YEARS-ADDED TO WS-CALC-YEAR
           ADD 1 TO WS-CALC-MONTH
           IF WS-CALC-DAY > 28
               MOVE 28 TO WS-CALC-DAY
           END-IF.
           MOVE WS-CALC-DATE-N
               TO LVER-REFRESH-DUE-DATE OF CANDIDATE-VERIFY
           IF LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY > ZERO
               AND LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
                   < LVER-REFRESH-DUE-DATE OF CANDIDATE-VERIFY
               MOVE LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
                   TO LVER-REFRESH-DUE-DATE OF CANDIDATE-VERIFY
           END-IF.

      *>   ---------------------------------------------------------
      *>   SHOW -- where one landlord stands, including any payments
      *>   the disbursement run is holding for them.
      *>   ---------------------------------------------------------
       E-100-SHOW-VERIFICATION.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LANDLORD IDENTITY VERIFICATION" LINE 2 COLUMN 20.
           PERFORM D-110-SELECT-LANDLORD.
           IF ENTRY-IS-OK
               PERFORM E-200-DISPLAY-VERIFICATION
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-DISPLAY-VERIFICATION.
           EVALUATE TRUE
               WHEN NOT VERIFY-IS-ON-FILE
                   MOVE "NEVER VERIFIED" TO WS-STATE-TEXT
               WHEN LVER-IS-PENDING OF CANDIDATE-VERIFY
                   MOVE "NOT YET VERIFIED" TO WS-STATE-TEXT
               WHEN LVER-IS-WITHDRAWN OF CANDIDATE-VERIFY
                   MOVE "WITHDRAWN" TO WS-STATE-TEXT
               WHEN LVER-REFRESH-DUE-DATE OF CANDIDATE-VERIFY
                       < WS-TODAY-DATE
                   MOVE "VERIFIED - REFRESH DUE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "VERIFIED" TO WS-STATE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN LVER-DOC-IS-PASSPORT OF CANDIDATE-VERIFY
                   MOVE "PASSPORT" TO WS-DOC-TEXT
               WHEN LVER-DOC-IS-DRIVING-LICENCE OF CANDIDATE-VERIFY
                   MOVE "DRIVING LICENCE" TO WS-DOC-TEXT
               WHEN LVER-DOC-IS-NATIONAL-ID OF CANDIDATE-VERIFY
                   MOVE "NATIONAL ID CARD" TO WS-DOC-TEXT
               WHEN LVER-DOC-IS-RESIDENCE-PERMIT OF CANDIDATE-VERIFY
                   MOVE "RESIDENCE PERMIT" TO WS-DOC-TEXT
               WHEN LVER-DOC-IS-COMPANY-REG OF CANDIDATE-VERIFY
                   MOVE "COMPANY REGISTRATION" TO WS-DOC-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-DOC-TEXT
           END-EVALUATE.
           DISPLAY "STATUS:          " WS-STATE-TEXT
               LINE 6 COLUMN 10.
           DISPLAY "ID DOCUMENT:     " WS-DOC-TEXT " "
               LVER-ID-DOC-REFERENCE OF CANDIDATE-VERIFY
               LINE 7 COLUMN 10.
           DISPLAY "DOC EXPIRES:     "
               LVER-ID-DOC-EXPIRY-DATE OF CANDIDATE-VERIFY
               LINE 8 COLUMN 10.
           DISPLAY "TITLE REGISTER:  "
               LVER-TITLE-REFERENCE OF CANDIDATE-VERIFY
               LINE 9 COLUMN 10.
           DISPLAY "VERIFIED:        "
               LVER-VERIFIED-DATE OF CANDIDATE-VERIFY " BY "
               LVER-VERIFIED-BY OF CANDIDATE-VERIFY
               LINE 10 COLUMN 10.
           DISPLAY "REFRESH DUE:     "
               LVER-REFRESH-DUE-DATE OF CANDIDATE-VERIFY
               LINE 11 COLUMN 10.
           IF LVER-IS-WITHDRAWN OF CANDIDATE-VERIFY
               DISPLAY "WITHDRAWN:       "
                   LVER-WITHDRAWN-DATE OF CANDIDATE-VERIFY " BY "
                   LVER-WITHDRAWN-BY OF CANDIDATE-VERIFY
                   LINE 12 COLUMN 10
           END-IF.
           IF LVER-HELD-FROM-PERIOD OF CANDIDATE-VERIFY > ZERO
               IF LVER-RELEASED-IN-PERIOD OF CANDIDATE-VERIFY > ZERO
                   DISPLAY "PAYMENTS HELD SINCE "
                       LVER-HELD-FROM-PERIOD OF CANDIDATE-VERIFY
                       " RELEASED IN "
                       LVER-RELEASED-IN-PERIOD OF CANDIDATE-VERIFY
                       LINE 13 COLUMN 10
               ELSE
                   DISPLAY "PAYMENTS HELD SINCE "
                       LVER-HELD-FROM-PERIOD OF CANDIDATE-VERIFY
                       LINE 13 COLUMN 10
               END-IF
           END-IF.

      *>   ---------------------------------------------------------
      *>   WITHDRAW -- a verification found to be unsound (a forged
      *>   document, a title that turns out not to be theirs) is
      *>   withdrawn, and the landlord's payments are held again from
      *>   the next disbursement run until a fresh check is recorded.
      *>   ---------------------------------------------------------
       F-100-WITHDRAW-VERIFICATION.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "WITHDRAW IDENTITY VERIFICATION" LINE 2 COLUMN 20.
           PERFORM D-110-SELECT-LANDLORD.
           IF ENTRY-IS-OK
               IF VERIFY-IS-ON-FILE
                   AND LVER-IS-VERIFIED OF CANDIDATE-VERIFY
                   PERFORM F-200-CONFIRM-WITHDRAWAL
               ELSE
                   DISPLAY "LANDLORD IS NOT VERIFIED - NOTHING TO "
                       "WITHDRAW" LINE 14 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-200-CONFIRM-WITHDRAWAL.
           PERFORM E-200-DISPLAY-VERIFICATION.
           DISPLAY "ENTER OFFICER ID: " LINE 15 COLUMN 10.
           ACCEPT WS-OFFICER-ID LINE 15 COLUMN 29.
           IF WS-OFFICER-ID = SPACES
               DISPLAY "OFFICER ID REQUIRED - VERIFICATION STANDS"
                   LINE 17 COLUMN 10
           ELSE
               DISPLAY "WITHDRAW THIS VERIFICATION (Y/N)? "
                   LINE 16 COLUMN 10
               ACCEPT WS-CONFIRM LINE 16 COLUMN 45
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   SET LVER-IS-WITHDRAWN OF CANDIDATE-VERIFY TO TRUE
                   MOVE WS-TODAY-DATE
                       TO LVER-WITHDRAWN-DATE OF CANDIDATE-VERIFY
                   MOVE WS-OFFICER-ID
                       TO LVER-WITHDRAWN-BY OF CANDIDATE-VERIFY
                   MOVE CANDIDATE-VERIFY TO LANDLORD-VERIFY-RECORD
                   REWRITE LANDLORD-VERIFY-RECORD
                   DISPLAY "VERIFICATION WITHDRAWN - PAYMENTS WILL BE "
                       "HELD" LINE 17 COLUMN 10
               ELSE
                   DISPLAY "VERIFICATION STANDS" LINE 17 COLUMN 10
               END-IF
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE LANDLORD-MASTER.
           CLOSE LANDLORD-VERIFY-FILE.

       END PROGRAM LANDLORD-VERIFY-MAINTENANCE.
