       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-NOTE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-NOTE-FILE ASSIGN TO "contact_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               ALTERNATE RECORD KEY IS CNOTE-LEASE-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNOTE-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-NOTE-FILE.
           COPY CNOTEREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       WORKING-STORAGE SECTION.
       01  WS-NOTE-STATUS               PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-FOUND-LEASE               PIC X(6).
       01  WS-LEASE-ENTRY               PIC X(6).
       01  WS-VIEW-TYPE                 PIC X.
           88  VIEW-IS-VALID                VALUE "T" "L" "E" "P".
           88  VIEW-BY-LEASE                VALUE "E".
       01  WS-VIEW-ID                   PIC X(6).
       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(4).
       01  WS-ACTION                    PIC X.
       01  WS-NEW-DATE                  PIC 9(8).
       01  WS-DAYS-LATE                 PIC 9(5).

      *>   The operator's follow-ups due, gathered first by the diary
      *>   key and then worked one at a time by the note's own key,
      *>   so a follow-up moved to a later date is not met again
      *>   further down the same pass.
       01  WS-FOLLOW-UP-TABLE.
           05  WS-FU-COUNT              PIC 9(3).
           05  WS-FU-KEY OCCURS 200 TIMES
                                        PIC X(21).
       01  WS-FU-OVERFLOW               PIC 9(5).
       01  WS-IX                        PIC 9(3).

       01  NOTE-LIST-LINE.
           05  NLL-DATE                 PIC 9(8).
           05  FILLER                   PIC X     VALUE SPACE.
           05  NLL-TIME                 PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NLL-OPERATOR             PIC X(9).
           05  NLL-SUBJECT-TYPE         PIC X.
           05  FILLER                   PIC X     VALUE SPACE.
           05  NLL-SUBJECT-ID           PIC X(7).
           05  NLL-METHOD               PIC X(7).
           05  NLL-TYPE                 PIC X(12).
           05  NLL-FOLLOW-UP            PIC X(24).

       01  NOTE-TEXT-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  NTL-TEXT                 PIC X(60).
           05  FILLER                   PIC X     VALUE SPACE.
           05  NTL-AMOUNT               PIC ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.

       COPY CNOTEREC REPLACING ==CONTACT-NOTE-RECORD==
           BY ==CANDIDATE-NOTE==.

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

           OPEN I-O CONTACT-NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT CONTACT-NOTE-FILE
               CLOSE CONTACT-NOTE-FILE
               OPEN I-O CONTACT-NOTE-FILE
           END-IF.

           OPEN INPUT TENANT-MASTER.
           OPEN INPUT LANDLORD-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT LEASE-MASTER.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTACT NOTES AND FOLLOW-UPS" LINE 2 COLUMN 20.
           DISPLAY "1. ADD A CONTACT NOTE"            LINE 4 COLUMN 10.
           DISPLAY "2. VIEW NOTES"                    LINE 5 COLUMN 10.
           DISPLAY "3. WORK MY FOLLOW-UPS DUE"        LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-ADD-NOTE
               WHEN "2"
                   PERFORM E-100-VIEW-NOTES
               WHEN "3"
                   PERFORM F-100-WORK-FOLLOW-UPS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   ADD -- who took it, who it is about, how the contact came,
      *>   what was said, and whether anyone has to come back to it.
      *>   A note is never changed once written; a correction is a
      *>   further note.
      *>   ---------------------------------------------------------
       D-100-ADD-NOTE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD A CONTACT NOTE" LINE 2 COLUMN 25.
           INITIALIZE CANDIDATE-NOTE
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 4 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 4 COLUMN 42.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - NOTE NOT ADDED"
                   LINE 14 COLUMN 10
           ELSE
               MOVE WS-OPERATOR-ID
                   TO CNOTE-OPERATOR-ID OF CANDIDATE-NOTE
               PERFORM D-200-PROMPT-SUBJECT
               IF ENTRY-IS-OK
                   PERFORM D-300-PROMPT-LEASE
                   PERFORM D-400-PROMPT-NOTE
                   PERFORM D-500-SAVE-NOTE
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-PROMPT-SUBJECT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "ABOUT - (T)ENANT (L)ANDLORD L(E)ASE "
                   "(P)ROPERTY: " LINE 5 COLUMN 10
               ACCEPT CNOTE-SUBJECT-TYPE OF CANDIDATE-NOTE
                   LINE 5 COLUMN 58
               IF CNOTE-SUBJECT-IS-VALID OF CANDIDATE-NOTE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER T, L, E OR P - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ID: " LINE 6 COLUMN 10.
           ACCEPT CNOTE-SUBJECT-ID OF CANDIDATE-NOTE LINE 6 COLUMN 42.
           EVALUATE TRUE
               WHEN CNOTE-ON-TENANT OF CANDIDATE-NOTE
                   MOVE CNOTE-SUBJECT-ID OF CANDIDATE-NOTE TO TENANT-ID
                   READ TENANT-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH TENANT ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY TENANT-NAME LINE 6 COLUMN 50
                           MOVE "Y" TO SW-ENTRY-OK
                           PERFORM D-210-FIND-TENANT-LEASE
                   END-READ
               WHEN CNOTE-ON-LANDLORD OF CANDIDATE-NOTE
                   MOVE CNOTE-SUBJECT-ID OF CANDIDATE-NOTE
                       TO LANDLORD-ID
                   READ LANDLORD-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH LANDLORD ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY LANDLORD-NAME LINE 6 COLUMN 50
                           MOVE "Y" TO SW-ENTRY-OK
                           MOVE SPACES TO WS-FOUND-LEASE
                   END-READ
               WHEN CNOTE-ON-LEASE OF CANDIDATE-NOTE
                   MOVE CNOTE-SUBJECT-ID OF CANDIDATE-NOTE
                       TO LEASE-NUMBER
                   READ LEASE-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH LEASE ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY "PROPERTY " LEASE-PROP-ID
                               LINE 6 COLUMN 50
                           MOVE "Y" TO SW-ENTRY-OK
                           MOVE LEASE-NUMBER TO WS-FOUND-LEASE
                   END-READ
               WHEN OTHER
                   MOVE CNOTE-SUBJECT-ID OF CANDIDATE-NOTE TO PROP-ID
                   READ PROPERTY-MASTER
                       INVALID KEY
                           DISPLAY "NO SUCH PROPERTY ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY PROP-STREET LINE 6 COLUMN 50
                           MOVE "Y" TO SW-ENTRY-OK
                           PERFORM D-220-FIND-PROPERTY-LEASE
                   END-READ
           END-EVALUATE.

       D-210-FIND-TENANT-LEASE.
      *>   The tenant's live tenancy, whichever of the two tenant
      *>   slots they are named in.
           MOVE SPACES TO WS-FOUND-LEASE
           MOVE TENANT-ID TO LEASE-TENANT1-ID
           START LEASE-MASTER KEY IS EQUAL TO LEASE-TENANT1-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM D-211-SCAN-TENANT1-LEASES
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".
           IF WS-FOUND-LEASE = SPACES
               MOVE TENANT-ID TO LEASE-TENANT2-ID
               START LEASE-MASTER KEY IS EQUAL TO LEASE-TENANT2-ID
                   INVALID KEY
                       MOVE "10" TO WS-LEASE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-LEASE-STATUS
               END-START
               PERFORM D-212-SCAN-TENANT2-LEASES
                   UNTIL WS-LEASE-STATUS NOT = "00"
                   AND WS-LEASE-STATUS NOT = "02"
           END-IF.

       D-211-SCAN-TENANT1-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-TENANT1-ID NOT = TENANT-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           MOVE LEASE-NUMBER TO WS-FOUND-LEASE
                           MOVE "10" TO WS-LEASE-STATUS
                       END-IF
                   END-IF
           END-READ.

       D-212-SCAN-TENANT2-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-TENANT2-ID NOT = TENANT-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           MOVE LEASE-NUMBER TO WS-FOUND-LEASE
                           MOVE "10" TO WS-LEASE-STATUS
                       END-IF
                   END-IF
           END-READ.

       D-220-FIND-PROPERTY-LEASE.
           MOVE SPACES TO WS-FOUND-LEASE
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS EQUAL TO LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM D-221-SCAN-PROPERTY-LEASES
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       D-221-SCAN-PROPERTY-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           MOVE LEASE-NUMBER TO WS-FOUND-LEASE
                           MOVE "10" TO WS-LEASE-STATUS
                       END-IF
                   END-IF
           END-READ.

       D-300-PROMPT-LEASE.
      *>   A note on a tenant or property is filed against their live
      *>   lease unless told otherwise, so it shows on the lease
      *>   enquiry; a landlord's note only when a lease is given.
           IF CNOTE-ON-LEASE OF CANDIDATE-NOTE
               MOVE WS-FOUND-LEASE
                   TO CNOTE-LEASE-NUMBER OF CANDIDATE-NOTE
           ELSE
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "LEASE: " WS-FOUND-LEASE
                       "  (ENTER TO KEEP, NONE FOR NO LEASE): "
                       LINE 7 COLUMN 10
                   MOVE SPACES TO WS-LEASE-ENTRY
                   ACCEPT WS-LEASE-ENTRY LINE 7 COLUMN 62
                   EVALUATE WS-LEASE-ENTRY
                       WHEN SPACES
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN "NONE" WHEN "none"
                           MOVE SPACES TO WS-FOUND-LEASE
                           MOVE "Y" TO SW-ENTRY-OK
                       WHEN OTHER
                           MOVE WS-LEASE-ENTRY TO LEASE-NUMBER
                           READ LEASE-MASTER
                               INVALID KEY
                                   DISPLAY "NO SUCH LEASE ON FILE"
                                       LINE 14 COLUMN 10
                               NOT INVALID KEY
                                   MOVE LEASE-NUMBER TO WS-FOUND-LEASE
                                   MOVE "Y" TO SW-ENTRY-OK
                           END-READ
                   END-EVALUATE
               END-PERFORM
               MOVE WS-FOUND-LEASE
                   TO CNOTE-LEASE-NUMBER OF CANDIDATE-NOTE
           END-IF.

       D-400-PROMPT-NOTE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "HOW - (P)HONE (E)MAIL (L)ETTER (V)ISIT "
                   "(O)THER: " LINE 8 COLUMN 10
               ACCEPT CNOTE-CONTACT-METHOD OF CANDIDATE-NOTE
                   LINE 8 COLUMN 58
               IF CNOTE-METHOD-IS-VALID OF CANDIDATE-NOTE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER P, E, L, V OR O - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NOTE - (G)ENERAL (P)ROMISE TO PAY "
                   "(I)NSTRUCTION: " LINE 9 COLUMN 10
               ACCEPT CNOTE-NOTE-TYPE OF CANDIDATE-NOTE
                   LINE 9 COLUMN 58
               IF CNOTE-TYPE-IS-VALID OF CANDIDATE-NOTE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER G, P OR I - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           IF CNOTE-IS-PROMISE-TO-PAY OF CANDIDATE-NOTE
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "AMOUNT PROMISED: " LINE 10 COLUMN 10
                   ACCEPT CNOTE-PROMISED-AMOUNT OF CANDIDATE-NOTE
                       LINE 10 COLUMN 42
                   IF CNOTE-PROMISED-AMOUNT OF CANDIDATE-NOTE > ZERO
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "AMOUNT IS REQUIRED FOR A PROMISE"
                           LINE 14 COLUMN 10
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NOTE: " LINE 11 COLUMN 10
               ACCEPT CNOTE-TEXT OF CANDIDATE-NOTE LINE 11 COLUMN 16
               IF CNOTE-TEXT OF CANDIDATE-NOTE = SPACES
                   DISPLAY "NOTE TEXT IS REQUIRED"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           PERFORM D-410-PROMPT-FOLLOW-UP.

       D-410-PROMPT-FOLLOW-UP.
      *>   A promise to pay always goes in the diary for the day the
      *>   money was promised by, so a broken promise is chased.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               IF CNOTE-IS-PROMISE-TO-PAY OF CANDIDATE-NOTE
                   DISPLAY "PROMISED BY (YYYYMMDD):              "
                       LINE 12 COLUMN 10
               ELSE
                   DISPLAY "FOLLOW-UP DATE (YYYYMMDD, 0 = NONE): "
                       LINE 12 COLUMN 10
               END-IF
               ACCEPT CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE
                   LINE 12 COLUMN 48
               EVALUATE TRUE
                   WHEN CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE = ZERO
                       AND CNOTE-IS-PROMISE-TO-PAY OF CANDIDATE-NOTE
                       DISPLAY "DATE IS REQUIRED FOR A PROMISE"
                           LINE 14 COLUMN 10
                   WHEN CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE = ZERO
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE
                           < WS-TODAY-DATE
                       DISPLAY "DATE CANNOT BE IN THE PAST - TRY AGAIN"
                           LINE 14 COLUMN 10
                   WHEN OTHER
                       MOVE "Y" TO SW-ENTRY-OK
               END-EVALUATE
           END-PERFORM.
           IF CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE > ZERO
               DISPLAY "FOLLOW-UP BY (ENTER = YOURSELF): "
                   LINE 13 COLUMN 10
               ACCEPT CNOTE-FOLLOW-UP-OPERATOR OF CANDIDATE-NOTE
                   LINE 13 COLUMN 48
               IF CNOTE-FOLLOW-UP-OPERATOR OF CANDIDATE-NOTE = SPACES
                   MOVE WS-OPERATOR-ID
                       TO CNOTE-FOLLOW-UP-OPERATOR OF CANDIDATE-NOTE
               END-IF
           ELSE
               MOVE SPACES
                   TO CNOTE-FOLLOW-UP-OPERATOR OF CANDIDATE-NOTE
           END-IF.

       D-500-SAVE-NOTE.
      *>   Stamped with the moment it is saved; two notes on the same
      *>   subject in the same second are kept apart by stepping the
      *>   second on.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO CNOTE-NOTE-DATE OF CANDIDATE-NOTE
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO CNOTE-NOTE-TIME OF CANDIDATE-NOTE
           MOVE CANDIDATE-NOTE TO CONTACT-NOTE-RECORD
           MOVE "22" TO WS-NOTE-STATUS
           PERFORM D-510-WRITE-NOTE
               UNTIL WS-NOTE-STATUS NOT = "22".
           IF WS-NOTE-STATUS = "00"
               DISPLAY "NOTE SAVED" LINE 16 COLUMN 10
               IF CNOTE-FOLLOW-UP-DATE OF CONTACT-NOTE-RECORD > ZERO
                   DISPLAY "IN THE DIARY OF "
                       CNOTE-FOLLOW-UP-OPERATOR OF CONTACT-NOTE-RECORD
                       " FOR "
                       CNOTE-FOLLOW-UP-DATE OF CONTACT-NOTE-RECORD
                       LINE 17 COLUMN 10
               END-IF
           ELSE
               DISPLAY "NOTE NOT SAVED - FILE STATUS " WS-NOTE-STATUS
                   LINE 16 COLUMN 10
           END-IF.

       D-510-WRITE-NOTE.
           WRITE CONTACT-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO CNOTE-NOTE-TIME OF CONTACT-NOTE-RECORD
           END-WRITE.

      *>   ---------------------------------------------------------
      *>   VIEW -- every note on a subject, oldest first.  A lease
      *>   shows all notes filed against it, whether they were taken
      *>   on the lease itself or on its tenants or property.
      *>   ---------------------------------------------------------
       E-100-VIEW-NOTES.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "VIEW CONTACT NOTES" LINE 2 COLUMN 25.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "ABOUT - (T)ENANT (L)ANDLORD L(E)ASE "
                   "(P)ROPERTY: " LINE 4 COLUMN 10
               ACCEPT WS-VIEW-TYPE LINE 4 COLUMN 58
               IF VIEW-IS-VALID
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ANSWER T, L, E OR P - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "ID: " LINE 5 COLUMN 10.
           ACCEPT WS-VIEW-ID LINE 5 COLUMN 42.
           PERFORM E-110-SHOW-LIST-HEADINGS.
           MOVE ZERO TO WS-LIST-COUNT
           IF VIEW-BY-LEASE
               MOVE WS-VIEW-ID
                   TO CNOTE-LEASE-NUMBER OF CONTACT-NOTE-RECORD
               START CONTACT-NOTE-FILE KEY IS EQUAL TO
                   CNOTE-LEASE-NUMBER OF CONTACT-NOTE-RECORD
                   INVALID KEY
                       MOVE "10" TO WS-NOTE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-NOTE-STATUS
               END-START
           ELSE
               MOVE WS-VIEW-TYPE
                   TO CNOTE-SUBJECT-TYPE OF CONTACT-NOTE-RECORD
               MOVE WS-VIEW-ID
                   TO CNOTE-SUBJECT-ID OF CONTACT-NOTE-RECORD
               MOVE ZERO TO CNOTE-NOTE-DATE OF CONTACT-NOTE-RECORD
               MOVE ZERO TO CNOTE-NOTE-TIME OF CONTACT-NOTE-RECORD
               START CONTACT-NOTE-FILE KEY IS NOT LESS THAN
                   CNOTE-KEY OF CONTACT-NOTE-RECORD
                   INVALID KEY
                       MOVE "10" TO WS-NOTE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-NOTE-STATUS
               END-START
           END-IF.
           PERFORM E-200-SHOW-ONE-NOTE
               UNTIL WS-NOTE-STATUS NOT = "00"
               AND WS-NOTE-STATUS NOT = "02".
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO NOTES ON FILE" LINE 5 COLUMN 4
           ELSE
               DISPLAY "TOTAL: " WS-LIST-COUNT LINE 21 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-LIST-HEADINGS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTACT NOTES - " WS-VIEW-TYPE " " WS-VIEW-ID
               LINE 2 COLUMN 20.
           DISPLAY "DATE     TIME  BY       ON        HOW    "
               "TYPE        FOLLOW-UP" LINE 4 COLUMN 4.
           MOVE 5 TO WS-LINE-NO.

       E-200-SHOW-ONE-NOTE.
           READ CONTACT-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NOTE-STATUS
               NOT AT END
                   PERFORM E-205-CHECK-SAME-SUBJECT
                   IF WS-NOTE-STATUS = "00" OR WS-NOTE-STATUS = "02"
                       PERFORM E-210-DISPLAY-NOTE
                   END-IF
           END-READ.

       E-205-CHECK-SAME-SUBJECT.
           IF VIEW-BY-LEASE
               IF CNOTE-LEASE-NUMBER OF CONTACT-NOTE-RECORD
                       NOT = WS-VIEW-ID
                   MOVE "10" TO WS-NOTE-STATUS
               END-IF
           ELSE
               IF CNOTE-SUBJECT-TYPE OF CONTACT-NOTE-RECORD
                       NOT = WS-VIEW-TYPE
                   OR CNOTE-SUBJECT-ID OF CONTACT-NOTE-RECORD
                       NOT = WS-VIEW-ID
                   MOVE "10" TO WS-NOTE-STATUS
               END-IF
           END-IF.

       E-210-DISPLAY-NOTE.
           IF WS-LINE-NO > 19
               DISPLAY "PRESS ENTER FOR MORE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 26
               PERFORM E-110-SHOW-LIST-HEADINGS
           END-IF.
           PERFORM E-220-BUILD-NOTE-LINES.
           DISPLAY NOTE-LIST-LINE LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.
           DISPLAY NOTE-TEXT-LINE LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-LIST-COUNT.

       E-220-BUILD-NOTE-LINES.
      *>   Worked on a copy, so the lines build from the same names
      *>   whichever record the note was read into.
           MOVE CONTACT-NOTE-RECORD TO CANDIDATE-NOTE
           MOVE CNOTE-NOTE-DATE OF CANDIDATE-NOTE      TO NLL-DATE
           MOVE CNOTE-NOTE-TIME OF CANDIDATE-NOTE(1:4) TO NLL-TIME
           MOVE CNOTE-OPERATOR-ID OF CANDIDATE-NOTE    TO NLL-OPERATOR
           MOVE CNOTE-SUBJECT-TYPE OF CANDIDATE-NOTE
               TO NLL-SUBJECT-TYPE
           MOVE CNOTE-SUBJECT-ID OF CANDIDATE-NOTE
               TO NLL-SUBJECT-ID
           EVALUATE TRUE
               WHEN CNOTE-BY-PHONE OF CANDIDATE-NOTE
                   MOVE "PHONE"  TO NLL-METHOD
               WHEN CNOTE-BY-EMAIL OF CANDIDATE-NOTE
                   MOVE "EMAIL"  TO NLL-METHOD
               WHEN CNOTE-BY-LETTER OF CANDIDATE-NOTE
                   MOVE "LETTER" TO NLL-METHOD
               WHEN CNOTE-IN-PERSON OF CANDIDATE-NOTE
                   MOVE "VISIT"  TO NLL-METHOD
               WHEN OTHER
                   MOVE "OTHER"  TO NLL-METHOD
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CNOTE-IS-PROMISE-TO-PAY OF CANDIDATE-NOTE
                   MOVE "PROMISE"     TO NLL-TYPE
               WHEN CNOTE-IS-OWNER-INSTRUCTION OF CANDIDATE-NOTE
                   MOVE "INSTRUCTION" TO NLL-TYPE
               WHEN OTHER
                   MOVE "NOTE"        TO NLL-TYPE
           END-EVALUATE.
           MOVE SPACES TO NLL-FOLLOW-UP
           IF CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE > ZERO
               IF CNOTE-FOLLOW-UP-DONE-DATE OF CANDIDATE-NOTE > ZERO
                   STRING "DONE "
                       CNOTE-FOLLOW-UP-DONE-DATE OF CANDIDATE-NOTE
                       " " CNOTE-FOLLOW-UP-DONE-BY OF CANDIDATE-NOTE
                       DELIMITED BY SIZE INTO NLL-FOLLOW-UP
               ELSE
                   STRING "DUE  "
                       CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE
                       " " CNOTE-FOLLOW-UP-OPERATOR OF CANDIDATE-NOTE
                       DELIMITED BY SIZE INTO NLL-FOLLOW-UP
               END-IF
           END-IF.
           MOVE CNOTE-TEXT OF CANDIDATE-NOTE TO NTL-TEXT
           MOVE CNOTE-PROMISED-AMOUNT OF CANDIDATE-NOTE TO NTL-AMOUNT.

      *>   ---------------------------------------------------------
      *>   FOLLOW-UPS -- the operator's diary entries due today or
      *>   earlier and not yet done, one at a time: mark it done,
      *>   move it to a later date, or leave it for now.
      *>   ---------------------------------------------------------
       F-100-WORK-FOLLOW-UPS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "FOLLOW-UPS DUE" LINE 2 COLUMN 25.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 4 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 4 COLUMN 42.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED" LINE 14 COLUMN 10
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 29
           ELSE
               PERFORM F-200-GATHER-FOLLOW-UPS
               IF WS-FU-COUNT = ZERO
                   DISPLAY "NOTHING DUE" LINE 6 COLUMN 10
                   DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
                   ACCEPT WS-PAUSE LINE 22 COLUMN 29
               ELSE
                   MOVE SPACE TO WS-ACTION
                   PERFORM F-300-WORK-ONE-FOLLOW-UP
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-FU-COUNT
                       OR WS-ACTION = "X" OR WS-ACTION = "x"
               END-IF
           END-IF.

       F-200-GATHER-FOLLOW-UPS.
           MOVE ZERO TO WS-FU-COUNT
           MOVE ZERO TO WS-FU-OVERFLOW
           MOVE WS-OPERATOR-ID
               TO CNOTE-FOLLOW-UP-OPERATOR OF CONTACT-NOTE-RECORD
           MOVE 1 TO CNOTE-FOLLOW-UP-DATE OF CONTACT-NOTE-RECORD
           START CONTACT-NOTE-FILE KEY IS NOT LESS THAN
               CNOTE-DIARY-KEY OF CONTACT-NOTE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-NOTE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-NOTE-STATUS
           END-START.
           PERFORM F-210-SCAN-DIARY
               UNTIL WS-NOTE-STATUS NOT = "00"
               AND WS-NOTE-STATUS NOT = "02".
           IF WS-FU-OVERFLOW > ZERO
               DISPLAY WS-FU-OVERFLOW " MORE NOT SHOWN - CLEAR THESE "
                   "AND COME BACK" LINE 20 COLUMN 10
           END-IF.

       F-210-SCAN-DIARY.
           READ CONTACT-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NOTE-STATUS
               NOT AT END
                   IF CNOTE-FOLLOW-UP-OPERATOR OF CONTACT-NOTE-RECORD
                           NOT = WS-OPERATOR-ID
                       OR CNOTE-FOLLOW-UP-DATE OF CONTACT-NOTE-RECORD
                           > WS-TODAY-DATE
                       MOVE "10" TO WS-NOTE-STATUS
                   ELSE
                       IF CNOTE-FOLLOW-UP-DONE-DATE
                               OF CONTACT-NOTE-RECORD = ZERO
                           PERFORM F-220-ADD-TO-WORKLIST
                       END-IF
                   END-IF
           END-READ.

       F-220-ADD-TO-WORKLIST.
           IF WS-FU-COUNT < 200
               ADD 1 TO WS-FU-COUNT
               MOVE CNOTE-KEY OF CONTACT-NOTE-RECORD
                   TO WS-FU-KEY (WS-FU-COUNT)
           ELSE
               ADD 1 TO WS-FU-OVERFLOW
           END-IF.

       F-300-WORK-ONE-FOLLOW-UP.
           MOVE WS-FU-KEY (WS-IX) TO CNOTE-KEY OF CONTACT-NOTE-RECORD
           READ CONTACT-NOTE-FILE
               INVALID KEY
                   MOVE SPACE TO WS-ACTION
               NOT INVALID KEY
                   PERFORM F-310-SHOW-FOLLOW-UP
                   PERFORM F-320-TAKE-ACTION
           END-READ.

       F-310-SHOW-FOLLOW-UP.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "FOLLOW-UP " WS-IX " OF " WS-FU-COUNT
               LINE 2 COLUMN 25.
           PERFORM E-220-BUILD-NOTE-LINES.
           DISPLAY "DATE     TIME  BY       ON        HOW    "
               "TYPE        FOLLOW-UP" LINE 4 COLUMN 4.
           DISPLAY NOTE-LIST-LINE LINE 5 COLUMN 4.
           DISPLAY NOTE-TEXT-LINE LINE 6 COLUMN 4.
           DISPLAY "LEASE: " CNOTE-LEASE-NUMBER OF CANDIDATE-NOTE
               LINE 8 COLUMN 4.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE
                   (CNOTE-FOLLOW-UP-DATE OF CANDIDATE-NOTE)
           IF WS-DAYS-LATE = ZERO
               DISPLAY "DUE TODAY" LINE 9 COLUMN 4
           ELSE
               DISPLAY "OVERDUE BY " WS-DAYS-LATE " DAY(S)"
                   LINE 9 COLUMN 4
           END-IF.

       F-320-TAKE-ACTION.
           DISPLAY "(D)ONE, (R)ESCHEDULE, ENTER = NEXT, (X) STOP: "
               LINE 11 COLUMN 4.
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION LINE 11 COLUMN 51.
           EVALUATE WS-ACTION
               WHEN "D" WHEN "d"
                   MOVE WS-TODAY-DATE TO
                       CNOTE-FOLLOW-UP-DONE-DATE OF CONTACT-NOTE-RECORD
                   MOVE WS-OPERATOR-ID TO
                       CNOTE-FOLLOW-UP-DONE-BY OF CONTACT-NOTE-RECORD
                   REWRITE CONTACT-NOTE-RECORD
                   DISPLAY "FOLLOW-UP MARKED DONE" LINE 16 COLUMN 10
                   DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
                   ACCEPT WS-PAUSE LINE 22 COLUMN 29
               WHEN "R" WHEN "r"
                   PERFORM F-330-RESCHEDULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       F-330-RESCHEDULE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NEW FOLLOW-UP DATE (YYYYMMDD): "
                   LINE 12 COLUMN 4
               ACCEPT WS-NEW-DATE LINE 12 COLUMN 36
               IF WS-NEW-DATE > WS-TODAY-DATE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "DATE MUST BE AFTER TODAY - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE WS-NEW-DATE
               TO CNOTE-FOLLOW-UP-DATE OF CONTACT-NOTE-RECORD
           REWRITE CONTACT-NOTE-RECORD
           DISPLAY "FOLLOW-UP MOVED TO " WS-NEW-DATE LINE 16 COLUMN 10
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       C-100-CLOSE-FILES.
           CLOSE CONTACT-NOTE-FILE.
           CLOSE TENANT-MASTER.
           CLOSE LANDLORD-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.

       END PROGRAM CONTACT-NOTE-MAINTENANCE.
