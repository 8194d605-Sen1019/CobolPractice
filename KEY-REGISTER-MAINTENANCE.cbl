       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-REGISTER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-SET-FILE.
           COPY KEYSETREC.

       FD  KEY-MOVEMENT-FILE.
           COPY KEYMOVREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       WORKING-STORAGE SECTION.
       01  WS-KEY-SET-STATUS            PIC XX.
       01  WS-KEY-MOVEMENT-STATUS       PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-ENTRY-COUNT               PIC 9(5).
       01  WS-SELECT-PROP-ID            PIC X(6).
       01  WS-SELECT-SET-NUMBER         PIC 9(2).
       01  WS-MAX-SET-NUMBER            PIC 9(2).
       01  WS-MOVEMENT-TYPE             PIC X.
       01  WS-MOVEMENT-REASON           PIC X(30).
       01  WS-STATUS-TEXT               PIC X(8).

       01  KEY-SET-LIST-LINE.
           05  KLL-SET-NUMBER           PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  KLL-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X     VALUE SPACE.
           05  KLL-STATUS               PIC X(8).
           05  KLL-HOLDER-TYPE          PIC X(2).
           05  KLL-HOLDER-NAME          PIC X(20).
           05  FILLER                   PIC X     VALUE SPACE.
           05  KLL-EXPECTED-RETURN      PIC 9(8).

       01  KEY-HISTORY-LINE.
           05  KHL-SEQUENCE             PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  KHL-DATE                 PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  KHL-TYPE                 PIC X(8).
           05  KHL-HOLDER-NAME          PIC X(20).
           05  FILLER                   PIC X     VALUE SPACE.
           05  KHL-LINK                 PIC X(8).
           05  KHL-REASON               PIC X(20).

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

           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT LEASE-MASTER.
           OPEN INPUT TENANT-MASTER.
           OPEN INPUT WORK-ORDER-FILE.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "KEY REGISTER" LINE 2 COLUMN 25.
           DISPLAY "1. ADD A KEY SET"                 LINE 4 COLUMN 10.
           DISPLAY "2. ISSUE A KEY SET"               LINE 5 COLUMN 10.
           DISPLAY "3. RETURN A KEY SET"              LINE 6 COLUMN 10.
           DISPLAY "4. RETIRE A KEY SET (LOST / LOCKS CHANGED)"
               LINE 7 COLUMN 10.
           DISPLAY "5. LIST A PROPERTY'S KEY SETS"    LINE 8 COLUMN 10.
           DISPLAY "6. SHOW A KEY SET'S HISTORY"      LINE 9 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 10 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 12 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 12 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-ADD-KEY-SET
               WHEN "2"
                   PERFORM E-100-ISSUE-KEY-SET
               WHEN "3"
                   PERFORM F-100-RETURN-KEY-SET
               WHEN "4"
                   PERFORM G-100-RETIRE-KEY-SET
               WHEN "5"
                   PERFORM H-100-LIST-KEY-SETS
               WHEN "6"
                   PERFORM I-100-SHOW-HISTORY
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 14 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   ADD -- a newly cut set goes into the key safe under the
      *>   next set number for the property.
      *>   ---------------------------------------------------------
       D-100-ADD-KEY-SET.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD A KEY SET" LINE 2 COLUMN 25.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER PROPERTY ID: " LINE 4 COLUMN 10.
           ACCEPT PROP-ID LINE 4 COLUMN 32.
           READ PROPERTY-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROPERTY ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY PROP-STREET LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.
           IF ENTRY-IS-OK
               PERFORM D-200-FIND-NEXT-SET-NUMBER
               INITIALIZE KEY-SET-RECORD
               MOVE PROP-ID TO KSET-PROP-ID
               MOVE WS-MAX-SET-NUMBER TO KSET-SET-NUMBER
               DISPLAY "SET NUMBER: " KSET-SET-NUMBER LINE 5 COLUMN 10
               DISPLAY "DESCRIPTION: " LINE 6 COLUMN 10
               ACCEPT KSET-DESCRIPTION LINE 6 COLUMN 32
               DISPLAY "NUMBER OF KEYS IN SET: " LINE 7 COLUMN 10
               ACCEPT KSET-KEY-COUNT LINE 7 COLUMN 36
               SET KSET-IS-IN TO TRUE
               MOVE ZERO TO KSET-LAST-MOVEMENT
               DISPLAY "ADD THIS KEY SET (Y/N)? " LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 36
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   WRITE KEY-SET-RECORD
                   DISPLAY "KEY SET " KSET-SET-NUMBER
                       " ADDED FOR " KSET-PROP-ID LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT ADDED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-FIND-NEXT-SET-NUMBER.
           MOVE ZERO TO WS-MAX-SET-NUMBER
           MOVE PROP-ID TO KSET-PROP-ID
           MOVE ZERO TO KSET-SET-NUMBER
           START KEY-SET-FILE KEY IS NOT LESS THAN KSET-KEY
               INVALID KEY
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-KEY-SET-STATUS
           END-START.
           PERFORM D-210-SCAN-SET-NUMBERS
               UNTIL WS-KEY-SET-STATUS NOT = "00"
               AND WS-KEY-SET-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SET-NUMBER.

       D-210-SCAN-SET-NUMBERS.
           READ KEY-SET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT AT END
                   IF KSET-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-KEY-SET-STATUS
                   ELSE
                       MOVE KSET-SET-NUMBER TO WS-MAX-SET-NUMBER
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   Shared by issue, return and retire -- the property and set
      *>   number, read and shown.  SW-ENTRY-OK says it was found.
      *>   ---------------------------------------------------------
       D-300-GET-KEY-SET.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER PROPERTY ID: " LINE 4 COLUMN 10.
           ACCEPT KSET-PROP-ID LINE 4 COLUMN 32.
           DISPLAY "ENTER SET NUMBER: " LINE 5 COLUMN 10.
           ACCEPT KSET-SET-NUMBER LINE 5 COLUMN 32.
           READ KEY-SET-FILE
               INVALID KEY
                   DISPLAY "NO SUCH KEY SET ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY KSET-DESCRIPTION LINE 5 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

      *>   ---------------------------------------------------------
      *>   ISSUE -- only a set in the key safe can go out.  A tenant
      *>   holds it under a live lease on the property until the
      *>   tenancy ends; a contractor under an unfinished work order
      *>   on the property; an inspector for a dated inspection.
      *>   Everyone but a tenant is given a date to bring it back.
      *>   ---------------------------------------------------------
       E-100-ISSUE-KEY-SET.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ISSUE A KEY SET" LINE 2 COLUMN 25.
           PERFORM D-300-GET-KEY-SET.
           IF ENTRY-IS-OK
               IF NOT KSET-IS-IN
                   MOVE "N" TO SW-ENTRY-OK
                   DISPLAY "KEY SET IS NOT IN THE KEY SAFE - HELD BY "
                       KSET-HOLDER-NAME LINE 14 COLUMN 10
               END-IF
           END-IF.
           IF ENTRY-IS-OK
               PERFORM E-200-PROMPT-HOLDER
           END-IF.
           IF ENTRY-IS-OK
               DISPLAY "REASON: " LINE 11 COLUMN 10
               ACCEPT WS-MOVEMENT-REASON LINE 11 COLUMN 40
               DISPLAY "ISSUE THIS KEY SET (Y/N)? " LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 37
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   SET KSET-IS-OUT TO TRUE
                   MOVE WS-TODAY-DATE TO KSET-ISSUED-DATE
                   MOVE "I" TO WS-MOVEMENT-TYPE
                   PERFORM J-100-LOG-MOVEMENT
                   REWRITE KEY-SET-RECORD
                   DISPLAY "KEY SET ISSUED TO " KSET-HOLDER-NAME
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT ISSUED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-PROMPT-HOLDER.
           MOVE SPACES TO KSET-HOLDER-ID
           MOVE SPACES TO KSET-HOLDER-NAME
           MOVE SPACES TO KSET-LEASE-NUMBER
           MOVE SPACES TO KSET-WO-NUMBER
           MOVE ZERO TO KSET-INSP-DATE
           MOVE ZERO TO KSET-EXPECTED-RETURN
           DISPLAY "T TENANT  C CONTRACTOR  I INSPECTOR  O OTHER"
               LINE 18 COLUMN 10.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "HOLDER TYPE T/C/I/O: " LINE 6 COLUMN 10
               ACCEPT KSET-HOLDER-TYPE LINE 6 COLUMN 40
               IF KSET-HOLDER-TYPE-IS-VALID
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ENTER T, C, I OR O - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN KSET-HELD-BY-TENANT
                   PERFORM E-210-TENANT-HOLDER
               WHEN KSET-HELD-BY-CONTRACTOR
                   PERFORM E-220-CONTRACTOR-HOLDER
               WHEN KSET-HELD-BY-INSPECTOR
                   PERFORM E-230-INSPECTOR-HOLDER
               WHEN OTHER
                   DISPLAY "HOLDER NAME: " LINE 9 COLUMN 10
                   ACCEPT KSET-HOLDER-NAME LINE 9 COLUMN 40
           END-EVALUATE.
           IF ENTRY-IS-OK
               AND NOT KSET-HELD-BY-TENANT
               PERFORM E-250-PROMPT-RETURN-DATE
           END-IF.

       E-210-TENANT-HOLDER.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "LEASE NUMBER: " LINE 7 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 7 COLUMN 40.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   IF LEASE-IS-ACTIVE
                       AND LEASE-PROP-ID = KSET-PROP-ID
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "LEASE IS NOT LIVE ON THIS PROPERTY"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE LEASE-NUMBER TO KSET-LEASE-NUMBER
               MOVE LEASE-TENANT1-ID TO KSET-HOLDER-ID
               MOVE LEASE-TENANT1-ID TO TENANT-ID
               READ TENANT-MASTER
                   NOT INVALID KEY
                       MOVE TENANT-NAME TO KSET-HOLDER-NAME
               END-READ
               DISPLAY "HOLDER: " KSET-HOLDER-ID " " KSET-HOLDER-NAME
                   LINE 8 COLUMN 10
               DISPLAY "DUE BACK WHEN THE TENANCY ENDS"
                   LINE 10 COLUMN 10
           END-IF.

       E-220-CONTRACTOR-HOLDER.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "WORK ORDER NUMBER: " LINE 7 COLUMN 10.
           ACCEPT WO-NUMBER LINE 7 COLUMN 40.
           READ WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO SUCH WORK ORDER ON FILE"
                       LINE 14 COLUMN 10
               NOT INVALID KEY
                   IF WO-PROP-ID NOT = KSET-PROP-ID
                       DISPLAY "WORK ORDER IS FOR ANOTHER PROPERTY"
                           LINE 14 COLUMN 10
                   ELSE
                       IF WO-IS-COMPLETE OR WO-IS-DECLINED
                           DISPLAY "WORK ORDER IS ALREADY CLOSED"
                               LINE 14 COLUMN 10
                       ELSE
                           MOVE "Y" TO SW-ENTRY-OK
                       END-IF
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE WO-NUMBER TO KSET-WO-NUMBER
               MOVE WO-VENDOR-ID TO KSET-HOLDER-ID
               MOVE WO-VENDOR TO KSET-HOLDER-NAME
               DISPLAY "HOLDER: " KSET-HOLDER-ID " " KSET-HOLDER-NAME
                   LINE 8 COLUMN 10
           END-IF.

       E-230-INSPECTOR-HOLDER.
           DISPLAY "INSPECTION DATE (YYYYMMDD): " LINE 7 COLUMN 10.
           ACCEPT KSET-INSP-DATE LINE 7 COLUMN 40.
           IF KSET-INSP-DATE = ZERO
               MOVE WS-TODAY-DATE TO KSET-INSP-DATE
           END-IF.
           DISPLAY "INSPECTOR NAME: " LINE 9 COLUMN 10.
           ACCEPT KSET-HOLDER-NAME LINE 9 COLUMN 40.

       E-250-PROMPT-RETURN-DATE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DUE BACK (YYYYMMDD, 0 = TODAY): "
                   LINE 10 COLUMN 10
               ACCEPT KSET-EXPECTED-RETURN LINE 10 COLUMN 44
               IF KSET-EXPECTED-RETURN = ZERO
                   MOVE WS-TODAY-DATE TO KSET-EXPECTED-RETURN
               END-IF
               IF KSET-EXPECTED-RETURN < WS-TODAY-DATE
                   DISPLAY "DATE IS IN THE PAST - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.

      *>   ---------------------------------------------------------
      *>   RETURN -- the set goes back in the key safe and the holder
      *>   comes off it; who had it stays on the movement log.
      *>   ---------------------------------------------------------
       F-100-RETURN-KEY-SET.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RETURN A KEY SET" LINE 2 COLUMN 25.
           PERFORM D-300-GET-KEY-SET.
           IF ENTRY-IS-OK
               IF NOT KSET-IS-OUT
                   MOVE "N" TO SW-ENTRY-OK
                   DISPLAY "KEY SET IS NOT OUT" LINE 14 COLUMN 10
               END-IF
           END-IF.
           IF ENTRY-IS-OK
               DISPLAY "HELD BY " KSET-HOLDER-NAME
                   " SINCE " KSET-ISSUED-DATE LINE 6 COLUMN 10
               MOVE "RETURNED" TO WS-MOVEMENT-REASON
               DISPLAY "REASON (ENTER = RETURNED): " LINE 8 COLUMN 10
               ACCEPT WS-MOVEMENT-REASON LINE 8 COLUMN 40
               IF WS-MOVEMENT-REASON = SPACES
                   MOVE "RETURNED" TO WS-MOVEMENT-REASON
               END-IF
               DISPLAY "BOOK THIS SET BACK IN (Y/N)? "
                   LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 40
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE "R" TO WS-MOVEMENT-TYPE
                   PERFORM J-100-LOG-MOVEMENT
                   SET KSET-IS-IN TO TRUE
                   PERFORM J-200-CLEAR-HOLDER
                   REWRITE KEY-SET-RECORD
                   DISPLAY "KEY SET BACK IN THE KEY SAFE"
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT RETURNED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

      *>   ---------------------------------------------------------
      *>   RETIRE -- lost, or no longer any use because the locks
      *>   were changed.  A retired set is never issued again; a new
      *>   set is added for the new locks.
      *>   ---------------------------------------------------------
       G-100-RETIRE-KEY-SET.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RETIRE A KEY SET" LINE 2 COLUMN 25.
           PERFORM D-300-GET-KEY-SET.
           IF ENTRY-IS-OK
               IF KSET-IS-RETIRED
                   MOVE "N" TO SW-ENTRY-OK
                   DISPLAY "KEY SET IS ALREADY RETIRED"
                       LINE 14 COLUMN 10
               END-IF
           END-IF.
           IF ENTRY-IS-OK
               IF KSET-IS-OUT
                   DISPLAY "OUT WITH " KSET-HOLDER-NAME
                       LINE 6 COLUMN 10
               END-IF
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "REASON: " LINE 8 COLUMN 10
                   ACCEPT WS-MOVEMENT-REASON LINE 8 COLUMN 40
                   IF WS-MOVEMENT-REASON = SPACES
                       DISPLAY "REASON IS REQUIRED" LINE 14 COLUMN 10
                   ELSE
                       MOVE "Y" TO SW-ENTRY-OK
                   END-IF
               END-PERFORM
               DISPLAY "RETIRE THIS KEY SET (Y/N)? " LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 38
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE "X" TO WS-MOVEMENT-TYPE
                   PERFORM J-100-LOG-MOVEMENT
                   SET KSET-IS-RETIRED TO TRUE
                   PERFORM J-200-CLEAR-HOLDER
                   REWRITE KEY-SET-RECORD
                   DISPLAY "KEY SET RETIRED" LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT RETIRED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

      *>   ---------------------------------------------------------
      *>   LIST -- every set for a property and where it is now.
      *>   ---------------------------------------------------------
       H-100-LIST-KEY-SETS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY KEY SETS" LINE 2 COLUMN 25.
           DISPLAY "ENTER PROPERTY ID: " LINE 3 COLUMN 4.
           ACCEPT WS-SELECT-PROP-ID LINE 3 COLUMN 24.
           DISPLAY "SET DESCRIPTION          WHERE   HOLDER"
               "                 DUE BACK" LINE 5 COLUMN 4.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE WS-SELECT-PROP-ID TO KSET-PROP-ID
           MOVE ZERO TO KSET-SET-NUMBER
           START KEY-SET-FILE KEY IS NOT LESS THAN KSET-KEY
               INVALID KEY
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-KEY-SET-STATUS
           END-START.
           PERFORM H-110-SHOW-ONE-KEY-SET
               UNTIL (WS-KEY-SET-STATUS NOT = "00"
                   AND WS-KEY-SET-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO KEY SETS ON FILE" LINE 6 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       H-110-SHOW-ONE-KEY-SET.
           READ KEY-SET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEY-SET-STATUS
               NOT AT END
                   IF KSET-PROP-ID NOT = WS-SELECT-PROP-ID
                       MOVE "10" TO WS-KEY-SET-STATUS
                   ELSE
                       MOVE KSET-SET-NUMBER TO KLL-SET-NUMBER
                       MOVE KSET-DESCRIPTION TO KLL-DESCRIPTION
                       EVALUATE TRUE
                           WHEN KSET-IS-IN
                               MOVE "IN SAFE" TO KLL-STATUS
                           WHEN KSET-IS-OUT
                               MOVE "OUT" TO KLL-STATUS
                           WHEN OTHER
                               MOVE "RETIRED" TO KLL-STATUS
                       END-EVALUATE
                       MOVE KSET-HOLDER-TYPE TO KLL-HOLDER-TYPE
                       MOVE KSET-HOLDER-NAME TO KLL-HOLDER-NAME
                       MOVE KSET-EXPECTED-RETURN
                           TO KLL-EXPECTED-RETURN
                       DISPLAY KEY-SET-LIST-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-ENTRY-COUNT
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   HISTORY -- every issue, return and retirement of one set,
      *>   oldest first.
      *>   ---------------------------------------------------------
       I-100-SHOW-HISTORY.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "KEY SET HISTORY" LINE 2 COLUMN 25.
           DISPLAY "ENTER PROPERTY ID: " LINE 3 COLUMN 4.
           ACCEPT WS-SELECT-PROP-ID LINE 3 COLUMN 24.
           DISPLAY "ENTER SET NUMBER: " LINE 3 COLUMN 34.
           ACCEPT WS-SELECT-SET-NUMBER LINE 3 COLUMN 53.
           DISPLAY "SEQ   DATE      MOVEMENT HOLDER"
               "               FOR     REASON" LINE 5 COLUMN 4.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE WS-SELECT-PROP-ID TO KMOV-PROP-ID
           MOVE WS-SELECT-SET-NUMBER TO KMOV-SET-NUMBER
           MOVE ZERO TO KMOV-SEQUENCE
           START KEY-MOVEMENT-FILE KEY IS NOT LESS THAN KMOV-KEY
               INVALID KEY
                   MOVE "10" TO WS-KEY-MOVEMENT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-KEY-MOVEMENT-STATUS
           END-START.
           PERFORM I-110-SHOW-ONE-MOVEMENT
               UNTIL (WS-KEY-MOVEMENT-STATUS NOT = "00"
                   AND WS-KEY-MOVEMENT-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO MOVEMENTS ON FILE" LINE 6 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       I-110-SHOW-ONE-MOVEMENT.
           READ KEY-MOVEMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEY-MOVEMENT-STATUS
               NOT AT END
                   IF KMOV-PROP-ID NOT = WS-SELECT-PROP-ID
                       OR KMOV-SET-NUMBER NOT = WS-SELECT-SET-NUMBER
                       MOVE "10" TO WS-KEY-MOVEMENT-STATUS
                   ELSE
                       MOVE KMOV-SEQUENCE TO KHL-SEQUENCE
                       MOVE KMOV-DATE TO KHL-DATE
                       EVALUATE TRUE
                           WHEN KMOV-IS-ISSUE
                               MOVE "ISSUED" TO KHL-TYPE
                           WHEN KMOV-IS-RETURN
                               MOVE "RETURNED" TO KHL-TYPE
                           WHEN OTHER
                               MOVE "RETIRED" TO KHL-TYPE
                       END-EVALUATE
                       MOVE KMOV-HOLDER-NAME TO KHL-HOLDER-NAME
                       EVALUATE TRUE
                           WHEN KMOV-LEASE-NUMBER NOT = SPACES
                               MOVE KMOV-LEASE-NUMBER TO KHL-LINK
                           WHEN KMOV-WO-NUMBER NOT = SPACES
                               MOVE KMOV-WO-NUMBER TO KHL-LINK
                           WHEN KMOV-INSP-DATE NOT = ZERO
                               MOVE KMOV-INSP-DATE TO KHL-LINK
                           WHEN OTHER
                               MOVE SPACES TO KHL-LINK
                       END-EVALUATE
                       MOVE KMOV-REASON TO KHL-REASON
                       DISPLAY KEY-HISTORY-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-ENTRY-COUNT
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   The movement is logged from the set as it stands, before
      *>   a return or retirement takes the holder off it.
      *>   ---------------------------------------------------------
       J-100-LOG-MOVEMENT.
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

       J-200-CLEAR-HOLDER.
           MOVE SPACES TO KSET-HOLDER-TYPE
           MOVE SPACES TO KSET-HOLDER-ID
           MOVE SPACES TO KSET-HOLDER-NAME
           MOVE SPACES TO KSET-LEASE-NUMBER
           MOVE SPACES TO KSET-WO-NUMBER
           MOVE ZERO TO KSET-INSP-DATE
           MOVE ZERO TO KSET-ISSUED-DATE
           MOVE ZERO TO KSET-EXPECTED-RETURN.

       C-100-CLOSE-FILES.
           CLOSE KEY-SET-FILE.
           CLOSE KEY-MOVEMENT-FILE.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.
           CLOSE TENANT-MASTER.
           CLOSE WORK-ORDER-FILE.

       END PROGRAM KEY-REGISTER-MAINTENANCE.
