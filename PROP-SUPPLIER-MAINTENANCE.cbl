       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROP-SUPPLIER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  PROPERTY-SUPPLIER-FILE.
           COPY PROPSUPREC.

       FD  OCCUPIER-NOTICE-FILE.
           COPY OCCNOTREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-SUPPLIER-STATUS           PIC XX.
       01  WS-NOTICE-STATUS             PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-SUPPLIER-ON-FILE          PIC X.
           88  SUPPLIER-IS-ON-FILE          VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-ENTRY-COUNT               PIC 9(5).
       01  WS-SELECT-LEASE              PIC X(6).

       01  SUPPLIER-DETAIL-LINE.
           05  SDL-SERVICE              PIC X(10).
           05  SDL-VENDOR-ID            PIC X(8).
           05  SDL-VENDOR-NAME          PIC X(32).
           05  SDL-ACCOUNT-REF          PIC X(20).

       01  NOTICE-DETAIL-LINE.
           05  NDL-LEASE-NUMBER         PIC X(8).
           05  NDL-EVENT                PIC X(9).
           05  NDL-SERVICE              PIC X(10).
           05  NDL-PROP-ID              PIC X(8).
           05  NDL-CHANGE-DATE          PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NDL-VENDOR-ID            PIC X(8).
           05  NDL-STATE                PIC X(20).

       COPY PROPSUPREC REPLACING ==PROPERTY-SUPPLIER-RECORD==
           BY ==CANDIDATE-SUPPLIER==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT VENDOR-MASTER.

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

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY COUNCIL AND SUPPLIERS"
               LINE 2 COLUMN 20.
           DISPLAY "1. SET A PROPERTY'S COUNCIL OR SUPPLIER"
               LINE 4 COLUMN 10.
           DISPLAY "2. LIST A PROPERTY'S COUNCIL AND SUPPLIERS"
               LINE 5 COLUMN 10.
           DISPLAY "3. LIST OCCUPIER NOTICES NOT YET SENT"
               LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-SUPPLIER
               WHEN "2"
                   PERFORM E-100-LIST-SUPPLIERS
               WHEN "3"
                   PERFORM F-100-LIST-UNSENT-NOTICES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   SUPPLIER MAINTENANCE -- the same select-key-then-prompt
      *>   shape as VENDOR-CREDENTIAL-MAINTENANCE, keyed by property
      *>   plus service.  A change of supplier is keyed over the entry
      *>   already on file.
      *>   ---------------------------------------------------------
       D-100-MAINTAIN-SUPPLIER.
           PERFORM D-110-SELECT-PROPERTY-AND-SERVICE.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-SUPPLIER-FIELDS
               IF ENTRY-IS-OK
                   PERFORM D-300-SAVE-SUPPLIER
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-PROPERTY-AND-SERVICE.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY COUNCIL OR SUPPLIER" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-PROPERTY.
           IF ENTRY-IS-OK
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY
                       "SERVICE - COUNCIL, GAS, ELECTRIC, WATER: "
                       LINE 5 COLUMN 10
                   ACCEPT PSUP-SERVICE OF CANDIDATE-SUPPLIER
                       LINE 5 COLUMN 52
                   IF PSUP-SERVICE-IS-VALID OF CANDIDATE-SUPPLIER
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "INVALID SERVICE - TRY AGAIN"
                           LINE 14 COLUMN 10
                   END-IF
               END-PERFORM
               MOVE PROP-ID TO PSUP-PROP-ID OF CANDIDATE-SUPPLIER
               MOVE PSUP-KEY OF CANDIDATE-SUPPLIER TO PSUP-KEY
                   OF PROPERTY-SUPPLIER-RECORD
               MOVE "N" TO SW-SUPPLIER-ON-FILE
               READ PROPERTY-SUPPLIER-FILE
                   INVALID KEY
                       INITIALIZE CANDIDATE-SUPPLIER
                       MOVE PSUP-KEY OF PROPERTY-SUPPLIER-RECORD
                           TO PSUP-KEY OF CANDIDATE-SUPPLIER
                   NOT INVALID KEY
                       MOVE PROPERTY-SUPPLIER-RECORD
                           TO CANDIDATE-SUPPLIER
                       MOVE "Y" TO SW-SUPPLIER-ON-FILE
                       DISPLAY "ON FILE: "
                           PSUP-VENDOR-ID OF CANDIDATE-SUPPLIER "  "
                           PSUP-ACCOUNT-REF OF CANDIDATE-SUPPLIER
                           LINE 6 COLUMN 10
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

       D-200-PROMPT-SUPPLIER-FIELDS.
      *>   The council or supplier must already be on the vendor
      *>   master -- its name and address are what the notice file is
      *>   headed with.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "VENDOR ID OF COUNCIL / SUPPLIER: " LINE 8 COLUMN 10.
           ACCEPT PSUP-VENDOR-ID OF CANDIDATE-SUPPLIER LINE 8 COLUMN 44.
           MOVE PSUP-VENDOR-ID OF CANDIDATE-SUPPLIER TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH VENDOR ON FILE - NOT SAVED"
                       LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY VEND-NAME LINE 9 COLUMN 44
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.
           IF ENTRY-IS-OK
               DISPLAY "ACCOUNT REFERENCE: " LINE 10 COLUMN 10
               ACCEPT PSUP-ACCOUNT-REF OF CANDIDATE-SUPPLIER
                   LINE 10 COLUMN 44
           END-IF.

       D-300-SAVE-SUPPLIER.
           MOVE CANDIDATE-SUPPLIER TO PROPERTY-SUPPLIER-RECORD
           IF SUPPLIER-IS-ON-FILE
               REWRITE PROPERTY-SUPPLIER-RECORD
           ELSE
               WRITE PROPERTY-SUPPLIER-RECORD
           END-IF.
           DISPLAY "SAVED FOR " PSUP-KEY OF PROPERTY-SUPPLIER-RECORD
               LINE 16 COLUMN 10.
      *>   Notices held for want of a recipient are picked up by the
      *>   next OCCUPIER-NOTICE-RUN now this one is on file.
           DISPLAY "HELD NOTICES GO OUT ON THE NEXT NOTICE RUN"
               LINE 17 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   LIST -- the council and suppliers on file for a property.
      *>   ---------------------------------------------------------
       E-100-LIST-SUPPLIERS.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY COUNCIL AND SUPPLIERS" LINE 2 COLUMN 20.
           PERFORM D-120-SELECT-PROPERTY.
           IF ENTRY-IS-OK
               DISPLAY "SERVICE   VENDOR  NAME                    "
                   LINE 6 COLUMN 4
               DISPLAY "ACCOUNT REFERENCE" LINE 6 COLUMN 54
               MOVE 7 TO WS-LINE-NO
               MOVE ZERO TO WS-ENTRY-COUNT
               MOVE PROP-ID TO PSUP-PROP-ID OF PROPERTY-SUPPLIER-RECORD
               MOVE LOW-VALUES TO PSUP-SERVICE
                                        OF PROPERTY-SUPPLIER-RECORD
               START PROPERTY-SUPPLIER-FILE KEY IS NOT LESS THAN
                   PSUP-KEY OF PROPERTY-SUPPLIER-RECORD
                   INVALID KEY
                       MOVE "10" TO WS-SUPPLIER-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-SUPPLIER-STATUS
               END-START
               PERFORM E-110-SHOW-ONE-SUPPLIER
                   UNTIL WS-SUPPLIER-STATUS NOT = "00"
                   AND WS-SUPPLIER-STATUS NOT = "02"
               IF WS-ENTRY-COUNT = ZERO
                   DISPLAY "NO COUNCIL OR SUPPLIERS ON FILE"
                       LINE 7 COLUMN 4
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-ONE-SUPPLIER.
           READ PROPERTY-SUPPLIER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SUPPLIER-STATUS
               NOT AT END
                   IF PSUP-PROP-ID OF PROPERTY-SUPPLIER-RECORD
                           NOT = PROP-ID
                       MOVE "10" TO WS-SUPPLIER-STATUS
                   ELSE
                       MOVE PSUP-SERVICE OF PROPERTY-SUPPLIER-RECORD
                           TO SDL-SERVICE
                       MOVE PSUP-VENDOR-ID OF PROPERTY-SUPPLIER-RECORD
                           TO SDL-VENDOR-ID
                       MOVE PSUP-ACCOUNT-REF
                           OF PROPERTY-SUPPLIER-RECORD
                           TO SDL-ACCOUNT-REF
                       MOVE PSUP-VENDOR-ID OF PROPERTY-SUPPLIER-RECORD
                           TO VEND-ID
                       READ VENDOR-MASTER
                           INVALID KEY
                               MOVE "VENDOR NOT ON FILE" TO VEND-NAME
                       END-READ
                       MOVE VEND-NAME TO SDL-VENDOR-NAME
                       DISPLAY SUPPLIER-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-ENTRY-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   UNSENT -- every change-of-occupier notice still owed, one
      *>   screenful from the lease keyed.  A held notice has no
      *>   council or supplier on the register to go to; until one is
      *>   set up the owner is billed for a void that never happened.
      *>   ---------------------------------------------------------
       F-100-LIST-UNSENT-NOTICES.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "OCCUPIER NOTICES NOT YET SENT" LINE 2 COLUMN 20.
           DISPLAY "LIST FROM LEASE (BLANK = START): " LINE 3 COLUMN 4.
           MOVE SPACES TO WS-SELECT-LEASE
           ACCEPT WS-SELECT-LEASE LINE 3 COLUMN 38.
           DISPLAY "LEASE   EVENT    SERVICE   PROPERTY CHANGED   "
               LINE 5 COLUMN 4.
           DISPLAY "VENDOR  STATE" LINE 5 COLUMN 53.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE LOW-VALUES TO ONT-KEY
           MOVE WS-SELECT-LEASE TO ONT-LEASE-NUMBER
           START OCCUPIER-NOTICE-FILE KEY IS NOT LESS THAN ONT-KEY
               INVALID KEY
                   MOVE "10" TO WS-NOTICE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-NOTICE-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-NOTICE
               UNTIL (WS-NOTICE-STATUS NOT = "00"
                   AND WS-NOTICE-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO NOTICES WAITING TO BE SENT" LINE 6 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-NOTICE.
           READ OCCUPIER-NOTICE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NOTICE-STATUS
               NOT AT END
                   IF NOT ONT-IS-SENT
                       MOVE ONT-LEASE-NUMBER TO NDL-LEASE-NUMBER
                       IF ONT-IS-MOVE-IN
                           MOVE "MOVE-IN"  TO NDL-EVENT
                       ELSE
                           MOVE "MOVE-OUT" TO NDL-EVENT
                       END-IF
                       MOVE ONT-SERVICE     TO NDL-SERVICE
                       MOVE ONT-PROP-ID     TO NDL-PROP-ID
                       MOVE ONT-CHANGE-DATE TO NDL-CHANGE-DATE
                       MOVE ONT-VENDOR-ID   TO NDL-VENDOR-ID
                       IF ONT-IS-HELD
                           MOVE "HELD - NO RECIPIENT" TO NDL-STATE
                       ELSE
                           MOVE "WAITING FOR RUN"     TO NDL-STATE
                       END-IF
                       DISPLAY NOTICE-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-ENTRY-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE PROPERTY-MASTER.
           CLOSE VENDOR-MASTER.
           CLOSE PROPERTY-SUPPLIER-FILE.
           CLOSE OCCUPIER-NOTICE-FILE.

       END PROGRAM PROP-SUPPLIER-MAINTENANCE.
