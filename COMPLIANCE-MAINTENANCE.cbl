               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT PROPERTY-LICENCE-FILE
               ASSIGN TO "property_licence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-PROP-ID
               FILE STATUS IS WS-LICENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
       FD  COMPLIANCE-FILE.
           COPY COMPLYREC.

       FD  PROPERTY-LICENCE-FILE.
           COPY PROPLICREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-COMPLIANCE-STATUS         PIC XX.
       01  WS-LICENCE-STATUS            PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  WS-PAUSE                     PIC X.
       01  SW-CERT-ON-FILE              PIC X.
           88  CERT-IS-ON-FILE              VALUE "Y".
       01  SW-LICENCE-ON-FILE           PIC X.
           88  LICENCE-IS-ON-FILE           VALUE "Y".

       COPY COMPLYREC REPLACING ==COMPLIANCE-RECORD==
           BY ==CANDIDATE-CERT==.
       COPY PROPLICREC REPLACING ==PROPERTY-LICENCE-RECORD==
           BY ==CANDIDATE-LICENCE==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OPEN I-O COMPLIANCE-FILE
           END-IF.

           OPEN I-O PROPERTY-LICENCE-FILE.
           IF WS-LICENCE-STATUS = "35"
               OPEN OUTPUT PROPERTY-LICENCE-FILE
               CLOSE PROPERTY-LICENCE-FILE
               OPEN I-O PROPERTY-LICENCE-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY COMPLIANCE CERTIFICATE MAINTENANCE"
               LINE 2 COLUMN 12.
           DISPLAY "1. ADD OR UPDATE A CERTIFICATE" LINE 4 COLUMN 10.
           DISPLAY "2. ADD OR UPDATE A PROPERTY LICENCE"
               LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 7 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 7 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-CERTIFICATE
               WHEN "2"
                   PERFORM E-100-MAINTAIN-LICENCE
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
           DISPLAY "CERTIFICATE SAVED FOR " CMP-KEY OF COMPLIANCE-RECORD
               LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   PROPERTY LICENCE MAINTENANCE -- HMO and selective licences
      *>   are more than a certificate with an expiry date: the
      *>   licence also caps the occupants and households, which
      *>   Leases and LEASE-PARTY-MAINTENANCE enforce.  A property
      *>   the council has said needs a licence is put on here as
      *>   REQUIRED straight away, so nothing can be let there until
      *>   the licence is granted.
      *>   ---------------------------------------------------------
       E-100-MAINTAIN-LICENCE.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY LICENCE" LINE 2 COLUMN 20.
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
               MOVE "N" TO SW-LICENCE-ON-FILE
               MOVE PROP-ID TO LIC-PROP-ID OF PROPERTY-LICENCE-RECORD
               READ PROPERTY-LICENCE-FILE
                   INVALID KEY
                       INITIALIZE CANDIDATE-LICENCE
                       MOVE PROP-ID TO LIC-PROP-ID OF CANDIDATE-LICENCE
                       SET LIC-IS-REQUIRED OF CANDIDATE-LICENCE
                           TO TRUE
                   NOT INVALID KEY
                       MOVE PROPERTY-LICENCE-RECORD
                           TO CANDIDATE-LICENCE
                       MOVE "Y" TO SW-LICENCE-ON-FILE
               END-READ
               PERFORM E-200-PROMPT-LICENCE-FIELDS
               PERFORM E-300-SAVE-LICENCE
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-PROMPT-LICENCE-FIELDS.
           DISPLAY "HMO MANDATORY HMO  ADDHMO ADDITIONAL HMO  "
               "SELECTV SELECTIVE" LINE 18 COLUMN 10.
           DISPLAY "R REQUIRED  A APPLIED FOR  G GRANTED  "
               "N NOT REQUIRED" LINE 19 COLUMN 10.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "LICENCE TYPE: "
                   LIC-TYPE OF CANDIDATE-LICENCE LINE 5 COLUMN 10
               ACCEPT LIC-TYPE OF CANDIDATE-LICENCE LINE 5 COLUMN 45
               IF LIC-TYPE-IS-VALID OF CANDIDATE-LICENCE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "INVALID LICENCE TYPE - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "STATUS R/A/G/N: "
                   LIC-STATUS OF CANDIDATE-LICENCE LINE 6 COLUMN 10
               ACCEPT LIC-STATUS OF CANDIDATE-LICENCE LINE 6 COLUMN 45
               IF LIC-STATUS-IS-VALID OF CANDIDATE-LICENCE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ENTER R, A, G OR N - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "COUNCIL: " LINE 7 COLUMN 10.
           ACCEPT LIC-COUNCIL OF CANDIDATE-LICENCE LINE 7 COLUMN 45.
           DISPLAY "LICENCE NUMBER: " LINE 8 COLUMN 10.
           ACCEPT LIC-NUMBER OF CANDIDATE-LICENCE LINE 8 COLUMN 45.
           DISPLAY "APPLIED ON (YYYYMMDD): " LINE 9 COLUMN 10.
           ACCEPT LIC-APPLIED-DATE OF CANDIDATE-LICENCE
               LINE 9 COLUMN 45.
           DISPLAY "ISSUED ON (YYYYMMDD): " LINE 10 COLUMN 10.
           ACCEPT LIC-ISSUE-DATE OF CANDIDATE-LICENCE
               LINE 10 COLUMN 45.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "EXPIRES ON (YYYYMMDD): " LINE 11 COLUMN 10
               ACCEPT LIC-EXPIRY-DATE OF CANDIDATE-LICENCE
                   LINE 11 COLUMN 45
               IF LIC-IS-GRANTED OF CANDIDATE-LICENCE
                   AND LIC-EXPIRY-DATE OF CANDIDATE-LICENCE
                       NOT > LIC-ISSUE-DATE OF CANDIDATE-LICENCE
                   DISPLAY "A GRANTED LICENCE NEEDS AN EXPIRY DATE "
                       "AFTER ITS ISSUE DATE" LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           DISPLAY "MAXIMUM OCCUPANTS (0 = NO LIMIT): "
               LINE 12 COLUMN 10.
           ACCEPT LIC-MAX-OCCUPANTS OF CANDIDATE-LICENCE
               LINE 12 COLUMN 45.
           DISPLAY "MAXIMUM HOUSEHOLDS (0 = NO LIMIT): "
               LINE 13 COLUMN 10.
           ACCEPT LIC-MAX-HOUSEHOLDS OF CANDIDATE-LICENCE
               LINE 13 COLUMN 45.

       E-300-SAVE-LICENCE.
           MOVE CANDIDATE-LICENCE TO PROPERTY-LICENCE-RECORD
           IF LICENCE-IS-ON-FILE
               REWRITE PROPERTY-LICENCE-RECORD
           ELSE
               WRITE PROPERTY-LICENCE-RECORD
           END-IF.
           DISPLAY "LICENCE SAVED FOR "
               LIC-PROP-ID OF PROPERTY-LICENCE-RECORD
               LINE 16 COLUMN 10.

       C-100-CLOSE-FILES.
           CLOSE PROPERTY-MASTER.
           CLOSE COMPLIANCE-FILE.
           CLOSE PROPERTY-LICENCE-FILE.

       END PROGRAM COMPLIANCE-MAINTENANCE.
