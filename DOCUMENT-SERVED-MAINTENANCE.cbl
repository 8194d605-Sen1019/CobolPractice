       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENT-SERVED-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-SERVED-FILE ASSIGN TO "document_served.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSRV-KEY
               FILE STATUS IS WS-DOC-SERVED-STATUS.

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

           SELECT COMPLIANCE-FILE ASSIGN TO "compliance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-COMPLIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-SERVED-FILE.
           COPY DOCSRVREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  COMPLIANCE-FILE.
           COPY COMPLYREC.

       WORKING-STORAGE SECTION.
       01  WS-DOC-SERVED-STATUS         PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-COMPLIANCE-STATUS         PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-DOC-ON-FILE               PIC X.
           88  DOC-IS-ON-FILE               VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-DOC-TYPE-LOOP             PIC X(8).

       01  DOC-CHECKLIST-LINE.
           05  DCL-DOC-TYPE             PIC X(10).
           05  DCL-STATUS               PIC X(10).
           05  DCL-SERVED-DATE          PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DCL-METHOD               PIC X(7).
           05  DCL-SOURCE               PIC X(8).
           05  DCL-CERT-REFERENCE       PIC X(20).

       COPY DOCSRVREC REPLACING ==DOCUMENT-SERVED-RECORD==
           BY ==CANDIDATE-DOC==.

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

           OPEN I-O DOCUMENT-SERVED-FILE.
           IF WS-DOC-SERVED-STATUS = "35"
               OPEN OUTPUT DOCUMENT-SERVED-FILE
               CLOSE DOCUMENT-SERVED-FILE
               OPEN I-O DOCUMENT-SERVED-FILE
           END-IF.

           OPEN INPUT LEASE-MASTER.

           OPEN INPUT COMPLIANCE-FILE.
           IF WS-COMPLIANCE-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-FILE
               CLOSE COMPLIANCE-FILE
               OPEN INPUT COMPLIANCE-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "STATUTORY DOCUMENTS SERVED" LINE 2 COLUMN 20.
           DISPLAY "1. SHOW A LEASE'S CHECKLIST"     LINE 4 COLUMN 10.
           DISPLAY "2. RECORD A DOCUMENT SERVED"     LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"                         LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 8 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 8 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-SHOW-CHECKLIST
               WHEN "2"
                   PERFORM E-100-RECORD-DOCUMENT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 14 COLUMN 10
           END-EVALUATE.

       B-200-SELECT-LEASE.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 4 COLUMN 32.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "PROPERTY " LEASE-PROP-ID
                       "  STARTED " LEASE-START-DATE
                       LINE 4 COLUMN 40
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

      *>   ---------------------------------------------------------
      *>   CHECKLIST -- the four prescribed documents for the lease,
      *>   each shown as served, served late (after the tenancy
      *>   started), not applicable, or missing.
      *>   ---------------------------------------------------------
       D-100-SHOW-CHECKLIST.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "DOCUMENTS-SERVED CHECKLIST" LINE 2 COLUMN 20.
           PERFORM B-200-SELECT-LEASE.
           IF ENTRY-IS-OK
               DISPLAY "DOCUMENT  STATUS    SERVED    METHOD SOURCE  "
                   "CERTIFICATE REF" LINE 6 COLUMN 4
               MOVE 7 TO WS-LINE-NO
               MOVE "HOWTORNT" TO WS-DOC-TYPE-LOOP
               PERFORM D-200-SHOW-ONE-DOCUMENT
               MOVE "EPC" TO WS-DOC-TYPE-LOOP
               PERFORM D-200-SHOW-ONE-DOCUMENT
               MOVE "GASSAFE" TO WS-DOC-TYPE-LOOP
               PERFORM D-200-SHOW-ONE-DOCUMENT
               MOVE "EICR" TO WS-DOC-TYPE-LOOP
               PERFORM D-200-SHOW-ONE-DOCUMENT
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-SHOW-ONE-DOCUMENT.
           MOVE SPACES TO DOC-CHECKLIST-LINE
           MOVE WS-DOC-TYPE-LOOP TO DCL-DOC-TYPE
           MOVE LEASE-NUMBER
               TO DSRV-LEASE-NUMBER OF DOCUMENT-SERVED-RECORD
           MOVE WS-DOC-TYPE-LOOP
               TO DSRV-DOC-TYPE OF DOCUMENT-SERVED-RECORD
           READ DOCUMENT-SERVED-FILE
               INVALID KEY
                   MOVE "MISSING" TO DCL-STATUS
               NOT INVALID KEY
                   PERFORM D-210-FORMAT-DOCUMENT
           END-READ.
           DISPLAY DOC-CHECKLIST-LINE LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.

       D-210-FORMAT-DOCUMENT.
           MOVE DOCUMENT-SERVED-RECORD TO CANDIDATE-DOC
           MOVE DSRV-SERVED-DATE OF CANDIDATE-DOC TO DCL-SERVED-DATE
           MOVE DSRV-SOURCE OF CANDIDATE-DOC TO DCL-SOURCE
           MOVE DSRV-CERT-REFERENCE OF CANDIDATE-DOC
               TO DCL-CERT-REFERENCE
           EVALUATE TRUE
               WHEN DSRV-BY-EMAIL OF CANDIDATE-DOC
                   MOVE "EMAIL" TO DCL-METHOD
               WHEN DSRV-BY-HAND OF CANDIDATE-DOC
                   MOVE "HAND" TO DCL-METHOD
               WHEN DSRV-BY-POST OF CANDIDATE-DOC
                   MOVE "POST" TO DCL-METHOD
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DSRV-NOT-APPLICABLE OF CANDIDATE-DOC
                   MOVE "NO GAS" TO DCL-STATUS
               WHEN DSRV-SERVED-DATE OF CANDIDATE-DOC
                       > LEASE-START-DATE
                   MOVE "LATE" TO DCL-STATUS
               WHEN OTHER
                   MOVE "SERVED" TO DCL-STATUS
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   RECORD -- a document served after sign-up by some route
      *>   other than DOCUMENT-GENERATE, or a correction to one
      *>   already ticked.
      *>   ---------------------------------------------------------
       E-100-RECORD-DOCUMENT.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RECORD A DOCUMENT SERVED" LINE 2 COLUMN 20.
           PERFORM B-200-SELECT-LEASE.
           IF ENTRY-IS-OK
               PERFORM E-200-SELECT-DOCUMENT
               PERFORM E-300-PROMPT-SERVICE
               PERFORM E-400-SAVE-DOCUMENT
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-SELECT-DOCUMENT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DOCUMENT - HOWTORNT, EPC, GASSAFE, EICR: "
                   LINE 5 COLUMN 10
               ACCEPT DSRV-DOC-TYPE OF CANDIDATE-DOC LINE 5 COLUMN 52
               IF DSRV-DOC-TYPE-IS-VALID OF CANDIDATE-DOC
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "INVALID DOCUMENT - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE DSRV-DOC-TYPE OF CANDIDATE-DOC TO WS-DOC-TYPE-LOOP
           MOVE LEASE-NUMBER TO DSRV-LEASE-NUMBER
               OF DOCUMENT-SERVED-RECORD
           MOVE WS-DOC-TYPE-LOOP TO DSRV-DOC-TYPE
               OF DOCUMENT-SERVED-RECORD
           MOVE "N" TO SW-DOC-ON-FILE
           READ DOCUMENT-SERVED-FILE
               INVALID KEY
                   INITIALIZE CANDIDATE-DOC
                   MOVE LEASE-NUMBER TO DSRV-LEASE-NUMBER
                       OF CANDIDATE-DOC
                   MOVE WS-DOC-TYPE-LOOP TO DSRV-DOC-TYPE
                       OF CANDIDATE-DOC
                   MOVE WS-TODAY-DATE TO DSRV-SERVED-DATE
                       OF CANDIDATE-DOC
                   PERFORM E-210-DEFAULT-CERT-REFERENCE
               NOT INVALID KEY
                   MOVE DOCUMENT-SERVED-RECORD TO CANDIDATE-DOC
                   MOVE "Y" TO SW-DOC-ON-FILE
                   DISPLAY "ALREADY RECORDED - CHANGES CORRECT IT"
                       LINE 14 COLUMN 10
           END-READ.

       E-210-DEFAULT-CERT-REFERENCE.
           IF NOT DSRV-IS-HOW-TO-RENT OF CANDIDATE-DOC
               MOVE LEASE-PROP-ID TO CMP-PROP-ID
               MOVE WS-DOC-TYPE-LOOP TO CMP-CERT-TYPE
               READ COMPLIANCE-FILE
                   NOT INVALID KEY
                       MOVE CMP-CERT-REFERENCE
                           TO DSRV-CERT-REFERENCE OF CANDIDATE-DOC
               END-READ
           END-IF.

       E-300-PROMPT-SERVICE.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "SERVED ON (YYYYMMDD): "
                   DSRV-SERVED-DATE OF CANDIDATE-DOC
                   LINE 6 COLUMN 10
               ACCEPT DSRV-SERVED-DATE OF CANDIDATE-DOC
                   LINE 6 COLUMN 52
               IF DSRV-SERVED-DATE OF CANDIDATE-DOC = ZERO
                   OR DSRV-SERVED-DATE OF CANDIDATE-DOC >
                       WS-TODAY-DATE
                   DISPLAY "SERVICE DATE CANNOT BE BLANK OR IN THE "
                       "FUTURE" LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "METHOD - E EMAIL, H HAND, P POST: "
                   DSRV-METHOD OF CANDIDATE-DOC
                   LINE 7 COLUMN 10
               IF DSRV-IS-GAS-SAFETY OF CANDIDATE-DOC
                   DISPLAY "(N = NO GAS SUPPLY AT THE PROPERTY)"
                       LINE 18 COLUMN 10
               END-IF
               ACCEPT DSRV-METHOD OF CANDIDATE-DOC LINE 7 COLUMN 52
               EVALUATE TRUE
                   WHEN DSRV-NOT-APPLICABLE OF CANDIDATE-DOC
                       AND NOT DSRV-IS-GAS-SAFETY OF CANDIDATE-DOC
                       DISPLAY "ONLY THE GAS CERTIFICATE CAN BE NOT "
                           "APPLICABLE" LINE 14 COLUMN 10
                   WHEN DSRV-METHOD-IS-VALID OF CANDIDATE-DOC
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "ENTER E, H OR P - TRY AGAIN"
                           LINE 14 COLUMN 10
               END-EVALUATE
           END-PERFORM.
           IF NOT DSRV-IS-HOW-TO-RENT OF CANDIDATE-DOC
               AND NOT DSRV-NOT-APPLICABLE OF CANDIDATE-DOC
               DISPLAY "CERTIFICATE REFERENCE: "
                   LINE 8 COLUMN 10
               ACCEPT DSRV-CERT-REFERENCE OF CANDIDATE-DOC
                   LINE 8 COLUMN 52
           END-IF.
           IF DSRV-SERVED-DATE OF CANDIDATE-DOC > LEASE-START-DATE
               AND NOT DSRV-NOT-APPLICABLE OF CANDIDATE-DOC
               DISPLAY "NOTE - SERVED AFTER THE TENANCY STARTED; "
                   "SECTION 21 STAYS BLOCKED" LINE 15 COLUMN 10
           END-IF.

       E-400-SAVE-DOCUMENT.
           DISPLAY "SAVE (Y/N)? " LINE 12 COLUMN 10.
           ACCEPT WS-CONFIRM LINE 12 COLUMN 24.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               SET DSRV-FROM-MANUAL OF CANDIDATE-DOC TO TRUE
               MOVE WS-TODAY-DATE TO DSRV-RECORDED-DATE
                   OF CANDIDATE-DOC
               MOVE CANDIDATE-DOC TO DOCUMENT-SERVED-RECORD
               IF DOC-IS-ON-FILE
                   REWRITE DOCUMENT-SERVED-RECORD
               ELSE
                   WRITE DOCUMENT-SERVED-RECORD
               END-IF
               DISPLAY "DOCUMENT RECORDED AS SERVED" LINE 16 COLUMN 10
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE DOCUMENT-SERVED-FILE.
           CLOSE LEASE-MASTER.
           CLOSE COMPLIANCE-FILE.

       END PROGRAM DOCUMENT-SERVED-MAINTENANCE.
