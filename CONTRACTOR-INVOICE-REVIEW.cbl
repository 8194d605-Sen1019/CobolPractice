       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACTOR-INVOICE-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "invoice_review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRV-NUMBER
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
           COPY INVREVREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       WORKING-STORAGE SECTION.
       01  WS-REVIEW-STATUS             PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-CLEARED-BY                PIC X(8).
       01  WS-CLEARED-NOTE              PIC X(30).
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-OPEN-COUNT                PIC 9(5).
       01  WS-SELECT-NUMBER             PIC 9(6).

       01  REVIEW-DETAIL-LINE.
           05  RDL-NUMBER               PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-VEND-ID              PIC X(7).
           05  RDL-INVOICE-NUMBER       PIC X(13).
           05  RDL-WO-NUMBER            PIC X(7).
           05  RDL-AMOUNT               PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-REASON               PIC X(30).

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
           OPEN INPUT VENDOR-MASTER.

           OPEN I-O REVIEW-FILE.
           IF WS-REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CONTRACTOR INVOICE REVIEW QUEUE"
               LINE 2 COLUMN 20.
           DISPLAY "1. LIST INVOICES AWAITING REVIEW" LINE 4 COLUMN 10.
           DISPLAY "2. CLEAR A REVIEWED INVOICE"      LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                   LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                       LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-LIST-OPEN-ITEMS
               WHEN "2"
                   PERFORM E-100-CLEAR-ITEM
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   LIST -- the open items, oldest first, one screenful from
      *>   the review number keyed (zero for the start of the queue).
      *>   ---------------------------------------------------------
       D-100-LIST-OPEN-ITEMS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "INVOICES AWAITING REVIEW" LINE 2 COLUMN 20.
           DISPLAY "LIST FROM REVIEW NUMBER (0 = START): "
               LINE 3 COLUMN 4.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 3 COLUMN 42.
           DISPLAY "NUMBER  VENDOR INVOICE      ORDER       AMOUNT  "
               LINE 5 COLUMN 4.
           DISPLAY "REASON" LINE 5 COLUMN 54.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE WS-SELECT-NUMBER TO IRV-NUMBER
           START REVIEW-FILE KEY IS NOT LESS THAN IRV-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-REVIEW-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-REVIEW-STATUS
           END-START.
           PERFORM D-110-SHOW-ONE-ITEM
               UNTIL (WS-REVIEW-STATUS NOT = "00"
                   AND WS-REVIEW-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "NO INVOICES AWAITING REVIEW" LINE 6 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SHOW-ONE-ITEM.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REVIEW-STATUS
               NOT AT END
                   IF IRV-IS-OPEN
                       MOVE IRV-NUMBER         TO RDL-NUMBER
                       MOVE IRV-VEND-ID        TO RDL-VEND-ID
                       MOVE IRV-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
                       MOVE IRV-WO-NUMBER      TO RDL-WO-NUMBER
                       MOVE IRV-AMOUNT         TO RDL-AMOUNT
                       MOVE IRV-REASON         TO RDL-REASON
                       DISPLAY REVIEW-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-OPEN-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   CLEAR -- the office has dealt with the invoice: completed
      *>   the order by hand in WORK-ORDER-MAINTENANCE, or sent it
      *>   back to the contractor.  The item is signed off with who
      *>   cleared it and a note of what was done; it stays on file
      *>   as the record of the decision.
      *>   ---------------------------------------------------------
       E-100-CLEAR-ITEM.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CLEAR A REVIEWED INVOICE" LINE 2 COLUMN 20.
           DISPLAY "REVIEW NUMBER: " LINE 4 COLUMN 10.
           MOVE ZERO TO WS-SELECT-NUMBER
           ACCEPT WS-SELECT-NUMBER LINE 4 COLUMN 26.
           MOVE WS-SELECT-NUMBER TO IRV-NUMBER
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY "NO SUCH REVIEW ITEM" LINE 14 COLUMN 10
               NOT INVALID KEY
                   PERFORM E-110-SHOW-ITEM
                   IF IRV-IS-CLEARED
                       DISPLAY "ALREADY CLEARED BY " IRV-CLEARED-BY
                           " ON " IRV-CLEARED-DATE LINE 14 COLUMN 10
                   ELSE
                       PERFORM E-200-CONFIRM-CLEAR
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-ITEM.
           MOVE IRV-VEND-ID TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO VEND-NAME
           END-READ.
           DISPLAY "VENDOR:     " IRV-VEND-ID "  " VEND-NAME
               LINE 5 COLUMN 10.
           DISPLAY "INVOICE:    " IRV-INVOICE-NUMBER
               "  DATED " IRV-INVOICE-DATE LINE 6 COLUMN 10.
           DISPLAY "WORK ORDER: " IRV-WO-NUMBER LINE 7 COLUMN 10.
           DISPLAY "AMOUNT:     " IRV-AMOUNT LINE 8 COLUMN 10.
           DISPLAY "REASON:     " IRV-REASON LINE 9 COLUMN 10.
           DISPLAY "BATCH:      " IRV-BATCH-REFERENCE
               LINE 10 COLUMN 10.

       E-200-CONFIRM-CLEAR.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 12 COLUMN 10.
           ACCEPT WS-CLEARED-BY LINE 12 COLUMN 35.
           IF WS-CLEARED-BY = SPACES
               DISPLAY "OPERATOR ID REQUIRED - ITEM STAYS OPEN"
                   LINE 14 COLUMN 10
           ELSE
               DISPLAY "NOTE: " LINE 13 COLUMN 10
               MOVE SPACES TO WS-CLEARED-NOTE
               ACCEPT WS-CLEARED-NOTE LINE 13 COLUMN 17
               DISPLAY "CLEAR THIS ITEM (Y/N)? " LINE 14 COLUMN 10
               ACCEPT WS-CONFIRM LINE 14 COLUMN 34
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   SET IRV-IS-CLEARED TO TRUE
                   MOVE WS-CLEARED-BY   TO IRV-CLEARED-BY
                   MOVE WS-TODAY-DATE   TO IRV-CLEARED-DATE
                   MOVE WS-CLEARED-NOTE TO IRV-CLEARED-NOTE
                   REWRITE INVOICE-REVIEW-RECORD
                   DISPLAY "REVIEW ITEM " IRV-NUMBER " CLEARED"
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "ITEM STAYS OPEN" LINE 16 COLUMN 10
               END-IF
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE REVIEW-FILE.
           CLOSE VENDOR-MASTER.

       END PROGRAM CONTRACTOR-INVOICE-REVIEW.
