               RECORD KEY IS MTR-KEY
               FILE STATUS IS WS-METER-STATUS.

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

           SELECT PROPERTY-LICENCE-FILE
               ASSIGN TO "property_licence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-PROP-ID
               FILE STATUS IS WS-LICENCE-STATUS.

           SELECT DOCUMENT-SERVED-FILE ASSIGN TO "document_served.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSRV-KEY
               FILE STATUS IS WS-DOC-SERVED-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO "compliance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

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
       FD  METER-READING-FILE.
           COPY METERREC.

       FD  PROPERTY-SUPPLIER-FILE.
           COPY PROPSUPREC.

       FD  OCCUPIER-NOTICE-FILE.
           COPY OCCNOTREC.

       FD  PROPERTY-LICENCE-FILE.
           COPY PROPLICREC.

       FD  DOCUMENT-SERVED-FILE.
           COPY DOCSRVREC.

       FD  COMPLIANCE-FILE.
           COPY COMPLYREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-BUILDING-STATUS           PIC XX.
       01  WS-INVENTORY-STATUS          PIC XX.
       01  WS-METER-STATUS              PIC XX.
       01  WS-SUPPLIER-STATUS           PIC XX.
       01  WS-NOTICE-STATUS             PIC XX.
       01  WS-LICENCE-STATUS            PIC XX.
       01  WS-DOC-SERVED-STATUS         PIC XX.
       01  WS-COMPLIANCE-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-SESSION-POSTINGS          PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".
       01  WS-DOC-TYPE-LOOP             PIC X(8).
       01  WS-DOC-METHOD                PIC X.
           88  DOC-METHOD-IS-SERVED         VALUE "E" "H" "P".
           88  DOC-METHOD-NOT-GIVEN         VALUE SPACE.
           88  DOC-METHOD-NO-GAS            VALUE "N".
       01  SW-NOTICE-NEEDED             PIC X.
           88  NOTICE-IS-NEEDED             VALUE "Y".
       01  WS-METER-TYPE-LOOP           PIC X(8).
       01  WS-METER-PROMPT-YN           PIC X.
       01  SW-METER-HELD                PIC X.
           88  SCREENING-IS-PASSED          VALUE "Y".
       01  WS-UNSCREENED-TENANT-ID      PIC X(6).

       01  WS-LICENCE-SWITCH            PIC X.
           88  LICENCE-IS-OK                VALUE "Y".
       01  WS-LICENCE-REASON            PIC X(40).
       01  WS-OCCUPANTS                 PIC 9(3).
       01  WS-HOUSEHOLDS                PIC 9(3).
       01  WS-LEASE-OCCUPANTS           PIC 9(2).
       01  WS-LEASE-HOUSEHOLDS          PIC 9(2).

       01  WS-PC-VALID-SWITCH           PIC X.
           88  POSTCODE-IS-VALID            VALUE "Y".
       01  WS-PC-TRIMMED                PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           PERFORM A-200-SIGN-ON.
           IF OPERATOR-IS-SIGNED-ON
               PERFORM B-100-CREATE-PEOPLE
               PERFORM B-200-CREATE-PROPERTIES
               PERFORM B-300-CREATE-LEASE
           ELSE
               DISPLAY "OPERATOR NOT ON FILE - NOTHING WRITTEN"
           END-IF.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

      *>   Open for update; if the file has never been created on this
      *>   system yet, create it empty and re-open so that data written
      *>   today is still there when this program runs again tomorrow.
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
           OPEN I-O PROPERTY-MASTER.
           IF WS-PROPERTY-STATUS = "35"
               OPEN OUTPUT PROPERTY-MASTER
               OPEN I-O METER-READING-FILE
           END-IF.

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

           OPEN I-O PROPERTY-LICENCE-FILE.
           IF WS-LICENCE-STATUS = "35"
               OPEN OUTPUT PROPERTY-LICENCE-FILE
               CLOSE PROPERTY-LICENCE-FILE
               OPEN I-O PROPERTY-LICENCE-FILE
           END-IF.

           OPEN I-O DOCUMENT-SERVED-FILE.
           IF WS-DOC-SERVED-STATUS = "35"
               OPEN OUTPUT DOCUMENT-SERVED-FILE
               CLOSE DOCUMENT-SERVED-FILE
               OPEN I-O DOCUMENT-SERVED-FILE
           END-IF.

           OPEN INPUT COMPLIANCE-FILE.
           IF WS-COMPLIANCE-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-FILE
               CLOSE COMPLIANCE-FILE
               OPEN INPUT COMPLIANCE-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   The operator's branch decides which properties a lease can
      *>   be written on; head office can let any of them.
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID.
           IF OPERATORS-ARE-ON-FILE
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SIGNED-ON
               END-READ
           END-IF.

       B-100-CREATE-PEOPLE.
      *>   These are the people on the books today, written once to the
      *>   landlord/tenant masters and simply read back on later runs.
                   SET PROP-STATUS-VACANT  TO TRUE
                   MOVE SPACES             TO PROP-BLDG-ID
                   MOVE ZERO               TO PROP-APPORTION-PCT
                   MOVE "LEW"              TO PROP-BRANCH-CODE
                   MOVE 2                  TO PROP-BEDROOMS
                   SET PROP-TYPE-HOUSE     TO TRUE
                   SET PROP-IS-UNFURNISHED TO TRUE
                   SET PROP-PETS-BY-CONSENT TO TRUE
                   MOVE ZERO               TO PROP-AVAILABLE-DATE
                   MOVE ZERO               TO PROP-ASKING-RENT
                   MOVE "Two-bedroom terraced house with garden"
                                           TO PROP-DESCRIPTION
                   PERFORM B-220-VALIDATE-POSTCODE
                   WRITE PROPERTY-RECORD
           END-READ.
                   SET PROP-STATUS-VACANT  TO TRUE
                   MOVE "BLD001"           TO PROP-BLDG-ID
                   MOVE ZERO               TO PROP-APPORTION-PCT
                   MOVE "CHI"              TO PROP-BRANCH-CODE
                   MOVE 2                  TO PROP-BEDROOMS
                   SET PROP-TYPE-FLAT      TO TRUE
                   SET PROP-IS-FURNISHED   TO TRUE
                   SET PROP-PETS-NOT-ALLOWED TO TRUE
                   MOVE ZERO               TO PROP-AVAILABLE-DATE
                   MOVE ZERO               TO PROP-ASKING-RENT
                   MOVE "Two-bedroom furnished flat near the station"
                                           TO PROP-DESCRIPTION
                   PERFORM B-220-VALIDATE-POSTCODE
                   WRITE PROPERTY-RECORD
           END-READ.
                   SET PROP-STATUS-VACANT  TO TRUE
                   MOVE "BLD001"           TO PROP-BLDG-ID
                   MOVE ZERO               TO PROP-APPORTION-PCT
                   MOVE "CHI"              TO PROP-BRANCH-CODE
                   MOVE 1                  TO PROP-BEDROOMS
                   SET PROP-TYPE-FLAT      TO TRUE
                   SET PROP-IS-UNFURNISHED TO TRUE
                   SET PROP-PETS-NOT-ALLOWED TO TRUE
                   MOVE ZERO               TO PROP-AVAILABLE-DATE
                   MOVE ZERO               TO PROP-ASKING-RENT
                   MOVE SPACES             TO PROP-DESCRIPTION
                   PERFORM B-220-VALIDATE-POSTCODE
                   WRITE PROPERTY-RECORD
           END-READ.
           MOVE WS-TODAY-DATE TO LEASE-START-DATE OF CANDIDATE-LEASE
           MOVE WS-ONE-YEAR-FROM-NOW
                              TO LEASE-END-DATE OF CANDIDATE-LEASE.
      *>   A new lease starts in its fixed term -- the periodic notice
      *>   rules only arrive if PERIODIC-ROLLOVER later rolls it over.
           MOVE ZERO TO LEASE-PERIODIC-DATE OF CANDIDATE-LEASE
           MOVE ZERO TO LEASE-TENANT-NOTICE-DAYS OF CANDIDATE-LEASE
           MOVE ZERO TO LEASE-LANDLORD-NOTICE-DAYS OF CANDIDATE-LEASE.
      *>   The two named tenants, sharing as one household.
           MOVE 2 TO LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
           MOVE 1 TO LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE.

      *>   The deposit held is one month's rent on the property being
      *>   let, so the property record is checked before the lease is
               INVALID KEY
                   PERFORM B-400-VALIDATE-NO-OVERLAP
                   PERFORM B-405-VALIDATE-SCREENING-PASSED
                   PERFORM B-420-VALIDATE-LICENCE
                   PERFORM B-440-VALIDATE-BRANCH
                   IF NOT BRANCH-IS-OK
                       DISPLAY "LEASE REJECTED - PROPERTY "
                           LEASE-PROP-ID OF CANDIDATE-LEASE
                           " IS NOT IN YOUR BRANCH"
                   ELSE IF OVERLAP-FOUND
                       DISPLAY "LEASE REJECTED - PROPERTY "
                           LEASE-PROP-ID OF CANDIDATE-LEASE
                           " ALREADY LEASED TO " WS-CONFLICT-TENANT-ID
                           WS-UNSCREENED-TENANT-ID
                           " DOES NOT HAVE A PASSED SCREENING RESULT "
                           "ON FILE"
                   ELSE IF NOT LICENCE-IS-OK
                       DISPLAY "LEASE REJECTED - PROPERTY "
                           LEASE-PROP-ID OF CANDIDATE-LEASE
                           " " WS-LICENCE-REASON
                   ELSE
                       MOVE CORRESPONDING CANDIDATE-LEASE
                                        TO LEASE-RECORD
                       PERFORM B-320-OPEN-DEPOSIT-IF-NEW
                       PERFORM B-330-CAPTURE-MOVEIN-INVENTORY
                       PERFORM B-340-CAPTURE-MOVEIN-METERS
                       PERFORM B-350-RAISE-OCCUPIER-NOTICES
                       PERFORM B-360-RECORD-MOVEIN-DOCUMENTS
                   END-IF
           END-READ.

               END-IF
           END-IF.

       B-350-RAISE-OCCUPIER-NOTICES.
      *>   The council and every utility supplier are told the tenants
      *>   have taken over from the owner, with the opening readings
      *>   B-340 has just captured.  The notices are sent by the daily
      *>   OCCUPIER-NOTICE-RUN; this only records that they are owed.
           MOVE "COUNCIL" TO WS-METER-TYPE-LOOP
           PERFORM B-355-RAISE-ONE-NOTICE.
           MOVE "GAS" TO WS-METER-TYPE-LOOP
           PERFORM B-355-RAISE-ONE-NOTICE.
           MOVE "ELECTRIC" TO WS-METER-TYPE-LOOP
           PERFORM B-355-RAISE-ONE-NOTICE.
           MOVE "WATER" TO WS-METER-TYPE-LOOP
           PERFORM B-355-RAISE-ONE-NOTICE.

       B-355-RAISE-ONE-NOTICE.
      *>   The council is always told.  A utility is told when the
      *>   property has a supplier for it on the register, or when a
      *>   reading was taken for it -- a meter with no supplier on
      *>   file still gets a notice, held until one is set up, so the
      *>   gap shows on the run's not-sent list instead of nowhere.
           MOVE "N" TO SW-NOTICE-NEEDED
           INITIALIZE OCCUPIER-NOTICE-RECORD
           MOVE LEASE-NUMBER OF LEASE-RECORD TO ONT-LEASE-NUMBER
           SET ONT-IS-MOVE-IN TO TRUE
           MOVE WS-METER-TYPE-LOOP TO ONT-SERVICE
           MOVE LEASE-PROP-ID OF LEASE-RECORD TO ONT-PROP-ID
           MOVE LEASE-START-DATE OF LEASE-RECORD TO ONT-CHANGE-DATE
           MOVE WS-TODAY-DATE TO ONT-RAISED-DATE
           MOVE "N" TO ONT-READING-SWITCH
           IF ONT-IS-COUNCIL
               MOVE "Y" TO SW-NOTICE-NEEDED
           ELSE
               MOVE LEASE-PROP-ID OF LEASE-RECORD TO MTR-PROP-ID
               MOVE WS-METER-TYPE-LOOP TO MTR-METER-TYPE
               READ METER-READING-FILE
                   NOT INVALID KEY
                       IF MTR-LEASE-NUMBER
                               = LEASE-NUMBER OF LEASE-RECORD
                           AND MTR-MOVE-IN-DATE NOT = ZERO
                           MOVE "Y" TO ONT-READING-SWITCH
                           MOVE MTR-MOVE-IN-READING TO ONT-READING
                           MOVE "Y" TO SW-NOTICE-NEEDED
                       END-IF
               END-READ
           END-IF.
           MOVE LEASE-PROP-ID OF LEASE-RECORD TO PSUP-PROP-ID
           MOVE WS-METER-TYPE-LOOP TO PSUP-SERVICE
           READ PROPERTY-SUPPLIER-FILE
               INVALID KEY
                   SET ONT-IS-HELD TO TRUE
               NOT INVALID KEY
                   MOVE PSUP-VENDOR-ID TO ONT-VENDOR-ID
                   MOVE PSUP-ACCOUNT-REF TO ONT-ACCOUNT-REF
                   SET ONT-IS-PENDING TO TRUE
                   MOVE "Y" TO SW-NOTICE-NEEDED
           END-READ.
           IF NOTICE-IS-NEEDED
               WRITE OCCUPIER-NOTICE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       B-360-RECORD-MOVEIN-DOCUMENTS.
      *>   The prescribed documents handed over at sign-up go straight
      *>   onto the lease's documents-served checklist, dated today --
      *>   the tenancy starts today, so nothing ticked here is late.
      *>   Anything not handed over is left off, to be served later
      *>   and ticked by DOCUMENT-GENERATE or DOCUMENT-SERVED-
      *>   MAINTENANCE, and LEGAL-CASE-MAINTENANCE will not accept a
      *>   section 21 notice until it is.
           MOVE "HOWTORNT" TO WS-DOC-TYPE-LOOP
           PERFORM B-365-RECORD-ONE-DOCUMENT.
           MOVE "EPC" TO WS-DOC-TYPE-LOOP
           PERFORM B-365-RECORD-ONE-DOCUMENT.
           MOVE "GASSAFE" TO WS-DOC-TYPE-LOOP
           PERFORM B-365-RECORD-ONE-DOCUMENT.
           MOVE "EICR" TO WS-DOC-TYPE-LOOP
           PERFORM B-365-RECORD-ONE-DOCUMENT.

       B-365-RECORD-ONE-DOCUMENT.
           MOVE "X" TO WS-DOC-METHOD
           PERFORM UNTIL DOC-METHOD-IS-SERVED
                   OR DOC-METHOD-NOT-GIVEN
                   OR (DOC-METHOD-NO-GAS
                       AND WS-DOC-TYPE-LOOP = "GASSAFE")
               DISPLAY WS-DOC-TYPE-LOOP " GIVEN AT MOVE-IN - "
                   "E EMAIL, H HAND, P POST, BLANK NOT GIVEN: "
               IF WS-DOC-TYPE-LOOP = "GASSAFE"
                   DISPLAY "  (N = NO GAS SUPPLY AT THE PROPERTY)"
               END-IF
               MOVE SPACE TO WS-DOC-METHOD
               ACCEPT WS-DOC-METHOD
           END-PERFORM.
           IF NOT DOC-METHOD-NOT-GIVEN
               INITIALIZE DOCUMENT-SERVED-RECORD
               MOVE LEASE-NUMBER OF LEASE-RECORD TO DSRV-LEASE-NUMBER
               MOVE WS-DOC-TYPE-LOOP TO DSRV-DOC-TYPE
               MOVE WS-TODAY-DATE TO DSRV-SERVED-DATE
               MOVE WS-DOC-METHOD TO DSRV-METHOD
               SET DSRV-FROM-MOVE-IN TO TRUE
               MOVE WS-TODAY-DATE TO DSRV-RECORDED-DATE
               IF NOT DSRV-IS-HOW-TO-RENT
                   AND NOT DSRV-NOT-APPLICABLE
                   MOVE LEASE-PROP-ID OF LEASE-RECORD TO CMP-PROP-ID
                   MOVE WS-DOC-TYPE-LOOP TO CMP-CERT-TYPE
                   READ COMPLIANCE-FILE
                       INVALID KEY
                           DISPLAY "NO " WS-DOC-TYPE-LOOP
                               " CERTIFICATE ON FILE FOR "
                               LEASE-PROP-ID OF LEASE-RECORD
                               " - RECORD IT ON COMPLIANCE MAINTENANCE"
                       NOT INVALID KEY
                           MOVE CMP-CERT-REFERENCE
                               TO DSRV-CERT-REFERENCE
                   END-READ
               END-IF
               WRITE DOCUMENT-SERVED-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       B-320-OPEN-DEPOSIT-IF-NEW.
      *>   One deposit-ledger entry per lease, opened the same moment
      *>   the lease is written and left on file until the tenant moves
                   MOVE LEASE-DEPOSIT-AMOUNT OF LEASE-RECORD
                                         TO DEP-AMOUNT-HELD
                   SET DEP-IS-OPEN       TO TRUE
                   IF WS-POSTING-BATCH-NUMBER = ZERO
                       PERFORM Z-900-OPEN-SESSION-BATCH
                   END-IF
                   MOVE WS-POSTING-BATCH-NUMBER TO DEP-BATCH-NUMBER
                   MOVE ZERO TO DEP-REFUND-BATCH-NUMBER
                   ADD 1 TO WS-SESSION-POSTINGS
                   WRITE DEPOSIT-RECORD
           END-READ.

      *>   We have double-booked a unit before, so before a new lease
      *>   goes on file every other lease already on record for the
      *>   same property is checked for an overlapping date range.
      *>   A periodic tenancy has no end date in force, so it overlaps
      *>   anything starting on or after its own start.
           MOVE "N" TO WS-OVERLAP-SWITCH
           MOVE LOW-VALUES TO LEASE-NUMBER OF LEASE-RECORD
           START LEASE-MASTER KEY IS NOT LESS THAN
                       AND LEASE-IS-ACTIVE OF LEASE-RECORD
                       AND LEASE-START-DATE OF LEASE-RECORD NOT >
                           LEASE-END-DATE OF CANDIDATE-LEASE
                       AND (LEASE-IS-PERIODIC OF LEASE-RECORD
                        OR LEASE-END-DATE OF LEASE-RECORD NOT <
                           LEASE-START-DATE OF CANDIDATE-LEASE)
                           MOVE "Y" TO WS-OVERLAP-SWITCH
                           MOVE LEASE-TENANT1-ID OF LEASE-RECORD
                                        TO WS-CONFLICT-TENANT-ID
               END-READ
           END-IF.

       B-420-VALIDATE-LICENCE.
      *>   Letting a licensable property without a licence is an
      *>   offence for the landlord, so a property on the licensing
      *>   register must hold a granted licence still in force on the
      *>   start date, and the people and households already living
      *>   there under other live leases plus this one must stay
      *>   within what it allows.  LEASE-PARTY-MAINTENANCE applies
      *>   the same test when a lease takes on more occupants.
           MOVE "Y" TO WS-LICENCE-SWITCH
           MOVE SPACES TO WS-LICENCE-REASON
           MOVE LEASE-PROP-ID OF CANDIDATE-LEASE TO LIC-PROP-ID
           READ PROPERTY-LICENCE-FILE
               INVALID KEY
                   SET LIC-NOT-REQUIRED TO TRUE
           END-READ.
           IF NOT LIC-NOT-REQUIRED
               IF NOT LIC-IS-GRANTED
                   OR LIC-EXPIRY-DATE <
                       LEASE-START-DATE OF CANDIDATE-LEASE
                   MOVE "N" TO WS-LICENCE-SWITCH
                   MOVE "HAS NO VALID PROPERTY LICENCE"
                       TO WS-LICENCE-REASON
               ELSE
                   PERFORM B-425-COUNT-OCCUPANCY
                   PERFORM B-430-CHECK-LICENCE-LIMITS
               END-IF
           END-IF.

       B-425-COUNT-OCCUPANCY.
           MOVE LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
               TO WS-OCCUPANTS
           MOVE LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE
               TO WS-HOUSEHOLDS
           MOVE LEASE-PROP-ID OF CANDIDATE-LEASE
               TO LEASE-PROP-ID OF LEASE-RECORD
           START LEASE-MASTER KEY IS NOT LESS THAN
               LEASE-PROP-ID OF LEASE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM B-426-ADD-LEASE-OCCUPANCY
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       B-426-ADD-LEASE-OCCUPANCY.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID OF LEASE-RECORD NOT =
                           LEASE-PROP-ID OF CANDIDATE-LEASE
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE OF LEASE-RECORD
                           AND LEASE-NUMBER OF LEASE-RECORD NOT =
                               LEASE-NUMBER OF CANDIDATE-LEASE
                           PERFORM B-427-LEASE-OCCUPANCY
                           ADD WS-LEASE-OCCUPANTS TO WS-OCCUPANTS
                           ADD WS-LEASE-HOUSEHOLDS TO WS-HOUSEHOLDS
                       END-IF
                   END-IF
           END-READ.

       B-427-LEASE-OCCUPANCY.
      *>   A lease keyed before occupancy was kept counts its named
      *>   tenants as one household.
           MOVE LEASE-OCCUPANT-COUNT OF LEASE-RECORD
               TO WS-LEASE-OCCUPANTS
           IF WS-LEASE-OCCUPANTS = ZERO
               MOVE 1 TO WS-LEASE-OCCUPANTS
               IF LEASE-TENANT2-ID OF LEASE-RECORD NOT = SPACES
                   ADD 1 TO WS-LEASE-OCCUPANTS
               END-IF
           END-IF.
           MOVE LEASE-HOUSEHOLD-COUNT OF LEASE-RECORD
               TO WS-LEASE-HOUSEHOLDS
           IF WS-LEASE-HOUSEHOLDS = ZERO
               MOVE 1 TO WS-LEASE-HOUSEHOLDS
           END-IF.

       B-430-CHECK-LICENCE-LIMITS.
           IF LIC-MAX-OCCUPANTS > ZERO
               AND WS-OCCUPANTS > LIC-MAX-OCCUPANTS
               MOVE "N" TO WS-LICENCE-SWITCH
               MOVE "WOULD EXCEED LICENSED OCCUPANTS"
                   TO WS-LICENCE-REASON
           END-IF.
           IF LIC-MAX-HOUSEHOLDS > ZERO
               AND WS-HOUSEHOLDS > LIC-MAX-HOUSEHOLDS
               MOVE "N" TO WS-LICENCE-SWITCH
               MOVE "WOULD EXCEED LICENSED HOUSEHOLDS"
                   TO WS-LICENCE-REASON
           END-IF.

       B-440-VALIDATE-BRANCH.
      *>   A lease belongs to the branch of the property it is on.
           MOVE LEASE-PROP-ID OF CANDIDATE-LEASE TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-BRANCH-CODE
           END-READ.
           PERFORM Z-100-CHECK-BRANCH.

       C-100-CLOSE-FILES.
           PERFORM Z-910-CLOSE-SESSION-BATCH.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.
           CLOSE LANDLORD-MASTER.
           CLOSE BUILDING-MASTER.
           CLOSE INVENTORY-FILE.
           CLOSE METER-READING-FILE.
           CLOSE PROPERTY-SUPPLIER-FILE.
           CLOSE OCCUPIER-NOTICE-FILE.
           CLOSE PROPERTY-LICENCE-FILE.
           CLOSE DOCUMENT-SERVED-FILE.
           CLOSE COMPLIANCE-FILE.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A branch operator lets only their own branch's properties;
      *>   a property not yet given a branch is left to head office.
       Z-100-CHECK-BRANCH.
           MOVE "N" TO SW-BRANCH-OK
           IF OPER-IS-HEAD-OFFICE
               MOVE "Y" TO SW-BRANCH-OK
           ELSE
               IF PROP-BRANCH-CODE NOT = SPACES
                  AND PROP-BRANCH-CODE = OPER-BRANCH-CODE
                   MOVE "Y" TO SW-BRANCH-OK
               END-IF
           END-IF.

       Z-900-OPEN-SESSION-BATCH.
      *>   The session's first posting opens a run-log record and a
      *>   posting batch for it, the way a posting job does when it
      *>   starts; a session that posts nothing leaves neither.  The
      *>   batch number comes off the register's control record
      *>   (record zero).
           MOVE OPER-ID TO WS-OPERATOR-ID
           MOVE "LEASES"              TO RUNLOG-PROGRAM-ID
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

       END PROGRAM Leases.
