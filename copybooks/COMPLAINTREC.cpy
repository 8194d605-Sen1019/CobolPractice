      *>----------------------------------------------------------------
      *> COMPLAINTREC.cpy
      *> Record layout for the complaints register, keyed by CMPL-ID
      *> -- one record per complaint received, whoever it came from,
      *> tied to the tenant, landlord, property and lease it concerns
      *> (any that apply; the rest are left blank).  The redress
      *> scheme requires an acknowledgement and a final response by
      *> set deadlines from the date received; both due dates are
      *> fixed when the complaint is logged, from the system control
      *> parameters in force at the time, so a later change of
      *> parameter does not move a deadline already given.  The
      *> CMPL-LANDLORD-ID alternate key lets OWNER-DISBURSEMENT go
      *> straight to a landlord's complaints for compensation due.
      *>----------------------------------------------------------------
       01  COMPLAINT-RECORD.
           05  CMPL-ID                      PIC X(6).
           05  CMPL-COMPLAINANT-TYPE        PIC X.
               88  CMPL-FROM-TENANT             VALUE "T".
               88  CMPL-FROM-LANDLORD           VALUE "L".
               88  CMPL-FROM-OTHER              VALUE "O".
               88  CMPL-COMPLAINANT-IS-VALID    VALUE "T" "L" "O".
           05  CMPL-COMPLAINANT-NAME        PIC X(30).
           05  CMPL-TENANT-ID               PIC X(6).
           05  CMPL-LANDLORD-ID             PIC X(6).
           05  CMPL-PROP-ID                 PIC X(6).
           05  CMPL-LEASE-NUMBER            PIC X(6).
      *>   The categories the redress scheme's annual return asks
      *>   complaints to be counted under.
           05  CMPL-CATEGORY                PIC X(4).
               88  CMPL-IS-MANAGEMENT           VALUE "MGMT".
               88  CMPL-IS-REPAIRS              VALUE "REPR".
               88  CMPL-IS-CLIENT-MONEY         VALUE "MONY".
               88  CMPL-IS-LETTINGS             VALUE "LETS".
               88  CMPL-IS-DEPOSIT              VALUE "DEPO".
               88  CMPL-IS-FEES                 VALUE "FEES".
               88  CMPL-IS-STAFF-CONDUCT        VALUE "STAF".
               88  CMPL-IS-COMMUNICATION        VALUE "COMM".
               88  CMPL-IS-OTHER                VALUE "OTHR".
               88  CMPL-CATEGORY-IS-VALID       VALUE "MGMT" "REPR"
                                                      "MONY" "LETS"
                                                      "DEPO" "FEES"
                                                      "STAF" "COMM"
                                                      "OTHR".
           05  CMPL-SUMMARY                 PIC X(40).
           05  CMPL-RECEIVED-DATE           PIC 9(8).
      *>   The member of staff answerable for the complaint, by
      *>   operator id.
           05  CMPL-HANDLER                 PIC X(8).
           05  CMPL-ACK-DUE-DATE            PIC 9(8).
           05  CMPL-ACK-DATE                PIC 9(8).
           05  CMPL-RESPONSE-DUE-DATE       PIC 9(8).
           05  CMPL-RESPONSE-DATE           PIC 9(8).
      *>   Zero unless the complainant took the complaint on to the
      *>   redress scheme after the final response (or after the
      *>   final-response deadline passed without one).
           05  CMPL-REDRESS-REF-DATE        PIC 9(8).
           05  CMPL-STATUS                  PIC X.
               88  CMPL-IS-LOGGED               VALUE "O".
               88  CMPL-IS-ACKNOWLEDGED         VALUE "A".
               88  CMPL-IS-RESPONDED            VALUE "F".
               88  CMPL-IS-WITHDRAWN            VALUE "W".
               88  CMPL-IS-LIVE                 VALUE "O" "A".
               88  CMPL-IS-CLOSED               VALUE "F" "W".
           05  CMPL-OUTCOME                 PIC X.
               88  CMPL-IS-UPHELD               VALUE "U".
               88  CMPL-IS-PARTLY-UPHELD        VALUE "P".
               88  CMPL-IS-NOT-UPHELD           VALUE "N".
               88  CMPL-WAS-WITHDRAWN           VALUE "W".
               88  CMPL-OUTCOME-IS-VALID        VALUE "U" "P" "N"
                                                      "W".
           05  CMPL-OUTCOME-NOTE            PIC X(40).
      *>   Compensation agreed in the final response.  A tenant's is
      *>   credited to the lease's rent ledger by COMPLAINT-COMP-RUN;
      *>   a landlord's is paid with the next owner disbursement.
      *>   Either way CMPL-COMP-POSTED-DATE is stamped when it goes
      *>   on the books and the amount is never posted twice.
           05  CMPL-COMPENSATION.
               10  CMPL-COMP-AMOUNT         PIC 9(6)V99.
               10  CMPL-COMP-PAYEE          PIC X.
                   88  CMPL-COMP-TO-TENANT      VALUE "T".
                   88  CMPL-COMP-TO-OWNER       VALUE "O".
                   88  CMPL-COMP-PAYEE-IS-VALID VALUE "T" "O".
               10  CMPL-COMP-POSTED-DATE    PIC 9(8).
           05  CMPL-LOGGED-DATE             PIC 9(8).
