      *>   the service-charge run falls back to equal shares across
      *>   the building's units.
           05  PROP-APPORTION-PCT           PIC 9(3)V99.
      *>   Listing details for the lettings portals, kept on
      *>   PROP-LISTING-MAINTENANCE and sent by PORTAL-LISTING-FEED
      *>   while the property is vacant or coming vacant.
           05  PROP-LISTING-DETAILS.
               10  PROP-BEDROOMS            PIC 9(2).
               10  PROP-TYPE                PIC X.
                   88  PROP-TYPE-HOUSE          VALUE "H".
                   88  PROP-TYPE-FLAT           VALUE "F".
                   88  PROP-TYPE-BUNGALOW       VALUE "B".
                   88  PROP-TYPE-MAISONETTE     VALUE "M".
                   88  PROP-TYPE-STUDIO         VALUE "S".
                   88  PROP-TYPE-ROOM           VALUE "R".
                   88  PROP-TYPE-IS-VALID       VALUE "H" "F" "B"
                                                      "M" "S" "R".
               10  PROP-FURNISHED           PIC X.
                   88  PROP-IS-FURNISHED        VALUE "F".
                   88  PROP-IS-PART-FURNISHED   VALUE "P".
                   88  PROP-IS-UNFURNISHED      VALUE "U".
                   88  PROP-FURNISHED-IS-VALID  VALUE "F" "P" "U".
               10  PROP-PET-POLICY          PIC X.
                   88  PROP-PETS-ALLOWED        VALUE "Y".
                   88  PROP-PETS-NOT-ALLOWED    VALUE "N".
                   88  PROP-PETS-BY-CONSENT     VALUE "C".
                   88  PROP-PET-POLICY-IS-VALID VALUE "Y" "N" "C".
      *>       The earliest day the landlord will let from -- zero
      *>       means as soon as it is empty.
               10  PROP-AVAILABLE-DATE      PIC 9(8).
      *>       Monthly asking rent to advertise; zero advertises
      *>       PROP-MONTHLY-RENT.
               10  PROP-ASKING-RENT         PIC 9(6)V99.
               10  PROP-DESCRIPTION         PIC X(80).
      *>   Office that manages the property.  Operators signed on at a
      *>   branch see only that branch's properties, and the leases and
      *>   work orders on them; head office sees every branch.
           05  PROP-BRANCH-CODE             PIC X(3).
