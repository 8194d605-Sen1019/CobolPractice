      *>----------------------------------------------------------------
      *> VIEWREC.cpy
      *> Record layout for the viewing appointments diary, keyed by
      *> VIEW-ID -- one record per booked viewing of one property by
      *> one prospect, the step between PROSPECT-MAINTENANCE and
      *> APPLICATION-MAINTENANCE that was only ever in the paper
      *> diary.  Alternate keys take the diary print straight to a
      *> day's appointments and the double-booking check straight to
      *> a property's viewings.
      *>----------------------------------------------------------------
       01  VIEWING-RECORD.
           05  VIEW-ID                      PIC X(6).
           05  VIEW-PROSPECT-ID             PIC X(6).
           05  VIEW-PROP-ID                 PIC X(6).
           05  VIEW-DIARY-KEY.
               10  VIEW-DATE                PIC 9(8).
               10  VIEW-NEGOTIATOR          PIC X(8).
               10  VIEW-TIME                PIC 9(4).
           05  VIEW-OUTCOME                 PIC X.
               88  VIEW-IS-BOOKED               VALUE "B".
               88  VIEW-IS-ATTENDED             VALUE "A".
               88  VIEW-IS-NO-SHOW              VALUE "N".
               88  VIEW-IS-INTERESTED           VALUE "I".
               88  VIEW-IS-NOT-INTERESTED       VALUE "U".
               88  VIEW-IS-CANCELLED            VALUE "C".
      *>       The prospect turned up -- whatever they thought of it.
               88  VIEW-WAS-ATTENDED            VALUE "A" "I" "U".
               88  VIEW-OUTCOME-IS-VALID        VALUE "A" "N" "I"
                                                      "U" "C".
           05  VIEW-BOOKED-DATE             PIC 9(8).
           05  VIEW-OUTCOME-DATE            PIC 9(8).
           05  VIEW-NOTE                    PIC X(40).
