      *>----------------------------------------------------------------
      *> PORTLSTREC.cpy
      *> Record layout for the portal listing file, keyed by property
      *> -- what PORTAL-LISTING-FEED last told the lettings portals
      *> about each property it has ever advertised, so that a
      *> property let since the last feed is sent a withdraw record
      *> once, and only once.
      *>----------------------------------------------------------------
       01  PORTAL-LISTING-RECORD.
           05  PLST-PROP-ID                 PIC X(6).
           05  PLST-STATUS                  PIC X.
               88  PLST-IS-LIVE                 VALUE "L".
               88  PLST-IS-WITHDRAWN            VALUE "W".
           05  PLST-FIRST-LISTED-DATE       PIC 9(8).
           05  PLST-LAST-SENT-DATE          PIC 9(8).
           05  PLST-WITHDRAWN-DATE          PIC 9(8).
