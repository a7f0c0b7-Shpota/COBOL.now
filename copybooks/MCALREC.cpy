      *> Maintenance calendar record - one row per planned outage
      *> (a COBOLBKP restore, a manual archive repair), keyed by
      *> the operator ahead of time. MCAL-SITE-CODE names the site
      *> the way CONFG-SITE-CODE does - blank is the site on the
      *> original dataset names - or *ALL for every site. The
      *> window runs from MCAL-START up to, not including, MCAL-END
      *> (both YYYYMMDDHHMMSS, on the audit log's clock). While a
      *> window is open the CGI program answers the site with a
      *> 503 holding page showing MCAL-MESSAGE and a Retry-After
      *> of MCAL-END, and the nightly jobs that write the site's
      *> datasets defer their run. Rows need not be in order and
      *> may overlap; a row whose stamps are not numeric is
      *> ignored. Old rows are harmless and may be left in place.
       01  MCAL-RECORD.
           05  MCAL-SITE-CODE             PIC X(8).
               88  MCAL-ALL-SITES         VALUE "*ALL".
           05  FILLER                     PIC X.
           05  MCAL-START                 PIC X(14).
           05  FILLER                     PIC X.
           05  MCAL-END                   PIC X(14).
           05  FILLER                     PIC X.
           05  MCAL-MESSAGE               PIC X(100).
