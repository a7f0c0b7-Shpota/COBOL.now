      *> Fact exposure history record - one row per site per
      *> closed calendar day, written by the nightly exposure job
      *> from the site's fact history and audit log. Unlike the
      *> fact history, which the picker trims to its look-back
      *> window, this file is permanent: it is the record of which
      *> fact each site actually showed and how many served hits
      *> (disposition S) the page earned that day. The fact state
      *> is the fact's standing in the facts master on the day it
      *> was shown - A eligible (active and effective), R retired,
      *> E outside its effective date range, M not on the master -
      *> so a fact that kept being shown after it was withdrawn
      *> is visible long after the master row has moved on.
       01  EXPO-RECORD.
           05  EXPO-DATE                  PIC 9(8).
           05  FILLER                     PIC X.
           05  EXPO-FACT-ID               PIC 9(5).
           05  FILLER                     PIC X.
           05  EXPO-SERVED-HITS           PIC 9(9).
           05  FILLER                     PIC X.
           05  EXPO-FACT-STATE            PIC X.
               88  EXPO-FACT-ELIGIBLE     VALUE "A".
               88  EXPO-FACT-RETIRED      VALUE "R".
               88  EXPO-FACT-EXPIRED      VALUE "E".
               88  EXPO-FACT-MISSING      VALUE "M".
