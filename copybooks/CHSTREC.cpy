      *> Config change history record - one row per config record
      *> touched by an applied maintenance transaction (COBOLCFM),
      *> appended only once the new config has passed validation
      *> and been installed. The before and after images are whole
      *> CONFG-RECORD images: the before image is blank for an
      *> added row, the after image blank for a deleted one. Any
      *> row can be put back the way it was from its before image.
      *> CHST-USER is whoever raised the change, as keyed on the
      *> transaction.
      *> The config record has since grown its language fields
      *> (CONFG-DEFAULT-LANG and CONFG-LANGUAGES). They ride at the
      *> end of the row as CHST-BEFORE-LANGS and CHST-AFTER-LANGS,
      *> so rows written before them keep their columns and simply
      *> read as no language change; the whole before image of such
      *> a row is CHST-BEFORE followed by CHST-BEFORE-LANGS.
       01  CHST-RECORD.
           05  CHST-DATE                  PIC 9(8).
           05  FILLER                     PIC X.
           05  CHST-TIME                  PIC 9(6).
           05  FILLER                     PIC X.
           05  CHST-ACTION                PIC X(9).
           05  FILLER                     PIC X.
           05  CHST-USER                  PIC X(8).
           05  FILLER                     PIC X.
           05  CHST-BEFORE                PIC X(188).
           05  FILLER                     PIC X.
           05  CHST-AFTER                 PIC X(188).
           05  FILLER                     PIC X.
           05  CHST-BEFORE-LANGS          PIC X(35).
           05  FILLER                     PIC X.
           05  CHST-AFTER-LANGS           PIC X(35).
