      *> Trivia-fact translation record - the text of one master
      *> fact in one language, keyed by FTRN-FACT-ID and FTRN-LANG
      *> (the language code as the config lists it). The master
      *> text in FACTMST.DAT is the English original; a fact with
      *> no row for the language being served is shown in it. Rows
      *> are maintained by COBOLFCT's TRANSL transaction, at most
      *> one per fact and language, and stay in place when the
      *> fact is retired, as the master row itself does.
       01  FTRN-RECORD.
           05  FTRN-FACT-ID               PIC 9(5).
           05  FILLER                     PIC X.
           05  FTRN-LANG                  PIC X(5).
           05  FILLER                     PIC X.
           05  FTRN-TEXT                  PIC X(100).
