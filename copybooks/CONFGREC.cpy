      *> own (HOLIDAY facts with the holiday theme); a seasonal row
      *> leaving it blank inherits the base row's category the same
      *> way it inherits the site code.
      *> CONFG-LANGUAGES lists the language codes the site offers,
      *> blank-separated, lower case ("en fr de", "pt-br"), and
      *> CONFG-DEFAULT-LANG names the one served when the visitor
      *> asks for none of them. A blank list offers the default
      *> language only; a blank default is the first language
      *> listed, or "en" when both are blank. A seasonal row
      *> leaving them blank inherits the base row's languages.
       01  CONFG-RECORD.
           05  CONFG-SITE                 PIC X(30).
           05  CONFG-SITE-CODE            PIC X(8).
           05  CONFG-THEME-START          PIC X(8).
           05  CONFG-THEME-END            PIC X(8).
           05  CONFG-FACT-CATEGORY        PIC X(12).
           05  CONFG-DEFAULT-LANG         PIC X(5).
           05  CONFG-LANGUAGES            PIC X(30).
