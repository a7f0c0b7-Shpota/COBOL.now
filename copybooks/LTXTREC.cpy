      *> Page label text record - the words on the page in each
      *> language a site offers, so a new language is a few rows in
      *> LANGTEXT.DAT, no recompile. LTXT-LANG is the language code
      *> as the config lists it ("fr", "pt-br"); LTXT-SITE-CODE
      *> narrows a row to one site (named the way CONFG-SITE-CODE
      *> names it) and blank serves every site, a site's own row
      *> winning over the shared one. LTXT-KEY names the label:
      *>   TITLE         the page title; replaces CONFG-TITLE, of
      *>                 which only the first 40 bytes are kept
      *>   NOW           the word after the greeting ("NOW!")
      *>   GUESTBOOK     the guestbook link and heading
      *>   NAME-HINT     the sign form's name placeholder
      *>   MSG-HINT      the sign form's message placeholder
      *>   SIGN          the sign form's button
      *>   VISITOR-PRE   text before the visitor number
      *>   VISITOR-POST  text after the visitor number
      *> Text is UTF-8 and plain - the page escapes it. A label
      *> missing in the language served comes from the site's
      *> default language, then from the built-in English.
       01  LTXT-RECORD.
           05  LTXT-LANG                  PIC X(5).
           05  FILLER                     PIC X.
           05  LTXT-SITE-CODE             PIC X(8).
           05  FILLER                     PIC X.
           05  LTXT-KEY                   PIC X(12).
           05  FILLER                     PIC X.
           05  LTXT-TEXT                  PIC X(80).
