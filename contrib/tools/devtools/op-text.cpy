      *> ***************************************************************
      *> Copybook:  op-text.cpy
      *> Purpose:   Request area for OPTEXT, the console wording in
      *>            the operator's own language.  A console keeps its
      *>            English text in working storage, each line under
      *>            a text id, and at start-up asks for the rest:
      *>                MOVE "LANGUAGE" TO OT-FUNCTION
      *>                MOVE OP-LANGUAGE TO OT-LANGUAGE
      *>                CALL "OPTEXT" USING OT-REQUEST
      *>            then, id by id:
      *>                MOVE "TEXT" TO OT-FUNCTION
      *>                MOVE "BATCHMON.TITLE" TO OT-ID
      *>                MOVE <the English> TO OT-TEXT
      *>                CALL "OPTEXT" USING OT-REQUEST
      *>            and uses what comes back in ot-text.  ot-function:
      *>              LANGUAGE the run's language is ot-language - the
      *>                      two-letter code from the operator's
      *>                      profile (op-language).  Spaces ask
      *>                      OPSIGNON-LANGUAGE for the OPERATOR_ID
      *>                      profile's, and no language at all is EN.
      *>                      Its text file, TEXT.<language> in the
      *>                      CONSOLE_TEXT_DIR directory (default the
      *>                      current one), is read.  ot-count is the
      *>                      number of texts it holds.
      *>              TEXT    (or spaces) ot-text replaced by the
      *>                      translation of ot-id.  With none, the
      *>                      caller's English in ot-text stands - so a
      *>                      text not yet translated, or no text file,
      *>                      still reads.  A first TEXT with no
      *>                      LANGUAGE before it settles the language as
      *>                      LANGUAGE with spaces does.
      *>              CURRENT ot-language, the run's language.
      *>
      *>            A text file line is <id> <text>, a line starting
      *>            "*" a comment.  Ids are upper case, dotted by the
      *>            console they belong to (BATCHMON.TITLE); langcheck
      *>            lists, language by language, the ids still to be
      *>            translated.
      *>
      *>            ot-status: 00 translated, 04 English left in
      *>            ot-text, 12 no text file for the language.
      *> ***************************************************************
       01  ot-request.
           05  ot-function          pic x(8).
           05  ot-language          pic xx.
           05  ot-id                pic x(60).
           05  ot-text              pic x(80).
           05  ot-count             pic 9(4).
           05  ot-status            pic xx.
               88  ot-ok            value "00".
               88  ot-english       value "04".
               88  ot-no-text-file  value "12".
