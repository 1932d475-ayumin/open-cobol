      *> ***************************************************************
      *> Copybook:  msg-cat.cpy
      *> Purpose:   Request area for MSGCAT, the shop message
      *>            catalogue.  A tool issues a message by its id
      *>            instead of free text:
      *>                MOVE "HKP0004" TO MC-ID
      *>                MOVE <what>    TO MC-VALUE (1)
      *>                CALL "MSGCAT" USING MC-REQUEST
      *>            and the catalogue supplies the severity and the
      *>            wording, so every line the night operator sees
      *>            starts with the id and severity (HKP0004E ...)
      *>            that the explanation and the action are kept
      *>            under.  mc-function:
      *>              ISSUE   (or spaces) the message, slots {1} to
      *>                      {5} filled from mc-value, into mc-text
      *>                      and DISPLAYed
      *>              FORMAT  the same into mc-text, not displayed -
      *>                      for a message that goes to a report
      *>              LOOKUP  the catalogue entry of mc-id: severity,
      *>                      the text with its slots, explanation
      *>                      and operator action
      *>              NEXT    the entry after number mc-index (zero
      *>                      for the first), as LOOKUP - the listing
      *>              CHECK   the catalogue's health: mc-count
      *>                      messages, mc-error-count lines in error,
      *>                      the first of them in mc-text
      *>            ISSUE and FORMAT leave mc-values spaces, ready
      *>            for the next message.
      *>
      *>            The catalogue is MSGCAT.DAT (or the MSG_CATALOGUE
      *>            name).  An id not in it, or no catalogue, is still
      *>            issued - as the id with "?" for a severity and the
      *>            values after it - so nothing is ever lost.
      *>
      *>            mc-status: 00 done, 08 no such entry (NEXT: no
      *>            more), 12 no catalogue could be read.
      *> ***************************************************************
       01  mc-request.
           05  mc-function          pic x(8).
           05  mc-id                pic x(7).
           05  mc-values.
               10  mc-value         pic x(120) occurs 5.
           05  mc-index             pic 9(4).
           05  mc-severity          pic x.
               88  mc-info          value "I".
               88  mc-warning       value "W".
               88  mc-error         value "E".
               88  mc-severe        value "S".
           05  mc-text              pic x(200).
           05  mc-explain-count     pic 9.
           05  mc-explain           pic x(70)  occurs 6.
           05  mc-action-count      pic 9.
           05  mc-action            pic x(70)  occurs 4.
           05  mc-count             pic 9(4).
           05  mc-error-count       pic 9(4).
           05  mc-status            pic xx.
               88  mc-ok            value "00".
               88  mc-no-entry      value "08".
               88  mc-no-catalogue  value "12".
