      *>            part cut off, so field help falls back to the
      *>            screen's help before giving up.
      *>
      *>            A topic of MSG.<id> (MSG.HKP0004) shows that
      *>            message's entry from the shop message catalogue
      *>            (see msg-cat.cpy) - its text, explanation and the
      *>            operator action - instead of a help file topic.
      *>
      *>            Geometry left zero takes the standard help window;
      *>            set bh-row/bh-col/bh-height/bh-width to place it.
      *> ***************************************************************
