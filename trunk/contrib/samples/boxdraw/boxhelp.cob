      *> The help file is read once per run and kept; maintaining it is
      *> editing a text file, not recompiling a console.
      *>
      *> A topic of MSG.<id> (MSG.HKP0004) is a message from the shop
      *> message catalogue instead: the MSGCAT entry - text,
      *> explanation and the operator action - in the same window, so
      *> an id off a console or a log needs no help file entry of its
      *> own.
      *>
      *> The window speaks the operator's language: its own wording
      *> comes through OPTEXT (BOXHELP.* ids, see op-text.cpy), and
      *> for a language other than English the help file's
      *> translation, the same name with the language on the end
      *> (HELP.TXT.FR), is read first - a topic found there is shown
      *> in place of the English one, and a topic nobody has
      *> translated yet is still found in the English file.
      *>
      *> To compile on Linux:
      *> cobc -m boxhelp.cob
      *>
       Environment division.
       Input-output section.
       File-control.
           select help-file assign to dynamic hp-file-name
                  organization line sequential
                  file status  help-fs.
       Data division.
       01  hp-loaded                pic x value "n".
       01  help-name                pic x(64) value spaces.
       01  help-fs                  pic xx    value zeros.
      *> the file being read - the translation, then help-name itself
       01  hp-file-name             pic x(68) value spaces.
       01  hp-language              pic xx    value spaces.
       01  hp-in-topic              pic x     value "n".
      *>
      *> the loaded topics: each names its first line and line count
      *> in the shared line pool
       01  hp-topic-count           pic 9(3) comp value zero.
       01  hp-topic-table.
           05  hp-topic-entry       occurs 120.
               10  hp-topic-name    pic x(32).
               10  hp-topic-title   pic x(56).
               10  hp-topic-first   pic 9(4) comp.
               10  hp-topic-lines   pic 9(4) comp.
       01  hp-line-count            pic 9(4) comp value zero.
       01  hp-line-table.
           05  hp-line              pic x(66) occurs 1200.
      *>
      *> lookup and fallback work fields
       01  hp-want                  pic x(32).
       01  hp-tx                    pic 9(3) comp.
       01  hp-lx                    pic 9(3) comp.
       01  hp-dot-pos               pic 9(3) comp.
       01  hp-scan                  pic 9(4) comp.
      *>
      *> a catalogue message shown as help, wrapped to the window
       01  hp-wrap                  pic x(200).
       01  hp-wrap-rest             pic x(200).
       01  hp-wrap-len              pic 9(3) comp.
       01  hp-cut                   pic 9(3) comp.
       01  hp-mx                    pic 9(3) comp.
       copy "msg-cat.cpy".
      *>
      *> the viewer's own wording, each under its OPTEXT id - the
      *> English here, replaced by the operator's language once per run
       01  hp-text-loaded           pic x value "n".
       01  hp-texts.
           05  filler               pic x(32) value "BOXHELP.TITLE".
           05  hp-tx-title          pic x(60) value "Help:".
           05  filler               pic x(32) value "BOXHELP.NO-TEXT".
           05  hp-tx-no-text        pic x(60)
                   value "(this topic has no text yet)".
           05  filler               pic x(32) value "BOXHELP.CUT".
           05  hp-tx-cut            pic x(60)
                   value "(topic cut at 100 lines - trim the entry)".
           05  filler               pic x(32) value "BOXHELP.HELP".
           05  hp-tx-help           pic x(60) value "Help".
           05  filler               pic x(32) value "BOXHELP.NO-FILE".
           05  hp-tx-no-file        pic x(60) value "No help file at".
           05  filler               pic x(32) value "BOXHELP.NO-TOPIC".
           05  hp-tx-no-topic       pic x(60)
                   value "No help recorded for".
           05  filler               pic x(32) value "BOXHELP.MESSAGE".
           05  hp-tx-message        pic x(60) value "Message".
           05  filler               pic x(32) value "BOXHELP.EXPLAIN".
           05  hp-tx-explain        pic x(60) value "Explanation:".
           05  filler               pic x(32) value "BOXHELP.ACTION".
           05  hp-tx-action         pic x(60) value "Operator action:".
           05  filler               pic x(32) value "BOXHELP.NO-ACTION".
           05  hp-tx-no-action      pic x(60)
                   value "None - for information only.".
       01  filler redefines hp-texts.
           05  hp-text-entry        occurs 10.
               10  hp-text-id       pic x(32).
               10  hp-text          pic x(60).
       01  hp-text-count            pic 99 value 10.
       01  hp-tt                    pic 99.
       copy "op-text.cpy".
      *>
      *> the widget request this viewer itself uses - its own copy, so
      *> the caller's half-filled request area is left untouched
       Procedure division using bh-request.
       0000-main.
           move zero to bh-status
           If hp-text-loaded = "n"
               perform 0500-load-text.
           If function upper-case (bh-topic (1:4)) = "MSG."
               perform 6000-show-message
               goback.
           If hp-loaded = "n"
               perform 1000-load-help-file.
           If hp-loaded = "e"
           perform 3000-show-topic
           goback.
      *>
      *> 0500: the wording in the operator's language - OPTEXT settles
      *> the language itself when the console has not; without OPTEXT
      *> the English stands.
       0500-load-text.
           move "y" to hp-text-loaded
           perform varying hp-tt from 1 by 1 until hp-tt > hp-text-count
               move "TEXT" to ot-function
               move spaces to ot-language
               move hp-text-id (hp-tt) to ot-id
               move hp-text (hp-tt) to ot-text
               call "OPTEXT" using ot-request
                   on exception
                       exit paragraph
               end-call
               move ot-text to hp-text (hp-tt)
           end-perform.
      *>
      *> 1000: read the whole help file once - topics begin at "=",
      *> "*" lines are the maintainer's comments, everything else
      *> belongs to the topic above it.
           end-accept.
           If help-name = spaces
               move "HELP.TXT" to help-name.
      *> the operator's language's file first, its topics found first
           move "CURRENT" to ot-function
           move spaces to ot-language
           call "OPTEXT" using ot-request
               on exception
                   move "EN" to ot-language
           end-call
           move ot-language to hp-language
           If hp-language not = spaces and hp-language not = "EN"
               move spaces to hp-file-name
               string function trim (help-name) delimited by size
                      "." delimited by size
                      hp-language delimited by size
                   into hp-file-name
               end-string
               perform 1050-load-one-file.
           move help-name to hp-file-name
           perform 1050-load-one-file
           If hp-loaded = "n"
               move "e" to hp-loaded.
      *> either file found is enough to show help
       1050-load-one-file.
           open input help-file
           If help-fs not = "00"
               exit paragraph.
           move "n" to hp-in-topic
           perform 1100-read-one-line
               until help-fs not = "00".
           close help-file
           If help-rec (1:1) = "*"
               exit paragraph.
           If help-rec (1:1) = "="
               move "n" to hp-in-topic
               If hp-topic-count < 120
                   move "y" to hp-in-topic
                   add 1 to hp-topic-count
                   move spaces to hp-topic-name (hp-topic-count)
                                  hp-topic-title (hp-topic-count)
                   move zero to hp-topic-lines (hp-topic-count)
               end-if
               exit paragraph.
           If hp-in-topic = "n" or hp-line-count not < 1200
               exit paragraph.
           add 1 to hp-line-count
           move help-rec (1:66) to hp-line (hp-line-count)
               move 18 to bw-height
               move 64 to bw-width.
           move spaces to bw-title
           string function trim (hp-tx-title) delimited by size
                  " " delimited by size
                  hp-topic-title (hp-found) delimited by size
               into bw-title
           end-string
               move 100 to bw-item-count.
           If bw-item-count = zero
               move 1 to bw-item-count
               move hp-tx-no-text to bw-item (1)
           else
               perform varying hp-lx from 1 by 1
                       until hp-lx > bw-item-count
                   move hp-line (hp-scan) to bw-item (hp-lx)
               end-perform
               If hp-topic-lines (hp-found) > 100
                   move hp-tx-cut to bw-item (100)
               end-if.
           call "boxwidget" using bw-request
               on exception
           move 12 to bw-col
           move 6  to bw-height
           move 56 to bw-width
           move hp-tx-help to bw-title
           move spaces to bw-text
           string function trim (hp-tx-no-file) delimited by size
                  " " delimited by size
                  function trim (help-name) delimited by size
               into bw-text
           end-string
           move 12 to bw-col
           move 6  to bw-height
           move 56 to bw-width
           move hp-tx-help to bw-title
           move spaces to bw-text
           string function trim (hp-tx-no-topic) delimited by size
                  " " delimited by size
                  function trim (bh-topic) delimited by size
               into bw-text
           end-string
               on exception
                   continue
           end-call.
      *>
      *> 6000: MSG.<id> - the message catalogue entry, looked up by
      *> MSGCAT, shown as a topic would be.
       6000-show-message.
           move spaces to mc-request
           move "LOOKUP" to mc-function
           move function upper-case (bh-topic (5:7)) to mc-id
           call "MSGCAT" using mc-request
               on exception
                   move "12" to mc-status
           end-call
           If not mc-ok
               If mc-no-catalogue
                   move 12 to bh-status
               else
                   move 8 to bh-status
               end-if
               perform 5500-say-no-topic
               exit paragraph.
           initialize bw-request
           move "LIST" to bw-function
           move 3  to bw-row
           move 8  to bw-col
           move 18 to bw-height
           move 64 to bw-width
           move spaces to bw-title
           string function trim (hp-tx-message) delimited by size
                  " " delimited by size
                  mc-id delimited by size
                  mc-severity delimited by size
               into bw-title
           end-string
           move zero to bw-item-count
           move mc-text to hp-wrap
           perform 6100-add-wrapped
           If mc-explain-count > zero
               add 1 to bw-item-count
               move spaces to bw-item (bw-item-count)
               add 1 to bw-item-count
               move hp-tx-explain to bw-item (bw-item-count)
               perform varying hp-mx from 1 by 1
                       until hp-mx > mc-explain-count
                   move spaces to hp-wrap
                   move mc-explain (hp-mx) to hp-wrap (3:70)
                   perform 6100-add-wrapped
               end-perform.
           add 1 to bw-item-count
           move spaces to bw-item (bw-item-count)
           add 1 to bw-item-count
           move hp-tx-action to bw-item (bw-item-count)
           If mc-action-count = zero
               add 1 to bw-item-count
               move spaces to bw-item (bw-item-count)
               move hp-tx-no-action to bw-item (bw-item-count) (3:)
           else
               perform varying hp-mx from 1 by 1
                       until hp-mx > mc-action-count
                   move spaces to hp-wrap
                   move mc-action (hp-mx) to hp-wrap (3:70)
                   perform 6100-add-wrapped
               end-perform.
           call "boxwidget" using bw-request
               on exception
                   display "boxhelp: boxwidget library not available"
           end-call.
      *>
      *> 6100: hp-wrap onto the list as lines of up to 60, cut at a
      *> space where there is one, continuation lines indented.
       6100-add-wrapped.
           perform until hp-wrap = spaces or bw-item-count not < 100
               move function length (function trim (hp-wrap trailing))
                 to hp-wrap-len
               If hp-wrap-len not > 60
                   add 1 to bw-item-count
                   move hp-wrap to bw-item (bw-item-count)
                   move spaces to hp-wrap
               else
                   move 61 to hp-cut
                   perform until hp-cut < 20
                                 or hp-wrap (hp-cut:1) = space
                       subtract 1 from hp-cut
                   end-perform
                   If hp-cut < 20
                       move 61 to hp-cut
                   end-if
                   add 1 to bw-item-count
                   move hp-wrap (1:hp-cut - 1) to bw-item (bw-item-count)
                   move spaces to hp-wrap-rest
                   move function trim (hp-wrap (hp-cut:) leading)
                     to hp-wrap-rest (5:)
                   move hp-wrap-rest to hp-wrap
               end-if
           end-perform.
      *>
       end program boxhelp.
