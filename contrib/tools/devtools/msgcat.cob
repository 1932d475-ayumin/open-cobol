            >> source format is free
       Identification division.
       Program-id.  "MSGCAT".
      *>
      *> msgcat   * Callable shop message catalogue.  The tools used to
      *>            say what went wrong in free text, and the night
      *>            operator had no way to tell the message that
      *>            matters from the one that does not.  Now a tool
      *>            issues a message by id - three letters naming the
      *>            tool, four digits - and the catalogue holds, once,
      *>            for every id: the severity, the text with its
      *>            substitution slots, an explanation, and the action
      *>            the operator is to take.  The line issued starts
      *>            with the id and the severity letter, XRF0009E say,
      *>            so boxhelp, msgexplain and morningpack's front page
      *>            can all find the rest.
      *>
      *>            The catalogue, MSGCAT.DAT (or the MSG_CATALOGUE
      *>            name), "*" first on a line a comment:
      *>
      *>              MSG     <id> <I|W|E|S> <text, {1}..{5} slots>
      *>              EXPLAIN <line of the explanation>    up to 6
      *>              ACTION  <line of the operator action> up to 4
      *>
      *>            Severity I information, W warning, E error, S
      *>            severe.  Every W, E and S message must carry an
      *>            ACTION - a message the operator cannot act on is
      *>            an I.  An id given twice, or a line not
      *>            understood, is counted as an error for CHECK and
      *>            otherwise skipped.  The catalogue is read once a
      *>            run.  See msg-cat.cpy for the calling contract.
      *>
      *> To compile on Linux:
      *> cobc -m msgcat.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select catalogue-file assign to dynamic cat-name
                  organization line sequential
                  file status  cat-fs.
       Data division.
       File section.
       fd  catalogue-file.
       01  catalogue-rec        pic x(256).
       Working-storage section.
       01  cat-name             pic x(128) value spaces.
       01  cat-fs               pic xx     value zeros.
      *> N not yet read, Y read, E could not be read
       01  loaded-sw            pic x      value "N".
      *> the catalogue as read
       01  msg-count            pic 9(4) comp value zero.
       01  msg-table.
           05  msg-entry        occurs 500.
               07  mt-id        pic x(7).
               07  mt-sev       pic x.
               07  mt-text      pic x(120).
               07  mt-exp-count pic 9.
               07  mt-exp       pic x(70) occurs 6.
               07  mt-act-count pic 9.
               07  mt-act       pic x(70) occurs 4.
       01  mx                   pic 9(4) comp value zero.
       01  found-x              pic 9(4) comp value zero.
       01  cur-x                pic 9(4) comp value zero.
       01  ix                   pic 9(4) comp value zero.
       01  line-no              pic 9(4)   value zero.
       01  error-count          pic 9(4)   value zero.
       01  first-error          pic x(200) value spaces.
      *> one catalogue line taken apart
       01  cat-line             pic x(256) value spaces.
       01  kw                   pic x(8)   value spaces.
       01  word2                pic x(16)  value spaces.
       01  word3                pic x(8)   value spaces.
       01  rest                 pic x(256) value spaces.
       01  lp                   pic 9(4) comp value zero.
       01  bad-why              pic x(120) value spaces.
      *> building the issued line
       01  want-id              pic x(7)   value spaces.
       01  out-ptr              pic 9(4) comp value zero.
       01  tp                   pic 9(4) comp value zero.
       01  t-len                pic 9(4) comp value zero.
       01  slot                 pic 9      value zero.
       01  subst-sw             pic x      value "Y".
       Linkage section.
       copy "msg-cat.cpy".
      *>
       Procedure division using mc-request.
       0000-main.
           if loaded-sw = "N"
               perform 1000-load-catalogue
           end-if
           move "00" to mc-status
           move function upper-case (mc-id) to mc-id
           evaluate mc-function
               when "FORMAT"
                   perform 2000-format
               when "LOOKUP"
                   perform 3000-lookup
               when "NEXT"
                   perform 3500-next
               when "CHECK"
                   perform 4000-check
               when other
                   perform 2000-format
                   display function trim (mc-text trailing)
           end-evaluate
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> the whole catalogue into msg-table, once a run
      *>----------------------------------------------------------------
       1000-load-catalogue.
           accept cat-name from environment "MSG_CATALOGUE"
           end-accept
           if cat-name = spaces
               move "MSGCAT.DAT" to cat-name
           end-if
           open input catalogue-file
           if cat-fs not = "00"
               move "E" to loaded-sw
               string "cannot read message catalogue " delimited by size
                      function trim (cat-name) delimited by size
                      ", status " delimited by size
                      cat-fs delimited by size
                      into first-error
               exit paragraph
           end-if
           move zero to cur-x
           perform until exit
               read catalogue-file
                   at end
                       exit perform
               end-read
               add 1 to line-no
               move function trim (catalogue-rec leading) to cat-line
               if cat-line not = spaces and cat-line (1:1) not = "*"
                   perform 1100-take-line
               end-if
           end-perform
           close catalogue-file
           perform 1500-check-actions
           move "Y" to loaded-sw.
      *>
       1100-take-line.
           move spaces to kw word2 word3 rest bad-why
           move 1 to lp
           unstring cat-line delimited by all spaces
                    into kw with pointer lp
           if lp < 257
               move cat-line (lp:) to rest
           end-if
           move function upper-case (kw) to kw
           evaluate kw
               when "MSG"
                   perform 1200-take-msg
               when "EXPLAIN"
                   if cur-x = zero
                       exit paragraph
                   end-if
                   if mt-exp-count (cur-x) not < 6
                       string mt-id (cur-x) delimited by size
                              ": more than 6 EXPLAIN lines"
                              delimited by size
                              into bad-why
                       perform 1900-bad-line
                   else
                       add 1 to mt-exp-count (cur-x)
                       move rest to mt-exp (cur-x mt-exp-count (cur-x))
                   end-if
               when "ACTION"
                   if cur-x = zero
                       exit paragraph
                   end-if
                   if mt-act-count (cur-x) not < 4
                       string mt-id (cur-x) delimited by size
                              ": more than 4 ACTION lines"
                              delimited by size
                              into bad-why
                       perform 1900-bad-line
                   else
                       add 1 to mt-act-count (cur-x)
                       move rest to mt-act (cur-x mt-act-count (cur-x))
                   end-if
               when other
                   string "not understood: " delimited by size
                          function trim (cat-line) delimited by size
                          into bad-why
                   perform 1900-bad-line
           end-evaluate.
      *>
      *> MSG <id> <severity> <text> - a bad one also drops the
      *> EXPLAIN and ACTION lines that follow it
       1200-take-msg.
           move zero to cur-x
           move 1 to lp
           unstring rest delimited by all spaces
                    into word2 word3 with pointer lp
           move function upper-case (word2) to word2
           move function upper-case (word3) to word3
           if word2 (8:) not = spaces
             or word2 (1:3) is not alphabetic-upper
             or word2 (1:3) = spaces
             or word2 (4:4) is not numeric
               string "message id " delimited by size
                      function trim (word2) delimited by size
                      " is not three letters and four digits"
                      delimited by size
                      into bad-why
               perform 1900-bad-line
               exit paragraph
           end-if
           if word3 not = "I" and not = "W" and not = "E"
                        and not = "S"
               string word2 (1:7) delimited by size
                      ": severity must be I, W, E or S"
                      delimited by size
                      into bad-why
               perform 1900-bad-line
               exit paragraph
           end-if
           if lp > 256 or rest (lp:) = spaces
               string word2 (1:7) delimited by size
                      ": no message text" delimited by size
                      into bad-why
               perform 1900-bad-line
               exit paragraph
           end-if
           move word2 (1:7) to want-id
           perform 3100-find
           if found-x not = zero
               string want-id delimited by size
                      " is in the catalogue twice" delimited by size
                      into bad-why
               perform 1900-bad-line
               exit paragraph
           end-if
           if msg-count not < 500
               move "more than 500 messages" to bad-why
               perform 1900-bad-line
               exit paragraph
           end-if
           add 1 to msg-count
           move msg-count to cur-x
           move want-id to mt-id (cur-x)
           move word3 to mt-sev (cur-x)
           move function trim (rest (lp:)) to mt-text (cur-x)
           move zero to mt-exp-count (cur-x) mt-act-count (cur-x)
           move spaces to mt-exp (cur-x 1) mt-exp (cur-x 2)
                          mt-exp (cur-x 3) mt-exp (cur-x 4)
                          mt-exp (cur-x 5) mt-exp (cur-x 6)
                          mt-act (cur-x 1) mt-act (cur-x 2)
                          mt-act (cur-x 3) mt-act (cur-x 4).
      *>
      *> a warning, error or severe message with no action to take
      *> is not finished
       1500-check-actions.
           move zero to line-no
           perform varying mx from 1 by 1 until mx > msg-count
               if mt-sev (mx) not = "I" and mt-act-count (mx) = zero
                   move spaces to bad-why
                   string mt-id (mx) delimited by size
                          mt-sev (mx) delimited by size
                          " has no ACTION for the operator"
                          delimited by size
                          into bad-why
                   perform 1900-bad-line
               end-if
           end-perform.
      *>
       1900-bad-line.
           if error-count = zero
               if line-no = zero
                   string function trim (cat-name) delimited by size
                          ": " delimited by size
                          function trim (bad-why) delimited by size
                          into first-error
               else
                   string function trim (cat-name) delimited by size
                          " line " delimited by size
                          line-no delimited by size
                          ": " delimited by size
                          function trim (bad-why) delimited by size
                          into first-error
               end-if
           end-if
           add 1 to error-count.
      *>
      *>----------------------------------------------------------------
      *> FORMAT / ISSUE - <id><severity> <text with the slots filled>
      *>----------------------------------------------------------------
       2000-format.
           move spaces to mc-text
           move mc-id to want-id
           perform 3100-find
           if found-x = zero
               perform 2500-no-entry
           else
               move mt-sev (found-x) to mc-severity
               move "Y" to subst-sw
               perform 2100-build
           end-if
           move spaces to mc-values.
      *>
      *> the id and severity, then the text - the slots filled from
      *> mc-value unless subst-sw is off (LOOKUP shows them as is)
       2100-build.
           move mt-id (found-x)  to mc-text (1:7)
           move mt-sev (found-x) to mc-text (8:1)
           move 10 to out-ptr
           move function length (function trim
                (mt-text (found-x) trailing)) to t-len
           move 1 to tp
           perform until tp > t-len or out-ptr > 200
               if subst-sw = "Y"
                 and mt-text (found-x) (tp:1) = "{"
                 and tp + 2 not > t-len
                 and mt-text (found-x) (tp + 1:1) >= "1"
                 and mt-text (found-x) (tp + 1:1) <= "5"
                 and mt-text (found-x) (tp + 2:1) = "}"
                   move mt-text (found-x) (tp + 1:1) to slot
                   if mc-value (slot) not = spaces
                       string function trim (mc-value (slot))
                                  delimited by size
                              into mc-text with pointer out-ptr
                       end-string
                   end-if
                   add 3 to tp
               else
                   move mt-text (found-x) (tp:1)
                     to mc-text (out-ptr:1)
                   add 1 to out-ptr
                   add 1 to tp
               end-if
           end-perform.
      *>
      *> an id the catalogue does not know is still issued, with
      *> what values there are, so the operator loses nothing
       2500-no-entry.
           if loaded-sw = "E"
               set mc-no-catalogue to true
           else
               set mc-no-entry to true
           end-if
           move "?" to mc-severity
           move mc-id to mc-text (1:7)
           move "?" to mc-text (8:1)
           move 10 to out-ptr
           perform varying slot from 1 by 1 until slot > 5
               if mc-value (slot) not = spaces and out-ptr < 200
                   string function trim (mc-value (slot))
                              delimited by size
                          " " delimited by size
                          into mc-text with pointer out-ptr
                   end-string
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> LOOKUP and NEXT - the whole entry for boxhelp and msgexplain
      *>----------------------------------------------------------------
       3000-lookup.
           move mc-id to want-id
           perform 3100-find
           if found-x = zero
               perform 3900-not-found
           else
               perform 3200-give-entry
           end-if.
      *>
       3100-find.
           move zero to found-x
           perform varying mx from 1 by 1 until mx > msg-count
               if mt-id (mx) = want-id
                   move mx to found-x
                   exit perform
               end-if
           end-perform.
      *>
       3200-give-entry.
           move mt-id (found-x)  to mc-id
           move mt-sev (found-x) to mc-severity
           move spaces to mc-text
           move "N" to subst-sw
           perform 2100-build
           move mt-exp-count (found-x) to mc-explain-count
           move mt-act-count (found-x) to mc-action-count
           perform varying ix from 1 by 1 until ix > 6
               move mt-exp (found-x ix) to mc-explain (ix)
           end-perform
           perform varying ix from 1 by 1 until ix > 4
               move mt-act (found-x ix) to mc-action (ix)
           end-perform.
      *>
       3500-next.
           if mc-index not < msg-count
               perform 3900-not-found
               exit paragraph
           end-if
           add 1 to mc-index
           move mc-index to found-x
           perform 3200-give-entry.
      *>
       3900-not-found.
           if loaded-sw = "E"
               set mc-no-catalogue to true
               move first-error to mc-text
           else
               set mc-no-entry to true
               move spaces to mc-text
           end-if
           move space to mc-severity
           move zero to mc-explain-count mc-action-count
           move spaces to mc-explain (1) mc-explain (2) mc-explain (3)
                          mc-explain (4) mc-explain (5) mc-explain (6)
                          mc-action (1) mc-action (2) mc-action (3)
                          mc-action (4).
      *>
      *>----------------------------------------------------------------
      *> CHECK - how many messages, how many lines in error
      *>----------------------------------------------------------------
       4000-check.
           move msg-count   to mc-count
           move error-count to mc-error-count
           move first-error to mc-text
           if loaded-sw = "E"
               set mc-no-catalogue to true
           end-if.
      *>
       end program "MSGCAT".
