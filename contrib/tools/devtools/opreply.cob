            >> source format is free
       Identification division.
       Program-id.  "OPREPLY".
      *>
      *> opreply  * Callable operator reply queue - the WTOR of the
      *>            overnight batch.  A step that needs a human
      *>            decision ("tape not mounted, RETRY or SKIP?",
      *>            "totals out by 3, GO or STOP?") ASKs, and waits;
      *>            the operator sees the question on batchmon's R
      *>            screen and answers it there.  One shared queue,
      *>            OPREPLY.DAT (or the OPREPLY_QUEUE name), one row per
      *>            question outstanding:
      *>
      *>              id(6) sp state(8) sp program(16) sp question(80)
      *>              sp answers(40) sp default(8) sp timeout(5)
      *>              sp pid(9) sp date(8) sp time(6) sp reply(8)
      *>              sp replied-by(16)
      *>
      *>            behind a CONTROL row holding the last question
      *>            number given out.  The queue is read and rewritten
      *>            whole under a lock directory, OPREPLY.DAT.LCK, made
      *>            and removed round every look, as FILEENQ does.
      *>            The asker looks once a second; a question whose
      *>            asker has died is dropped by the next ASK.
      *>
      *>            Each question answered or timed out is appended to
      *>            the common tool-audit trail (see op-reply.cpy for
      *>            the field-by-field contract).
      *>
      *> To compile on Linux:
      *> cobc -m opreply.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select reply-queue-file assign to dynamic queue-name
                  organization line sequential
                  file status  que-fs.
           select tool-audit assign to dynamic audit-name
                  organization line sequential
                  file status  aud-fs.
       Data division.
       File section.
       fd  reply-queue-file.
       01  reply-queue-rec.
           05  rf-id            pic 9(6).
           05  filler           pic x.
           05  rf-state         pic x(8).
           05  filler           pic x.
           05  rf-program       pic x(16).
           05  filler           pic x.
           05  rf-question      pic x(80).
           05  filler           pic x.
           05  rf-answers       pic x(40).
           05  filler           pic x.
           05  rf-default       pic x(8).
           05  filler           pic x.
           05  rf-timeout       pic 9(5).
           05  filler           pic x.
           05  rf-pid           pic 9(9).
           05  filler           pic x.
           05  rf-date          pic 9(8).
           05  filler           pic x.
           05  rf-time          pic 9(6).
           05  filler           pic x.
           05  rf-reply         pic x(8).
           05  filler           pic x.
           05  rf-by            pic x(16).
      *>
      *> the common run-audit record the tools append for toolaudit
       fd  tool-audit.
       01  tool-audit-rec.
           05  aud-tool         pic x(10).
           05  filler           pic x.
           05  aud-operator     pic x(16).
           05  filler           pic x.
           05  aud-date         pic 9(8).
           05  filler           pic x.
           05  aud-time         pic 9(6).
           05  filler           pic x.
           05  aud-rc           pic 9(4).
           05  filler           pic x.
           05  aud-input        pic x(64).
           05  filler           pic x.
           05  aud-options      pic x(64).
           05  filler           pic x.
           05  aud-outputs      pic x(64).
       Working-storage section.
       01  queue-name           pic x(64)  value spaces.
       01  lock-name            pic x(70)  value spaces.
       01  audit-name           pic x(64)  value spaces.
       01  que-fs               pic xx     value zeros.
       01  aud-fs               pic xx     value zeros.
       01  queue-table.
           05  queue-entry      occurs 100.
               07  qt-id        pic 9(6).
               07  qt-state     pic x(8).
               07  qt-program   pic x(16).
               07  qt-question  pic x(80).
               07  qt-answers   pic x(40).
               07  qt-default   pic x(8).
               07  qt-timeout   pic 9(5).
               07  qt-pid       pic 9(9).
               07  qt-date      pic 9(8).
               07  qt-time      pic 9(6).
               07  qt-reply     pic x(8).
               07  qt-by        pic x(16).
       01  queue-count          pic 9(3) comp value zero.
       01  last-id              pic 9(6)   value zero.
       01  my-id                pic 9(6)   value zero.
       01  my-pid               pic 9(9)   value zero.
       01  qx                   pic 9(3) comp value zero.
       01  qy                   pic 9(3) comp value zero.
       01  found-x              pic 9(3) comp value zero.
       01  lock-sw              pic x      value "N".
       01  lock-tries           pic 9(3) comp value zero.
       01  stale-sw             pic x      value "N".
       01  done-sw              pic x      value "N".
       01  probe-pid            pic 9(9)   value zero.
       01  probe-cmd            pic x(64)  value spaces.
       01  probe-edit           pic z(8)9.
       01  one-second           pic 9(4) comp value 1.
       01  time-now             pic 9(8)   value zero.
       01  asked-time           pic 9(6)   value zero.
       01  answer-words.
           05  answer-word      pic x(8)   occurs 8.
       01  wx                   pic 9(3) comp value zero.
       01  allowed-sw           pic x      value "N".
       01  want-reply           pic x(8)   value spaces.
       01  id-edit              pic 9(6).
       01  wait-edit            pic z(4)9.
       01  timeout-edit         pic z(4)9.
       Linkage section.
       copy "op-reply.cpy".
      *>
       Procedure division using rq-request.
       0000-main.
           move "00" to rq-status
           perform 0100-setup
           evaluate rq-function
               when "ASK"
                   perform 1000-ask
               when "LIST"
                   perform 3000-list
               when "ANSWER"
                   perform 4000-answer
               when other
                   set rq-bad-request to true
           end-evaluate
           move zero to return-code
           goback.
      *>
      *> where the queue and the audit trail live
      *>
       0100-setup.
           accept queue-name from environment "OPREPLY_QUEUE"
           end-accept
           if queue-name = spaces
               move "OPREPLY.DAT" to queue-name
           end-if
           move spaces to lock-name
           string function trim (queue-name) delimited by size
                  ".LCK" delimited by size
                  into lock-name
           accept audit-name from environment "TOOL_AUDIT"
           end-accept
           if audit-name = spaces
               move "TOOLAUDIT.DAT" to audit-name
           end-if
           call "C$GETPID" returning my-pid.
      *>
      *>----------------------------------------------------------------
      *> ASK - the question onto the queue, then a look once a second
      *> until it is answered or the timeout hands back the default
      *>----------------------------------------------------------------
       1000-ask.
           move function upper-case (rq-answers) to rq-answers
           move function upper-case (rq-default) to rq-default
           if rq-question = spaces or rq-answers = spaces
               set rq-bad-request to true
               exit paragraph
           end-if
           move spaces to answer-words
           unstring rq-answers delimited by all spaces
               into answer-word (1) answer-word (2) answer-word (3)
                    answer-word (4) answer-word (5) answer-word (6)
                    answer-word (7) answer-word (8)
           if rq-default = spaces
               move answer-word (1) to rq-default
           end-if
           move rq-default to want-reply
           perform 4100-allowed
           if allowed-sw not = "Y"
               set rq-bad-request to true
               exit paragraph
           end-if
           perform 8000-lock
           if lock-sw not = "Y"
               set rq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 1100-drop-dead
           if queue-count not < 100
               perform 8100-unlock
               set rq-busy to true
               exit paragraph
           end-if
           add 1 to last-id
           move last-id to my-id
           add 1 to queue-count
           move my-id       to qt-id (queue-count)
           move "WAITING"   to qt-state (queue-count)
           move rq-program  to qt-program (queue-count)
           move rq-question to qt-question (queue-count)
           move rq-answers  to qt-answers (queue-count)
           move rq-default  to qt-default (queue-count)
           move rq-timeout  to qt-timeout (queue-count)
           move my-pid      to qt-pid (queue-count)
           accept qt-date (queue-count) from date yyyymmdd
           accept time-now from time
           move time-now (1:6) to qt-time (queue-count)
           move time-now (1:6) to asked-time
           move spaces to qt-reply (queue-count) qt-by (queue-count)
           perform 8300-save
           perform 8100-unlock
           if rq-busy
               exit paragraph
           end-if
           move my-id to id-edit rq-id
           move rq-timeout to timeout-edit
           display "*" id-edit " " function trim (rq-program) ": "
                   function trim (rq-question)
           if rq-timeout = zero
               display "        reply " function trim (rq-answers)
                       " on batchmon R"
           else
               display "        reply " function trim (rq-answers)
                       " on batchmon R - " function trim (rq-default)
                       " in " function trim (timeout-edit) " secs"
           end-if
           move zero to rq-waited
           move "N" to done-sw
           perform until done-sw = "Y"
               call "C$SLEEP" using one-second
               add 1 to rq-waited
               perform 1200-look
           end-perform
           perform 1300-audit
           display "*" id-edit " reply " function trim (rq-reply)
                   " by " function trim (rq-replied-by).
      *>
      *> a question whose asker is no longer running is nobody's
      *>
       1100-drop-dead.
           move zero to qy
           perform varying qx from 1 by 1 until qx > queue-count
               move qt-pid (qx) to probe-pid
               perform 8500-probe-pid
               if stale-sw not = "Y"
                   add 1 to qy
                   if qy not = qx
                       move queue-entry (qx) to queue-entry (qy)
                   end-if
               end-if
           end-perform
           move qy to queue-count.
      *>
      *> answered - or out of time - takes the row off the queue
      *>
       1200-look.
           perform 8000-lock
           if lock-sw not = "Y"
               exit paragraph
           end-if
           perform 8200-load
           move zero to found-x
           perform varying qx from 1 by 1 until qx > queue-count
               if qt-id (qx) = my-id
                   move qx to found-x
               end-if
           end-perform
           evaluate true
               when found-x = zero
      *>           gone from under us - the default, as on a timeout
                   move rq-default to rq-reply
                   move "TIMEOUT" to rq-replied-by
                   set rq-timed-out to true
                   move "Y" to done-sw
               when qt-state (found-x) = "ANSWERED"
                   move qt-reply (found-x) to rq-reply
                   move qt-by (found-x) to rq-replied-by
                   set rq-answered to true
                   move "Y" to done-sw
               when rq-timeout > zero and rq-waited not < rq-timeout
                   move rq-default to rq-reply
                   move "TIMEOUT" to rq-replied-by
                   set rq-timed-out to true
                   move "Y" to done-sw
           end-evaluate
           if done-sw = "Y" and found-x > zero
               perform varying qx from found-x by 1
                       until qx not < queue-count
                   move queue-entry (qx + 1) to queue-entry (qx)
               end-perform
               subtract 1 from queue-count
               perform 8300-save
               if rq-busy
                   set rq-answered to true
                   if rq-replied-by = "TIMEOUT"
                       set rq-timed-out to true
                   end-if
               end-if
           end-if
           perform 8100-unlock.
      *>
      *> the run-audit trail: who answered what, and how long it took
      *>
       1300-audit.
           open extend tool-audit
           if aud-fs not = "00" and aud-fs not = "05"
               open output tool-audit
           end-if
           if aud-fs not = "00" and aud-fs not = "05"
               exit paragraph
           end-if
           move spaces to tool-audit-rec
           move "OPREPLY" to aud-tool
           move rq-replied-by to aud-operator
           accept aud-date from date yyyymmdd
           accept time-now from time
           move time-now (1:6) to aud-time
           if rq-timed-out
               move 4 to aud-rc
           else
               move zero to aud-rc
           end-if
           string function trim (rq-program) delimited by size
                  " Q" delimited by size
                  id-edit delimited by size
                  " ASKED " delimited by size
                  asked-time delimited by size
                  into aud-input
           move rq-question (1:64) to aud-options
           move rq-waited to wait-edit
           string "REPLY=" delimited by size
                  rq-reply delimited by space
                  " AFTER=" delimited by size
                  function trim (wait-edit) delimited by size
                  "S OF " delimited by size
                  function trim (rq-answers) delimited by size
                  into aud-outputs
           write tool-audit-rec
           close tool-audit.
      *>
      *>----------------------------------------------------------------
      *> LIST - every question waiting, each asker's process probed
      *>----------------------------------------------------------------
       3000-list.
           move zero to rq-count
           perform 8000-lock
           if lock-sw not = "Y"
               set rq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 8100-unlock
           perform varying qx from 1 by 1
                   until qx > queue-count or rq-count not < 20
               if qt-state (qx) = "WAITING"
                   add 1 to rq-count
                   move qt-id (qx)       to rl-id (rq-count)
                   move qt-program (qx)  to rl-program (rq-count)
                   move qt-question (qx) to rl-question (rq-count)
                   move qt-answers (qx)  to rl-answers (rq-count)
                   move qt-default (qx)  to rl-default (rq-count)
                   move qt-timeout (qx)  to rl-timeout (rq-count)
                   move qt-pid (qx)      to rl-pid (rq-count)
                   move qt-date (qx)     to rl-date (rq-count)
                   move qt-time (qx)     to rl-time (rq-count)
                   move qt-pid (qx)      to probe-pid
                   perform 8500-probe-pid
                   move stale-sw to rl-stale (rq-count)
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> ANSWER - question rq-id, still waiting, with one of its own
      *> allowed answers
      *>----------------------------------------------------------------
       4000-answer.
           move function upper-case (rq-reply) to want-reply
           if want-reply = spaces or rq-replied-by = spaces
               set rq-bad-request to true
               exit paragraph
           end-if
           perform 8000-lock
           if lock-sw not = "Y"
               set rq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move zero to found-x
           perform varying qx from 1 by 1 until qx > queue-count
               if qt-id (qx) = rq-id and qt-state (qx) = "WAITING"
                   move qx to found-x
               end-if
           end-perform
           if found-x = zero
               perform 8100-unlock
               set rq-bad-request to true
               exit paragraph
           end-if
           move spaces to answer-words
           unstring qt-answers (found-x) delimited by all spaces
               into answer-word (1) answer-word (2) answer-word (3)
                    answer-word (4) answer-word (5) answer-word (6)
                    answer-word (7) answer-word (8)
           perform 4100-allowed
           if allowed-sw not = "Y"
               perform 8100-unlock
               set rq-bad-request to true
               exit paragraph
           end-if
           move "ANSWERED"    to qt-state (found-x)
           move want-reply    to qt-reply (found-x)
           move rq-replied-by to qt-by (found-x)
           move want-reply    to rq-reply
           perform 8300-save
           perform 8100-unlock.
      *>
       4100-allowed.
           move "N" to allowed-sw
           perform varying wx from 1 by 1 until wx > 8
               if answer-word (wx) not = spaces
                  and answer-word (wx) = want-reply
                   move "Y" to allowed-sw
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> the lock directory - ten one-second tries, then give up
      *>----------------------------------------------------------------
       8000-lock.
           move "N" to lock-sw
           perform varying lock-tries from 1 by 1
                   until lock-tries > 10 or lock-sw = "Y"
               call "CBL_CREATE_DIR" using lock-name
               if return-code = zero
                   move "Y" to lock-sw
               else
                   call "C$SLEEP" using one-second
               end-if
           end-perform
           move zero to return-code.
      *>
       8100-unlock.
           call "CBL_DELETE_DIR" using lock-name
           move zero to return-code
           move "N" to lock-sw.
      *>
       8200-load.
           move zero to queue-count last-id
           open input reply-queue-file
           if que-fs not = "00"
               exit paragraph
           end-if
           perform until que-fs not = "00"
               read reply-queue-file
                   not at end
                       evaluate true
                           when rf-state = "CONTROL"
                               move rf-id to last-id
                           when rf-state = spaces
                             or queue-count not < 100
                               continue
                           when other
                               add 1 to queue-count
                               move rf-id       to qt-id (queue-count)
                               move rf-state    to qt-state (queue-count)
                               move rf-program  to qt-program (queue-count)
                               move rf-question to qt-question (queue-count)
                               move rf-answers  to qt-answers (queue-count)
                               move rf-default  to qt-default (queue-count)
                               move rf-timeout  to qt-timeout (queue-count)
                               move rf-pid      to qt-pid (queue-count)
                               move rf-date     to qt-date (queue-count)
                               move rf-time     to qt-time (queue-count)
                               move rf-reply    to qt-reply (queue-count)
                               move rf-by       to qt-by (queue-count)
                               if rf-id > last-id
                                   move rf-id to last-id
                               end-if
                       end-evaluate
               end-read
           end-perform
           close reply-queue-file.
      *>
       8300-save.
           open output reply-queue-file
           if que-fs not = "00"
               set rq-busy to true
               exit paragraph
           end-if
           move spaces to reply-queue-rec
           move last-id to rf-id
           move "CONTROL" to rf-state
           write reply-queue-rec
           perform varying qx from 1 by 1 until qx > queue-count
               move spaces to reply-queue-rec
               move qt-id (qx)       to rf-id
               move qt-state (qx)    to rf-state
               move qt-program (qx)  to rf-program
               move qt-question (qx) to rf-question
               move qt-answers (qx)  to rf-answers
               move qt-default (qx)  to rf-default
               move qt-timeout (qx)  to rf-timeout
               move qt-pid (qx)      to rf-pid
               move qt-date (qx)     to rf-date
               move qt-time (qx)     to rf-time
               move qt-reply (qx)    to rf-reply
               move qt-by (qx)       to rf-by
               write reply-queue-rec
           end-perform
           close reply-queue-file.
      *>
      *> is process probe-pid still there - kill -0 sends nothing,
      *> it only asks
      *>
       8500-probe-pid.
           move "N" to stale-sw
           if probe-pid = zero
               move "Y" to stale-sw
               exit paragraph
           end-if
           move spaces to probe-cmd
           move probe-pid to probe-edit
           string "kill -0 " delimited by size
                  function trim (probe-edit) delimited by size
                  " 2>/dev/null" delimited by size
                  into probe-cmd
           call "SYSTEM" using probe-cmd
           if return-code not = zero
               move "Y" to stale-sw
           end-if
           move zero to return-code.
       end program "OPREPLY".
