            >> source format is free
       Identification division.
       Program-id.  "FILEENQ".
      *>
      *> fileenq  * Callable file enqueue library.  One shared table,
      *>            ENQUEUE.DAT (or the ENQUEUE_TABLE name), one row
      *>            per file held:
      *>
      *>              file(64) sp mode(3) sp token(16) sp owner(16)
      *>              sp operator(16) sp pid(9) sp date(8) sp time(6)
      *>
      *>            jobstep holds its steps' files, CHKIO's CHK-OPEN,
      *>            formsrun and oczap hold what they open for update,
      *>            and batchmon lists the holders (see file-enq.cpy
      *>            for the field-by-field contract).  The table is
      *>            read and rewritten whole under a lock directory,
      *>            ENQUEUE.DAT.LCK, made and removed round every
      *>            update - mkdir either makes it or finds it made,
      *>            so two processes can never both hold the lock.
      *>
      *>            A row whose process has gone (killed job, crash)
      *>            is stale: it still holds the file - the job may
      *>            have died half way through an update - but LIST
      *>            flags it and CLEAR lets an operator drop it.
      *>
      *> To compile on Linux:
      *> cobc -m fileenq.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select enq-table-file assign to dynamic table-name
                  organization line sequential
                  file status  tab-fs.
       Data division.
       File section.
       fd  enq-table-file.
       01  enq-table-rec.
           05  et-file          pic x(64).
           05  filler           pic x.
           05  et-mode          pic x(3).
           05  filler           pic x.
           05  et-token         pic x(16).
           05  filler           pic x.
           05  et-owner         pic x(16).
           05  filler           pic x.
           05  et-operator      pic x(16).
           05  filler           pic x.
           05  et-pid           pic 9(9).
           05  filler           pic x.
           05  et-date          pic 9(8).
           05  filler           pic x.
           05  et-time          pic 9(6).
       Working-storage section.
       01  table-name           pic x(64)  value spaces.
       01  lock-name            pic x(70)  value spaces.
       01  tab-fs               pic xx     value zeros.
       01  hold-table.
           05  hold-entry       occurs 200.
               07  ht-file      pic x(64).
               07  ht-mode      pic x(3).
               07  ht-token     pic x(16).
               07  ht-owner     pic x(16).
               07  ht-operator  pic x(16).
               07  ht-pid       pic 9(9).
               07  ht-date      pic 9(8).
               07  ht-time      pic 9(6).
       01  hold-count           pic 9(3) comp value zero.
       01  hx                   pic 9(3) comp value zero.
       01  hy                   pic 9(3) comp value zero.
       01  conflict-x           pic 9(3) comp value zero.
       01  my-token             pic x(16)  value spaces.
       01  my-pid               pic 9(9)   value zero.
       01  my-operator          pic x(16)  value spaces.
       01  lock-sw              pic x      value "N".
       01  lock-tries           pic 9(3) comp value zero.
       01  waited               pic 9(4)   value zero.
       01  stale-sw             pic x      value "N".
       01  probe-pid            pic 9(9)   value zero.
       01  probe-cmd            pic x(64)  value spaces.
       01  probe-edit           pic z(8)9.
       01  one-second           pic 9(4) comp value 1.
       01  time-now             pic 9(8)   value zero.
       Linkage section.
       copy "file-enq.cpy".
      *>
       Procedure division using enq-request.
       0000-main.
           move "00" to enq-status
           perform 0100-setup
           evaluate enq-function
               when "ENQ"
                   perform 1000-enqueue
               when "DEQ"
                   perform 2000-dequeue
               when "DEQALL"
                   perform 2000-dequeue
               when "LIST"
                   perform 3000-list
               when "CLEAR"
                   perform 4000-clear
               when other
                   set enq-bad-request to true
           end-evaluate
           move zero to return-code
           goback.
      *>
      *> who is asking, and where the table lives
      *>
       0100-setup.
           accept table-name from environment "ENQUEUE_TABLE"
           end-accept
           if table-name = spaces
               move "ENQUEUE.DAT" to table-name
           end-if
           move spaces to lock-name
           string function trim (table-name) delimited by size
                  ".LCK" delimited by size
                  into lock-name
           call "C$GETPID" returning my-pid
           move spaces to my-token
           accept my-token from environment "ENQUEUE_OWNER"
           end-accept
           if my-token = spaces
               string "PID" delimited by size
                      my-pid delimited by size
                      into my-token
           end-if
           move spaces to my-operator
           accept my-operator from environment "OPERATOR_ID"
           end-accept
           if my-operator = spaces
               accept my-operator from environment "LOGNAME"
               end-accept
           end-if.
      *>
      *>----------------------------------------------------------------
      *> ENQ - a SHR request conflicts with another owner's EXC, an
      *> EXC request with another owner's anything.  While it
      *> conflicts the lock is let go and the request retried once a
      *> second until enq-wait runs out
      *>----------------------------------------------------------------
       1000-enqueue.
           if enq-file = spaces
              or (enq-mode not = "SHR" and enq-mode not = "EXC")
               set enq-bad-request to true
               exit paragraph
           end-if
           move zero to waited
           perform until exit
               perform 8000-lock
               if lock-sw not = "Y"
                   set enq-busy to true
                   exit perform
               end-if
               perform 8200-load
               perform 1100-find-conflict
               if conflict-x = zero
                   set enq-granted to true
                   perform 1200-add-hold
                   if enq-granted
                       perform 8300-save
                   end-if
                   perform 8100-unlock
                   exit perform
               end-if
               perform 8100-unlock
               move ht-owner (conflict-x)    to enq-holder
               if enq-holder = spaces
                   move ht-token (conflict-x) to enq-holder
               end-if
               move ht-mode (conflict-x)     to enq-holder-mode
               move ht-operator (conflict-x) to enq-holder-operator
               move ht-pid (conflict-x)      to enq-holder-pid
               move ht-pid (conflict-x)      to probe-pid
               perform 8500-probe-pid
               move stale-sw to enq-holder-stale
               set enq-held to true
               if waited not < enq-wait
                   exit perform
               end-if
               call "C$SLEEP" using one-second
               add 1 to waited
           end-perform.
      *>
       1100-find-conflict.
           move zero to conflict-x
           perform varying hx from 1 by 1
                   until hx > hold-count or conflict-x > zero
               if ht-file (hx) = enq-file
                  and ht-token (hx) not = my-token
                  and (enq-mode = "EXC" or ht-mode (hx) = "EXC")
                   move hx to conflict-x
               end-if
           end-perform.
      *>
      *> a second ENQ by the same process on the same file only ever
      *> strengthens the hold it already has
      *>
       1200-add-hold.
           perform varying hx from 1 by 1 until hx > hold-count
               if ht-file (hx) = enq-file
                  and ht-token (hx) = my-token
                  and ht-pid (hx) = my-pid
                   if enq-mode = "EXC"
                       move "EXC" to ht-mode (hx)
                   end-if
                   exit paragraph
               end-if
           end-perform
           if hold-count not < 200
               set enq-busy to true
               exit paragraph
           end-if
           add 1 to hold-count
           move enq-file    to ht-file (hold-count)
           move enq-mode    to ht-mode (hold-count)
           move my-token    to ht-token (hold-count)
           move enq-owner   to ht-owner (hold-count)
           move my-operator to ht-operator (hold-count)
           move my-pid      to ht-pid (hold-count)
           accept ht-date (hold-count) from date yyyymmdd
           accept time-now from time
           move time-now (1:6) to ht-time (hold-count).
      *>
      *>----------------------------------------------------------------
      *> DEQ / DEQALL - only this process's own rows go, so a step
      *> program letting go never drops the hold its jobstep took
      *>----------------------------------------------------------------
       2000-dequeue.
           perform 8000-lock
           if lock-sw not = "Y"
               set enq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move zero to hy
           perform varying hx from 1 by 1 until hx > hold-count
               if ht-token (hx) = my-token
                  and ht-pid (hx) = my-pid
                  and (enq-function = "DEQALL"
                       or ht-file (hx) = enq-file)
                   continue
               else
                   add 1 to hy
                   if hy not = hx
                       move hold-entry (hx) to hold-entry (hy)
                   end-if
               end-if
           end-perform
           if hy = hold-count
      *>       no such hold - nothing to clear
               set enq-bad-request to true
           else
               move hy to hold-count
               perform 8300-save
           end-if
           perform 8100-unlock.
      *>
      *>----------------------------------------------------------------
      *> LIST - the whole table, each holder's process probed
      *>----------------------------------------------------------------
       3000-list.
           move zero to enq-count
           perform 8000-lock
           if lock-sw not = "Y"
               set enq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 8100-unlock
           perform varying hx from 1 by 1
                   until hx > hold-count or hx > 50
               add 1 to enq-count
               move ht-file (hx)     to el-file (enq-count)
               move ht-mode (hx)     to el-mode (enq-count)
               move ht-token (hx)    to el-token (enq-count)
               move ht-owner (hx)    to el-owner (enq-count)
               move ht-operator (hx) to el-operator (enq-count)
               move ht-pid (hx)      to el-pid (enq-count)
               move ht-date (hx)     to el-date (enq-count)
               move ht-time (hx)     to el-time (enq-count)
               move ht-pid (hx)      to probe-pid
               perform 8500-probe-pid
               move stale-sw to el-stale (enq-count)
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> CLEAR - enq-file as held by process enq-holder-pid, and only
      *> when that process is gone
      *>----------------------------------------------------------------
       4000-clear.
           move enq-holder-pid to probe-pid
           perform 8500-probe-pid
           if stale-sw not = "Y"
               set enq-held to true
               exit paragraph
           end-if
           perform 8000-lock
           if lock-sw not = "Y"
               set enq-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move zero to hy
           perform varying hx from 1 by 1 until hx > hold-count
               if ht-file (hx) = enq-file
                  and ht-pid (hx) = enq-holder-pid
                   continue
               else
                   add 1 to hy
                   if hy not = hx
                       move hold-entry (hx) to hold-entry (hy)
                   end-if
               end-if
           end-perform
           if hy = hold-count
      *>       no such hold - nothing to clear
               set enq-bad-request to true
           else
               move hy to hold-count
               perform 8300-save
           end-if
           perform 8100-unlock.
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
           move zero to hold-count
           open input enq-table-file
           if tab-fs not = "00"
               exit paragraph
           end-if
           perform until tab-fs not = "00"
               read enq-table-file
                   not at end
                       if et-file not = spaces and hold-count < 200
                           add 1 to hold-count
                           move et-file     to ht-file (hold-count)
                           move et-mode     to ht-mode (hold-count)
                           move et-token    to ht-token (hold-count)
                           move et-owner    to ht-owner (hold-count)
                           move et-operator to ht-operator (hold-count)
                           move et-pid      to ht-pid (hold-count)
                           move et-date     to ht-date (hold-count)
                           move et-time     to ht-time (hold-count)
                       end-if
               end-read
           end-perform
           close enq-table-file.
      *>
       8300-save.
           open output enq-table-file
           if tab-fs not = "00"
               set enq-busy to true
               exit paragraph
           end-if
           perform varying hx from 1 by 1 until hx > hold-count
               move spaces to enq-table-rec
               move ht-file (hx)     to et-file
               move ht-mode (hx)     to et-mode
               move ht-token (hx)    to et-token
               move ht-owner (hx)    to et-owner
               move ht-operator (hx) to et-operator
               move ht-pid (hx)      to et-pid
               move ht-date (hx)     to et-date
               move ht-time (hx)     to et-time
               write enq-table-rec
           end-perform
           close enq-table-file.
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
       end program "FILEENQ".
