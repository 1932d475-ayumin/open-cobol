      *> ***************************************************************
      *> Copybook:  file-enq.cpy
      *> Purpose:   Request area for the FILEENQ callable file enqueue
      *>            library - the shared table that stops a daytime save
      *>            and the overnight deck updating one file together.
      *>                CALL "FILEENQ" USING ENQ-REQUEST
      *>            with enq-function:
      *>              ENQ     hold enq-file as enq-mode (SHR or EXC) for
      *>                      enq-owner, waiting up to enq-wait seconds
      *>                      for a conflicting holder to let go
      *>              DEQ     let go of enq-file
      *>              DEQALL  let go of every file this process holds
      *>              LIST    every holder into enq-list, stale ones
      *>                      (the holding process is gone) flagged
      *>                      el-stale "Y"
      *>              CLEAR   drop the stale hold on enq-file left by
      *>                      process enq-holder-pid - a live holder is
      *>                      never cleared.  The caller checks the
      *>                      operator holds the Q permission first.
      *>            SHR holders share a file; EXC excludes everyone else.
      *>            Holders are told apart by the owner token - the
      *>            ENQUEUE_OWNER environment value, which jobstep sets
      *>            for its steps so a step's programs share the step's
      *>            holds, else one per process.
      *>
      *>            enq-status: 00 done, 04 held elsewhere (enq-holder
      *>            fields say by whom, enq-holder-stale "Y" when that
      *>            holder has gone) or not stale on CLEAR, 08 the
      *>            enqueue table could not be locked, 12 bad request.
      *> ***************************************************************
       01  enq-request.
           05  enq-function         pic x(8).
           05  enq-file             pic x(64).
           05  enq-mode             pic x(3).
               88  enq-shared       value "SHR".
               88  enq-exclusive    value "EXC".
           05  enq-owner            pic x(16).
           05  enq-wait             pic 9(4).
           05  enq-status           pic xx.
               88  enq-granted      value "00".
               88  enq-held         value "04".
               88  enq-busy         value "08".
               88  enq-bad-request  value "12".
           05  enq-holder           pic x(16).
           05  enq-holder-mode      pic x(3).
           05  enq-holder-operator  pic x(16).
           05  enq-holder-pid       pic 9(9).
           05  enq-holder-stale     pic x.
           05  enq-count            pic 9(3).
           05  enq-list             occurs 50.
               07  el-file          pic x(64).
               07  el-mode          pic x(3).
               07  el-token         pic x(16).
               07  el-owner         pic x(16).
               07  el-operator      pic x(16).
               07  el-pid           pic 9(9).
               07  el-date          pic 9(8).
               07  el-time          pic 9(6).
               07  el-stale         pic x.
