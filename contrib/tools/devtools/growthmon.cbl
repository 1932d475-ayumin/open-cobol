*>                        - shrank when it never shrinks
*>                        - stopped growing when it always grows
*>                          (the classic silent sign an upstream feed
*>                          died) - judged on working days only, as
*>                          the SHOPDATE date services know them: a
*>                          feed that does not run at the weekend or
*>                          on a holiday has not died
*>                      Exceptions also land in GROWTH.EXC, which the
*>                      morning operations pack folds into its front
*>                      page.
*>                      The nightly batch tail.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (ls), CBL_CHECK_FILE_EXIST, SHOPDATE
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "growthmon v1.02.00".
 77  fs-reply              pic 99.
 77  fs-reply2             pic 99.
 01  Fcat-In-Name          pic x(256)   value spaces.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
 01  ws-File-Name          pic x(64)    value spaces.
*>
*> the shop date services - is tonight a working night
 copy "shop-date.cpy".
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
 procedure division.
*>==================
 0000-mainline section.
 0000-Main.
*> every file and path setting comes from the active environment
*> profile, over anything the shell had - no profile, no run
     move     "ACTIVATE" to ep-function.
     call     "ENVPROF" using ep-request
              on exception
              move "ENVPROF library not available" to ep-text
              move "20" to ep-status
     end-call.
     if       not ep-ok
              display "growthmon: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   History-Name from environment "GROWTHMON_HISTORY"
*>----------------------------------------------------------------
 4000-Judge-And-Log.
     open     output Exc-File.
     move     "WORKDAY" to sd-function.
     move     ws-Run-Date to sd-date.
     call     "SHOPDATE" using sd-request.
     display  " ".
     display  "Growth report - " ws-Run-Date.
     display  "=============================".
     if       not sd-is-working
              display "Not a working day - a file that stopped "
                      "growing is not an anomaly tonight".
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fil-Count
              perform 4100-One-File thru 4100-Exit
     end-perform.
              move "SHRANK and it never shrinks" to ws-Exc-Why
              perform 4900-Log-Exception thru 4900-Exit
         when ws-This-Delta = zero and ws-All-Grew = "Y"
          and sd-is-working
              display "  << STOPPED GROWING - did its feed die?"
              move "STOPPED GROWING - did its feed die?"
                                                 to ws-Exc-Why
