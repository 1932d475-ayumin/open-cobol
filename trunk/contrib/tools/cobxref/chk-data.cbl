*>                        <field> RANGE <lo> <hi>
*>                        <field> LIST <v1,v2,...>
*>                        <field> AFTER <other-field>
*>                        <field> WORKDAY
*>                      (AFTER: the field must compare not less than
*>                      the other - expiry after effective; WORKDAY:
*>                      a valid date that is a working day.)  Dates
*>                      are judged by the SHOPDATE date services, so
*>                      30 February fails here as it does everywhere
*>                      else, and a working day is the same working
*>                      day batchcal schedules by.
*>
*>                      chk-data <data-file> <layout.lay>
*>                               [RULES=<f>] [RECORD=<01 name>]
*>                      The head of the nightly stream.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN/READ/WRITE/CREATE/CLOSE_FILE for
*>                      ORG=SEQ.
*>                      SHOPDATE
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "chk-data v1.02.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Hit                pic x        value space.
 01  ws-List-Item          pic x(32)    value spaces.
 01  ws-Date-Num           pic 9(8)     value zero.
*>
*> byte-level handles for ORG=SEQ
 01  Seq-In-Handle         pic x(4)     comp-x value zero.
 01  Seq-Flag0             pic x        comp-x value zero.
 01  Seq-Acc-In            pic x        comp-x value 1.
 01  Seq-Acc-Out           pic x        comp-x value 2.
*>
*> the SHOPDATE request area
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
              display "chk-data: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  2000-Load-Layout thru 2000-Exit.
     move     "N" to ws-Hit.
     if       ws-Field-Val (1:8) numeric
              move ws-Field-Val (1:8) to ws-Date-Num
              move "VALIDATE" to sd-function
              move ws-Date-Num to sd-date
              call "SHOPDATE" using sd-request
              if  ws-Date-Num > 19000000 and sd-ok
                  move "Y" to ws-Hit
              end-if.
 4300-Exit.
                  move "not in the permitted list" to ws-Rule-Rest
                  perform 4910-Say-Why thru 4910-Exit
              end-if
         when "W"
              perform 4300-Check-Date thru 4300-Exit
              if  ws-Hit = "N"
                  perform 4900-Reject-Field thru 4900-Exit
                  move "not a valid date (rule)" to ws-Rule-Rest
                  perform 4910-Say-Why thru 4910-Exit
              else
                  if  not sd-is-working
                      perform 4900-Reject-Field thru 4900-Exit
                      move "not a working day" to ws-Rule-Rest
                      perform 4910-Say-Why thru 4910-Exit
                  end-if
              end-if
         when "A"
              move space to ws-Hit
              perform varying ws-Sub from 1 by 1
