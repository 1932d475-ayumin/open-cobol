*>                      Run standalone when a record copybook changes.
*>**
*>    Calls.
*>                      ENVPROF
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(20) value "cpyrebuild v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Member-Work        pic x(64)    value spaces.
 01  ws-Base-Work          pic x(64)    value spaces.
 01  ws-Edit               pic z(3)9.
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
              display "cpyrebuild: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Queue-Name from environment "DEVTOOLS_QUEUE"
              on exception
