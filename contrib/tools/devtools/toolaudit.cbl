*>                      Change control, and anyone with a question.
*>**
*>    Calls.
*>                      ENVPROF
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "toolaudit v1.01.00".
 77  fs-reply              pic 99.
 01  Audit-In-Name         pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Tally              Binary-Long  value zero.
 77  ws-Hit-Count          Binary-Long  value zero.
 01  ws-Edit               pic z(6)9.
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
              display "toolaudit: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Audit-In-Name from environment "TOOL_AUDIT"
              on exception
