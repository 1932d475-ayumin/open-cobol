*>                      Run standalone from the devtools menu.
*>**
*>    Calls.
*>                      ENVPROF
*>                      boxwidget
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "synmaint v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Syn-File-Name         pic x(64)    value "FLDSYN.DAT".
 01  ws-New-Alias          pic x(32)    value spaces.
*>
 copy "box-widget.cpy".
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
              display "synmaint: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   Syn-File-Name from environment "FIELD_SYNONYMS"
              on exception
              move "FLDSYN.DAT" to Syn-File-Name
