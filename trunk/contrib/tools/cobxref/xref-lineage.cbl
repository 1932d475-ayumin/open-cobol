*>                      cobxref inventory run.
*>**
*>    Calls.
*>                      ENVPROF
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(21) value "xref-lineage v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Syn-Sub            Binary-Long  value zero.
 01  ws-Fold-Name          pic x(32)    value spaces.
 01  ws-Fold-Alias         pic x(32)    value spaces.
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
              display "xref-lineage: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
*> unused slots must sort behind every real name
     move     high-values to Lin-Table.
