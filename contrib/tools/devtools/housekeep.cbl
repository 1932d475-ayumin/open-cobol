*>                      file, size, destination - and the run report
*>                      totals the space reclaimed.  TRIAL reports
*>                      what would happen without touching anything.
*>
*>                      Generations a generation data group has
*>                      rolled off its limit (GDGRES ROLLED) go the
*>                      same way first, whatever their age: archived
*>                      to the group's GDG.REG archive path, or
*>                      deleted when it names none, each catalogued,
*>                      then forgotten by the group.
*>
*>                      Nothing under a legal hold in force is
*>                      touched, live or TRIAL: a held file is left
*>                      where it is (a held rolled generation stays
*>                      rolled until the hold is released), an
*>                      archive path a rule ages is not purged of a
*>                      held archived copy, and a file is not archived
*>                      over a held copy of the same name.  Each is
*>                      reported HELD with its hold id and counted.
*>                      The register (LEGALHOLD.DAT) is holdmaint's.
*>**
*>    Called by.
*>                      The nightly batch tail.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (ls, mv)
*>                      CBL_CHECK_FILE_EXIST
*>                      CBL_DELETE_FILE
*>                      GDGRES
*>                      HOLDCHK
*>                      MSGCAT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "housekeep v1.04.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Bytes-Edit         pic z(14)9.
 01  ws-Cat-Line           pic x(300)   value spaces.
 77  ws-Cat-Ptr            pic 9(3)     value 1.
*>
*> rolled-off generations, off the GDGRES catalog
 copy "gdg-res.cpy".
 01  ws-Rolled-Table.
     03  ws-Rolled-Entry   occurs 50.
         05  ws-Rl-File    pic x(64).
         05  ws-Rl-Action  pic x(8).
         05  ws-Rl-Archive pic x(80).
 77  ws-Rolled-Count       Binary-Long  value zero.
 77  ws-Rolled-Sub         Binary-Long  value zero.
 77  ws-Rolled-Done        Binary-Long  value zero.
 77  ws-Done-Before        Binary-Long  value zero.
*>
*> legal holds - what HOLDCHK says is preserved is never touched
 copy "hold-chk.cpy".
 77  ws-Held-Sw            pic x        value "N".
     88  ws-Held                        value "Y".
 77  ws-Held-Count         Binary-Long  value zero.
 77  ws-Holds-In-Force     Binary-Long  value zero.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> messages go out by their catalogue id - HKP0012E and the like
 copy "msg-cat.cpy".
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
              display "housekeep: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     compute  ws-Today-Int = function integer-of-date (ws-Run-Date).
     perform  1000-Get-Args thru 1000-Exit.
*> no run goes ahead that cannot ask whether a file is held
     initialize hc-request.
     move     "COUNT" to hc-function.
     call     "HOLDCHK" using hc-request
              on exception
              move "HKP0001" to mc-id
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              goback
     end-call.
     if       hc-no-register
              move "HKP0002" to mc-id
              perform 9800-Issue-Msg thru 9800-Exit
     else
              move hc-count to ws-Holds-In-Force.
*> a killed run's half-done actions are settled before any new
*> rule runs - and never in TRIAL, which must touch nothing
     if       not ws-Trial
              perform 9000-Recover-Journal thru 9000-Exit.
     perform  2500-Roll-Off-Gens thru 2500-Exit.
     open     input Policy-File.
     if       fs-reply not = zero
              move "HKP0003" to mc-id
              move Policy-File-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              goback.
 0010-Next-Rule.
     display  "Archived             : " ws-Count-Edit.
     move     ws-Deleted-Count to ws-Count-Edit.
     display  "Deleted              : " ws-Count-Edit.
     move     ws-Rolled-Done to ws-Count-Edit.
     display  "Generations rolled   : " ws-Count-Edit.
     move     ws-Holds-In-Force to ws-Count-Edit.
     display  "Legal holds in force : " ws-Count-Edit.
     move     ws-Held-Count to ws-Count-Edit.
     display  "Held - not touched   : " ws-Count-Edit.
     move     ws-Error-Count to ws-Count-Edit.
     display  "Errors               : " ws-Count-Edit.
     move     ws-Bytes-Reclaimed to ws-Bytes-Edit.
                   ws-Pol-Action ws-Pol-Archive.
     move     function upper-case (ws-Pol-Action) to ws-Pol-Action.
     if       ws-Pol-Days-X (1:1) not numeric
              move "HKP0004" to mc-id
              move Policy-Rec to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move spaces to ws-Pol-Pattern
              go to 2000-Exit.
     compute  ws-Pol-Days = function numval (ws-Pol-Days-X).
     if       ws-Pol-Action not = "ARCHIVE" and not = "DELETE"
              move "HKP0005" to mc-id
              move Policy-Rec to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move spaces to ws-Pol-Pattern
              go to 2000-Exit.
     if       ws-Pol-Action = "ARCHIVE" and ws-Pol-Archive = spaces
              move "HKP0006" to mc-id
              move Policy-Rec to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move spaces to ws-Pol-Pattern.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> generations rolled off their group's limit: the registry says
*> ARCHIVE (with its path) or DELETE, and the file goes through the
*> same journalled, catalogued path as a rule's - the group only
*> forgets it once that has happened
*>----------------------------------------------------------------
 2500-Roll-Off-Gens.
     initialize gdg-request.
     move     "ROLLED" to gdg-function.
     call     "GDGRES" using gdg-request
              on exception
              go to 2500-Exit
     end-call.
     if       not gdg-ok
              move "HKP0007" to mc-id
              move gdg-status to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 2500-Exit.
*> the list is taken whole first - FORGET rewrites the catalog
     move     zero to ws-Rolled-Count.
     perform  varying ws-Rolled-Sub from 1 by 1
              until ws-Rolled-Sub > gdg-count
              add 1 to ws-Rolled-Count
              move gl-file (ws-Rolled-Sub)
                   to ws-Rl-File (ws-Rolled-Count)
              move gl-action (ws-Rolled-Sub)
                   to ws-Rl-Action (ws-Rolled-Count)
              move gl-archive (ws-Rolled-Sub)
                   to ws-Rl-Archive (ws-Rolled-Count)
     end-perform.
     perform  2600-Roll-One-Gen thru 2600-Exit
              varying ws-Rolled-Sub from 1 by 1
              until ws-Rolled-Sub > ws-Rolled-Count.
 2500-Exit.
     exit.
*>
 2600-Roll-One-Gen.
     move     ws-Rl-File (ws-Rolled-Sub) to ws-File-Name.
     move     ws-Rl-Action (ws-Rolled-Sub) to ws-Pol-Action.
     move     ws-Rl-Archive (ws-Rolled-Sub) to ws-Pol-Archive.
     if       ws-Pol-Action not = "ARCHIVE" and not = "DELETE"
              move "HKP0008" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 2600-Exit.
     call     "CBL_CHECK_FILE_EXIST" using ws-File-Name
                                           ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              if  not ws-Trial
                  display "Rolled generation "
                          function trim (ws-File-Name)
                          " is already gone - forgotten"
                  perform 2700-Forget-Gen thru 2700-Exit
              end-if
              go to 2600-Exit.
*> a held generation stays rolled off until its hold is released
     perform  4500-Check-Hold thru 4500-Exit.
     if       ws-Held
              go to 2600-Exit.
     if       ws-Trial
              display "TRIAL: would " function trim (ws-Pol-Action)
                      " " function trim (ws-File-Name)
                      " (rolled-off generation)"
              go to 2600-Exit.
     move     ws-Pol-Archive to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              move "HKP0009" to mc-id
              move ws-Pol-Archive to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 2600-Exit.
     move     ws-File-Name to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              move "HKP0010" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 2600-Exit.
     compute  ws-Done-Before = ws-Archived-Count + ws-Deleted-Count.
     if       ws-Pol-Action = "ARCHIVE"
              perform 5000-Archive-File thru 5000-Exit
     else
              perform 6000-Delete-File thru 6000-Exit.
     if       ws-Archived-Count + ws-Deleted-Count > ws-Done-Before
              add 1 to ws-Rolled-Done
              perform 2700-Forget-Gen thru 2700-Exit.
 2600-Exit.
     exit.
*>
 2700-Forget-Gen.
     initialize gdg-request.
     move     "FORGET" to gdg-function.
     move     ws-File-Name (1:64) to gdg-file.
     call     "GDGRES" using gdg-request
              on exception
              continue
     end-call.
 2700-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one rule: expand the pattern with the same ls shell-out idiom
*> dectrans' batch mode uses, then age every match
*>----------------------------------------------------------------
     move     ws-Pol-Pattern to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              move "HKP0011" to mc-id
              move ws-Pol-Pattern to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 3000-Exit.
     move     ws-Pol-Archive to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              move "HKP0009" to mc-id
              move ws-Pol-Archive to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 3000-Exit.
     move     spaces to ws-Command.
     if       ws-Age-Days not > ws-Pol-Days
              go to 4000-Exit.
     add      1 to ws-Aged-Count.
     perform  4500-Check-Hold thru 4500-Exit.
     if       ws-Held
              go to 4000-Exit.
     if       ws-Trial
              display "TRIAL: would " function trim (ws-Pol-Action)
                      " " function trim (ws-File-Name)
              perform 6000-Delete-File thru 6000-Exit.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> legal hold: the file itself, and for an ARCHIVE the copy it
*> would land on - an archived copy under hold is never written
*> over.  Reported the same way live and TRIAL.
*>----------------------------------------------------------------
 4500-Check-Hold.
     move     "N" to ws-Held-Sw.
     initialize hc-request.
     move     "CHECK" to hc-function.
     move     ws-File-Name to hc-file.
     call     "HOLDCHK" using hc-request.
     if       hc-held
              move "Y" to ws-Held-Sw
              move spaces to ws-Dest-Path
              go to 4510-Report.
     if       ws-Pol-Action not = "ARCHIVE"
              go to 4500-Exit.
     perform  9600-Build-Dest-Path thru 9600-Exit.
     initialize hc-request.
     move     "CHECK" to hc-function.
     move     ws-Dest-Path to hc-file.
     call     "HOLDCHK" using hc-request.
     if       not hc-held
              go to 4500-Exit.
     move     "Y" to ws-Held-Sw.
 4510-Report.
     add      1 to ws-Held-Count.
     if       ws-Trial
              display "TRIAL: HELD (" function trim (hc-hold-id)
                      ") - would not touch "
                      function trim (ws-File-Name)
     else
              display "HELD (" function trim (hc-hold-id)
                      ") - not touched: "
                      function trim (ws-File-Name).
     if       ws-Dest-Path not = spaces
              display "  its archive copy "
                      function trim (ws-Dest-Path)
                      " is preserved under the hold".
 4500-Exit.
     exit.
*>
 5000-Archive-File.
*> two-phase: intent, copy, verify the copy's size, durable
     move     zero to return-code.
     call     "SYSTEM" using ws-Command.
     if       return-code not = zero
              move "HKP0012" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              move zero to return-code
              go to 5000-Exit.
                                           ws-File-Info.
     if       return-code not = zero
           or ws-File-Size not = ws-Src-Size
              move "HKP0013" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              move zero to return-code
              go to 5000-Exit.
     perform  7000-Write-Catalog thru 7000-Exit.
     call     "CBL_DELETE_FILE" using ws-File-Name.
     if       return-code not = zero
              move "HKP0014" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              move zero to return-code.
     add      1 to ws-Archived-Count.
     move     zero to return-code.
     call     "CBL_DELETE_FILE" using ws-File-Name.
     if       return-code not = zero
              move "HKP0015" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              move zero to return-code
              move "DELETE" to ws-Pol-Action
     if       fs-reply not = zero
              open output Catalog-File.
     if       fs-reply not = zero
              move "HKP0016" to mc-id
              move Catalog-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 7000-Exit.
     move     spaces to ws-Cat-Line.
              call "CBL_CHECK_FILE_EXIST" using ws-File-Name
                                                 ws-File-Info
              if  return-code = zero
*>            a hold placed since the run died stops the delete
                  move "DELETE" to ws-Pol-Action
                  perform 4500-Check-Hold thru 4500-Exit
                  if  ws-Held
                      go to 9100-Exit
                  end-if
                  move "RECOVERD" to ws-Pol-Action
                  perform 7000-Write-Catalog thru 7000-Exit
                  call "CBL_DELETE_FILE" using ws-File-Name
                  display "  copy never landed - source untouched,"
                          " the rule will age it again tonight"
              else
                  move "HKP0017" to mc-id
                  move Rcv-File (Rcv-Sub) to mc-value (1)
                  perform 9800-Issue-Msg thru 9800-Exit
                  add 1 to ws-Error-Count
              end-if.
 9100-Exit.
     move     space to ws-Jnl-OK.
     open     extend Journal-File.
     if       fs-reply2 not = zero and not = 05
              move "HKP0018" to mc-id
              move ws-File-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              add 1 to ws-Error-Count
              go to 9500-Exit.
     move     "Y" to ws-Jnl-OK.
              into ws-Dest-Path.
 9600-Exit.
     exit.
*>
*> a message goes out through the shop catalogue by its id; were
*> MSGCAT missing the id and its values still reach the log
 9800-Issue-Msg.
     move     "ISSUE" to mc-function.
     call     "MSGCAT" using mc-request
              on exception
              display mc-id "? " function trim (mc-value (1)) " "
                      function trim (mc-value (2))
              move spaces to mc-values
     end-call.
 9800-Exit.
     exit.
