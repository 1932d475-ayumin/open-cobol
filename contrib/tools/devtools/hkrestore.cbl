*>                          [TO=<name>]
*>                          non-interactive restore of the newest
*>                          matching entry
*>
*>                      An archived copy under a legal hold in force
*>                      is listed HELD with its hold id.  A restore
*>                      only ever copies, so the held copy stays in
*>                      the archive; the restore says so, and the
*>                      RESTORED catalog entry carries the hold id.
*>**
*>    Called by.
*>                      Run standalone when something archived is
*>                      needed back.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (cp), CBL_CHECK_FILE_EXIST
*>                      HOLDCHK
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "hkrestore v1.02.00".
 77  fs-reply              pic 99.
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
*>
         05  Ht-File       pic x(120).
         05  Ht-Bytes      pic 9(15).
         05  Ht-Dest       pic x(80).
         05  Ht-Hold       pic x(12).
 77  Hit-Count             Binary-Long  value zero.
*>
 01  ws-Cat-Date           pic x(8)     value spaces.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Cat-Line           pic x(300)   value spaces.
*>
*> the legal hold, if any, each archived copy is preserved under
 copy "hold-chk.cpy".
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
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
              display "hkrestore: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Arg-Number from argument-number.
*> RECOVERD rows carry no "-> dest"; the default archive layout
*> still finds them through the policy's directory when listed
     move     ws-Cat-Dest to Ht-Dest (Hit-Count).
     move     spaces to Ht-Hold (Hit-Count).
     if       ws-Cat-Dest not = spaces
              move Hit-Count to ws-Sub
              perform 3100-Archive-Path thru 3100-Exit
              initialize hc-request
              move "CHECK" to hc-function
              move ws-Src-Path to hc-file
              call "HOLDCHK" using hc-request
                   on exception
                   continue
              end-call
              if  hc-held
                  move hc-hold-id to Ht-Hold (Hit-Count)
              end-if.
     go       to 1010-Next.
 1000-Exit.
     exit.
                  display "        in " function trim
                          (Ht-Dest (ws-Sub))
              end-if
              if  Ht-Hold (ws-Sub) not = spaces
                  display "        HELD under legal hold "
                          function trim (Ht-Hold (ws-Sub))
              end-if
     end-perform.
     display  " ".
     display  "Restore with: hkrestore PICK=n [TO=<name>]".
     exit.
*>
 3000-Restore.
     if       Ht-Dest (ws-Pick) = spaces
              display "Catalog entry names no archive directory -"
                      " give the file by hand"
              move 12 to return-code
              goback.
     move     ws-Pick to ws-Sub.
     perform  3100-Archive-Path thru 3100-Exit.
     if       ws-To-Name = spaces
              move Ht-File (ws-Pick) to ws-To-Name.
*> never silently over a living file
                      " -> " function trim (ws-To-Name)
                      " (verified)"
              move zero to return-code.
     if       Ht-Hold (ws-Pick) not = spaces
              display "The archived copy is under legal hold "
                      function trim (Ht-Hold (ws-Pick))
                      " and stays in the archive".
*> the file's history stays in one place
     open     extend Catalog-File.
     if       fs-reply = zero or fs-reply = 05
              move spaces to ws-Cat-Line
              move Ht-Bytes (ws-Pick) to ws-Bytes-Edit
              move 1 to ws-Tally
              string ws-Run-Date " RESTORED "
                     function trim (Ht-File (ws-Pick))
                     " " function trim (ws-Bytes-Edit)
                     " bytes -> " function trim (ws-To-Name)
                     delimited by size into ws-Cat-Line
                     pointer ws-Tally
              if  Ht-Hold (ws-Pick) not = spaces
                  string " HOLD=" function trim (Ht-Hold (ws-Pick))
                         delimited by size into ws-Cat-Line
                         pointer ws-Tally
              end-if
              write Catalog-Rec from ws-Cat-Line
              close Catalog-File.
 3000-Exit.
     exit.
*>
*> where the archived copy of entry ws-Sub lives: dest-dir/basename
 3100-Archive-Path.
     move     Ht-File (ws-Sub) to ws-Base-Name.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 120
              if  ws-Base-Name (ws-Bx:1) = "/"
                  move ws-Bx to ws-Slash-Pos
              end-if
     end-perform.
     add      1 to ws-Slash-Pos.
*> take only the bytes that remain past the slash - a full 120
*> would read past the end of the field
     compute  ws-Bx = 121 - ws-Slash-Pos.
     if       ws-Bx > zero
              move ws-Base-Name (ws-Slash-Pos:ws-Bx) to ws-Base-Name
     else
              move spaces to ws-Base-Name.
     move     spaces to ws-Src-Path.
     string   function trim (Ht-Dest (ws-Sub)) delimited by size
              "/" delimited by size
              function trim (ws-Base-Name) delimited by size
              into ws-Src-Path.
 3100-Exit.
     exit.
