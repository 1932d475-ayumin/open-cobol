*>                      writes a morning summary report (DEVTOOLS.RPT)
*>                      of what ran, what failed and where each
*>                      output went.
*>                      A queued command may name a generation data
*>                      group as BASE(0), BASE(-1) or BASE(+1); the
*>                      runner resolves it through GDGRES as the job
*>                      starts, and the job's new generations become
*>                      current only when it ends rc 0 - any other
*>                      ending drops them.
*>                      Each queue run appends one record to the
*>                      common run-audit trail (TOOLAUDIT.DAT, or the
*>                      TOOL_AUDIT name) under the operator who ran it.
*>                      Where DEVTOOLS_AFTER_JOB names a command (the
*>                      profiles name opsdash) it is run after every
*>                      job has its state written; what it returns is
*>                      ignored.
*>
*>                      The menus themselves may instead come from a
*>                      definition file (DEVMENU.DAT, or the name in
*>                      DEVTOOLS_MENU) so a tool is added by editing
*>                      the file, not this program.  Each menu is
*>                      shown as a boxwidget LIST, "?" offers the
*>                      boxhelp topic of any option on it, and options
*>                      the signed-on operator lacks the permission
*>                      for are hidden - or listed as locked where the
*>                      menu says LOCKED SHOW.  With no file, or with
*>                      errors in it, the built-in menu above is used.
*>                        MENU    <name> <title>   first one is the top
*>                        LOCKED  SHOW | HIDE
*>                        HELP    <topic>          menu or option topic
*>                        OPTION  <id> <text>
*>                        COMMAND <command line with {PARAM} names>
*>                        PARAM   <name> [OPTIONAL] [LIST <a,b,..>]
*>                                <prompt>
*>                        PERM    <OPSIGNON permission letter>
*>                        BATCH   offers Queue as well as Run
*>                        SUBMENU <menu name>
*>                        ACTION  DUMP | QUEUE | BACK | EXIT
*>                        END     ends the menu
*>                      Help topics default to DEVTOOLS.<menu> and
*>                      DEVTOOLS.<menu>.<option>, a parameter's to the
*>                      option topic followed by .<param>.  ACTION
*>                      QUEUE always needs the Q permission.
*>
*>                      The console speaks the language of the
*>                      operator's profile, through OPTEXT: its own
*>                      wording under DEVTOOLS text ids, a menu's
*>                      title under DEVMENU.<menu>, an option's text
*>                      under DEVMENU.<menu>.<option> and a parameter
*>                      prompt under DEVMENU.<menu>.<option>.<param>,
*>                      each left in English until TEXT.<language>
*>                      has it.  Answers (R/Q, FIXED/FREE, LIST
*>                      values) and the queue's report and messages
*>                      stay as they are in every language.
*>**
*>    Called by.
*>                      Run standalone from contrib/tools/devtools.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (cobxref, printcbl, dectrans, the
*>                              commands in the menu definitions and
*>                              the DEVTOOLS_AFTER_JOB command)
*>                      CBL_OC_DUMP
*>                      GDGRES
*>                      OPSIGNON, OPSIGNON-CHECK
*>                      boxwidget, boxhelp
*>                      MSGCAT
*>                      OPTEXT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Report-File      assign ws-Report-Name
              organization     line sequential
              status           fs-reply.
*>
*> the common run-audit trail - one record per queue run, so the
*> access recertification can see who used the Q permission
     select   optional Tool-Audit assign ws-Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
*> menu definitions - when present they replace the built-in menu
     select   Menu-Def         assign ws-Menu-Def-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>
 fd  Report-File.
 01  Report-Rec            pic x(250).
*>
 fd  Tool-Audit.
 01  Tool-Audit-Rec.
     03  Aud-Tool          pic x(10).
     03  filler            pic x.
     03  Aud-Operator      pic x(16).
     03  filler            pic x.
     03  Aud-Date          pic 9(8).
     03  filler            pic x.
     03  Aud-Time          pic 9(6).
     03  filler            pic x.
     03  Aud-RC            pic 9(4).
     03  filler            pic x.
     03  Aud-Input         pic x(64).
     03  filler            pic x.
     03  Aud-Options       pic x(64).
     03  filler            pic x.
     03  Aud-Outputs       pic x(64).
*>
 fd  Menu-Def.
 01  Menu-Def-Rec          pic x(300).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "devtools v1.08.00".
*>
 77  ws-Choice             pic x        value space.
 77  ws-Quit-Flag          pic x        value "N".
 01  ws-Queue-Name         pic x(64)    value "DEVTOOLS.QUE".
 01  ws-Queue-Done-Name    pic x(76)    value spaces.
 01  ws-Status-Name        pic x(64)    value "DEVTOOLS.STA".
 01  ws-After-Job          pic x(256)   value spaces.
 01  ws-Report-Name        pic x(64)    value "DEVTOOLS.RPT".
 01  ws-Tool-Audit-Name    pic x(64)    value "TOOLAUDIT.DAT".
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-1              pic x(16)    value spaces.
 77  ws-Run-Or-Queue       pic x        value space.
 01  ws-Report-Line        pic x(250)   value spaces.
 77  ws-Report-Ptr         pic 9(3)     value 1.
 01  ws-Num-Edit           pic z(5)9.
*>
*> menus loaded from the definition file - each menu's options are
*> a run of the option table, each option's parameters a run of the
*> parameter table
*>
 copy "box-widget.cpy".
 01  ws-Menu-Def-Name      pic x(64)    value "DEVMENU.DAT".
 01  ws-Menu-Table.
     03  ws-Menu-Entry     occurs 20.
         05  Mn-Name       pic x(16).
         05  Mn-Title      pic x(60).
         05  Mn-Locked     pic x.
             88  Mn-Show-Locked         value "S".
         05  Mn-Help       pic x(32).
         05  Mn-First-Opt  pic 9(3).
         05  Mn-Opt-Count  pic 9(3).
 77  Mnu-Count             pic 9(3)     value zero.
 01  ws-Option-Table.
     03  ws-Option-Entry   occurs 200.
         05  Mo-Id         pic x(8).
         05  Mo-Text       pic x(50).
         05  Mo-Command    pic x(300).
         05  Mo-Perm       pic x.
         05  Mo-Batch      pic x.
             88  Mo-Batch-Ok            value "Y".
         05  Mo-Submenu    pic x(16).
         05  Mo-Sub-Menu   pic 9(3).
         05  Mo-Action     pic x(8).
         05  Mo-Help       pic x(32).
         05  Mo-First-Prm  pic 9(3).
         05  Mo-Prm-Count  pic 9(3).
 77  Opt-Count             pic 9(3)     value zero.
 01  ws-Param-Table.
     03  ws-Param-Entry    occurs 400.
         05  Pm-Name       pic x(16).
         05  Pm-Optional   pic x.
         05  Pm-List       pic x(60).
         05  Pm-Prompt     pic x(30).
         05  Pm-Value      pic x(60).
 77  Prm-Count             pic 9(3)     value zero.
*>
*> loader work fields
 01  ws-Def-Line           pic x(300)   value spaces.
 01  ws-After-Word         pic x(300)   value spaces.
 01  ws-Rest               pic x(300)   value spaces.
 01  ws-Word1              pic x(16)    value spaces.
 01  ws-Word2              pic x(32)    value spaces.
 01  ws-Tok                pic x(60)    value spaces.
 77  ws-Parse-Ptr          pic 9(3)     value zero.
 77  ws-Tok-Ptr            pic 9(3)     value zero.
 77  ws-Tok-Start          pic 9(3)     value zero.
 77  ws-Err-Count          pic 9(3)     value zero.
 77  ws-Tally              pic 9        value zero.
 77  ws-In-Menu-Sw         pic x        value space.
     88  ws-In-Menu                     value "Y".
*>
*> the console - menu stack, the items on show and what each is
 01  ws-Menu-Stack.
     03  ws-Stack-Menu     pic 9(3)     occurs 10.
 77  ws-Stack-Depth        pic 99       value zero.
 01  ws-Item-Table.
     03  ws-Item-Entry     occurs 100.
         05  ws-Item-Opt   pic 9(3).
         05  ws-Item-Lock  pic x.
         05  ws-Item-Text  pic x(60).
 77  ws-Item-Count         pic 9(3)     value zero.
 77  ws-Mnu                pic 9(3)     value zero.
 77  ws-Opt                pic 9(3)     value zero.
 77  ws-Opt-Last           pic 9(3)     value zero.
 77  ws-Prm                pic 9(3)     value zero.
 77  ws-Prm-Last           pic 9(3)     value zero.
 77  ws-Pick               pic 9(3)     value zero.
 77  ws-Need-Perm          pic x        value space.
 77  ws-Perm-Sw            pic x        value space.
     88  ws-Perm-Held                   value "Y".
 77  ws-Plain-Sw           pic x        value space.
     88  ws-Plain-Menu                  value "Y".
 77  ws-Abandon-Sw         pic x        value space.
     88  ws-Abandon                     value "Y".
 77  ws-Found-Sw           pic x        value space.
     88  ws-Found                       value "Y".
 01  ws-List-Want          pic x(60)    value spaces.
 01  ws-List-Word          pic x(60)    value spaces.
 77  ws-List-Ptr           pic 99       value zero.
*>
*> command template expansion
 01  ws-Tpl-Text           pic x(300)   value spaces.
 01  ws-Tpl-Key            pic x(16)    value spaces.
 01  ws-Tpl-Delim          pic x        value space.
 01  ws-Unknown-Key        pic x(16)    value spaces.
 77  ws-Tpl-Len            pic 9(3)     value zero.
 77  ws-Tpl-Ptr            pic 9(3)     value zero.
 77  ws-Cmd-Ptr            pic 9(3)     value zero.
 77  ws-Sys-RC             pic 9(5)     value zero.
 77  ws-Queue-Status       pic 99       value zero.
*>
*> generation references in a queued command, and the owner token
*> each job's new generations are held under until it ends
 copy "gdg-res.cpy".
 01  ws-Gdg-Owner          pic x(16)    value spaces.
 01  ws-Pid                pic 9(9)     value zero.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> the runner's messages go out by their catalogue id - DVT0006E
 copy "msg-cat.cpy".
*>
*> the console's wording: the id OPTEXT knows each text by, then
*> the English, replaced at sign-on by the operator's own language
*> where TEXT.<language> has it
 copy "op-text.cpy".
 01  Tx-Texts.
     03  filler            pic x(32)  value "DEVTOOLS.SIGNED-ON".
     03  Tx-Signed-On      pic x(74)  value "Signed on:".
     03  filler            pic x(32)  value "DEVTOOLS.PASS-EXPIRES".
     03  Tx-Pass-Expires   pic x(74)  value "Passphrase expires in".
     03  filler            pic x(32)  value "DEVTOOLS.PASS-DAYS".
     03  Tx-Pass-Days      pic x(74)  value
         "days - see the shift supervisor".
     03  filler            pic x(32)  value "DEVTOOLS.BAD-PASS".
     03  Tx-Bad-Pass       pic x(74)  value
         "Wrong passphrase - restricted options are locked".
     03  filler            pic x(32)  value "DEVTOOLS.LOCKED".
     03  Tx-Locked         pic x(74)  value
         "Profile locked after failed sign-ons - see the shift supervisor".
     03  filler            pic x(32)  value "DEVTOOLS.EXPIRED".
     03  Tx-Expired        pic x(74)  value
         "Passphrase expired - restricted options are locked until it is reset".
     03  filler            pic x(32)  value "DEVTOOLS.NOT-CHECKED".
     03  Tx-Not-Checked    pic x(74)  value
         "Passphrase not checked - restricted options are locked".
     03  filler            pic x(32)  value "DEVTOOLS.NO-IDENTITY".
     03  Tx-No-Identity    pic x(74)  value
         "No operator identity - restricted options are locked".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.TITLE".
     03  Tx-Menu-Title     pic x(74)  value "Open Cobol Dev Tools".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.1".
     03  Tx-Menu-1         pic x(74)  value
         "Cobxref    - cross-reference a Cobol source".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.2".
     03  Tx-Menu-2         pic x(74)  value
         "Printcbl   - print/list a source with copy books".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.3".
     03  Tx-Menu-3         pic x(74)  value
         "Dectrans   - decision table translator".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.4".
     03  Tx-Menu-4         pic x(74)  value
         "CBL_OC_DUMP - hex-dump a sample value (demo)".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.5".
     03  Tx-Menu-5         pic x(74)  value
         "Run the job queue now (unattended runner)".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.6".
     03  Tx-Menu-6         pic x(74)  value "Exit".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.PROMPT".
     03  Tx-Menu-Prompt    pic x(74)  value
         "Enter choice (1-6, ? for help):".
     03  filler            pic x(32)  value "DEVTOOLS.OPERATOR".
     03  Tx-Operator       pic x(74)  value "Operator".
     03  filler            pic x(32)  value "DEVTOOLS.NO-Q".
     03  Tx-No-Q           pic x(74)  value
         "does not hold the Q permission - ask the shift supervisor".
     03  filler            pic x(32)  value "DEVTOOLS.MENU.PICK".
     03  Tx-Menu-Pick      pic x(74)  value
         "Please enter a number from 1 to 6.".
     03  filler            pic x(32)  value "DEVTOOLS.NOTHING-OPEN".
     03  Tx-Nothing-Open   pic x(74)  value
         "Nothing here is open to operator".
     03  filler            pic x(32)  value "DEVTOOLS.LOCKED-NEEDS".
     03  Tx-Locked-Needs   pic x(74)  value "locked - needs".
     03  filler            pic x(32)  value "DEVTOOLS.LACKS".
     03  Tx-Lacks          pic x(74)  value "lacks the".
     03  filler            pic x(32)  value "DEVTOOLS.PERMISSION-ASK".
     03  Tx-Permission-Ask pic x(74)  value
         "permission - ask the shift supervisor".
     03  filler            pic x(32)  value "DEVTOOLS.NESTED".
     03  Tx-Nested         pic x(74)  value
         "Menus nested too deep - step back first".
     03  filler            pic x(32)  value "DEVTOOLS.BAD-CHARS".
     03  Tx-Bad-Chars      pic x(74)  value
         "That contains characters not allowed - try again".
     03  filler            pic x(32)  value "DEVTOOLS.ANSWER-ONE-OF".
     03  Tx-Answer-One-Of  pic x(74)  value "Answer one of".
     03  filler            pic x(32)  value "DEVTOOLS.HELP-WHICH".
     03  Tx-Help-Which     pic x(74)  value
         "Help on which option? (blank for this menu)".
     03  filler            pic x(32)  value "DEVTOOLS.NO-HELP".
     03  Tx-No-Help        pic x(74)  value "Help library not available".
     03  filler            pic x(32)  value "DEVTOOLS.RUN-NOW".
     03  Tx-Run-Now        pic x(74)  value "Run now".
     03  filler            pic x(32)  value "DEVTOOLS.QUEUE-TONIGHT".
     03  Tx-Queue-Tonight  pic x(74)  value
         "Queue for tonight's unattended run".
     03  filler            pic x(32)  value "DEVTOOLS.QUEUED-ON".
     03  Tx-Queued-On      pic x(74)  value "Queued on".
     03  filler            pic x(32)  value "DEVTOOLS.CANNOT-QUEUE".
     03  Tx-Cannot-Queue   pic x(74)  value "Cannot open queue file".
     03  filler            pic x(32)  value "DEVTOOLS.STATUS".
     03  Tx-Status         pic x(74)  value "status".
     03  filler            pic x(32)  value "DEVTOOLS.RETURN-CODE".
     03  Tx-Return-Code    pic x(74)  value "- return code".
     03  filler            pic x(32)  value "DEVTOOLS.PAUSE".
     03  Tx-Pause          pic x(74)  value
         "Press Enter to return to the menu".
     03  filler            pic x(32)  value "DEVTOOLS.RUN-OR-QUEUE".
     03  Tx-Run-Or-Queue   pic x(74)  value
         "Run now or Queue for tonight (R/Q):".
     03  filler            pic x(32)  value "DEVTOOLS.QUEUED".
     03  Tx-Queued         pic x(74)  value "Queued.".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-XREF-SOURCE".
     03  Tx-Ask-Xref-Source pic x(74) value
         "Source file name to cross-reference:".
     03  filler            pic x(32)  value "DEVTOOLS.NO-NAME".
     03  Tx-No-Name        pic x(74)  value
         "No file name entered - returning to menu.".
     03  filler            pic x(32)  value "DEVTOOLS.BAD-NAME".
     03  Tx-Bad-Name       pic x(74)  value
         "File name contains characters not allowed - returning to menu.".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-PRINT-SOURCE".
     03  Tx-Ask-Print-Source pic x(74) value
         "Source file name to print/list:".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-PRINT-FILE".
     03  Tx-Ask-Print-File pic x(74)  value
         "Print (work) file name to write:".
     03  filler            pic x(32)  value "DEVTOOLS.NO-PRINT-NAME".
     03  Tx-No-Print-Name  pic x(74)  value
         "No print file name entered - returning to menu.".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-FORMAT".
     03  Tx-Ask-Format     pic x(74)  value
         "Source format, FIXED or FREE:".
     03  filler            pic x(32)  value "DEVTOOLS.BAD-FORMAT".
     03  Tx-Bad-Format     pic x(74)  value
         "Must answer FIXED or FREE - returning to menu.".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-SPOOL".
     03  Tx-Ask-Spool      pic x(74)  value "Print spool name (PSN):".
     03  filler            pic x(32)  value "DEVTOOLS.NO-SPOOL".
     03  Tx-No-Spool       pic x(74)  value
         "No print spool name entered - returning to menu.".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-TABLE".
     03  Tx-Ask-Table      pic x(74)  value
         "Decision table source file name:".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-COBOL-OUT".
     03  Tx-Ask-Cobol-Out  pic x(74)  value
         "Output Cobol file name (blank for <source>.cpy):".
     03  filler            pic x(32)  value "DEVTOOLS.ASK-DUMP".
     03  Tx-Ask-Dump       pic x(74)  value
         "Text to hex-dump (up to 60 characters):".
     03  filler            pic x(32)  value "DEVTOOLS.NOTHING".
     03  Tx-Nothing        pic x(74)  value
         "Nothing entered - returning to menu.".
 01  filler redefines Tx-Texts.
     03  Tx-Entry          occurs 51.
         05  Tx-Id         pic x(32).
         05  Tx-Text       pic x(74).
 77  Tx-Count              pic 99       value 51.
 77  Tx-Sub                pic 99       value zero.
 01  ws-Rule               pic x(74)    value all "-".
 77  ws-Rule-Len           pic 99       value zero.
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
              display "devtools: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   ws-Queue-Name from environment "DEVTOOLS_QUEUE"
              on exception
              move "DEVTOOLS.QUE" to ws-Queue-Name
     if       ws-Status-Name = spaces
              move "DEVTOOLS.STA" to ws-Status-Name.
*>
*> a command the profile wants run after every job - the dashboard
*> pages, usually - so whoever watches them sees the night move
*>
     accept   ws-After-Job from environment "DEVTOOLS_AFTER_JOB"
              on exception
              move spaces to ws-After-Job
     end-accept.
*>
*> "devtools QUEUE" from a scheduler runs the queue with no menu
*> (schedulers have no keyboard - the sign-on is skipped there)
*>
              move spaces to op-id
              move "08" to op-status
     end-call.
     perform  1050-Load-Text thru 1050-Exit.
     evaluate true
         when op-signed-on or op-unknown
              display function trim (Tx-Signed-On) " "
                      function trim (op-id)
                      " - " function trim (op-name)
              if  op-signed-on and op-pass-days-left < 8
                  display function trim (Tx-Pass-Expires) " "
                          op-pass-days-left " "
                          function trim (Tx-Pass-Days)
              end-if
         when op-bad-passphrase
              display function trim (Tx-Bad-Pass)
         when op-locked
              display function trim (Tx-Locked)
         when op-pass-expired
              display function trim (Tx-Expired)
         when op-no-passphrase or op-no-cipher
              display function trim (Tx-Not-Checked)
         when other
              display function trim (Tx-No-Identity)
     end-evaluate.
*>
*> a menu definition file, when there is a good one, drives the
*> console; the built-in menu stays for when there is not, or when
*> the widget library cannot be reached
*>
     perform  1100-Load-Menus thru 1100-Exit.
     if       Mnu-Count > zero
              perform 1180-Word-Menus thru 1180-Exit
              move 1 to ws-Stack-Depth
              move 1 to ws-Stack-Menu (1)
              perform 1200-Menu-Console thru 1200-Exit
                      until ws-Quit or ws-Plain-Menu
     end-if.
     perform  1000-Show-Menu thru 1000-Exit until ws-Quit.
     stop     run.
*>
*>----------------------------------------------------------------
 1000-Show-Menu.
     display  " ".
     display  function trim (Tx-Menu-Title).
     compute  ws-Rule-Len = function length
                  (function trim (Tx-Menu-Title)).
     display  ws-Rule (1:ws-Rule-Len).
     display  "1  " function trim (Tx-Menu-1).
     display  "2  " function trim (Tx-Menu-2).
     display  "3  " function trim (Tx-Menu-3).
     display  "4  " function trim (Tx-Menu-4).
     display  "5  " function trim (Tx-Menu-5).
     display  "6  " function trim (Tx-Menu-6).
     display  " ".
     display  function trim (Tx-Menu-Prompt) " " with no advancing.
     accept   ws-Choice.
     evaluate ws-Choice
         when "1"
              if  op-perm-granted
                  perform 6000-Run-Queue thru 6000-Exit
              else
                  display function trim (Tx-Operator) " "
                          function trim (op-id) " "
                          function trim (Tx-No-Q)
              end-if
         when "6"
              move "Y" to ws-Quit-Flag
         when "?"
              perform 1800-Show-Help thru 1800-Exit
         when other
              display function trim (Tx-Menu-Pick)
     end-evaluate.
 1000-Exit.
     exit.
*>
*> the console's wording in the operator's language - OPTEXT leaves
*> the English of any text it has no translation for
 1050-Load-Text.
     initialize ot-request.
     move     "LANGUAGE" to ot-function.
     move     op-language to ot-language.
     call     "OPTEXT" using ot-request
              on exception
              go to 1050-Exit
     end-call.
     move     "TEXT" to ot-function.
     perform  varying Tx-Sub from 1 by 1 until Tx-Sub > Tx-Count
              move Tx-Id (Tx-Sub) to ot-id
              move Tx-Text (Tx-Sub) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Tx-Text (Tx-Sub)
     end-perform.
 1050-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> load the menu definition file, if there is one - any error in
*> it leaves Mnu-Count at zero and the built-in menu in charge
*>----------------------------------------------------------------
 1100-Load-Menus.
     accept   ws-Menu-Def-Name from environment "DEVTOOLS_MENU"
              on exception
              move "DEVMENU.DAT" to ws-Menu-Def-Name
     end-accept.
     if       ws-Menu-Def-Name = spaces
              move "DEVMENU.DAT" to ws-Menu-Def-Name.
     move     zero to Mnu-Count Opt-Count Prm-Count ws-Err-Count
                      ws-Opt.
     move     space to ws-In-Menu-Sw.
     open     input Menu-Def.
     if       fs-reply not = zero
              go to 1100-Exit.
 1110-Next.
     read     Menu-Def at end
              close Menu-Def
              go to 1190-Check.
     move     function trim (Menu-Def-Rec leading) to ws-Def-Line.
     if       ws-Def-Line = spaces
           or ws-Def-Line (1:1) = "*"
              go to 1110-Next.
*> the keyword, what follows it, and that again split at its first
*> word - COMMAND wants the whole of the remainder
     move     spaces to ws-Word1 ws-Word2 ws-After-Word ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring ws-Def-Line delimited by all spaces
              into ws-Word1 with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 301
              move ws-Def-Line (ws-Parse-Ptr:) to ws-After-Word.
     move     1 to ws-Parse-Ptr.
     unstring ws-After-Word delimited by all spaces
              into ws-Word2 with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 301
              move ws-After-Word (ws-Parse-Ptr:) to ws-Rest.
     move     function upper-case (ws-Word1) to ws-Word1.
     if       ws-Word1 not = "MENU" and not ws-In-Menu
              display "Menu definition line outside a MENU: "
                      function trim (ws-Def-Line)
              add 1 to ws-Err-Count
              go to 1110-Next.
     if      (ws-Word1 = "COMMAND" or "PARAM" or "PERM" or "BATCH"
                      or "SUBMENU" or "ACTION")
        and   ws-Opt = zero
              display function trim (ws-Word1)
                      " before any OPTION in menu "
                      function trim (Mn-Name (Mnu-Count))
              add 1 to ws-Err-Count
              go to 1110-Next.
     evaluate ws-Word1
         when "MENU"
              perform 1120-Take-Menu thru 1120-Exit
         when "LOCKED"
              evaluate function upper-case (ws-Word2)
                  when "SHOW"
                       move "S" to Mn-Locked (Mnu-Count)
                  when "HIDE"
                       move "H" to Mn-Locked (Mnu-Count)
                  when other
                       display "LOCKED must be SHOW or HIDE in menu "
                               function trim (Mn-Name (Mnu-Count))
                       add 1 to ws-Err-Count
              end-evaluate
         when "HELP"
              if  ws-Opt = zero
                  move ws-Word2 to Mn-Help (Mnu-Count)
              else
                  move ws-Word2 to Mo-Help (ws-Opt)
              end-if
         when "OPTION"
              perform 1130-Take-Option thru 1130-Exit
         when "COMMAND"
              move ws-After-Word to Mo-Command (ws-Opt)
         when "PARAM"
              perform 1140-Take-Param thru 1140-Exit
         when "PERM"
              if  ws-Word2 (2:) not = spaces or ws-Word2 = spaces
                  display "PERM needs a single permission letter - "
                          "option " function trim (Mo-Id (ws-Opt))
                  add 1 to ws-Err-Count
              else
                  move function upper-case (ws-Word2 (1:1))
                       to Mo-Perm (ws-Opt)
              end-if
         when "BATCH"
              move "Y" to Mo-Batch (ws-Opt)
         when "SUBMENU"
              move function upper-case (ws-Word2) to Mo-Submenu (ws-Opt)
         when "ACTION"
              move function upper-case (ws-Word2) to Mo-Action (ws-Opt)
              if  Mo-Action (ws-Opt) not = "DUMP" and not = "QUEUE"
                                 and not = "BACK" and not = "EXIT"
                  display "ACTION must be DUMP, QUEUE, BACK or EXIT - "
                          "option " function trim (Mo-Id (ws-Opt))
                  add 1 to ws-Err-Count
              end-if
         when "END"
              move space to ws-In-Menu-Sw
              move zero to ws-Opt
         when other
              display "Menu definition line not understood: "
                      function trim (ws-Def-Line)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1110-Next.
*>
*> every option does exactly one thing, every sub-menu exists and
*> every {NAME} in a command has its PARAM
 1190-Check.
     if       Mnu-Count = zero
              display "No MENU in " function trim (ws-Menu-Def-Name)
              add 1 to ws-Err-Count.
     perform  varying ws-Opt from 1 by 1 until ws-Opt > Opt-Count
              perform 1195-Check-Option thru 1195-Exit
     end-perform.
     move     zero to ws-Opt.
     if       ws-Err-Count > zero
              display "Menu definitions in "
                      function trim (ws-Menu-Def-Name)
                      " have errors - the built-in menu is used"
              move zero to Mnu-Count.
 1100-Exit.
     exit.
*>
*> MENU <name> <title>
 1120-Take-Menu.
     if       Mnu-Count not < 20
              display "Too many menus - 20 is the limit"
              add 1 to ws-Err-Count
              go to 1120-Exit.
     add      1 to Mnu-Count.
     move     function upper-case (ws-Word2) to Mn-Name (Mnu-Count).
     move     function trim (ws-Rest) to Mn-Title (Mnu-Count).
     move     "H" to Mn-Locked (Mnu-Count).
     move     spaces to Mn-Help (Mnu-Count).
     string   "DEVTOOLS." delimited by size
              Mn-Name (Mnu-Count) delimited by space
              into Mn-Help (Mnu-Count).
     compute  Mn-First-Opt (Mnu-Count) = Opt-Count + 1.
     move     zero to Mn-Opt-Count (Mnu-Count).
     move     zero to ws-Opt.
     move     "Y" to ws-In-Menu-Sw.
 1120-Exit.
     exit.
*>
*> OPTION <id> <text>
 1130-Take-Option.
     if       Opt-Count not < 200
        or    Mn-Opt-Count (Mnu-Count) not < 100
              display "Too many options - 100 a menu, 200 in all"
              add 1 to ws-Err-Count
              go to 1130-Exit.
     add      1 to Opt-Count.
     add      1 to Mn-Opt-Count (Mnu-Count).
     move     Opt-Count to ws-Opt.
     initialize ws-Option-Entry (ws-Opt).
     move     function upper-case (ws-Word2) to Mo-Id (ws-Opt).
     move     function trim (ws-Rest) to Mo-Text (ws-Opt).
     string   "DEVTOOLS." delimited by size
              Mn-Name (Mnu-Count) delimited by space
              "." delimited by size
              Mo-Id (ws-Opt) delimited by space
              into Mo-Help (ws-Opt).
     compute  Mo-First-Prm (ws-Opt) = Prm-Count + 1.
 1130-Exit.
     exit.
*>
*> PARAM <name> [OPTIONAL] [LIST <a,b,..>] <prompt>
 1140-Take-Param.
     if       Prm-Count not < 400
              display "Too many PARAM lines - 400 is the limit"
              add 1 to ws-Err-Count
              go to 1140-Exit.
     add      1 to Prm-Count.
     add      1 to Mo-Prm-Count (ws-Opt).
     initialize ws-Param-Entry (Prm-Count).
     move     function upper-case (ws-Word2) to Pm-Name (Prm-Count).
     move     1 to ws-Tok-Ptr.
 1145-Word.
     move     ws-Tok-Ptr to ws-Tok-Start.
     move     spaces to ws-Tok.
     if       ws-Tok-Ptr < 301
              unstring ws-Rest delimited by all spaces
                       into ws-Tok with pointer ws-Tok-Ptr.
     evaluate function upper-case (ws-Tok)
         when "OPTIONAL"
              move "Y" to Pm-Optional (Prm-Count)
              go to 1145-Word
         when "LIST"
              move spaces to ws-Tok
              if  ws-Tok-Ptr < 301
                  unstring ws-Rest delimited by all spaces
                           into ws-Tok with pointer ws-Tok-Ptr
              end-if
              move function upper-case (ws-Tok) to Pm-List (Prm-Count)
              go to 1145-Word
     end-evaluate.
     if       ws-Tok = spaces
              display "PARAM " function trim (Pm-Name (Prm-Count))
                      " has no prompt"
              add 1 to ws-Err-Count
              go to 1140-Exit.
     move     ws-Rest (ws-Tok-Start:) to Pm-Prompt (Prm-Count).
 1140-Exit.
     exit.
*>
 1195-Check-Option.
     move     zero to ws-Tally.
     if       Mo-Command (ws-Opt) not = spaces
              add 1 to ws-Tally.
     if       Mo-Submenu (ws-Opt) not = spaces
              add 1 to ws-Tally.
     if       Mo-Action (ws-Opt) not = spaces
              add 1 to ws-Tally.
     if       ws-Tally not = 1
              display "Option " function trim (Mo-Id (ws-Opt))
                      " needs one of COMMAND, SUBMENU or ACTION"
              add 1 to ws-Err-Count
              go to 1195-Exit.
     if       Mo-Submenu (ws-Opt) not = spaces
              move zero to Mo-Sub-Menu (ws-Opt)
              perform varying ws-Mnu from 1 by 1
                      until ws-Mnu > Mnu-Count
                      if  Mn-Name (ws-Mnu) = Mo-Submenu (ws-Opt)
                          move ws-Mnu to Mo-Sub-Menu (ws-Opt)
                      end-if
              end-perform
              if  Mo-Sub-Menu (ws-Opt) = zero
                  display "Option " function trim (Mo-Id (ws-Opt))
                          " names an unknown menu "
                          function trim (Mo-Submenu (ws-Opt))
                  add 1 to ws-Err-Count
              end-if
              go to 1195-Exit.
     if       Mo-Command (ws-Opt) not = spaces
              perform 1500-Build-Command thru 1500-Exit
              if  ws-Unknown-Key not = spaces
                  display "Option " function trim (Mo-Id (ws-Opt))
                          " has no PARAM for {"
                          function trim (ws-Unknown-Key) "}"
                  add 1 to ws-Err-Count
              end-if
     end-if.
 1195-Exit.
     exit.
*>
*> the definition file's wording in the operator's language: each
*> menu title, option text and parameter prompt by its DEVMENU id,
*> as written in the file where there is no translation
 1180-Word-Menus.
     move     "TEXT" to ot-function.
     perform  varying ws-Mnu from 1 by 1 until ws-Mnu > Mnu-Count
              move spaces to ot-id
              string "DEVMENU." delimited by size
                     Mn-Name (ws-Mnu) delimited by space
                     into ot-id
              move Mn-Title (ws-Mnu) to ot-text
              call "OPTEXT" using ot-request
                   on exception
                   go to 1180-Exit
              end-call
              move ot-text to Mn-Title (ws-Mnu)
              compute ws-Opt-Last = Mn-First-Opt (ws-Mnu)
                                  + Mn-Opt-Count (ws-Mnu) - 1
              perform 1185-Word-Option thru 1185-Exit
                      varying ws-Opt from Mn-First-Opt (ws-Mnu) by 1
                      until ws-Opt > ws-Opt-Last
     end-perform.
     move     zero to ws-Opt ws-Mnu.
 1180-Exit.
     exit.
*>
 1185-Word-Option.
     move     spaces to ot-id.
     string   "DEVMENU." delimited by size
              Mn-Name (ws-Mnu) delimited by space
              "." delimited by size
              Mo-Id (ws-Opt) delimited by space
              into ot-id.
     move     Mo-Text (ws-Opt) to ot-text.
     call     "OPTEXT" using ot-request.
     move     ot-text to Mo-Text (ws-Opt).
     compute  ws-Prm-Last = Mo-First-Prm (ws-Opt)
                          + Mo-Prm-Count (ws-Opt) - 1.
     perform  varying ws-Prm from Mo-First-Prm (ws-Opt) by 1
              until ws-Prm > ws-Prm-Last
              move spaces to ot-id
              string "DEVMENU." delimited by size
                     Mn-Name (ws-Mnu) delimited by space
                     "." delimited by size
                     Mo-Id (ws-Opt) delimited by space
                     "." delimited by size
                     Pm-Name (ws-Prm) delimited by space
                     into ot-id
              move Pm-Prompt (ws-Prm) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Pm-Prompt (ws-Prm)
     end-perform.
 1185-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one turn of the console: show the menu on top of the stack and
*> act on the pick - blank steps back a menu, or out at the top
*>----------------------------------------------------------------
 1200-Menu-Console.
     move     ws-Stack-Menu (ws-Stack-Depth) to ws-Mnu.
     perform  1250-Build-Items thru 1250-Exit.
     if       ws-Item-Count = zero
              initialize bw-request
              move "MESSAGE" to bw-function
              move 10 to bw-row
              move 10 to bw-col
              move 6 to bw-height
              move 60 to bw-width
              move Mn-Title (ws-Mnu) to bw-title
              string function trim (Tx-Nothing-Open) " "
                     delimited by size
                     op-id delimited by space
                     into bw-text
              call "boxwidget" using bw-request
                   on exception
                   move "Y" to ws-Plain-Sw
              end-call
              perform 1290-Back-Out thru 1290-Exit
              go to 1200-Exit.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     3 to bw-row.
     move     8 to bw-col.
     move     18 to bw-height.
     move     64 to bw-width.
     move     Mn-Title (ws-Mnu) to bw-title.
     perform  varying ws-Pick from 1 by 1 until ws-Pick > ws-Item-Count
              move ws-Item-Text (ws-Pick) to bw-item (ws-Pick)
     end-perform.
     move     ws-Item-Count to bw-item-count.
     move     Mn-Help (ws-Mnu) to bw-help-topic.
     call     "boxwidget" using bw-request
              on exception
              display "devtools: boxwidget library not available"
                      " - using the built-in menu"
              move "Y" to ws-Plain-Sw
              go to 1200-Exit
     end-call.
     if       bw-help-wanted
              perform 1600-Option-Help thru 1600-Exit
              go to 1200-Exit.
     if       bw-cancelled or bw-choice = zero
           or bw-choice > ws-Item-Count
              perform 1290-Back-Out thru 1290-Exit
              go to 1200-Exit.
     move     bw-choice to ws-Pick.
     move     ws-Item-Opt (ws-Pick) to ws-Opt.
     perform  1300-Take-Option thru 1300-Exit.
 1200-Exit.
     exit.
*>
*> the options of menu ws-Mnu this operator may see - held ones as
*> they are, locked ones only where the menu shows them
 1250-Build-Items.
     move     zero to ws-Item-Count.
     compute  ws-Opt-Last = Mn-First-Opt (ws-Mnu)
                          + Mn-Opt-Count (ws-Mnu) - 1.
     perform  varying ws-Opt from Mn-First-Opt (ws-Mnu) by 1
              until ws-Opt > ws-Opt-Last
              perform 1260-Check-Perm thru 1260-Exit
              if  ws-Perm-Held or Mn-Show-Locked (ws-Mnu)
                  add 1 to ws-Item-Count
                  move ws-Opt to ws-Item-Opt (ws-Item-Count)
                  move spaces to ws-Item-Text (ws-Item-Count)
                  if  ws-Perm-Held
                      move space to ws-Item-Lock (ws-Item-Count)
                      move Mo-Text (ws-Opt)
                           to ws-Item-Text (ws-Item-Count)
                  else
                      move "Y" to ws-Item-Lock (ws-Item-Count)
                      string function trim (Mo-Text (ws-Opt))
                             delimited by size
                             " (" delimited by size
                             function trim (Tx-Locked-Needs)
                             delimited by size
                             " " delimited by size
                             ws-Need-Perm delimited by size
                             ")" delimited by size
                             into ws-Item-Text (ws-Item-Count)
                  end-if
              end-if
     end-perform.
 1250-Exit.
     exit.
*>
*> does the signed-on operator hold what option ws-Opt needs - the
*> queue runner is a live operation and always wants Q
 1260-Check-Perm.
     move     Mo-Perm (ws-Opt) to ws-Need-Perm.
     if       Mo-Action (ws-Opt) = "QUEUE"
              move "Q" to ws-Need-Perm.
     move     "Y" to ws-Perm-Sw.
     if       ws-Need-Perm = space
              go to 1260-Exit.
     move     ws-Need-Perm to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              move "N" to ws-Perm-Sw.
 1260-Exit.
     exit.
*>
 1290-Back-Out.
     if       ws-Stack-Depth > 1
              subtract 1 from ws-Stack-Depth
     else
              move "Y" to ws-Quit-Flag.
 1290-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> act on a picked option
*>----------------------------------------------------------------
 1300-Take-Option.
     if       ws-Item-Lock (ws-Pick) = "Y"
              perform 1260-Check-Perm thru 1260-Exit
              move spaces to bw-text
              string function trim (Tx-Operator) " " delimited by size
                     op-id delimited by space
                     " " delimited by size
                     function trim (Tx-Lacks) " " delimited by size
                     ws-Need-Perm delimited by size
                     " " delimited by size
                     function trim (Tx-Permission-Ask)
                     delimited by size
                     into bw-text
              perform 1780-Message thru 1780-Exit
              go to 1300-Exit.
     if       Mo-Submenu (ws-Opt) not = spaces
              if  ws-Stack-Depth < 10
                  add 1 to ws-Stack-Depth
                  move Mo-Sub-Menu (ws-Opt)
                       to ws-Stack-Menu (ws-Stack-Depth)
              else
                  move Tx-Nested to bw-text
                  perform 1780-Message thru 1780-Exit
              end-if
              go to 1300-Exit.
     evaluate Mo-Action (ws-Opt)
         when "EXIT"
              move "Y" to ws-Quit-Flag
         when "BACK"
              perform 1290-Back-Out thru 1290-Exit
         when "DUMP"
              perform 5000-Run-Dump-Demo thru 5000-Exit
              perform 1790-Pause thru 1790-Exit
         when "QUEUE"
              perform 6000-Run-Queue thru 6000-Exit
              perform 1790-Pause thru 1790-Exit
         when other
              perform 1400-Take-Params thru 1400-Exit
              if  not ws-Abandon
                  perform 1500-Build-Command thru 1500-Exit
                  if  Mo-Batch-Ok (ws-Opt)
                      perform 1700-Run-Or-Queue thru 1700-Exit
                  else
                      perform 1750-Run-Now thru 1750-Exit
                  end-if
              end-if
     end-evaluate.
 1300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> prompt for the option's parameters, one INPUT each - blank on
*> a required one abandons the option, "?" shows the parameter's
*> help topic
*>----------------------------------------------------------------
 1400-Take-Params.
     move     space to ws-Abandon-Sw.
     move     Mo-First-Prm (ws-Opt) to ws-Prm.
     compute  ws-Prm-Last = Mo-First-Prm (ws-Opt)
                          + Mo-Prm-Count (ws-Opt) - 1.
 1410-Next-Param.
     if       ws-Prm > ws-Prm-Last
              go to 1400-Exit.
     move     spaces to Pm-Value (ws-Prm).
 1420-Ask.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     8 to bw-row.
     move     5 to bw-col.
     move     8 to bw-height.
     move     72 to bw-width.
     move     Mo-Text (ws-Opt) to bw-title.
     move     Pm-Prompt (ws-Prm) to bw-prompt.
     string   Mo-Help (ws-Opt) delimited by space
              "." delimited by size
              Pm-Name (ws-Prm) delimited by space
              into bw-help-topic.
     call     "boxwidget" using bw-request
              on exception
              move "Y" to ws-Abandon-Sw
              go to 1400-Exit
     end-call.
     if       bw-help-wanted
              initialize bh-request
              move bw-help-topic to bh-topic
              call "boxhelp" using bh-request
                   on exception
                   continue
              end-call
              go to 1420-Ask.
     if       bw-cancelled or bw-input-value = spaces
              if  Pm-Optional (ws-Prm) = "Y"
                  add 1 to ws-Prm
                  go to 1410-Next-Param
              end-if
              move "Y" to ws-Abandon-Sw
              go to 1400-Exit.
     move     bw-input-value to ws-Check-Name.
     perform  1900-Check-Filename thru 1900-Exit.
     if       ws-Bad-Name
              move Tx-Bad-Chars to bw-text
              perform 1780-Message thru 1780-Exit
              go to 1420-Ask.
     if       Pm-List (ws-Prm) not = spaces
              perform 1450-Check-List thru 1450-Exit
              if  not ws-Found
                  move spaces to bw-text
                  string function trim (Tx-Answer-One-Of) " "
                         delimited by size
                         Pm-List (ws-Prm) delimited by space
                         into bw-text
                  perform 1780-Message thru 1780-Exit
                  go to 1420-Ask
              end-if
     end-if.
     move     ws-Check-Name to Pm-Value (ws-Prm).
     add      1 to ws-Prm.
     go       to 1410-Next-Param.
 1400-Exit.
     exit.
*>
*> is the answer in ws-Check-Name one of the parameter's LIST
 1450-Check-List.
     move     space to ws-Found-Sw.
     move     function upper-case (function trim (ws-Check-Name))
              to ws-List-Want.
     move     1 to ws-List-Ptr.
     perform  until ws-List-Ptr > 60 or ws-Found
              move spaces to ws-List-Word
              unstring Pm-List (ws-Prm) delimited by ","
                       into ws-List-Word with pointer ws-List-Ptr
              if  ws-List-Word not = spaces
                and ws-List-Word = ws-List-Want
                  move "Y" to ws-Found-Sw
              end-if
     end-perform.
 1450-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> expand option ws-Opt's COMMAND into ws-Command, each {NAME}
*> replaced by that parameter's answer - a name with no PARAM comes
*> back in ws-Unknown-Key
*>----------------------------------------------------------------
 1500-Build-Command.
     move     spaces to ws-Command ws-Unknown-Key.
     move     1 to ws-Tpl-Ptr ws-Cmd-Ptr.
 1510-Piece.
     if       ws-Tpl-Ptr > 300
              go to 1500-Exit.
     move     spaces to ws-Tpl-Text ws-Tpl-Delim.
     move     zero to ws-Tpl-Len.
     unstring Mo-Command (ws-Opt) delimited by "{"
              into ws-Tpl-Text delimiter in ws-Tpl-Delim
                   count in ws-Tpl-Len
              with pointer ws-Tpl-Ptr.
     if       ws-Tpl-Len > zero
              string ws-Tpl-Text (1:ws-Tpl-Len) delimited by size
                     into ws-Command with pointer ws-Cmd-Ptr.
     if       ws-Tpl-Delim = space or ws-Tpl-Ptr > 300
              go to 1500-Exit.
     move     spaces to ws-Tpl-Key.
     unstring Mo-Command (ws-Opt) delimited by "}"
              into ws-Tpl-Key with pointer ws-Tpl-Ptr.
     move     function upper-case (ws-Tpl-Key) to ws-Tpl-Key.
     move     space to ws-Found-Sw.
     compute  ws-Prm-Last = Mo-First-Prm (ws-Opt)
                          + Mo-Prm-Count (ws-Opt) - 1.
     perform  varying ws-Prm from Mo-First-Prm (ws-Opt) by 1
              until ws-Prm > ws-Prm-Last or ws-Found
              if  Pm-Name (ws-Prm) = ws-Tpl-Key
                  move "Y" to ws-Found-Sw
                  if  Pm-Value (ws-Prm) not = spaces
                      string function trim (Pm-Value (ws-Prm))
                             delimited by size
                             into ws-Command with pointer ws-Cmd-Ptr
                  end-if
              end-if
     end-perform.
     if       not ws-Found
              move ws-Tpl-Key to ws-Unknown-Key.
     go       to 1510-Piece.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> "?" on a menu - which option's help, or the menu's own
*>----------------------------------------------------------------
 1600-Option-Help.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     3 to bw-row.
     move     8 to bw-col.
     move     18 to bw-height.
     move     64 to bw-width.
     move     Tx-Help-Which to bw-title.
     perform  varying ws-Pick from 1 by 1 until ws-Pick > ws-Item-Count
              move ws-Item-Text (ws-Pick) to bw-item (ws-Pick)
     end-perform.
     move     ws-Item-Count to bw-item-count.
     call     "boxwidget" using bw-request
              on exception
              go to 1600-Exit
     end-call.
     initialize bh-request.
     if       bw-ok and bw-choice > zero
        and   bw-choice not > ws-Item-Count
              move ws-Item-Opt (bw-choice) to ws-Opt
              move Mo-Help (ws-Opt) to bh-topic
     else
              move Mn-Help (ws-Mnu) to bh-topic.
     call     "boxhelp" using bh-request
              on exception
              move Tx-No-Help to bw-text
              perform 1780-Message thru 1780-Exit
     end-call.
 1600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a batch-capable option runs now or joins tonight's queue
*>----------------------------------------------------------------
 1700-Run-Or-Queue.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     8 to bw-row.
     move     15 to bw-col.
     move     7 to bw-height.
     move     50 to bw-width.
     move     Mo-Text (ws-Opt) to bw-title.
     move     Tx-Run-Now to bw-item (1).
     move     Tx-Queue-Tonight to bw-item (2).
     move     2 to bw-item-count.
     call     "boxwidget" using bw-request
              on exception
              go to 1700-Exit
     end-call.
     if       bw-cancelled or bw-choice = zero or bw-choice > 2
              go to 1700-Exit.
     if       bw-choice = 1
              perform 1750-Run-Now thru 1750-Exit
              go to 1700-Exit.
     perform  1960-Queue-Command thru 1960-Exit.
     move     spaces to bw-text.
     if       ws-Queue-Status = zero
              string function trim (Tx-Queued-On) " "
                     delimited by size
                     ws-Queue-Name delimited by space
                     into bw-text
     else
              string function trim (Tx-Cannot-Queue) " "
                     delimited by size
                     ws-Queue-Name delimited by space
                     ", " delimited by size
                     function trim (Tx-Status) " " delimited by size
                     ws-Queue-Status delimited by size
                     into bw-text.
     perform  1780-Message thru 1780-Exit.
 1700-Exit.
     exit.
*>
*> the tool's own output stays on the screen until Enter is pressed
 1750-Run-Now.
     display  " ".
     call     "SYSTEM" using ws-Command.
     move     return-code to ws-Sys-RC.
     if       ws-Sys-RC > 255
              divide 256 into ws-Sys-RC.
     move     zero to return-code.
     move     ws-Sys-RC to ws-Num-Edit.
     display  " ".
     display  function trim (ws-Command) " "
              function trim (Tx-Return-Code) " "
              function trim (ws-Num-Edit).
     perform  1790-Pause thru 1790-Exit.
 1750-Exit.
     exit.
*>
*> a one-line popup of bw-text
 1780-Message.
     move     bw-text to ws-Tpl-Text.
     initialize bw-request.
     move     "MESSAGE" to bw-function.
     move     10 to bw-row.
     move     4 to bw-col.
     move     6 to bw-height.
     move     74 to bw-width.
     move     Mn-Title (ws-Mnu) to bw-title.
     move     ws-Tpl-Text to bw-text.
     call     "boxwidget" using bw-request
              on exception
              display function trim (ws-Tpl-Text)
     end-call.
 1780-Exit.
     exit.
*>
 1790-Pause.
     display  function trim (Tx-Pause) " " with no advancing.
     accept   ws-Choice.
 1790-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the shop help file, through the boxhelp popup
*>----------------------------------------------------------------
     move     "DEVTOOLS.MENU" to bh-topic.
     call     "boxhelp" using bh-request
              on exception
              display function trim (Tx-No-Help)
     end-call.
 1800-Exit.
     exit.
*>----------------------------------------------------------------
 1950-Dispatch-Command.
     move     space to ws-Run-Or-Queue.
     display  function trim (Tx-Run-Or-Queue) " " with no advancing.
     accept   ws-Run-Or-Queue.
     if       ws-Queue-It
              perform 1960-Queue-Command thru 1960-Exit
              if  ws-Queue-Status not = zero
                  move "DVT0001" to mc-id
                  move ws-Queue-Name to mc-value (1)
                  move ws-Queue-Status to mc-value (2)
                  perform 9800-Issue-Msg thru 9800-Exit
              else
                  display function trim (Tx-Queued)
              end-if
     else
              call "SYSTEM" using ws-Command.
 1950-Exit.
     exit.
*>
*> append ws-Command to the job queue - ws-Queue-Status non-zero if
*> the queue file could not be opened
 1960-Queue-Command.
     open     extend Queue-File.
     if       fs-reply not = zero
              open output Queue-File.
     move     fs-reply to ws-Queue-Status.
     if       fs-reply not = zero
              go to 1960-Exit.
     write    Queue-Rec from ws-Command.
     close    Queue-File.
 1960-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> option 1 - cross-reference a source with cobxref
*>----------------------------------------------------------------
 2000-Run-Cobxref.
     display  function trim (Tx-Ask-Xref-Source) " "
              with no advancing.
     accept   ws-Source-Name.
     if       ws-Source-Name = spaces
              display function trim (Tx-No-Name)
              go to 2000-Exit.
     move     ws-Source-Name to ws-Check-Name.
     perform  1900-Check-Filename thru 1900-Exit.
     if       ws-Bad-Name
              display function trim (Tx-Bad-Name)
              go to 2000-Exit.
     move     spaces to ws-Command.
     string   "cobxref " delimited by size
*> option 2 - print/list a source with printcbl
*>----------------------------------------------------------------
 3000-Run-Printcbl.
     display  function trim (Tx-Ask-Print-Source) " "
              with no advancing.
     accept   ws-Source-Name.
     if       ws-Source-Name = spaces
              display function trim (Tx-No-Name)
              go to 3000-Exit.
     move     ws-Source-Name to ws-Check-Name.
     perform  1900-Check-Filename thru 1900-Exit.
     if       ws-Bad-Name
              display function trim (Tx-Bad-Name)
              go to 3000-Exit.
     display  function trim (Tx-Ask-Print-File) " "
              with no advancing.
     accept   ws-Print-Name.
     if       ws-Print-Name = spaces
              display function trim (Tx-No-Print-Name)
              go to 3000-Exit.
     move     ws-Print-Name to ws-Check-Name.
     perform  1900-Check-Filename thru 1900-Exit.
     if       ws-Bad-Name
              display function trim (Tx-Bad-Name)
              go to 3000-Exit.
     move     spaces to ws-Format-Reply.
     display  function trim (Tx-Ask-Format) " " with no advancing.
     accept   ws-Format-Reply.
     if       not ws-Format-Fixed and not ws-Format-Free
              display function trim (Tx-Bad-Format)
              go to 3000-Exit.
     display  function trim (Tx-Ask-Spool) " " with no advancing.
     accept   ws-Spool-Name.
     if       ws-Spool-Name = spaces
              display function trim (Tx-No-Spool)
              go to 3000-Exit.
     move     spaces to ws-Command.
     string   "printcbl " delimited by size
*> option 3 - translate a decision table with dectrans
*>----------------------------------------------------------------
 4000-Run-Dectrans.
     display  function trim (Tx-Ask-Table) " " with no advancing.
     accept   ws-Source-Name.
     if       ws-Source-Name = spaces
              display function trim (Tx-No-Name)
              go to 4000-Exit.
     move     ws-Source-Name to ws-Check-Name.
     perform  1900-Check-Filename thru 1900-Exit.
     if       ws-Bad-Name
              display function trim (Tx-Bad-Name)
              go to 4000-Exit.
     display  function trim (Tx-Ask-Cobol-Out) " "
              with no advancing.
     accept   ws-Print-Name.
     if       ws-Print-Name not = spaces
              move ws-Print-Name to ws-Check-Name
              perform 1900-Check-Filename thru 1900-Exit
              if ws-Bad-Name
                 display function trim (Tx-Bad-Name)
                 go to 4000-Exit
              end-if
     end-if.
*>----------------------------------------------------------------
 5000-Run-Dump-Demo.
     move     spaces to ws-Dump-Text.
     display  function trim (Tx-Ask-Dump) " "
              with no advancing.
     accept   ws-Dump-Text.
     perform  varying ws-Dump-Length from length of ws-Dump-Text
              continue
     end-perform.
     if       ws-Dump-Text = spaces
              display function trim (Tx-Nothing)
              go to 5000-Exit.
     call     "CBL_OC_DUMP" using ws-Dump-Text
                                  ws-Dump-Length
                      ws-Caution-Count ws-OK-Count.
     open     input Queue-File.
     if       fs-reply not = zero
              move "DVT0002" to mc-id
              move ws-Queue-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 6000-Exit.
 6010-Load-Job.
     read     Queue-File at end
     if       Queue-Rec = spaces
              go to 6010-Load-Job.
     if       ws-Job-Count not < 200
              move "DVT0003" to mc-id
              perform 9800-Issue-Msg thru 9800-Exit
              go to 6020-Loaded.
     add      1 to ws-Job-Count.
     move     Queue-Rec to ws-Job-Command (ws-Job-Count).
 6020-Loaded.
     close    Queue-File.
     if       ws-Job-Count = zero
              move "DVT0004" to mc-id
              move ws-Queue-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 6000-Exit.
*>
*> the queue is consumed by the run - rename it to a date-stamped
     call     "CBL_RENAME_FILE" using ws-Queue-Name
                                      ws-Queue-Done-Name.
     if       return-code not = zero
              move "DVT0005" to mc-id
              move ws-Queue-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move zero to return-code.
     perform  6300-Write-Status thru 6300-Exit.
     perform  6100-Run-One-Job  thru 6100-Exit
              varying ws-Job-Sub from 1 by 1
              until ws-Job-Sub > ws-Job-Count.
     perform  6400-Write-Report thru 6400-Exit.
     perform  6700-Write-Audit thru 6700-Exit.
     move     "DVT0010" to mc-id.
     move     ws-Job-Count to ws-Num-Edit.
     move     ws-Num-Edit to mc-value (1).
     move     ws-Fail-Count to ws-Num-Edit.
     move     ws-Num-Edit to mc-value (2).
     move     ws-Report-Name to mc-value (3).
     perform  9800-Issue-Msg thru 9800-Exit.
 6000-Exit.
     exit.
*>
     perform  6300-Write-Status thru 6300-Exit.
     perform  6200-Get-Seconds thru 6200-Exit.
     move     ws-End-Secs to ws-Start-Secs.
     perform  6500-Resolve-Gens thru 6500-Exit.
     if       not gdg-ok
              move 16 to ws-Job-RC (ws-Job-Sub)
              move zero to ws-Job-Elapsed (ws-Job-Sub)
              go to 6150-Judge.
     move     zero to return-code.
     call     "SYSTEM" using ws-Job-Command (ws-Job-Sub).
*>
              add 86400 to ws-End-Secs.
     compute  ws-Job-Elapsed (ws-Job-Sub) =
              ws-End-Secs - ws-Start-Secs.
 6150-Judge.
     perform  6600-End-Gens thru 6600-Exit.
     evaluate true
         when ws-Job-RC (ws-Job-Sub) = zero
              move "OK" to ws-Job-State (ws-Job-Sub)
         when other
              move "FAILED" to ws-Job-State (ws-Job-Sub)
              add 1 to ws-Fail-Count
              move "DVT0006" to mc-id
              move ws-Job-Sub to mc-value (1)
              move ws-Job-Command (ws-Job-Sub) to mc-value (2)
              move ws-Job-RC (ws-Job-Sub) to mc-value (3)
              perform 9800-Issue-Msg thru 9800-Exit
     end-evaluate.
     perform  6300-Write-Status thru 6300-Exit.
*> its outcome is no part of the job's - whatever it returns, the
*> queue goes on
     if       ws-After-Job not = spaces
              call "SYSTEM" using ws-After-Job
              move zero to return-code.
 6100-Exit.
     exit.
*>
     close    Status-File.
 6300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> BASE(n) in the job's command becomes the generation's file name
*> - each job under its own owner token, so one job's (+1) is never
*> another's
*>----------------------------------------------------------------
 6500-Resolve-Gens.
     if       ws-Pid = zero
              call "C$GETPID" returning ws-Pid.
     move     spaces to ws-Gdg-Owner.
     string   "DEVQ" ws-Pid "-" ws-Job-Sub
              delimited by size into ws-Gdg-Owner.
     set      environment "GDG_OWNER" to ws-Gdg-Owner.
     initialize gdg-request.
     move     "EXPAND" to gdg-function.
     move     ws-Job-Command (ws-Job-Sub) to gdg-text.
     call     "GDGRES" using gdg-request
              on exception
              move "00" to gdg-status
              go to 6500-Exit
     end-call.
     if       gdg-ok
              move gdg-text to ws-Job-Command (ws-Job-Sub)
              go to 6500-Exit.
     move     "DVT0007" to mc-id.
     move     ws-Job-Sub to mc-value (1).
     move     gdg-name to mc-value (2).
     move     gdg-status to mc-value (3).
     perform  9800-Issue-Msg thru 9800-Exit.
 6500-Exit.
     exit.
*>
*> rc 0 makes the job's new generations current; anything else,
*> cautions included, drops them
 6600-End-Gens.
     initialize gdg-request.
     if       ws-Job-RC (ws-Job-Sub) = zero
              move "COMMIT" to gdg-function
     else
              move "DISCARD" to gdg-function.
     call     "GDGRES" using gdg-request
              on exception
              continue
     end-call.
 6600-Exit.
     exit.
*>
 6400-Write-Report.
     open     output Report-File.
     if       fs-reply not = zero
              move "DVT0008" to mc-id
              move ws-Report-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 6400-Exit.
     accept   ws-Run-Date from date yyyymmdd.
     move     spaces to ws-Report-Line.
     close    Report-File.
 6400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one run-audit record for the queue run: the operator who ran it
*> (the signed-on one from the menu, OPERATOR_ID for a scheduled
*> run), the queue, the job count and the report
*>----------------------------------------------------------------
 6700-Write-Audit.
     accept   ws-Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to ws-Tool-Audit-Name
     end-accept.
     if       ws-Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to ws-Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              move "DVT0009" to mc-id
              move ws-Tool-Audit-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              go to 6700-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "DEVTOOLS" to Aud-Tool.
     move     op-id to Aud-Operator.
     if       Aud-Operator = spaces
              accept Aud-Operator from environment "OPERATOR_ID"
              end-accept.
     if       Aud-Operator = spaces
              move "BATCH" to Aud-Operator.
     accept   Aud-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     evaluate true
         when ws-Fail-Count > zero
              move 8 to Aud-RC
         when ws-Caution-Count > zero
              move 4 to Aud-RC
         when other
              move zero to Aud-RC
     end-evaluate.
     string   "QUEUE " function trim (ws-Queue-Name)
              delimited by size into Aud-Input.
     move     ws-Job-Count to ws-Num-Edit.
     string   "JOBS=" function trim (ws-Num-Edit)
              delimited by size into Aud-Options.
     move     ws-Report-Name to Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 6700-Exit.
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
