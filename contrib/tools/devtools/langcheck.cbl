      >>source free
 Identification division.
*>**********************
      program-id.       langcheck.
*>**
*>    author.           Vincent Bryan Coen, Applewood Computers,
*>                      Applewood, Epping Road, Roydon, Essex, UK.
*>**
*>    date-written.     15 October 2026.
*>**
*>    Security.         Copyright (C) 2026- forever, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License
*>                      v2.0. Only. See the file COPYING for details but
*>                      for use within Open Cobol ONLY.
*>**
*>    Usage.            Console text check - what each operator
*>                      language still lacks.  The consoles fetch their
*>                      wording through OPTEXT from TEXT.<language> in
*>                      the CONSOLE_TEXT_DIR directory, and anything
*>                      not translated there shows in English; this
*>                      lists, language by language, what that is, so
*>                      the translator has a worklist and a new screen
*>                      is not left half in English unnoticed.
*>
*>                      langcheck [LANG=<xx>] [OUT=<file>]
*>
*>                      The master is every id a console asks for:
*>                        TEXT.EN       the consoles' own wording, with
*>                                      the English (shipped with the
*>                                      tools, in CONSOLE_TEXT_DIR)
*>                        DEVMENU.DAT   each menu, option and param of
*>                                      the devtools menus, as
*>                                      DEVMENU.<menu>[.<option>
*>                                      [.<param>]] (DEVTOOLS_MENU)
*>                        FORMS.DAT     each form and field, as
*>                                      FORM.<form>[.<field>]
*>                                      (FORMSRUN_FORMS)
*>
*>                      The languages checked are LANG=, else every
*>                      language an operator profile names (OPERATOR.PRO,
*>                      or OPERATOR_PROFILES) other than EN.  For each,
*>                      the report (LANGCHECK.RPT, or OUT=) lists:
*>                        - the ids its text file lacks, with the
*>                          English to translate;
*>                        - the ids it has that nothing asks for any
*>                          more - a renamed screen or a removed form;
*>                        - the help topics of the help file (HELP.TXT,
*>                          or HELP_FILE) its translation,
*>                          HELP.TXT.<language>, does not have.
*>
*>                      Return code: 0 every language complete, 4 some
*>                      text or help topic still in English, 16 no
*>                      TEXT.EN, a bad argument or the report could
*>                      not be written.
*>**
*>    Called by.
*>                      Run standalone, by whoever looks after the
*>                      translations; the devtools menu offers it.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
*> Copyright Notice.
*>*****************
*>
*> This file/program is part of Open Cobol and is copyright
*> (c) Vincent B Coen 2026 - forever.
*>
*> This program is free software; you can redistribute it and/or modify it
*> under the terms of the GNU General Public License as published by the
*> Free Software Foundation; version 2 ONLY within Open Cobol, providing
*> the package continues to be issued or marketed as 'Open Cobol' and
*> is available FREE OF CHARGE AND WITH FULL SOURCE CODE.
*>
*> It cannot be included or used with any other Compiler without the
*> written Authority by the copyright holder, Vincent B Coen.
*>
*> This program is distributed in the hope that it will be useful, but
*> WITHOUT ANY WARRANTY; without even the implied warranty of
*> MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*> General Public License for more details. If it breaks, you own both
*> pieces but I will endevor to fix it, providing you tell me about the
*> problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with this program; see the file COPYING.  If not, write to the Free
*> Software Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307
*> USA.
*>*************************************************************************
*>
 environment division.
 configuration section.
 source-computer.      linux.
 object-computer.      linux.
 input-Output section.
 file-control.
*>
     select   Text-In          assign ws-Text-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Menu-In          assign ws-Menu-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Forms-In         assign ws-Forms-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Profile-File     assign Profile-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Help-In          assign ws-Help-Open
              organization     line sequential
              status           fs-reply.
*>
     select   Report-Out       assign Report-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> TEXT.EN or a language's TEXT.<xx>: <id> <text>, "*" a comment
 fd  Text-In.
 01  Text-In-Rec           pic x(256).
*>
 fd  Menu-In.
 01  Menu-In-Rec           pic x(256).
*>
 fd  Forms-In.
 01  Forms-In-Rec          pic x(256).
*>
*> the operator profile as opermaint writes it - only the language,
*> last on the line, is wanted here
 fd  Profile-File.
 01  Profile-Rec.
     05  Pr-Id             pic x(16).
     05  filler            pic x(243).
     05  filler            pic x.
     05  Pr-Language       pic x(2).
*>
 fd  Help-In.
 01  Help-In-Rec           pic x(100).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(132).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "langcheck v1.00.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Want-Lang          pic xx       value spaces.
 01  ws-Text-Dir           pic x(200)   value spaces.
 01  ws-Text-Name          pic x(256)   value spaces.
 01  ws-Master-Name        pic x(256)   value spaces.
 01  ws-Menu-Name          pic x(64)    value "DEVMENU.DAT".
 01  ws-Forms-Name         pic x(64)    value "FORMS.DAT".
 01  Profile-Name          pic x(64)    value "OPERATOR.PRO".
 01  ws-Help-Name          pic x(64)    value "HELP.TXT".
 01  ws-Help-Open          pic x(68)    value spaces.
 01  Report-Name           pic x(64)    value spaces.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Stamp              pic x(16)    value spaces.
*>
*> every id a console asks for, with its English; Ms-Found is set
*> afresh for each language checked
 01  Mst-Table             value spaces.
     03  Mst-Entry         occurs 1500.
         05  Ms-Id         pic x(60).
         05  Ms-English    pic x(80).
         05  Ms-Found      pic x.
 77  Mst-Count             Binary-Long  value zero.
 77  ws-Mst-Texts          Binary-Long  value zero.
 77  ws-Mst-Menus          Binary-Long  value zero.
 77  ws-Mst-Forms          Binary-Long  value zero.
 77  ws-Mst-Full           pic x        value "N".
 77  ws-Master-Found       pic x        value "N".
*>
*> the languages to check and how many operators read each
 01  Lang-Table            value spaces.
     03  Lang-Entry        occurs 20.
         05  Lg-Code       pic xx.
         05  Lg-Operators  Binary-Long.
 77  Lang-Count            Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
 01  ws-Lang               pic xx       value spaces.
*>
*> the ids in the language's own text file
 01  Lt-Table              value spaces.
     03  Lt-Entry          occurs 1500.
         05  Lt-Id         pic x(60).
 77  Lt-Count              Binary-Long  value zero.
 77  ws-Lang-File          pic x        value "N".
*>
*> help topics - the help file's own, and those of the language's
*> translation of it
 01  Hb-Table              value spaces.
     03  Hb-Topic          pic x(32)    occurs 120.
 77  Hb-Count              Binary-Long  value zero.
 77  ws-Help-Found         pic x        value "N".
 01  Hl-Table              value spaces.
     03  Hl-Topic          pic x(32)    occurs 120.
 77  Hl-Count              Binary-Long  value zero.
 77  ws-Lang-Help          pic x        value "N".
*>
*> one definition line taken apart
 01  ws-Line               pic x(256)   value spaces.
 01  ws-Id                 pic x(60)    value spaces.
 01  ws-Text               pic x(256)   value spaces.
 01  ws-Word1              pic x(32)    value spaces.
 01  ws-Word2              pic x(32)    value spaces.
 01  ws-Rest               pic x(256)   value spaces.
 01  ws-Tok                pic x(64)    value spaces.
 77  ws-Parse-Ptr          Binary-Long  value zero.
 77  ws-Tok-Ptr            Binary-Long  value zero.
 77  ws-Tok-Start          Binary-Long  value zero.
 01  ws-Cur-Menu           pic x(32)    value spaces.
 01  ws-Cur-Opt            pic x(32)    value spaces.
 01  ws-Cur-Form           pic x(32)    value spaces.
*>
*> what each language lacks, and over all of them
 77  ws-Untrans            Binary-Long  value zero.
 77  ws-Stale              Binary-Long  value zero.
 77  ws-Help-Miss          Binary-Long  value zero.
 77  ws-Tot-Untrans        Binary-Long  value zero.
 77  ws-Tot-Help-Miss      Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 01  ws-Edit               pic z(6)9.
 01  ws-Edit2              pic z(6)9.
 01  ws-Edit3              pic z(6)9.
 01  ws-Report-Line        pic x(132)   value spaces.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> messages go out by their catalogue id - LNG0003W and the like
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
              display "langcheck: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     string   ws-Run-Date (1:4) "-" ws-Run-Date (5:2) "-"
              ws-Run-Date (7:2) " " ws-Time-Now (1:2) ":"
              ws-Time-Now (3:2)
              delimited by size into ws-Stamp.
     accept   ws-Text-Dir from environment "CONSOLE_TEXT_DIR"
              on exception
              move spaces to ws-Text-Dir
     end-accept.
     accept   ws-Menu-Name from environment "DEVTOOLS_MENU"
              on exception
              move "DEVMENU.DAT" to ws-Menu-Name
     end-accept.
     if       ws-Menu-Name = spaces
              move "DEVMENU.DAT" to ws-Menu-Name.
     accept   ws-Forms-Name from environment "FORMSRUN_FORMS"
              on exception
              move "FORMS.DAT" to ws-Forms-Name
     end-accept.
     if       ws-Forms-Name = spaces
              move "FORMS.DAT" to ws-Forms-Name.
     accept   Profile-Name from environment "OPERATOR_PROFILES"
              on exception
              move "OPERATOR.PRO" to Profile-Name
     end-accept.
     if       Profile-Name = spaces
              move "OPERATOR.PRO" to Profile-Name.
     accept   ws-Help-Name from environment "HELP_FILE"
              on exception
              move "HELP.TXT" to ws-Help-Name
     end-accept.
     if       ws-Help-Name = spaces
              move "HELP.TXT" to ws-Help-Name.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "LANG="
                       move function upper-case (ws-Arg-Text (6:2))
                            to ws-Want-Lang
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     if       ws-Want-Lang = "EN"
              display "EN is the master itself - LANG= names a "
                      "language to check against it"
              move 16 to return-code
              goback.
     if       Report-Name = spaces
              move "LANGCHECK.RPT" to Report-Name.
*>
     perform  1000-Load-Master    thru 1000-Exit.
     if       ws-Master-Found not = "Y"
              move "LNG0001" to mc-id
              move ws-Master-Name to mc-value (1)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              goback.
     perform  1200-Load-Menus     thru 1200-Exit.
     perform  1300-Load-Forms     thru 1300-Exit.
     perform  1400-Load-Languages thru 1400-Exit.
     perform  1500-Load-Help      thru 1500-Exit.
*>
     open     output Report-Out.
     if       fs-reply not = zero
              move "LNG0002" to mc-id
              move Report-Name to mc-value (1)
              move fs-reply to mc-value (2)
              perform 9800-Issue-Msg thru 9800-Exit
              move 16 to return-code
              goback.
     perform  3000-Report-Head thru 3000-Exit.
     perform  2000-Check-Language thru 2000-Exit
              varying ws-Lx from 1 by 1 until ws-Lx > Lang-Count.
     perform  3900-Report-Foot thru 3900-Exit.
     close    Report-Out.
     move     "LNG0005" to mc-id.
     move     Report-Name to mc-value (1).
     move     Lang-Count to ws-Edit.
     move     ws-Edit to mc-value (2).
     perform  9800-Issue-Msg thru 9800-Exit.
     if       ws-Tot-Untrans > zero or ws-Tot-Help-Miss > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> TEXT.EN - the consoles' own ids and their English
*>----------------------------------------------------------------
 1000-Load-Master.
     if       ws-Text-Dir = spaces
              move "TEXT.EN" to ws-Master-Name
     else
              string function trim (ws-Text-Dir) "/TEXT.EN"
                     delimited by size into ws-Master-Name.
     move     ws-Master-Name to ws-Text-Name.
     open     input Text-In.
     if       fs-reply not = zero
              go to 1000-Exit.
     move     "Y" to ws-Master-Found.
 1010-Next.
     read     Text-In at end
              close Text-In
              go to 1000-Exit.
     move     function trim (Text-In-Rec leading) to ws-Line.
     if       ws-Line = spaces or ws-Line (1:1) = "*"
              go to 1010-Next.
     perform  1900-Split-Line thru 1900-Exit.
     if       ws-Id = spaces or ws-Text = spaces
              go to 1010-Next.
     perform  1950-Add-Master thru 1950-Exit.
     if       ws-Hit = zero
              add 1 to ws-Mst-Texts.
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the devtools menus: MENU <name> <title>, OPTION <id> <text> and
*> PARAM <name> [OPTIONAL] [LIST a,b] <prompt> - as devtools reads
*> them, named as devtools asks OPTEXT for them
*>----------------------------------------------------------------
 1200-Load-Menus.
     open     input Menu-In.
     if       fs-reply not = zero
              go to 1200-Exit.
     move     spaces to ws-Cur-Menu ws-Cur-Opt.
 1210-Next.
     read     Menu-In at end
              close Menu-In
              go to 1200-Exit.
     move     function trim (Menu-In-Rec leading) to ws-Line.
     if       ws-Line = spaces or ws-Line (1:1) = "*"
              go to 1210-Next.
     perform  1800-Split-Words thru 1800-Exit.
     move     spaces to ws-Id ws-Text.
     evaluate ws-Word1
         when "MENU"
              move ws-Word2 to ws-Cur-Menu
              move spaces to ws-Cur-Opt
              string "DEVMENU." ws-Cur-Menu delimited by space
                     into ws-Id
              move ws-Rest to ws-Text
         when "OPTION"
              if  ws-Cur-Menu not = spaces
                  move ws-Word2 to ws-Cur-Opt
                  string "DEVMENU." ws-Cur-Menu "." ws-Cur-Opt
                         delimited by space into ws-Id
                  move ws-Rest to ws-Text
              end-if
         when "PARAM"
              if  ws-Cur-Opt not = spaces
                  string "DEVMENU." ws-Cur-Menu "." ws-Cur-Opt "."
                         ws-Word2 delimited by space into ws-Id
                  perform 1250-Param-Prompt thru 1250-Exit
              end-if
         when "END"
              move spaces to ws-Cur-Menu ws-Cur-Opt
     end-evaluate.
     if       ws-Id not = spaces
              perform 1950-Add-Master thru 1950-Exit
              if  ws-Hit = zero
                  add 1 to ws-Mst-Menus
              end-if
     end-if.
     go       to 1210-Next.
 1200-Exit.
     exit.
*>
*> the prompt is what is left once OPTIONAL and LIST <values> are
*> stepped over
 1250-Param-Prompt.
     move     1 to ws-Tok-Ptr.
 1255-Word.
     move     ws-Tok-Ptr to ws-Tok-Start.
     move     spaces to ws-Tok.
     if       ws-Tok-Ptr < 257
              unstring ws-Rest delimited by all spaces
                       into ws-Tok with pointer ws-Tok-Ptr.
     evaluate function upper-case (ws-Tok)
         when "OPTIONAL"
              go to 1255-Word
         when "LIST"
              move spaces to ws-Tok
              if  ws-Tok-Ptr < 257
                  unstring ws-Rest delimited by all spaces
                           into ws-Tok with pointer ws-Tok-Ptr
              end-if
              go to 1255-Word
     end-evaluate.
     if       ws-Tok not = spaces
              move ws-Rest (ws-Tok-Start:) to ws-Text.
 1250-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the forms screens: FORM <name> <title> and FIELD <name> ..., the
*> field's own name being its English label
*>----------------------------------------------------------------
 1300-Load-Forms.
     open     input Forms-In.
     if       fs-reply not = zero
              go to 1300-Exit.
     move     spaces to ws-Cur-Form.
 1310-Next.
     read     Forms-In at end
              close Forms-In
              go to 1300-Exit.
     move     function trim (Forms-In-Rec leading) to ws-Line.
     if       ws-Line = spaces or ws-Line (1:1) = "*"
              go to 1310-Next.
     perform  1800-Split-Words thru 1800-Exit.
     move     spaces to ws-Id ws-Text.
     evaluate ws-Word1
         when "FORM"
              move ws-Word2 to ws-Cur-Form
              string "FORM." ws-Cur-Form delimited by space
                     into ws-Id
              move ws-Rest to ws-Text
         when "FIELD"
              if  ws-Cur-Form not = spaces
                  string "FORM." ws-Cur-Form "." ws-Word2
                         delimited by space into ws-Id
                  move ws-Word2 to ws-Text
              end-if
         when "END"
              move spaces to ws-Cur-Form
     end-evaluate.
     if       ws-Id not = spaces
              perform 1950-Add-Master thru 1950-Exit
              if  ws-Hit = zero
                  add 1 to ws-Mst-Forms
              end-if
     end-if.
     go       to 1310-Next.
 1300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the languages: LANG= alone, else each one a profile names
*>----------------------------------------------------------------
 1400-Load-Languages.
     open     input Profile-File.
     if       fs-reply not = zero
              go to 1490-Wanted.
 1410-Next.
     read     Profile-File at end
              close Profile-File
              go to 1490-Wanted.
     if       Profile-Rec = spaces
              go to 1410-Next.
     move     function upper-case (Pr-Language) to ws-Lang.
     if       ws-Lang = spaces or ws-Lang = "EN"
              go to 1410-Next.
     if       ws-Want-Lang not = spaces and ws-Lang not = ws-Want-Lang
              go to 1410-Next.
     perform  1450-Find-Lang thru 1450-Exit.
     if       ws-Hit not = zero
              add 1 to Lg-Operators (ws-Hit).
     go       to 1410-Next.
*> a language asked for that no operator reads yet is still checked
 1490-Wanted.
     if       ws-Want-Lang not = spaces and Lang-Count = zero
              move ws-Want-Lang to ws-Lang
              perform 1450-Find-Lang thru 1450-Exit.
 1400-Exit.
     exit.
*>
 1450-Find-Lang.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lang-Count
              if  Lg-Code (ws-Sub) = ws-Lang
                  move ws-Sub to ws-Hit
                  exit perform
              end-if
     end-perform.
     if       ws-Hit = zero and Lang-Count < 20
              add 1 to Lang-Count
              move ws-Lang to Lg-Code (Lang-Count)
              move zero to Lg-Operators (Lang-Count)
              move Lang-Count to ws-Hit.
 1450-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the help file's topics - each "=" line starts one
*>----------------------------------------------------------------
 1500-Load-Help.
     move     ws-Help-Name to ws-Help-Open.
     perform  1550-Read-Topics thru 1550-Exit.
     if       ws-Lang-Help = "Y"
              move "Y" to ws-Help-Found
              move Hl-Table to Hb-Table
              move Hl-Count to Hb-Count.
 1500-Exit.
     exit.
*>
 1550-Read-Topics.
     move     "N" to ws-Lang-Help.
     move     zero to Hl-Count.
     open     input Help-In.
     if       fs-reply not = zero
              go to 1550-Exit.
     move     "Y" to ws-Lang-Help.
 1560-Next.
     read     Help-In at end
              close Help-In
              go to 1550-Exit.
     if       Help-In-Rec (1:1) not = "=" or Hl-Count not < 120
              go to 1560-Next.
     move     spaces to ws-Tok.
     unstring Help-In-Rec (2:99) delimited by all spaces
              into ws-Tok.
     if       ws-Tok = spaces
              go to 1560-Next.
     add      1 to Hl-Count.
     move     function upper-case (ws-Tok) to Hl-Topic (Hl-Count).
     go       to 1560-Next.
 1550-Exit.
     exit.
*>
*> keyword, its first word and the rest of the line, trimmed
 1800-Split-Words.
     move     spaces to ws-Word1 ws-Word2 ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring ws-Line delimited by all spaces
              into ws-Word1 ws-Word2
              with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 257
              move function trim (ws-Line (ws-Parse-Ptr:)) to ws-Rest.
     move     function upper-case (ws-Word1) to ws-Word1.
     move     function upper-case (ws-Word2) to ws-Word2.
 1800-Exit.
     exit.
*>
*> <id> <text> - as OPTEXT takes a text file line
 1900-Split-Line.
     move     spaces to ws-Id ws-Text.
     move     1 to ws-Parse-Ptr.
     unstring ws-Line delimited by all spaces
              into ws-Id with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 257
              move function trim (ws-Line (ws-Parse-Ptr:)) to ws-Text.
     move     function upper-case (ws-Id) to ws-Id.
 1900-Exit.
     exit.
*>
*> an id already in the master keeps its first English (ws-Hit set);
*> a new one is added, while there is room
 1950-Add-Master.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Mst-Count
              if  Ms-Id (ws-Sub) = ws-Id
                  move ws-Sub to ws-Hit
                  exit perform
              end-if
     end-perform.
     if       ws-Hit not = zero
              go to 1950-Exit.
     if       Mst-Count not < 1500
              move "Y" to ws-Mst-Full
              move 1 to ws-Hit
              go to 1950-Exit.
     add      1 to Mst-Count.
     move     ws-Id to Ms-Id (Mst-Count).
     move     ws-Text to Ms-English (Mst-Count).
 1950-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one language against the master - its text file, then its help
*>----------------------------------------------------------------
 2000-Check-Language.
     move     Lg-Code (ws-Lx) to ws-Lang.
     move     zero to ws-Untrans ws-Stale ws-Help-Miss Lt-Count.
     move     "N" to ws-Lang-File.
     move     spaces to ws-Text-Name.
     if       ws-Text-Dir = spaces
              string "TEXT." ws-Lang delimited by size
                     into ws-Text-Name
     else
              string function trim (ws-Text-Dir) "/TEXT." ws-Lang
                     delimited by size into ws-Text-Name.
     open     input Text-In.
     if       fs-reply not = zero
              go to 2020-Head.
     move     "Y" to ws-Lang-File.
 2010-Next.
     read     Text-In at end
              close Text-In
              go to 2020-Head.
     move     function trim (Text-In-Rec leading) to ws-Line.
     if       ws-Line = spaces or ws-Line (1:1) = "*"
              go to 2010-Next.
     perform  1900-Split-Line thru 1900-Exit.
     if       ws-Id = spaces or ws-Text = spaces or Lt-Count not < 1500
              go to 2010-Next.
     add      1 to Lt-Count.
     move     ws-Id to Lt-Id (Lt-Count).
     go       to 2010-Next.
*>
 2020-Head.
     perform  3800-Blank thru 3800-Exit.
     move     Lg-Operators (ws-Lx) to ws-Edit.
     string   "LANGUAGE " ws-Lang " - read by "
              function trim (ws-Edit) " operator(s) - "
              function trim (ws-Text-Name)
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     move     all "=" to ws-Report-Line (1:60).
     perform  3850-Put thru 3850-Exit.
     if       ws-Lang-File = "N"
              move "  No text file yet - every console reads in English"
                   to ws-Report-Line
              perform 3850-Put thru 3850-Exit.
*>
*> the master's ids the language lacks
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Mst-Count
              move "N" to Ms-Found (ws-Sub)
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Lt-Count
                      if  Lt-Id (ws-Sub2) = Ms-Id (ws-Sub)
                          move "Y" to Ms-Found (ws-Sub)
                          exit perform
                      end-if
              end-perform
              if  Ms-Found (ws-Sub) = "N"
                  add 1 to ws-Untrans
              end-if
     end-perform.
     if       ws-Untrans > zero
              perform 3800-Blank thru 3800-Exit
              move "  Not yet translated - the id, then the English:"
                   to ws-Report-Line
              perform 3850-Put thru 3850-Exit
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Mst-Count
                      if  Ms-Found (ws-Sub) = "N"
                          perform 3100-Untrans-Line thru 3100-Exit
                      end-if
              end-perform.
*>
*> the language's ids no console asks for any more
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Lt-Count
              move zero to ws-Hit
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Mst-Count
                      if  Ms-Id (ws-Sub) = Lt-Id (ws-Sub2)
                          move ws-Sub to ws-Hit
                          exit perform
                      end-if
              end-perform
              if  ws-Hit = zero
                  if  ws-Stale = zero
                      perform 3800-Blank thru 3800-Exit
                      string "  In TEXT." ws-Lang
                             " but asked for by nothing - remove"
                             " them or check the id:"
                             delimited by size into ws-Report-Line
                      perform 3850-Put thru 3850-Exit
                  end-if
                  add 1 to ws-Stale
                  move Lt-Id (ws-Sub2) to ws-Report-Line (5:60)
                  perform 3850-Put thru 3850-Exit
              end-if
     end-perform.
*>
     perform  2500-Check-Help thru 2500-Exit.
*>
     perform  3800-Blank thru 3800-Exit.
     compute  ws-Sub = Mst-Count - ws-Untrans.
     move     ws-Sub to ws-Edit.
     move     Mst-Count to ws-Edit2.
     move     ws-Stale to ws-Edit3.
     string   "  " ws-Lang ": " function trim (ws-Edit) " of "
              function trim (ws-Edit2) " texts translated, "
              function trim (ws-Edit3) " stale"
              delimited by size into ws-Report-Line.
     if       ws-Help-Found = "Y"
              move Hb-Count to ws-Edit
              compute ws-Sub = Hb-Count - ws-Help-Miss
              move ws-Sub to ws-Edit2
              move 1 to ws-Len
              inspect ws-Report-Line tallying ws-Len
                      for characters before initial "   "
              string ", " function trim (ws-Edit2) " of "
                     function trim (ws-Edit) " help topics"
                     delimited by size
                     into ws-Report-Line pointer ws-Len.
     perform  3850-Put thru 3850-Exit.
     add      ws-Untrans   to ws-Tot-Untrans.
     add      ws-Help-Miss to ws-Tot-Help-Miss.
*>
     move     ws-Lang to mc-value (1).
     if       ws-Untrans = zero and ws-Help-Miss = zero
              move "LNG0004" to mc-id
              move ws-Stale to ws-Edit
              move ws-Edit to mc-value (2)
     else
              move "LNG0003" to mc-id
              move ws-Untrans to ws-Edit
              move ws-Edit to mc-value (2)
              move ws-Help-Miss to ws-Edit
              move ws-Edit to mc-value (3)
              move ws-Stale to ws-Edit
              move ws-Edit to mc-value (4).
     perform  9800-Issue-Msg thru 9800-Exit.
 2000-Exit.
     exit.
*>
*> the help topics the language's help file lacks - with no such
*> file at all, every topic reads in English
 2500-Check-Help.
     if       ws-Help-Found not = "Y" or Hb-Count = zero
              go to 2500-Exit.
     move     spaces to ws-Help-Open.
     string   function trim (ws-Help-Name) "." ws-Lang
              delimited by size into ws-Help-Open.
     perform  1550-Read-Topics thru 1550-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hb-Count
              move zero to ws-Hit
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Hl-Count
                      if  Hl-Topic (ws-Sub2) = Hb-Topic (ws-Sub)
                          move ws-Sub2 to ws-Hit
                          exit perform
                      end-if
              end-perform
              if  ws-Hit = zero
                  add 1 to ws-Help-Miss
              end-if
     end-perform.
     if       ws-Help-Miss = zero
              go to 2500-Exit.
     perform  3800-Blank thru 3800-Exit.
     if       ws-Lang-Help = "N"
              string "  No " function trim (ws-Help-Open)
                     " - every help topic shows in English"
                     delimited by size into ws-Report-Line
              perform 3850-Put thru 3850-Exit
              go to 2500-Exit.
     string   "  Help topics not in " function trim (ws-Help-Open) ":"
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hb-Count
              move zero to ws-Hit
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Hl-Count
                      if  Hl-Topic (ws-Sub2) = Hb-Topic (ws-Sub)
                          move ws-Sub2 to ws-Hit
                          exit perform
                      end-if
              end-perform
              if  ws-Hit = zero
                  move Hb-Topic (ws-Sub) to ws-Report-Line (5:32)
                  perform 3850-Put thru 3850-Exit
              end-if
     end-perform.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the report
*>----------------------------------------------------------------
 3000-Report-Head.
     string   "LANGCHECK - console text by language       " ws-Stamp
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     move     all "=" to ws-Report-Line (1:60).
     perform  3850-Put thru 3850-Exit.
     move     Mst-Count to ws-Edit.
     string   "Master: " function trim (ws-Edit) " text id(s)"
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     move     ws-Mst-Texts to ws-Edit.
     string   "  " ws-Edit "  consoles' own, "
              function trim (ws-Master-Name)
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     move     ws-Mst-Menus to ws-Edit.
     string   "  " ws-Edit "  devtools menus, "
              function trim (ws-Menu-Name)
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     move     ws-Mst-Forms to ws-Edit.
     string   "  " ws-Edit "  forms screens, "
              function trim (ws-Forms-Name)
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     if       ws-Help-Found = "Y"
              move Hb-Count to ws-Edit
              string "  " ws-Edit "  help topics, "
                     function trim (ws-Help-Name)
                     delimited by size into ws-Report-Line
     else
              string "  No help file " function trim (ws-Help-Name)
                     " - help topics not checked"
                     delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
     if       ws-Mst-Full = "Y"
              move "  The master holds 1500 ids - the rest are not checked"
                   to ws-Report-Line
              perform 3850-Put thru 3850-Exit.
     if       Lang-Count = zero
              perform 3800-Blank thru 3800-Exit
              move "No profile names a language but English - nothing to check"
                   to ws-Report-Line
              perform 3850-Put thru 3850-Exit.
 3000-Exit.
     exit.
*>
*> an untranslated id and its English, the English lined up while
*> the ids allow
 3100-Untrans-Line.
     move     zero to ws-Len.
     inspect  Ms-Id (ws-Sub) tallying ws-Len
              for characters before initial space.
     move     Ms-Id (ws-Sub) to ws-Report-Line (5:60).
     if       ws-Len < 40
              move Ms-English (ws-Sub) to ws-Report-Line (47:80)
     else
              move Ms-English (ws-Sub) to ws-Report-Line (ws-Len + 7:).
     perform  3850-Put thru 3850-Exit.
 3100-Exit.
     exit.
*>
 3800-Blank.
     move     spaces to ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
 3800-Exit.
     exit.
*>
 3850-Put.
     write    Report-Rec from ws-Report-Line.
     move     spaces to ws-Report-Line.
 3850-Exit.
     exit.
*>
 3900-Report-Foot.
     perform  3800-Blank thru 3800-Exit.
     move     all "=" to ws-Report-Line (1:60).
     perform  3850-Put thru 3850-Exit.
     move     Lang-Count to ws-Edit.
     move     ws-Tot-Untrans to ws-Edit2.
     move     ws-Tot-Help-Miss to ws-Edit3.
     string   "Languages checked: " function trim (ws-Edit)
              "   texts untranslated: " function trim (ws-Edit2)
              "   help topics untranslated: " function trim (ws-Edit3)
              delimited by size into ws-Report-Line.
     perform  3850-Put thru 3850-Exit.
 3900-Exit.
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
