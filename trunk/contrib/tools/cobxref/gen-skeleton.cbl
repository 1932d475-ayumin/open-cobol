       >>source free
 Identification division.
*>**********************
      program-id.       gen-skeleton.
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
*>    Usage.            Program skeleton builder.  From a short spec -
*>                      the program's name and type, the files it uses
*>                      with their .lay layouts, its parameters - emits
*>                      a compilable skeleton with the shop wiring
*>                      already in: OPSIGNON sign-on for a console,
*>                      the run-audit record, CHKIO for every file,
*>                      boxwidget screens with their boxhelp topics,
*>                      the 0/4/16 return-code convention.
*>
*>                      gen-skeleton <spec> [TEMPLATES=<dir>]
*>
*>                      The spec, one statement to a line, * comments:
*>                          PROGRAM  <program-id>
*>                          TYPE     BATCH | CONSOLE | CALLED
*>                          TITLE    <one line saying what it does>
*>                          AUTHOR   <name>
*>                          PERM     <OPSIGNON permission letter>
*>                          TEMPLATE <template file>
*>                          FILE     <name> <layout.lay | *>
*>                                   INPUT|OUTPUT|EXTEND|UPDATE
*>                                   [ORG=L|I|R] [DSN=<data file>]
*>                                   [ENV=<variable>]
*>                          PARM     <name> <picture>
*>                          END
*>                      At most four files - CHKIO's slots.  DSN
*>                      defaults to <name>.DAT, ENV to <name>_FILE,
*>                      ORG to L; UPDATE needs ORG=I or R.  PARMs are
*>                      command-line arguments of a batch or console
*>                      program and the USING list of a called one.
*>
*>                      What is written comes wholly from the
*>                      template, skel-<type>.tpl unless the spec
*>                      names one, found in TEMPLATES=, else the
*>                      SKEL_TEMPLATES directory, else the current one
*>                      - a standards change is a template edit, never
*>                      a change here.  A template is the text to
*>                      write with %MARKER%s filled in, and lines
*>                      starting %% steering it:
*>                          %%* <note>          not written
*>                          %%INCLUDE <file>    another template's
*>                                              lines, here
*>                          %%OUTPUT <name>     write to this file
*>                                              from here on
*>                          %%EACH FILE|PARM    the lines to %%END
*>                                              once a file/parameter
*>                          %%IF [NOT] <test>   the lines to %%ELSE or
*>                                              %%END when <test> holds
*>                          %%RECORD            the current file's
*>                                              record off its layout
*>                      Tests: BATCH CONSOLE CALLED FILES PARMS PERM, and
*>                      for the current file INPUT OUTPUT EXTEND UPDATE
*>                      READS WRITES KEYED INDEXED RELATIVE LAYOUT,
*>                      FIRST and LAST of the current %%EACH.
*>                      Markers: PROGRAM PROGRAM-UC TITLE TYPE AUTHOR
*>                      PERM DATE YMD SPEC TEMPLATE USING FILE-COUNT
*>                      PARM-COUNT, and FILE FILE-SEQ FILE-LAYOUT
*>                      FILE-DSN FILE-ENV FILE-MODE FILE-VERB FILE-ORG
*>                      FILE-LENGTH PARM PARM-SEQ PARM-PIC inside an
*>                      %%EACH.
*>
*>                      A record is laid out as gen-access lays it
*>                      out - groups, OCCURS, FILLER for the bytes a
*>                      REDEFINES leaves - each field <file>-<field>;
*>                      a file with no layout gets 256 bytes of
*>                      <file>-REC.  Records are at most the 256 bytes
*>                      CHKIO carries.
*>
*>                      Return code 0 built, 4 built with a caution,
*>                      16 nothing built.
*>**
*>    Called by.
*>                      Run standalone or from the devtools menu.
*>**
*>    Calls.
*>                      ENVPROF
*>                      Nothing.  The skeletons it builds call CHKIO,
*>                      OPSIGNON, boxwidget and boxhelp.
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>*************************************************************************
*>
*> Copyright Notice.
*>*****************
*>
*> This file/program is part of Cobxref AND Open Cobol and is copyright
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
*> Cobxref is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endevor
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with Cobxref; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>*************************************************************************
*>
 environment division.
 configuration section.
 source-computer.      linux.
 object-computer.      linux.
 input-Output section.
 file-control.
*>
     select   Spec-In          assign Spec-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Tpl-In           assign Tpl-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Inc-In           assign Inc-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Gen-Out          assign Gen-Out-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Spec-In.
 01  Spec-In-Rec           pic x(200).
*>
 fd  Tpl-In.
 01  Tpl-In-Rec            pic x(160).
*>
 fd  Inc-In.
 01  Inc-In-Rec            pic x(160).
*>
*> same columns cobxref's Layout-Ext-Rec writes
 fd  Layout-In.
 01  Layout-In-Rec.
     03  LayI-Name             pic x(32).
     03  filler                pic x.
     03  LayI-Offset           pic 9(6).
     03  filler                pic x.
     03  LayI-Bytes            pic 9(6).
     03  filler                pic x.
     03  LayI-Type             pic x.
     03  filler                pic x.
     03  LayI-Usage            pic x.
     03  filler                pic x.
     03  LayI-Digits           pic 9(4).
*>
 fd  Gen-Out.
 01  Gen-Out-Rec               pic x(160).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(21) value "gen-skeleton v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Arg-Number            pic 99       value zero.
 01  Arg-Text              pic x(256)   value spaces.
 77  Arg-Sub               Binary-Long  value zero.
*>
 01  Spec-In-Name          pic x(128)   value spaces.
 01  Tpl-In-Name           pic x(192)   value spaces.
 01  Inc-In-Name           pic x(192)   value spaces.
 01  Layout-In-Name        pic x(128)   value spaces.
 01  Gen-Out-Name          pic x(128)   value spaces.
 01  ws-Tpl-Dir            pic x(128)   value spaces.
 01  ws-Tpl-File           pic x(64)    value spaces.
 77  ws-Return             Binary-Long  value zero.
*>
*> the spec
 01  Sp-Program            pic x(30)    value spaces.
 01  Sp-Program-UC         pic x(30)    value spaces.
 01  Sp-Type               pic x(8)     value spaces.
 01  Sp-Title              pic x(100)   value spaces.
 01  Sp-Author             pic x(60)    value spaces.
 01  Sp-Perm               pic x        value space.
 77  ws-Spec-Line          Binary-Long  value zero.
*>
*> the files, one a CHKIO slot
 01  File-Table.
     03  File-Entry        occurs 4.
         05  Fl-Name       pic x(24).
         05  Fl-Layout     pic x(128).
         05  Fl-Mode       pic x.
         05  Fl-Org        pic x.
         05  Fl-Dsn        pic x(64).
         05  Fl-Env        pic x(32).
         05  Fl-Length     pic 9(4).
 77  File-Count            Binary-Long  value zero.
*>
 01  Parm-Table.
     03  Parm-Entry        occurs 12.
         05  Pm-Name       pic x(24).
         05  Pm-Pic        pic x(30).
 77  Parm-Count            Binary-Long  value zero.
*>
*> the template, its includes spliced in
 01  Tpl-Table.
     03  Tpl-Line          pic x(160)   occurs 3000.
 77  Tpl-Count             Binary-Long  value zero.
 77  Tpl-Sub               Binary-Long  value zero.
*>
*> the open %%IF and %%EACH blocks: what each is, where an EACH
*> starts again and which item it is on, whether its lines are
*> being skipped and whether they were already skipped round it
 01  Stk-Table.
     03  Stk-Entry         occurs 16.
         05  Stk-Kind      pic x.
         05  Stk-Item      pic x.
         05  Stk-Start     Binary-Long.
         05  Stk-Idx       Binary-Long.
         05  Stk-Skip      pic x.
         05  Stk-Parent    pic x.
 77  Stk-Depth             Binary-Long  value zero.
 77  Skip-Depth            Binary-Long  value zero.
 77  Cur-File              Binary-Long  value zero.
 77  Cur-Parm              Binary-Long  value zero.
*>
*> the record block's rows, groups included, as gen-access takes
*> them: a REDEFINES (Fld-Redef) to leave out, the repeat count and
*> one occurrence's bytes
 01  Fld-Table             value spaces.
     03  Fld-Entry         occurs 300.
         05  Fld-Name      pic x(32).
         05  Fld-Offset    pic 9(6).
         05  Fld-Bytes     pic 9(6).
         05  Fld-Type      pic x.
         05  Fld-Usage     pic x.
         05  Fld-Digits    pic 9(4).
         05  Fld-Redef     pic x.
         05  Fld-Occ       pic 9(4).
         05  Fld-Span      pic 9(6).
 77  Fld-Count             Binary-Long  value zero.
 77  Rec-Name              pic x(32)    value spaces.
 77  Rec-Length            Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Prev-Zero-G        pic x        value "N".
 77  ws-High-Water         Binary-Long  value zero.
 77  ws-Redef-End          Binary-Long  value zero.
*>
 01  Grp-Stack             value zeros.
     03  Grp-Entry         occurs 9.
         05  Gs-Sub        pic 9(4).
         05  Gs-End        pic 9(6).
 77  Grp-Depth             Binary-Long  value zero.
 77  Fld-Cursor            Binary-Long  value zero.
 77  ws-Level              Binary-Long  value zero.
 77  ws-Gap                Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
 77  ws-Ext                Binary-Long  value zero.
 77  ws-Natural            Binary-Long  value zero.
 77  ws-Done               pic x        value "N".
 77  ws-Ptr                Binary-Long  value zero.
 01  ws-Word               pic x(128)   occurs 8.
 01  ws-Text               pic x(200)   value spaces.
 01  ws-Dir-Word           pic x(128)   occurs 3.
 01  ws-Dir-Keep           pic x(128)   occurs 3.
 01  ws-Cond               pic x(16)    value spaces.
 77  ws-Cond-Ok            pic x        value "N".
 77  ws-Negate             pic x        value "N".
*>
*> the run's date, two ways
 01  ws-Today              pic x(8)     value spaces.
 01  ws-Date-Words         pic x(20)    value spaces.
 01  Month-Values.
     03  filler            pic x(36)    value
                           "January  February March    April    ".
     03  filler            pic x(36)    value
                           "May      June     July     August   ".
     03  filler            pic x(36)    value
                           "SeptemberOctober  November December ".
 01  Month-Names           redefines Month-Values.
     03  Month-Name        pic x(9)     occurs 12.
 77  ws-Month              Binary-Long  value zero.
*>
*> build areas for one generated source line
 01  ws-Line               pic x(160)   value spaces.
 77  ws-Line-Len           Binary-Long  value zero.
 77  ws-Col                Binary-Long  value zero.
 77  ws-Close              Binary-Long  value zero.
 01  ws-Marker             pic x(24)    value spaces.
 77  ws-Known              pic x        value "N".
 01  ws-Value              pic x(160)   value spaces.
 77  ws-Value-Len          Binary-Long  value zero.
 77  ws-Out-Open           pic x        value "N".
 77  ws-Out-Count          Binary-Long  value zero.
 77  ws-Gen-Count          Binary-Long  value zero.
 01  ws-Gen-Line           pic x(160)   value spaces.
 77  ws-Gen-Ptr            Binary-Long  value 1.
 77  ws-Pic-Ptr            Binary-Long  value 1.
 01  ws-Pic-Text           pic x(40)    value spaces.
 01  ws-Data-Name          pic x(64)    value spaces.
 01  ws-Prefix             pic x(30)    value spaces.
 01  ws-Num-Edit           pic z(5)9.
 01  ws-Num-Edit2          pic z(5)9.
 01  ws-Level-Edit         pic 99.
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
              display "gen-skeleton: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     move     function current-date (1:8) to ws-Today.
     move     ws-Today (5:2) to ws-Month.
     move     spaces to ws-Date-Words.
     string   ws-Today (7:2) " " function trim (Month-Name (ws-Month))
              " " ws-Today (1:4) delimited by size into ws-Date-Words.
     if       ws-Date-Words (1:1) = "0"
              move ws-Date-Words (2:) to ws-Date-Words.
     perform  1000-Get-Args        thru 1000-Exit.
     perform  1500-Load-Spec       thru 1500-Exit.
     perform  1800-Check-Spec      thru 1800-Exit.
     perform  2000-Load-Template   thru 2000-Exit.
     perform  2500-Size-Files      thru 2500-Exit.
     perform  3000-Expand          thru 3000-Exit.
     move     ws-Gen-Count to ws-Num-Edit.
     move     ws-Out-Count to ws-Num-Edit2.
     display  "gen-skeleton: " function trim (ws-Num-Edit)
              " lines written to " function trim (ws-Num-Edit2)
              " file(s) for " function trim (Sp-Program).
     move     ws-Return to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> command line: the spec, then where the templates are
*>----------------------------------------------------------------
 1000-Get-Args.
     accept   Arg-Number from argument-number.
     if       Arg-Number < 1
              display "Usage: gen-skeleton <spec> [TEMPLATES=<dir>]"
              move 16 to return-code
              goback.
     accept   Spec-In-Name from argument-value.
     accept   ws-Tpl-Dir from environment "SKEL_TEMPLATES"
              on exception
              move spaces to ws-Tpl-Dir
     end-accept.
     perform  varying Arg-Sub from 2 by 1 until Arg-Sub > Arg-Number
              accept Arg-Text from argument-value
              evaluate true
                  when function upper-case (Arg-Text) (1:10)
                                                       = "TEMPLATES="
                       move Arg-Text (11:128) to ws-Tpl-Dir
                  when other
                       display "gen-skeleton: argument not understood: "
                               function trim (Arg-Text)
              end-evaluate
     end-perform.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the spec, a statement a line
*>----------------------------------------------------------------
 1500-Load-Spec.
     open     input Spec-In.
     if       fs-reply not = zero
              display "gen-skeleton: cannot open spec "
                       function trim (Spec-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 1510-Next.
     read     Spec-In at end
              go to 1590-Done.
     add      1 to ws-Spec-Line.
     if       Spec-In-Rec = spaces
           or function trim (Spec-In-Rec) (1:1) = "*"
              go to 1510-Next.
     move     function trim (Spec-In-Rec) to ws-Text.
     move     spaces to ws-Word (1) ws-Word (2) ws-Word (3) ws-Word (4)
                        ws-Word (5) ws-Word (6) ws-Word (7) ws-Word (8).
     unstring ws-Text delimited by all spaces
              into ws-Word (1) ws-Word (2) ws-Word (3) ws-Word (4)
                   ws-Word (5) ws-Word (6) ws-Word (7) ws-Word (8).
*> TITLE and AUTHOR take the rest of the line
     move     1 to ws-Ptr.
     unstring ws-Text delimited by all spaces
              into ws-Word (1) pointer ws-Ptr.
     evaluate function upper-case (ws-Word (1))
         when "PROGRAM"
              move ws-Word (2) to Sp-Program
              move function upper-case (ws-Word (2)) to Sp-Program-UC
         when "TYPE"
              move function upper-case (ws-Word (2)) to Sp-Type
         when "TITLE"
              if  ws-Ptr < 200
                  move function trim (ws-Text (ws-Ptr:)) to Sp-Title
              end-if
         when "AUTHOR"
              if  ws-Ptr < 200
                  move function trim (ws-Text (ws-Ptr:)) to Sp-Author
              end-if
         when "TEMPLATE"
              move ws-Word (2) to ws-Tpl-File
         when "PERM"
              move function upper-case (ws-Word (2) (1:1)) to Sp-Perm
         when "FILE"
              perform 1550-File-Line thru 1550-Exit
         when "PARM"
              perform 1560-Parm-Line thru 1560-Exit
         when "END"
              go to 1590-Done
         when other
              move ws-Spec-Line to ws-Num-Edit
              display "gen-skeleton: spec line "
                      function trim (ws-Num-Edit)
                      " not understood - ignored: "
                      function trim (ws-Text)
              move 4 to ws-Return
     end-evaluate.
     go       to 1510-Next.
 1590-Done.
     close    Spec-In.
 1500-Exit.
     exit.
*>
*> FILE <name> <layout|*> <mode> [ORG=] [DSN=] [ENV=]
 1550-File-Line.
     if       File-Count not < 4
              display "gen-skeleton: more than four files - CHKIO"
                      " holds four open at once"
              move 16 to return-code
              goback.
     add      1 to File-Count.
     move     function upper-case (ws-Word (2)) to Fl-Name (File-Count).
     move     ws-Word (3) to Fl-Layout (File-Count).
     evaluate function upper-case (ws-Word (4))
         when "INPUT"
              move "I" to Fl-Mode (File-Count)
         when "OUTPUT"
              move "O" to Fl-Mode (File-Count)
         when "EXTEND"
              move "E" to Fl-Mode (File-Count)
         when "UPDATE"
              move "U" to Fl-Mode (File-Count)
         when other
              move space to Fl-Mode (File-Count)
     end-evaluate.
     move     "L" to Fl-Org (File-Count).
     move     spaces to Fl-Dsn (File-Count) Fl-Env (File-Count).
     move     zero to Fl-Length (File-Count).
     perform  varying ws-Sub from 5 by 1 until ws-Sub > 8
              evaluate true
                  when function upper-case (ws-Word (ws-Sub)) (1:4)
                                                           = "ORG="
                       move function upper-case (ws-Word (ws-Sub) (5:1))
                            to Fl-Org (File-Count)
                  when function upper-case (ws-Word (ws-Sub)) (1:4)
                                                           = "DSN="
                       move ws-Word (ws-Sub) (5:64)
                            to Fl-Dsn (File-Count)
                  when function upper-case (ws-Word (ws-Sub)) (1:4)
                                                           = "ENV="
                       move function upper-case (ws-Word (ws-Sub) (5:32))
                            to Fl-Env (File-Count)
                  when ws-Word (ws-Sub) not = spaces
                       display "gen-skeleton: FILE "
                               function trim (Fl-Name (File-Count))
                               " option not understood: "
                               function trim (ws-Word (ws-Sub))
                       move 4 to ws-Return
              end-evaluate
     end-perform.
     if       Fl-Dsn (File-Count) = spaces
              string function trim (Fl-Name (File-Count)) ".DAT"
                     delimited by size into Fl-Dsn (File-Count).
     if       Fl-Env (File-Count) = spaces
              string function trim (Fl-Name (File-Count)) "_FILE"
                     delimited by size into Fl-Env (File-Count).
 1550-Exit.
     exit.
*>
 1560-Parm-Line.
     if       Parm-Count not < 12
              display "gen-skeleton: more than twelve PARMs - "
                      function trim (ws-Word (2)) " ignored"
              move 4 to ws-Return
              go to 1560-Exit.
     add      1 to Parm-Count.
     move     function upper-case (ws-Word (2)) to Pm-Name (Parm-Count).
     move     function upper-case (ws-Word (3)) to Pm-Pic (Parm-Count).
 1560-Exit.
     exit.
*>
*> what the template cannot do without
 1800-Check-Spec.
     if       Sp-Program = spaces
              display "gen-skeleton: the spec names no PROGRAM"
              move 16 to return-code
              goback.
     if       Sp-Type not = "BATCH" and not = "CONSOLE"
                      and not = "CALLED"
              display "gen-skeleton: TYPE must be BATCH, CONSOLE or"
                      " CALLED"
              move 16 to return-code
              goback.
     if       Sp-Title = spaces
              move "(what the program does)" to Sp-Title.
     if       Sp-Author = spaces
              accept Sp-Author from environment "USER"
                     on exception
                     move spaces to Sp-Author
              end-accept.
     if       Sp-Author = spaces
              move "(author)" to Sp-Author.
     move     "N" to ws-Done.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > File-Count
              evaluate true
                  when Fl-Name (ws-Sub) = spaces
                    or Fl-Layout (ws-Sub) = spaces
                       display "gen-skeleton: a FILE needs a name and"
                               " a layout (or *)"
                       move "Y" to ws-Done
                  when Fl-Mode (ws-Sub) = space
                       display "gen-skeleton: FILE "
                               function trim (Fl-Name (ws-Sub))
                               " needs INPUT, OUTPUT, EXTEND or UPDATE"
                       move "Y" to ws-Done
                  when Fl-Org (ws-Sub) not = "L" and not = "I"
                                       and not = "R"
                       display "gen-skeleton: FILE "
                               function trim (Fl-Name (ws-Sub))
                               " ORG= must be L, I or R"
                       move "Y" to ws-Done
                  when Fl-Mode (ws-Sub) = "U" and Fl-Org (ws-Sub) = "L"
                       display "gen-skeleton: FILE "
                               function trim (Fl-Name (ws-Sub))
                               " UPDATE needs ORG=I or R"
                       move "Y" to ws-Done
              end-evaluate
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 not < ws-Sub
                  if  Fl-Name (ws-Sub2) = Fl-Name (ws-Sub)
                      display "gen-skeleton: FILE "
                              function trim (Fl-Name (ws-Sub))
                              " given twice"
                      move "Y" to ws-Done
                  end-if
              end-perform
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Parm-Count
              if  Pm-Pic (ws-Sub) = spaces
                  display "gen-skeleton: PARM "
                          function trim (Pm-Name (ws-Sub))
                          " needs a picture"
                  move "Y" to ws-Done
              end-if
     end-perform.
     if       ws-Done = "Y"
              move 16 to return-code
              goback.
 1800-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the template for the type, %%INCLUDEs spliced in where named
*>----------------------------------------------------------------
 2000-Load-Template.
     if       ws-Tpl-File = spaces
              string "skel-" function lower-case (function trim
                     (Sp-Type)) ".tpl" delimited by size
                     into ws-Tpl-File.
     move     ws-Tpl-File to ws-Text.
     perform  2900-Tpl-Path thru 2900-Exit.
     move     ws-Text to Tpl-In-Name.
     open     input Tpl-In.
     if       fs-reply not = zero
              display "gen-skeleton: cannot open template "
                       function trim (Tpl-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 2010-Next.
     read     Tpl-In at end
              close Tpl-In
              go to 2000-Exit.
     if       function upper-case (Tpl-In-Rec (1:10)) = "%%INCLUDE "
              perform 2100-Include thru 2100-Exit
              go to 2010-Next.
     move     Tpl-In-Rec to ws-Line.
     perform  2200-Add-Line thru 2200-Exit.
     go       to 2010-Next.
 2000-Exit.
     exit.
*>
*> one level deep - an include's own %%INCLUDEs are not followed
 2100-Include.
     move     spaces to ws-Text.
     move     function trim (Tpl-In-Rec (11:)) to ws-Text.
     perform  2900-Tpl-Path thru 2900-Exit.
     move     ws-Text to Inc-In-Name.
     open     input Inc-In.
     if       fs-reply not = zero
              display "gen-skeleton: cannot open included template "
                       function trim (Inc-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 2110-Next.
     read     Inc-In at end
              close Inc-In
              go to 2100-Exit.
     if       function upper-case (Inc-In-Rec (1:10)) = "%%INCLUDE "
              display "gen-skeleton: "
                      function trim (Inc-In-Name)
                      " includes another template - not followed"
              move 4 to ws-Return
              go to 2110-Next.
     move     Inc-In-Rec to ws-Line.
     perform  2200-Add-Line thru 2200-Exit.
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
 2200-Add-Line.
     if       Tpl-Count not < 3000
              display "gen-skeleton: template over 3000 lines"
              move 16 to return-code
              goback.
     add      1 to Tpl-Count.
     move     ws-Line to Tpl-Line (Tpl-Count).
 2200-Exit.
     exit.
*>
*> a template name in ws-Text to its path in the template directory
 2900-Tpl-Path.
     if       ws-Tpl-Dir = spaces or ws-Text (1:1) = "/"
              go to 2900-Exit.
     move     ws-Text to ws-Value.
     move     spaces to ws-Text.
     string   function trim (ws-Tpl-Dir) "/" function trim (ws-Value)
              delimited by size into ws-Text.
 2900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> each file's record length off its layout, before a line is
*> written, so %FILE-LENGTH% is known wherever the template uses it
*>----------------------------------------------------------------
 2500-Size-Files.
     perform  varying Cur-File from 1 by 1 until Cur-File > File-Count
              if  Fl-Layout (Cur-File) = "*"
                  move 256 to Fl-Length (Cur-File)
              else
                  perform 4000-Load-Layout thru 4000-Exit
                  move Rec-Length to Fl-Length (Cur-File)
              end-if
     end-perform.
     move     zero to Cur-File.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the template run through: directives steer, the rest is written
*> with its markers filled in
*>----------------------------------------------------------------
 3000-Expand.
     move     zero to Tpl-Sub Stk-Depth Skip-Depth.
 3010-Next.
     add      1 to Tpl-Sub.
     if       Tpl-Sub > Tpl-Count
              go to 3090-Done.
     move     Tpl-Line (Tpl-Sub) to ws-Line.
     if       ws-Line (1:2) = "%%"
              perform 3100-Directive thru 3100-Exit
              go to 3010-Next.
     if       Skip-Depth > zero
              go to 3010-Next.
     if       ws-Out-Open not = "Y"
              display "gen-skeleton: template writes before its"
                      " first %%OUTPUT"
              move 16 to return-code
              goback.
     perform  3500-Substitute thru 3500-Exit.
     perform  9000-Put-Line.
     go       to 3010-Next.
 3090-Done.
     if       Stk-Depth > zero
              display "gen-skeleton: template ends inside an %%IF"
                      " or %%EACH"
              move 4 to ws-Return.
     if       ws-Out-Open = "Y"
              close Gen-Out.
 3000-Exit.
     exit.
*>
 3100-Directive.
     if       ws-Line (3:1) = "*"
              go to 3100-Exit.
     move     spaces to ws-Dir-Keep (1) ws-Dir-Keep (2) ws-Dir-Keep (3).
     unstring ws-Line (3:) delimited by all spaces
              into ws-Dir-Keep (1) ws-Dir-Keep (2) ws-Dir-Keep (3).
     move     function upper-case (ws-Dir-Keep (1)) to ws-Dir-Word (1).
     move     function upper-case (ws-Dir-Keep (2)) to ws-Dir-Word (2).
     move     function upper-case (ws-Dir-Keep (3)) to ws-Dir-Word (3).
     evaluate ws-Dir-Word (1)
         when "IF"
              perform 3150-Push thru 3150-Exit
              move "I" to Stk-Kind (Stk-Depth)
              if  Stk-Parent (Stk-Depth) = "N"
                  perform 3200-Condition thru 3200-Exit
                  if  ws-Cond-Ok not = "Y"
                      move "Y" to Stk-Skip (Stk-Depth)
                      add 1 to Skip-Depth
                  end-if
              end-if
         when "ELSE"
              if  Stk-Depth = zero or Stk-Kind (Stk-Depth) not = "I"
                  perform 3190-Stray thru 3190-Exit
              else
                  if  Stk-Parent (Stk-Depth) = "N"
                      if  Stk-Skip (Stk-Depth) = "Y"
                          move "N" to Stk-Skip (Stk-Depth)
                          subtract 1 from Skip-Depth
                      else
                          move "Y" to Stk-Skip (Stk-Depth)
                          add 1 to Skip-Depth
                      end-if
                  end-if
              end-if
         when "EACH"
              perform 3150-Push thru 3150-Exit
              perform 3160-Each thru 3160-Exit
         when "END"
              perform 3300-End thru 3300-Exit
         when "OUTPUT"
              if  Skip-Depth = zero
                  perform 3400-Output thru 3400-Exit
              end-if
         when "RECORD"
              if  Skip-Depth = zero
                  perform 3450-Record thru 3450-Exit
              end-if
         when other
              perform 3190-Stray thru 3190-Exit
     end-evaluate.
 3100-Exit.
     exit.
*>
*> a new block, skipped outright when it sits in a skipped one
 3150-Push.
     if       Stk-Depth not < 16
              display "gen-skeleton: %%IF/%%EACH nested over 16 deep"
              move 16 to return-code
              goback.
     add      1 to Stk-Depth.
     move     space to Stk-Item (Stk-Depth).
     move     Tpl-Sub to Stk-Start (Stk-Depth).
     move     zero to Stk-Idx (Stk-Depth).
     if       Skip-Depth > zero
              move "Y" to Stk-Parent (Stk-Depth) Stk-Skip (Stk-Depth)
              add 1 to Skip-Depth
     else
              move "N" to Stk-Parent (Stk-Depth) Stk-Skip (Stk-Depth).
 3150-Exit.
     exit.
*>
 3160-Each.
     move     "E" to Stk-Kind (Stk-Depth).
     evaluate ws-Dir-Word (2)
         when "FILE"
         when "FILES"
              move "F" to Stk-Item (Stk-Depth)
              move File-Count to ws-Sub
         when "PARM"
         when "PARMS"
              move "P" to Stk-Item (Stk-Depth)
              move Parm-Count to ws-Sub
         when other
              perform 3190-Stray thru 3190-Exit
              move zero to ws-Sub
     end-evaluate.
     if       Stk-Parent (Stk-Depth) = "Y"
              go to 3160-Exit.
     if       ws-Sub = zero
              move "Y" to Stk-Skip (Stk-Depth)
              add 1 to Skip-Depth
              go to 3160-Exit.
     move     1 to Stk-Idx (Stk-Depth).
     if       Stk-Item (Stk-Depth) = "F"
              move 1 to Cur-File
     else
              move 1 to Cur-Parm.
 3160-Exit.
     exit.
*>
 3190-Stray.
     move     Tpl-Sub to ws-Num-Edit.
     display  "gen-skeleton: template line " function trim (ws-Num-Edit)
              " not understood - ignored: " function trim (ws-Line).
     move     4 to ws-Return.
 3190-Exit.
     exit.
*>
*> the test of an %%IF, ws-Cond-Ok Y when it holds
 3200-Condition.
     move     "N" to ws-Cond-Ok ws-Negate.
     move     ws-Dir-Word (2) to ws-Cond.
     if       ws-Cond = "NOT"
              move "Y" to ws-Negate
              move ws-Dir-Word (3) to ws-Cond.
     evaluate ws-Cond
         when "BATCH"
         when "CONSOLE"
         when "CALLED"
              if  Sp-Type = ws-Cond
                  move "Y" to ws-Cond-Ok
              end-if
         when "FILES"
              if  File-Count > zero
                  move "Y" to ws-Cond-Ok
              end-if
         when "PARMS"
              if  Parm-Count > zero
                  move "Y" to ws-Cond-Ok
              end-if
         when "PERM"
              if  Sp-Perm not = space
                  move "Y" to ws-Cond-Ok
              end-if
         when "INPUT"
         when "OUTPUT"
         when "EXTEND"
         when "UPDATE"
              if  Cur-File > zero
                and Fl-Mode (Cur-File) = ws-Cond (1:1)
                  move "Y" to ws-Cond-Ok
              end-if
         when "READS"
              if  Cur-File > zero
                and (Fl-Mode (Cur-File) = "I" or "U")
                  move "Y" to ws-Cond-Ok
              end-if
         when "WRITES"
              if  Cur-File > zero
                and Fl-Mode (Cur-File) not = "I"
                  move "Y" to ws-Cond-Ok
              end-if
         when "KEYED"
              if  Cur-File > zero
                and (Fl-Org (Cur-File) = "I" or "R")
                  move "Y" to ws-Cond-Ok
              end-if
         when "INDEXED"
         when "RELATIVE"
              if  Cur-File > zero
                and Fl-Org (Cur-File) = ws-Cond (1:1)
                  move "Y" to ws-Cond-Ok
              end-if
         when "LAYOUT"
              if  Cur-File > zero
                and Fl-Layout (Cur-File) not = "*"
                  move "Y" to ws-Cond-Ok
              end-if
         when "FIRST"
         when "LAST"
              perform 3250-Each-Place thru 3250-Exit
         when other
              perform 3190-Stray thru 3190-Exit
     end-evaluate.
     if       ws-Negate = "Y"
              if  ws-Cond-Ok = "Y"
                  move "N" to ws-Cond-Ok
              else
                  move "Y" to ws-Cond-Ok.
 3200-Exit.
     exit.
*>
*> FIRST / LAST of the innermost %%EACH round the %%IF
 3250-Each-Place.
     move     Stk-Depth to ws-Sub.
 3251-Look.
     if       ws-Sub < 1
              go to 3250-Exit.
     if       Stk-Kind (ws-Sub) not = "E"
              subtract 1 from ws-Sub
              go to 3251-Look.
     if       Stk-Item (ws-Sub) = "F"
              move File-Count to ws-Sub2
     else
              move Parm-Count to ws-Sub2.
     if       (ws-Cond = "FIRST" and Stk-Idx (ws-Sub) = 1)
        or    (ws-Cond = "LAST" and Stk-Idx (ws-Sub) = ws-Sub2)
              move "Y" to ws-Cond-Ok.
 3250-Exit.
     exit.
*>
*> an %%EACH goes round again while it has items left; a block
*> closed gives back the item of any %%EACH round it
 3300-End.
     if       Stk-Depth = zero
              perform 3190-Stray thru 3190-Exit
              go to 3300-Exit.
     if       Stk-Kind (Stk-Depth) = "E"
        and   Stk-Skip (Stk-Depth) = "N"
              if  Stk-Item (Stk-Depth) = "F"
                  move File-Count to ws-Sub2
              else
                  move Parm-Count to ws-Sub2
              end-if
              if  Stk-Idx (Stk-Depth) < ws-Sub2
                  add 1 to Stk-Idx (Stk-Depth)
                  if  Stk-Item (Stk-Depth) = "F"
                      move Stk-Idx (Stk-Depth) to Cur-File
                  else
                      move Stk-Idx (Stk-Depth) to Cur-Parm
                  end-if
                  move Stk-Start (Stk-Depth) to Tpl-Sub
                  go to 3300-Exit
              end-if
     end-if.
     if       Stk-Skip (Stk-Depth) = "Y"
              subtract 1 from Skip-Depth.
     subtract 1 from Stk-Depth.
     move     zero to Cur-File Cur-Parm.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Stk-Depth
              if  Stk-Kind (ws-Sub) = "E" and Stk-Skip (ws-Sub) = "N"
                  if  Stk-Item (ws-Sub) = "F"
                      move Stk-Idx (ws-Sub) to Cur-File
                  else
                      move Stk-Idx (ws-Sub) to Cur-Parm
                  end-if
              end-if
     end-perform.
 3300-Exit.
     exit.
*>
*> a new output file, named with markers filled in
 3400-Output.
     if       ws-Dir-Keep (2) = spaces
              perform 3190-Stray thru 3190-Exit
              go to 3400-Exit.
     if       ws-Out-Open = "Y"
              close Gen-Out
              move "N" to ws-Out-Open.
     move     ws-Dir-Keep (2) to ws-Line.
     perform  3500-Substitute thru 3500-Exit.
     move     ws-Gen-Line to Gen-Out-Name.
     move     spaces to ws-Gen-Line.
     open     output Gen-Out.
     if       fs-reply not = zero
              display "gen-skeleton: cannot create "
                       function trim (Gen-Out-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     move     "Y" to ws-Out-Open.
     add      1 to ws-Out-Count.
     display  "gen-skeleton: writing " function trim (Gen-Out-Name).
 3400-Exit.
     exit.
*>
*> the current file's record
 3450-Record.
     if       Cur-File = zero
              display "gen-skeleton: %%RECORD outside %%EACH FILE"
              move 4 to ws-Return
              go to 3450-Exit.
     if       ws-Out-Open not = "Y"
              display "gen-skeleton: template writes before its"
                      " first %%OUTPUT"
              move 16 to return-code
              goback.
     move     Fl-Name (Cur-File) to ws-Prefix.
     if       Fl-Layout (Cur-File) = "*"
              string " 01  " function trim (ws-Prefix) "-REC"
                     delimited by size into ws-Gen-Line
              move "pic x(256)." to ws-Gen-Line (40:)
              perform 9000-Put-Line
              go to 3450-Exit.
     perform  4000-Load-Layout thru 4000-Exit.
     perform  4500-Shape thru 4500-Exit.
     perform  5000-Gen-Record thru 5000-Exit.
 3450-Exit.
     exit.
*>
*> ws-Line to ws-Gen-Line, each known %MARKER% replaced by its value
 3500-Substitute.
     move     spaces to ws-Gen-Line.
     move     1 to ws-Gen-Ptr ws-Col.
     move     160 to ws-Line-Len.
     perform  until ws-Line-Len < 1
                 or ws-Line (ws-Line-Len:1) not = space
              subtract 1 from ws-Line-Len
     end-perform.
 3510-Char.
     if       ws-Col > ws-Line-Len or ws-Gen-Ptr > 160
              go to 3500-Exit.
     if       ws-Line (ws-Col:1) not = "%"
              move ws-Line (ws-Col:1) to ws-Gen-Line (ws-Gen-Ptr:1)
              add 1 to ws-Gen-Ptr ws-Col
              go to 3510-Char.
     move     zero to ws-Close.
     perform  varying ws-Sub from ws-Col by 1
              until ws-Sub not < ws-Line-Len or ws-Sub > ws-Col + 24
                 or ws-Close not = zero
              if  ws-Line (ws-Sub + 1:1) = "%"
                  compute ws-Close = ws-Sub + 1
              end-if
     end-perform.
     move     "N" to ws-Known.
     if       ws-Close > ws-Col + 1
              move spaces to ws-Marker
              move ws-Line (ws-Col + 1:ws-Close - ws-Col - 1)
                   to ws-Marker
              perform 3600-Marker-Value thru 3600-Exit.
     if       ws-Known not = "Y"
              move "%" to ws-Gen-Line (ws-Gen-Ptr:1)
              add 1 to ws-Gen-Ptr ws-Col
              go to 3510-Char.
     perform  9300-Value-Length.
     if       ws-Value-Len > zero
              string ws-Value (1:ws-Value-Len) delimited by size
                     into ws-Gen-Line pointer ws-Gen-Ptr.
     compute  ws-Col = ws-Close + 1.
     go       to 3510-Char.
 3500-Exit.
     exit.
*>
*> ws-Marker's value into ws-Value, ws-Known Y when it is a marker
*> this run can fill
 3600-Marker-Value.
     move     spaces to ws-Value.
     move     "Y" to ws-Known.
     evaluate ws-Marker
         when "PROGRAM"
              move Sp-Program to ws-Value
         when "PROGRAM-UC"
              move Sp-Program-UC to ws-Value
         when "TITLE"
              move Sp-Title to ws-Value
         when "TYPE"
              move Sp-Type to ws-Value
         when "AUTHOR"
              move Sp-Author to ws-Value
         when "PERM"
              move Sp-Perm to ws-Value
         when "DATE"
              move ws-Date-Words to ws-Value
         when "YMD"
              move ws-Today to ws-Value
         when "SPEC"
              move Spec-In-Name to ws-Value
         when "TEMPLATE"
              move ws-Tpl-File to ws-Value
         when "FILE-COUNT"
              move File-Count to ws-Num-Edit
              move function trim (ws-Num-Edit) to ws-Value
         when "PARM-COUNT"
              move Parm-Count to ws-Num-Edit
              move function trim (ws-Num-Edit) to ws-Value
         when "USING"
              move 1 to ws-Ptr
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Parm-Count
                  if  ws-Sub > 1
                      string " " delimited by size
                             into ws-Value pointer ws-Ptr
                  end-if
                  string function trim (Pm-Name (ws-Sub))
                         delimited by size into ws-Value pointer ws-Ptr
              end-perform
         when other
              perform 3650-Item-Value thru 3650-Exit
     end-evaluate.
 3600-Exit.
     exit.
*>
*> the markers of the current file or parameter
 3650-Item-Value.
     if       ws-Marker (1:5) = "FILE-" or ws-Marker = "FILE"
              if  Cur-File = zero
                  move "N" to ws-Known
                  go to 3650-Exit
              end-if
              evaluate ws-Marker
                  when "FILE"
                       move Fl-Name (Cur-File) to ws-Value
                  when "FILE-SEQ"
                       move Cur-File to ws-Num-Edit
                       move function trim (ws-Num-Edit) to ws-Value
                  when "FILE-LAYOUT"
                       move Fl-Layout (Cur-File) to ws-Value
                  when "FILE-DSN"
                       move Fl-Dsn (Cur-File) to ws-Value
                  when "FILE-ENV"
                       move Fl-Env (Cur-File) to ws-Value
                  when "FILE-MODE"
                       move Fl-Mode (Cur-File) to ws-Value
                  when "FILE-ORG"
                       move Fl-Org (Cur-File) to ws-Value
                  when "FILE-LENGTH"
                       move Fl-Length (Cur-File) to ws-Num-Edit
                       move function trim (ws-Num-Edit) to ws-Value
                  when "FILE-VERB"
                       evaluate Fl-Mode (Cur-File)
                           when "I"  move "INPUT"  to ws-Value
                           when "O"  move "OUTPUT" to ws-Value
                           when "E"  move "EXTEND" to ws-Value
                           when other
                                     move "UPDATE" to ws-Value
                       end-evaluate
                  when other
                       move "N" to ws-Known
              end-evaluate
              go to 3650-Exit.
     if       ws-Marker (1:5) = "PARM-" or ws-Marker = "PARM"
              if  Cur-Parm = zero
                  move "N" to ws-Known
                  go to 3650-Exit
              end-if
              evaluate ws-Marker
                  when "PARM"
                       move Pm-Name (Cur-Parm) to ws-Value
                  when "PARM-SEQ"
                       move Cur-Parm to ws-Num-Edit
                       move function trim (ws-Num-Edit) to ws-Value
                  when "PARM-PIC"
                       move Pm-Pic (Cur-Parm) to ws-Value
                  when other
                       move "N" to ws-Known
              end-evaluate
              go to 3650-Exit.
     move     "N" to ws-Known.
 3650-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the current file's layout: its first 01 block, groups included
*>----------------------------------------------------------------
 4000-Load-Layout.
     move     Fl-Layout (Cur-File) to Layout-In-Name.
     move     zero to Fld-Count Rec-Length ws-High-Water ws-Redef-End.
     move     space to ws-In-Block ws-Block-Seen.
     move     "N" to ws-Prev-Zero-G.
     open     input Layout-In.
     if       fs-reply not = zero
              display "gen-skeleton: cannot open layout file "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 4010-Read-Row.
     read     Layout-In at end
              go to 4090-Done.
*> an 01 starts a block; a group at offset zero straight after one
*> is its first child, not another record
     if       LayI-Offset = zero and LayI-Type = "G"
         and  ws-Prev-Zero-G not = "Y"
              move "Y" to ws-Prev-Zero-G
              move space to ws-In-Block
              if  ws-Block-Seen not = "Y"
                  move "Y" to ws-In-Block ws-Block-Seen
                  move LayI-Name to Rec-Name
                  move LayI-Bytes to Rec-Length
              end-if
              go to 4010-Read-Row.
     if       LayI-Offset = zero and LayI-Type = "G"
              move "Y" to ws-Prev-Zero-G
     else
              move "N" to ws-Prev-Zero-G.
     if       ws-In-Block not = "Y" or LayI-Bytes = zero
              go to 4010-Read-Row.
     if       Fld-Count not < 300
              display "gen-skeleton: " function trim (Layout-In-Name)
                      " has more than 300 fields - rest ignored"
              move 4 to ws-Return
              go to 4090-Done.
     add      1 to Fld-Count.
     move     LayI-Name   to Fld-Name (Fld-Count).
     move     LayI-Offset to Fld-Offset (Fld-Count).
     move     LayI-Bytes  to Fld-Bytes (Fld-Count).
     move     LayI-Type   to Fld-Type (Fld-Count).
     move     LayI-Usage  to Fld-Usage (Fld-Count).
     move     LayI-Digits to Fld-Digits (Fld-Count).
     move     "N" to Fld-Redef (Fld-Count).
     move     1 to Fld-Occ (Fld-Count).
     move     LayI-Bytes to Fld-Span (Fld-Count).
     if       LayI-Offset + LayI-Bytes > Rec-Length
              compute Rec-Length = LayI-Offset + LayI-Bytes.
     go       to 4010-Read-Row.
 4090-Done.
     close    Layout-In.
     if       Fld-Count = zero
              display "gen-skeleton: no fields in the layout "
                      function trim (Layout-In-Name)
              move 16 to return-code
              goback.
     if       Rec-Length > 256
              move Rec-Length to ws-Num-Edit
              display "gen-skeleton: " function trim (Rec-Name) " is "
                      function trim (ws-Num-Edit)
                      " bytes - CHKIO carries at most 256"
              move 16 to return-code
              goback.
 4000-Exit.
     exit.
*>
*> REDEFINES and OCCURS read off the offsets, as gen-access reads
*> them
 4500-Shape.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              compute ws-Ext = Fld-Offset (ws-Sub) + Fld-Bytes (ws-Sub)
              if  Fld-Offset (ws-Sub) < ws-High-Water
               or Fld-Offset (ws-Sub) < ws-Redef-End
                  move "Y" to Fld-Redef (ws-Sub)
                  if  ws-Ext > ws-Redef-End
                      move ws-Ext to ws-Redef-End
                  end-if
              else
                  if  Fld-Type (ws-Sub) not = "G"
                    and ws-Ext > ws-High-Water
                      move ws-Ext to ws-High-Water
                  end-if
              end-if
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  Fld-Type (ws-Sub) = "G"
                  perform 4550-Group-Span thru 4550-Exit
              else
                  perform 4560-Field-Span thru 4560-Exit
              end-if
     end-perform.
 4500-Exit.
     exit.
*>
 4550-Group-Span.
     move     zero to ws-Ext.
     move     "N" to ws-Done.
     perform  varying ws-Rx from ws-Sub by 1
              until ws-Rx not < Fld-Count or ws-Done = "Y"
              if  Fld-Offset (ws-Rx + 1) < Fld-Offset (ws-Sub)
               or Fld-Offset (ws-Rx + 1) not < Fld-Offset (ws-Sub)
                                             + Fld-Bytes (ws-Sub)
                  move "Y" to ws-Done
              else
                  if  Fld-Redef (ws-Rx + 1) = "N"
                    and Fld-Offset (ws-Rx + 1) + Fld-Bytes (ws-Rx + 1)
                        - Fld-Offset (ws-Sub) > ws-Ext
                      compute ws-Ext = Fld-Offset (ws-Rx + 1)
                                     + Fld-Bytes (ws-Rx + 1)
                                     - Fld-Offset (ws-Sub)
                  end-if
              end-if
     end-perform.
     if       ws-Ext > zero and ws-Ext < Fld-Bytes (ws-Sub)
         and  function mod (Fld-Bytes (ws-Sub), ws-Ext) = zero
              compute Fld-Occ (ws-Sub) = Fld-Bytes (ws-Sub) / ws-Ext
              move ws-Ext to Fld-Span (ws-Sub).
 4550-Exit.
     exit.
*>
 4560-Field-Span.
     evaluate true
         when Fld-Usage (ws-Sub) = "1"
              move 4 to ws-Natural
         when Fld-Usage (ws-Sub) = "2"
              move 8 to ws-Natural
         when Fld-Usage (ws-Sub) = "B" and Fld-Digits (ws-Sub) < 5
              move 2 to ws-Natural
         when Fld-Usage (ws-Sub) = "B" and Fld-Digits (ws-Sub) < 10
              move 4 to ws-Natural
         when Fld-Usage (ws-Sub) = "B"
              move 8 to ws-Natural
         when Fld-Usage (ws-Sub) = "P"
              compute ws-Natural = (Fld-Digits (ws-Sub) / 2) + 1
         when other
              move Fld-Digits (ws-Sub) to ws-Natural
     end-evaluate.
     if       ws-Natural > zero and ws-Natural < Fld-Bytes (ws-Sub)
         and  function mod (Fld-Bytes (ws-Sub), ws-Natural) = zero
              compute Fld-Occ (ws-Sub) = Fld-Bytes (ws-Sub) / ws-Natural
              move ws-Natural to Fld-Span (ws-Sub).
 4560-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record as an 01 of <file>-REC: groups nested by the byte
*> ranges they cover, each at its inferred OCCURS, FILLER for any
*> bytes a left-out REDEFINES leaves uncovered
*>----------------------------------------------------------------
 5000-Gen-Record.
     move     spaces to ws-Gen-Line.
     string   " 01  " function trim (ws-Prefix) "-REC."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     zero to Grp-Depth Fld-Cursor.
     move     "N" to ws-Done.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  Fld-Redef (ws-Sub) = "N"
                  perform 5010-Close-Groups thru 5010-Exit
                  perform 5020-Gen-Row thru 5020-Exit
              end-if
     end-perform.
     move     "Y" to ws-Done.
     perform  5010-Close-Groups thru 5010-Exit.
     if       Fld-Cursor < Rec-Length
              compute ws-Gap = Rec-Length - Fld-Cursor
              perform 5040-Gen-Filler
              move Rec-Length to Fld-Cursor.
 5000-Exit.
     exit.
*>
 5010-Close-Groups.
     if       Grp-Depth = zero
              go to 5010-Exit.
     move     Gs-Sub (Grp-Depth) to ws-Rx.
     if       ws-Done not = "Y"
        and   Fld-Offset (ws-Sub) < Gs-End (Grp-Depth)
              go to 5010-Exit.
     if       Fld-Cursor < Gs-End (Grp-Depth)
              compute ws-Gap = Gs-End (Grp-Depth) - Fld-Cursor
              perform 5040-Gen-Filler.
     compute  Fld-Cursor = Fld-Offset (ws-Rx) + Fld-Bytes (ws-Rx).
     subtract 1 from Grp-Depth.
     go       to 5010-Close-Groups.
 5010-Exit.
     exit.
*>
 5020-Gen-Row.
     if       Fld-Offset (ws-Sub) > Fld-Cursor
              compute ws-Gap = Fld-Offset (ws-Sub) - Fld-Cursor
              perform 5040-Gen-Filler.
     compute  ws-Level = 5 + Grp-Depth * 5.
     move     ws-Level to ws-Level-Edit.
     perform  9200-Data-Name thru 9200-Exit.
     move     spaces to ws-Gen-Line.
     compute  ws-Gen-Ptr = 6 + Grp-Depth * 4.
     string   ws-Level-Edit "  " function trim (ws-Data-Name)
              delimited by size into ws-Gen-Line pointer ws-Gen-Ptr.
     if       Fld-Type (ws-Sub) = "G"
              move spaces to ws-Pic-Text
     else
              perform 9100-Build-Pic thru 9100-Exit.
     if       Fld-Occ (ws-Sub) > 1
              move Fld-Occ (ws-Sub) to ws-Num-Edit
              move 1 to ws-Pic-Ptr
              move ws-Pic-Text to ws-Data-Name
              move spaces to ws-Pic-Text
              if  ws-Data-Name not = spaces
                  string function trim (ws-Data-Name) " "
                         delimited by size
                         into ws-Pic-Text pointer ws-Pic-Ptr
              end-if
              string "occurs " function trim (ws-Num-Edit)
                     delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr.
     move     function trim (ws-Pic-Text) to ws-Data-Name.
     perform  5030-Place-Pic thru 5030-Exit.
     if       Fld-Type (ws-Sub) = "G"
              if  Grp-Depth < 8
                  add 1 to Grp-Depth
                  move ws-Sub to Gs-Sub (Grp-Depth)
                  compute Gs-End (Grp-Depth) =
                          Fld-Offset (ws-Sub) + Fld-Span (ws-Sub)
              end-if
              move Fld-Offset (ws-Sub) to Fld-Cursor
     else
              compute Fld-Cursor = Fld-Offset (ws-Sub)
                                 + Fld-Bytes (ws-Sub).
 5020-Exit.
     exit.
*>
*> ws-Data-Name's clauses after the data name, at column 40 when the
*> name leaves room, else on a line of their own
 5030-Place-Pic.
     if       ws-Data-Name = spaces
              move "." to ws-Gen-Line (ws-Gen-Ptr:1)
              perform 9000-Put-Line
              go to 5030-Exit.
     if       ws-Gen-Ptr > 38
        or    function length (function trim (ws-Data-Name)) > 31
              perform 9000-Put-Line
              move spaces to ws-Gen-Line
              compute ws-Gen-Ptr = 10 + Grp-Depth * 4
              if  ws-Gen-Ptr + function length
                      (function trim (ws-Data-Name)) > 71
                  move 10 to ws-Gen-Ptr
              end-if
     else
              move 40 to ws-Gen-Ptr.
     string   function trim (ws-Data-Name) "." delimited by size
              into ws-Gen-Line pointer ws-Gen-Ptr.
     perform  9000-Put-Line.
 5030-Exit.
     exit.
*>
 5040-Gen-Filler.
     compute  ws-Level = 5 + Grp-Depth * 5.
     move     ws-Level to ws-Level-Edit.
     move     ws-Gap to ws-Num-Edit2.
     move     spaces to ws-Gen-Line.
     compute  ws-Gen-Ptr = 6 + Grp-Depth * 4.
     string   ws-Level-Edit "  filler" delimited by size
              into ws-Gen-Line pointer ws-Gen-Ptr.
     string   "pic x(" function trim (ws-Num-Edit2) ")."
              delimited by size into ws-Gen-Line (40:).
     perform  9000-Put-Line.
     add      ws-Gap to Fld-Cursor.
*>
*>----------------------------------------------------------------
*> service paragraphs
*>----------------------------------------------------------------
 9000-Put-Line.
     write    Gen-Out-Rec from ws-Gen-Line.
     add      1 to ws-Gen-Count.
     move     spaces to ws-Gen-Line.
*>
*> picture text for field ws-Sub off its .lay type/usage/digits -
*> packed fields signed, the rest as the layout gives them
 9100-Build-Pic.
     move     spaces to ws-Pic-Text.
     if       Fld-Usage (ws-Sub) = "1"
              move "comp-1" to ws-Pic-Text
              go to 9100-Exit.
     if       Fld-Usage (ws-Sub) = "2"
              move "comp-2" to ws-Pic-Text
              go to 9100-Exit.
     if       Fld-Type (ws-Sub) not = "9"
         and  Fld-Usage (ws-Sub) not = "P" and not = "B"
              move Fld-Span (ws-Sub) to ws-Num-Edit
              string "pic x(" function trim (ws-Num-Edit) ")"
                     delimited by size into ws-Pic-Text
              go to 9100-Exit.
     move     1 to ws-Pic-Ptr.
     string   "pic " delimited by size
              into ws-Pic-Text pointer ws-Pic-Ptr.
     if       Fld-Usage (ws-Sub) = "P"
              string "s" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr.
     move     Fld-Digits (ws-Sub) to ws-Num-Edit.
     if       Fld-Digits (ws-Sub) = zero
              move Fld-Span (ws-Sub) to ws-Num-Edit.
     string   "9(" function trim (ws-Num-Edit) ")"
              delimited by size into ws-Pic-Text pointer ws-Pic-Ptr.
     evaluate true
         when Fld-Usage (ws-Sub) = "P"
              string " comp-3" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr
         when Fld-Usage (ws-Sub) = "B"
              string " comp" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr
     end-evaluate.
 9100-Exit.
     exit.
*>
*> <prefix>-<field name> of row ws-Sub, a FILLER left as one
 9200-Data-Name.
     move     spaces to ws-Data-Name.
     if       function upper-case (Fld-Name (ws-Sub)) = "FILLER"
              move "filler" to ws-Data-Name
              go to 9200-Exit.
     string   function trim (ws-Prefix) "-"
              function upper-case (function trim (Fld-Name (ws-Sub)))
              delimited by size into ws-Data-Name.
 9200-Exit.
     exit.
*>
*> the length of ws-Value without its trailing spaces
 9300-Value-Length.
     move     160 to ws-Value-Len.
     perform  until ws-Value-Len < 1
                 or ws-Value (ws-Value-Len:1) not = space
              subtract 1 from ws-Value-Len
     end-perform.
