       >>source free
 Identification division.
*>**********************
      program-id.       xref-dates.
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
*>    Usage.            Date-field inventory and two-digit-year
*>                      exposure report over the durable extracts
*>                      cobxref writes (-EXTRACT with -LAYOUT and
*>                      -LINEAGE): every named .ext dictionary extract
*>                      with the matching .lay layout extract and .dfl
*>                      lineage extract found alongside by extension.
*>
*>                      A field is a date
*>                        - by name: DATE, DT, DOB, YY, YEAR, CCYY,
*>                          CENTURY, JULIAN, a format such as YYMMDD
*>                          or CCYYDDD in the name, or a group whose
*>                          parts are year, month and day fields
*>                        - by use: the receiver of ACCEPT ... FROM
*>                          DATE / DAY, or the other operand of a
*>                          COMPUTE / ADD / SUBTRACT / MULTIPLY /
*>                          DIVIDE with a date field.
*>                      Its probable format comes from the name, the
*>                      parts of a group, or the ACCEPT it is given by
*>                      - else is guessed from its size (marked ?).
*>
*>                      The report lists
*>                        - the inventory, by field name across every
*>                          program, with picture and format, flagging
*>                          a name whose format differs between
*>                          programs
*>                        - the two-digit-year fields
*>                        - the century windowing logic found: a year
*>                          compared with a pivot, 19 / 20 set into a
*>                          century, 1900 / 2000 added, a two-digit
*>                          year carried into a four-digit one - and
*>                          the programs with two-digit years and none
*>                        - every MOVE of a date into a field of
*>                          another format, off the lineage extract.
*>
*>                      xref-dates <file.ext>          one program
*>                      xref-dates @<list-file>        one .ext name
*>                                                     per record
*>
*>                      Return code 0 no exposure, 4 two-digit years
*>                      or mixed-format moves found, 16 nothing loaded.
*>**
*>    Called by.
*>                      Run standalone, e.g. after the nightly batch
*>                      cobxref inventory run.
*>**
*>    Calls.
*>                      ENVPROF
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
     select   Extract-In       assign Extract-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Lineage-In       assign Lineage-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   List-In          assign List-In-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
*> same columns cobxref's Extract-Record writes
 fd  Extract-In.
 01  Extract-In-Rec.
     03  ExtI-Prog-Name        pic x(32).
     03  ExtI-Data-Name        pic x(32).
     03  ExtI-Section-Code     pic x.
     03  ExtI-Defn-RefNo       pic 9(6).
     03  ExtI-Ref-RefNo        pic 9(6).
     03  filler                pic x(10).
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
*> same columns cobxref's Lineage-Record writes
 fd  Lineage-In.
 01  Lineage-In-Rec.
     03  LngI-Type             pic x.
     03  filler                pic x.
     03  LngI-Prog             pic x(32).
     03  filler                pic x.
     03  LngI-From             pic x(32).
     03  filler                pic x.
     03  LngI-To               pic x(32).
     03  filler                pic x.
     03  LngI-Verb             pic x(8).
     03  filler                pic x.
     03  LngI-RefNo            pic 9(6).
*>
 fd  List-In.
 01  List-In-Rec               pic x(256).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "xref-dates v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  Extract-In-Name       pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Lineage-In-Name       pic x(256)   value spaces.
 01  List-In-Name          pic x(256)   value spaces.
 77  ws-List-Mode-Sw       pic x        value space.
     88  ws-List-Mode                   value "Y".
*>
*> the .lay rows of the extract being loaded
 01  Lay-Load-Table.
     03  Lay-Load-Entry    occurs 3000.
         05  LayL-Name     pic x(32).
         05  LayL-Offset   pic 9(6).
         05  LayL-Bytes    pic 9(6).
         05  LayL-Type     pic x.
         05  LayL-Usage    pic x.
         05  LayL-Digits   pic 9(4).
 77  Lay-Load-Count        Binary-Long  value zero.
*>
*> the .dfl rows of the extract being loaded
 01  Lng-Load-Table.
     03  Lng-Load-Entry    occurs 8000.
         05  LngL-Type     pic x.
         05  LngL-Prog     pic x(32).
         05  LngL-From     pic x(32).
         05  LngL-To       pic x(32).
         05  LngL-Verb     pic x(8).
         05  LngL-RefNo    pic 9(6).
 77  Lng-Load-Count        Binary-Long  value zero.
*>
*> every data name the extract defines, one entry per program
 01  Def-Table.
     03  Def-Entry         occurs 10000.
         05  Def-Prog      pic x(32).
         05  Def-Name      pic x(32).
         05  Def-Defn      pic 9(6).
         05  Def-Lay       Binary-Long.
 77  Def-Count             Binary-Long  value zero.
*>
*> the inventory - the whole estate in one table, sorted by name
*> for the grouped report
 01  Dat-Table.
     03  Dat-Entry         occurs 5000
                           ascending key Dat-Name Dat-Prog
                           indexed by Dat-Idx.
         05  Dat-Name      pic x(32).
         05  Dat-Prog      pic x(32).
         05  Dat-Defn      pic 9(6).
         05  Dat-Pic       pic x(16).
         05  Dat-Fmt       pic x(12).
         05  Dat-How       pic x(6).
         05  Dat-YY2       pic x.
 77  Dat-Count             Binary-Long  value zero.
*>
*> century windowing logic found, a line of text each
 01  Win-Table.
     03  Win-Entry         occurs 2000.
         05  Win-Prog      pic x(32).
         05  Win-RefNo     pic 9(6).
         05  Win-Text      pic x(90).
 77  Win-Count             Binary-Long  value zero.
*>
*> dates moved between fields of different formats
 01  Mov-Table.
     03  Mov-Entry         occurs 2000.
         05  Mov-Prog      pic x(32).
         05  Mov-RefNo     pic 9(6).
         05  Mov-From      pic x(32).
         05  Mov-From-Fmt  pic x(12).
         05  Mov-To        pic x(32).
         05  Mov-To-Fmt    pic x(12).
 77  Mov-Count             Binary-Long  value zero.
*>
*> format tokens a name may carry, longest first so CCYYMMDD is
*> never read as YYMMDD
 01  Tok-Values.
     03  filler            pic x(17) value "8CCYYMMDDCCYYMMDD".
     03  filler            pic x(17) value "8YYYYMMDDCCYYMMDD".
     03  filler            pic x(17) value "8DDMMCCYYDDMMCCYY".
     03  filler            pic x(17) value "8DDMMYYYYDDMMCCYY".
     03  filler            pic x(17) value "8MMDDCCYYMMDDCCYY".
     03  filler            pic x(17) value "8MMDDYYYYMMDDCCYY".
     03  filler            pic x(17) value "7CCYYDDD CCYYDDD ".
     03  filler            pic x(17) value "7YYYYDDD CCYYDDD ".
     03  filler            pic x(17) value "6YYMMDD  YYMMDD  ".
     03  filler            pic x(17) value "6DDMMYY  DDMMYY  ".
     03  filler            pic x(17) value "6MMDDYY  MMDDYY  ".
     03  filler            pic x(17) value "5YYDDD   YYDDD   ".
     03  filler            pic x(17) value "4CCYY    CCYY    ".
     03  filler            pic x(17) value "4YYYY    CCYY    ".
 01  filler                redefines Tok-Values.
     03  Tok-Entry         occurs 14.
         05  Tok-Len       pic 9.
         05  Tok-Text      pic x(8).
         05  Tok-Fmt       pic x(8).
*>
*> one name being classified
 01  ws-Cls-Name           pic x(32)    value spaces.
 01  ws-Cls-Up             pic x(32)    value spaces.
 01  ws-Cls-Type           pic x        value space.
 77  ws-Cls-Digits         Binary-Long  value zero.
 77  ws-Cls-Bytes          Binary-Long  value zero.
 01  ws-Cls-Fmt            pic x(12)    value spaces.
 01  ws-Cls-Comp           pic x(4)     value spaces.
 77  ws-Cls-Date-Sw        pic x        value space.
 01  ws-Word-Table         value spaces.
     03  ws-Word           occurs 8 pic x(32).
 77  ws-Word-Count         Binary-Long  value zero.
 77  ws-Word-Len           Binary-Long  value zero.
 01  ws-Cur-Word           pic x(32)    value spaces.
*>
*> a group composed from its parts
 01  ws-Grp-Fmt            pic x(12)    value spaces.
 77  ws-Grp-Ptr            Binary-Long  value zero.
 77  ws-Grp-End            Binary-Long  value zero.
 77  ws-Grp-Last           Binary-Long  value zero.
 77  ws-Grp-Parts          Binary-Long  value zero.
 77  ws-Grp-Year-Sw        pic x        value space.
 77  ws-Grp-Bad-Sw         pic x        value space.
 77  ws-Hold-Date-Sw       pic x        value space.
 01  ws-Hold-Fmt           pic x(12)    value spaces.
*>
*> the entry being added to the inventory
 01  ws-Add-Prog           pic x(32)    value spaces.
 01  ws-Add-Name           pic x(32)    value spaces.
 01  ws-Add-Fmt            pic x(12)    value spaces.
 01  ws-Add-How            pic x(6)     value spaces.
 77  ws-Add-Defn           pic 9(6)     value zero.
 77  ws-Add-Lay            Binary-Long  value zero.
*>
 01  ws-Find-Prog          pic x(32)    value spaces.
 01  ws-Find-Name          pic x(32)    value spaces.
 77  ws-Dat-Hit            Binary-Long  value zero.
 77  ws-Dat-Hit2           Binary-Long  value zero.
 77  ws-Def-Hit            Binary-Long  value zero.
 77  ws-Lay-Hit            Binary-Long  value zero.
*>
 01  ws-Lit                pic x(32)    value spaces.
 77  ws-Lit-Len            Binary-Long  value zero.
 77  ws-Tally              Binary-Long  value zero.
 01  ws-Fmt-A              pic x(12)    value spaces.
 01  ws-Fmt-B              pic x(12)    value spaces.
 01  ws-Win-Work           pic x(90)    value spaces.
 01  ws-Win-Prog           pic x(32)    value spaces.
 77  ws-Win-RefNo          pic 9(6)     value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Grp-Start          Binary-Long  value zero.
 77  ws-Grp-Stop           Binary-Long  value zero.
 77  ws-Name-Len           Binary-Long  value zero.
 77  ws-Differ-Sw          pic x        value space.
 77  ws-File-Count         Binary-Long  value zero.
 77  ws-No-Lay-Count       Binary-Long  value zero.
 77  ws-No-Lng-Count       Binary-Long  value zero.
 77  ws-YY2-Count          Binary-Long  value zero.
 77  ws-Differ-Count       Binary-Long  value zero.
 77  ws-Bare-Count         Binary-Long  value zero.
 01  ws-Count-Edit         pic z(6)9.
 01  ws-Sig-Work           pic x(16)    value spaces.
 01  ws-Digits-Edit        pic z(3)9.
 01  ws-How-Disp           pic x(8)     value spaces.
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
              display "xref-dates: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
*> unused slots must sort behind every real name
     move     high-values to Dat-Table.
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-List-Mode
              perform 2000-Load-From-List thru 2000-Exit
     else
              perform 2100-Load-One-Extract thru 2100-Exit.
     if       ws-File-Count = zero
              display "xref-dates: nothing loaded - no report"
              move 16 to return-code
              goback.
     if       Dat-Count > 1
              sort Dat-Entry ascending Dat-Name Dat-Prog.
     perform  3000-Report thru 3000-Exit.
     if       ws-YY2-Count > zero
           or Mov-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: xref-dates <file.ext> | @<list>"
              move 16 to return-code
              goback.
     accept   ws-Arg-Text from argument-value.
     if       ws-Arg-Text (1:1) = "@"
              move "Y" to ws-List-Mode-Sw
              move ws-Arg-Text (2:255) to List-In-Name
     else
              move ws-Arg-Text to Extract-In-Name.
 1000-Exit.
     exit.
*>
 2000-Load-From-List.
     open     input List-In.
     if       fs-reply not = zero
              display "Cannot open list "
                       function trim (List-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 2010-Next-Member.
     read     List-In at end
              close List-In
              go to 2000-Exit.
     if       List-In-Rec = spaces
              go to 2010-Next-Member.
     move     List-In-Rec to Extract-In-Name.
     perform  2100-Load-One-Extract thru 2100-Exit.
     go       to 2010-Next-Member.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one program's extract set: the .lay and .dfl names are the .ext
*> name with the extension swapped, the same base-name rule
*> cobxref used when it wrote them.  The definitions are read
*> first, then classified, then the lineage rows are walked
*>----------------------------------------------------------------
 2100-Load-One-Extract.
     perform  2200-Build-Companions thru 2200-Exit.
     perform  2300-Load-Layout      thru 2300-Exit.
     perform  2400-Load-Lineage     thru 2400-Exit.
     move     zero to Def-Count.
     open     input Extract-In.
     if       fs-reply not = zero
              display "Cannot open extract "
                       function trim (Extract-In-Name)
                       ", status " fs-reply
              go to 2100-Exit.
     add      1 to ws-File-Count.
 2110-Next-Row.
     read     Extract-In at end
              close Extract-In
              go to 2120-Classify.
     if       ExtI-Data-Name = spaces
           or ExtI-Section-Code = "P"
           or function upper-case (ExtI-Data-Name) = "FILLER"
              go to 2110-Next-Row.
     move     zero to ws-Def-Hit.
     perform  varying ws-Sub from Def-Count by -1
              until ws-Sub < 1 or ws-Def-Hit > zero
              if  Def-Name (ws-Sub) = ExtI-Data-Name
                and Def-Prog (ws-Sub) = ExtI-Prog-Name
                  move ws-Sub to ws-Def-Hit
              end-if
     end-perform.
     if       ws-Def-Hit > zero
              go to 2110-Next-Row.
     if       Def-Count not < 10000
              go to 2110-Next-Row.
     add      1 to Def-Count.
     move     ExtI-Prog-Name to Def-Prog (Def-Count).
     move     ExtI-Data-Name to Def-Name (Def-Count).
     move     ExtI-Defn-RefNo to Def-Defn (Def-Count).
     move     zero to Def-Lay (Def-Count).
     perform  varying ws-Sub2 from 1 by 1
              until ws-Sub2 > Lay-Load-Count
              if  LayL-Name (ws-Sub2) = ExtI-Data-Name
                  move ws-Sub2 to Def-Lay (Def-Count)
                  move Lay-Load-Count to ws-Sub2
              end-if
     end-perform.
     go       to 2110-Next-Row.
*>
 2120-Classify.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Def-Count
              perform 2500-Classify-Def thru 2500-Exit
     end-perform.
     perform  2600-Walk-Lineage thru 2600-Exit.
 2100-Exit.
     exit.
*>
 2200-Build-Companions.
     move     spaces to Layout-In-Name Lineage-In-Name.
     move     zero to ws-Name-Len.
     inspect  function trim (Extract-In-Name)
              tallying ws-Name-Len for characters.
     if       ws-Name-Len > 4
          and Extract-In-Name (ws-Name-Len - 3:4) = ".ext"
              move Extract-In-Name (1:ws-Name-Len - 4)
                   to Layout-In-Name Lineage-In-Name
              string ".lay" delimited by size
                     into Layout-In-Name (ws-Name-Len - 3:4)
              string ".dfl" delimited by size
                     into Lineage-In-Name (ws-Name-Len - 3:4).
 2200-Exit.
     exit.
*>
 2300-Load-Layout.
     move     zero to Lay-Load-Count.
     if       Layout-In-Name = spaces
              add 1 to ws-No-Lay-Count
              go to 2300-Exit.
     open     input Layout-In.
     if       fs-reply not = zero
              display "xref-dates: no layout extract "
                      function trim (Layout-In-Name)
                      " - pictures unknown (cobxref -LAYOUT)"
              add 1 to ws-No-Lay-Count
              go to 2300-Exit.
 2310-Next-Lay.
     read     Layout-In at end
              close Layout-In
              go to 2300-Exit.
     if       Lay-Load-Count not < 3000
              close Layout-In
              go to 2300-Exit.
     add      1 to Lay-Load-Count.
     move     LayI-Name to LayL-Name (Lay-Load-Count).
     move     LayI-Offset to LayL-Offset (Lay-Load-Count).
     move     LayI-Bytes to LayL-Bytes (Lay-Load-Count).
     move     LayI-Type to LayL-Type (Lay-Load-Count).
     move     LayI-Usage to LayL-Usage (Lay-Load-Count).
     move     LayI-Digits to LayL-Digits (Lay-Load-Count).
     go       to 2310-Next-Lay.
 2300-Exit.
     exit.
*>
 2400-Load-Lineage.
     move     zero to Lng-Load-Count.
     if       Lineage-In-Name = spaces
              add 1 to ws-No-Lng-Count
              go to 2400-Exit.
     open     input Lineage-In.
     if       fs-reply not = zero
              display "xref-dates: no lineage extract "
                      function trim (Lineage-In-Name)
                      " - dates by use and moves not seen"
                      " (cobxref -LINEAGE)"
              add 1 to ws-No-Lng-Count
              go to 2400-Exit.
 2410-Next-Lng.
     read     Lineage-In at end
              close Lineage-In
              go to 2400-Exit.
     if       Lng-Load-Count not < 8000
              close Lineage-In
              go to 2400-Exit.
     if       LngI-Type not = "E" and not = "C"
              go to 2410-Next-Lng.
     add      1 to Lng-Load-Count.
     move     LngI-Type to LngL-Type (Lng-Load-Count).
     move     LngI-Prog to LngL-Prog (Lng-Load-Count).
     move     LngI-From to LngL-From (Lng-Load-Count).
     move     LngI-To to LngL-To (Lng-Load-Count).
     move     LngI-Verb to LngL-Verb (Lng-Load-Count).
     move     LngI-RefNo to LngL-RefNo (Lng-Load-Count).
     go       to 2410-Next-Lng.
 2400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> Def-Entry (ws-Sub): a date by name, or a group of date parts,
*> goes into the inventory
*>----------------------------------------------------------------
 2500-Classify-Def.
     move     Def-Lay (ws-Sub) to ws-Lay-Hit.
     move     Def-Name (ws-Sub) to ws-Cls-Name.
     perform  2510-Load-Cls thru 2510-Exit.
     perform  2800-Classify-Name thru 2800-Exit.
*> the parts are classified through the same fields, so the group's
*> own verdict is held over the composing
     if       ws-Cls-Type = "G"
              move ws-Cls-Date-Sw to ws-Hold-Date-Sw
              move ws-Cls-Fmt to ws-Hold-Fmt
              perform 2850-Compose-Group thru 2850-Exit
              perform 2510-Load-Cls thru 2510-Exit
              move ws-Hold-Date-Sw to ws-Cls-Date-Sw
              move ws-Hold-Fmt to ws-Cls-Fmt
              if  ws-Grp-Fmt not = spaces
                  move ws-Grp-Fmt to ws-Cls-Fmt
                  if  ws-Grp-Year-Sw = "Y"
                      move "Y" to ws-Cls-Date-Sw
                  end-if
              end-if.
     if       ws-Cls-Date-Sw not = "Y"
              go to 2500-Exit.
     move     Def-Prog (ws-Sub) to ws-Add-Prog.
     move     Def-Name (ws-Sub) to ws-Add-Name.
     move     Def-Defn (ws-Sub) to ws-Add-Defn.
     move     ws-Lay-Hit to ws-Add-Lay.
     move     ws-Cls-Fmt to ws-Add-Fmt.
     move     "NAME" to ws-Add-How.
     perform  2900-Add-Dat thru 2900-Exit.
 2500-Exit.
     exit.
*>
*> the layout facts for ws-Lay-Hit, blank when there is no row
 2510-Load-Cls.
     move     space to ws-Cls-Type.
     move     zero to ws-Cls-Digits ws-Cls-Bytes.
     if       ws-Lay-Hit > zero
              move LayL-Type (ws-Lay-Hit) to ws-Cls-Type
              move LayL-Digits (ws-Lay-Hit) to ws-Cls-Digits
              move LayL-Bytes (ws-Lay-Hit) to ws-Cls-Bytes.
 2510-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the lineage rows of this extract: ACCEPT ... FROM DATE / DAY
*> receivers first (their format is certain), then the operands of
*> date arithmetic, then windowing logic and format-changing moves
*>----------------------------------------------------------------
 2600-Walk-Lineage.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lng-Load-Count
              if  LngL-Type (ws-Sub) = "E"
                and LngL-From (ws-Sub) (1:1) = "*"
                  perform 2610-Accept-Date thru 2610-Exit
              end-if
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lng-Load-Count
              if  LngL-Type (ws-Sub) = "E"
                and (LngL-Verb (ws-Sub) = "COMPUTE" or = "ADD"
                  or = "SUBTRACT" or = "MULTIPLY" or = "DIVIDE")
                  perform 2620-Date-Arith thru 2620-Exit
              end-if
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Lng-Load-Count
              if  LngL-Type (ws-Sub) = "C"
                  perform 2700-Check-Pivot thru 2700-Exit
              else
                  perform 2720-Check-Century thru 2720-Exit
                  if  LngL-Verb (ws-Sub) = "MOVE"
                      perform 2750-Check-Move thru 2750-Exit
                  end-if
              end-if
     end-perform.
 2600-Exit.
     exit.
*>
 2610-Accept-Date.
     move     LngL-Prog (ws-Sub) to ws-Find-Prog ws-Add-Prog.
     move     LngL-To (ws-Sub) to ws-Find-Name ws-Add-Name.
     perform  2950-Find-Def thru 2950-Exit.
     if       ws-Def-Hit = zero
              go to 2610-Exit.
     evaluate LngL-From (ws-Sub)
         when "*DATE"
              move "YYMMDD" to ws-Add-Fmt
         when "*DATE-YYYYMMDD"
              move "CCYYMMDD" to ws-Add-Fmt
         when "*DAY"
              move "YYDDD" to ws-Add-Fmt
         when "*DAY-YYYYDDD"
              move "CCYYDDD" to ws-Add-Fmt
         when other
              go to 2610-Exit
     end-evaluate.
     move     Def-Defn (ws-Def-Hit) to ws-Add-Defn.
     move     Def-Lay (ws-Def-Hit) to ws-Add-Lay.
     move     "ACCEPT" to ws-Add-How.
     perform  2900-Add-Dat thru 2900-Exit.
 2610-Exit.
     exit.
*>
*> one side a date, the other a data name defined here: the other
*> side is a date by use - its format off its name or size
 2620-Date-Arith.
     if       LngL-From (ws-Sub) (1:1) numeric
           or LngL-From (ws-Sub) (1:1) = "+" or = "-"
              go to 2620-Exit.
     move     LngL-Prog (ws-Sub) to ws-Find-Prog.
     move     LngL-From (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     move     ws-Dat-Hit to ws-Dat-Hit2.
     move     LngL-To (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       (ws-Dat-Hit = zero and ws-Dat-Hit2 = zero)
           or (ws-Dat-Hit > zero and ws-Dat-Hit2 > zero)
              go to 2620-Exit.
     if       ws-Dat-Hit > zero
              move LngL-From (ws-Sub) to ws-Find-Name.
     perform  2950-Find-Def thru 2950-Exit.
     if       ws-Def-Hit = zero
              go to 2620-Exit.
     move     Def-Lay (ws-Def-Hit) to ws-Lay-Hit.
     perform  2510-Load-Cls thru 2510-Exit.
     if       ws-Cls-Type not = "9"
              go to 2620-Exit.
     move     ws-Find-Name to ws-Cls-Name.
     perform  2800-Classify-Name thru 2800-Exit.
*> a name that says nothing, short of a whole date, is most likely
*> a count of days or years - no format guessed for it
     if       ws-Cls-Date-Sw not = "Y"
          and ws-Cls-Digits not = 6 and not = 7 and not = 8
              move "?" to ws-Cls-Fmt.
     move     ws-Find-Prog to ws-Add-Prog.
     move     ws-Find-Name to ws-Add-Name.
     move     Def-Defn (ws-Def-Hit) to ws-Add-Defn.
     move     ws-Lay-Hit to ws-Add-Lay.
     move     ws-Cls-Fmt to ws-Add-Fmt.
     move     "ARITH" to ws-Add-How.
     perform  2900-Add-Dat thru 2900-Exit.
 2620-Exit.
     exit.
*>
*> a year (or a two-digit-year date) compared with a literal that
*> could only be a pivot year, 0 to 99
 2700-Check-Pivot.
     move     LngL-Prog (ws-Sub) to ws-Find-Prog.
     move     LngL-From (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       ws-Dat-Hit = zero
              go to 2700-Exit.
     if       Dat-YY2 (ws-Dat-Hit) not = "Y"
              go to 2700-Exit.
     move     function trim (LngL-To (ws-Sub)) to ws-Lit.
     move     zero to ws-Lit-Len.
     inspect  ws-Lit tallying ws-Lit-Len for characters before space.
     if       ws-Lit-Len > 2
           or ws-Lit (1:ws-Lit-Len) not numeric
              go to 2700-Exit.
     move     spaces to ws-Win-Work.
     string   "pivot: " function trim (LngL-From (ws-Sub))
              " compared with " ws-Lit (1:ws-Lit-Len)
              " (" function trim (LngL-Verb (ws-Sub)) ")"
              delimited by size into ws-Win-Work.
     perform  2780-Add-Win thru 2780-Exit.
 2700-Exit.
     exit.
*>
*> a century literal into a date field: 19 / 20 set, 1900 / 2000
*> (or 19000000 ...) added - or a two-digit year carried into a
*> four-digit one by arithmetic
 2720-Check-Century.
     move     LngL-Prog (ws-Sub) to ws-Find-Prog.
     move     LngL-To (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       ws-Dat-Hit = zero
              go to 2720-Exit.
     if       LngL-From (ws-Sub) (1:1) not numeric
              go to 2730-Check-Expand.
     move     function trim (LngL-From (ws-Sub)) to ws-Lit.
     move     zero to ws-Lit-Len.
     inspect  ws-Lit tallying ws-Lit-Len for characters before space.
     if       ws-Lit (1:2) not = "19" and not = "20"
              go to 2720-Exit.
     if       ws-Lit-Len > 2
              move zero to ws-Tally
              inspect ws-Lit (3:ws-Lit-Len - 2)
                      tallying ws-Tally for all "0"
              if  ws-Tally not = ws-Lit-Len - 2
                  go to 2720-Exit
              end-if.
     move     spaces to ws-Win-Work.
     if       ws-Lit-Len = 2
              string "century: " ws-Lit (1:2) " set in "
                     function trim (LngL-To (ws-Sub))
                     " (" function trim (LngL-Verb (ws-Sub)) ")"
                     delimited by size into ws-Win-Work
     else
              string "century: " ws-Lit (1:ws-Lit-Len) " added to "
                     function trim (LngL-To (ws-Sub))
                     " (" function trim (LngL-Verb (ws-Sub)) ")"
                     delimited by size into ws-Win-Work.
     perform  2780-Add-Win thru 2780-Exit.
     go       to 2720-Exit.
 2730-Check-Expand.
     if       LngL-Verb (ws-Sub) not = "COMPUTE" and not = "ADD"
              go to 2720-Exit.
     move     ws-Dat-Hit to ws-Dat-Hit2.
     move     LngL-From (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       ws-Dat-Hit = zero
              go to 2720-Exit.
     if       Dat-YY2 (ws-Dat-Hit) not = "Y"
           or Dat-YY2 (ws-Dat-Hit2) = "Y"
              go to 2720-Exit.
     move     spaces to ws-Win-Work.
     string   "expand: " function trim (LngL-From (ws-Sub))
              " carried into " function trim (LngL-To (ws-Sub))
              " (" function trim (LngL-Verb (ws-Sub)) ")"
              delimited by size into ws-Win-Work.
     perform  2780-Add-Win thru 2780-Exit.
 2720-Exit.
     exit.
*>
*> a MOVE from one date to another whose formats differ
 2750-Check-Move.
     move     LngL-Prog (ws-Sub) to ws-Find-Prog.
     move     LngL-From (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     move     ws-Dat-Hit to ws-Dat-Hit2.
     move     LngL-To (ws-Sub) to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       ws-Dat-Hit = zero or ws-Dat-Hit2 = zero
              go to 2750-Exit.
     move     Dat-Fmt (ws-Dat-Hit2) to ws-Fmt-A.
     move     Dat-Fmt (ws-Dat-Hit) to ws-Fmt-B.
     inspect  ws-Fmt-A replacing all "?" by space.
     inspect  ws-Fmt-B replacing all "?" by space.
     if       ws-Fmt-A = spaces or ws-Fmt-B = spaces
           or ws-Fmt-A = ws-Fmt-B
              go to 2750-Exit.
     if       Mov-Count not < 2000
              go to 2750-Exit.
     add      1 to Mov-Count.
     move     LngL-Prog (ws-Sub) to Mov-Prog (Mov-Count).
     move     LngL-RefNo (ws-Sub) to Mov-RefNo (Mov-Count).
     move     LngL-From (ws-Sub) to Mov-From (Mov-Count).
     move     Dat-Fmt (ws-Dat-Hit2) to Mov-From-Fmt (Mov-Count).
     move     LngL-To (ws-Sub) to Mov-To (Mov-Count).
     move     Dat-Fmt (ws-Dat-Hit) to Mov-To-Fmt (Mov-Count).
 2750-Exit.
     exit.
*>
 2780-Add-Win.
     if       Win-Count not < 2000
              go to 2780-Exit.
     add      1 to Win-Count.
     move     LngL-Prog (ws-Sub) to Win-Prog (Win-Count).
     move     LngL-RefNo (ws-Sub) to Win-RefNo (Win-Count).
     move     ws-Win-Work to Win-Text (Win-Count).
 2780-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ws-Cls-Name (with ws-Cls-Type/Digits/Bytes off its layout row):
*> ws-Cls-Date-Sw Y when the name says date, ws-Cls-Comp the date
*> part it names (YY, CCYY, CC, MM, DD, DDD) and ws-Cls-Fmt the
*> probable format - a ? on the end when only its size says so
*>----------------------------------------------------------------
 2800-Classify-Name.
     move     function upper-case (ws-Cls-Name) to ws-Cls-Up.
     move     spaces to ws-Cls-Fmt ws-Cls-Comp.
     move     space to ws-Cls-Date-Sw.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > 14
              move zero to ws-Tally
              inspect ws-Cls-Up tallying ws-Tally
                      for all Tok-Text (ws-Sub2) (1:Tok-Len (ws-Sub2))
              if  ws-Tally > zero
                  move Tok-Fmt (ws-Sub2) to ws-Cls-Fmt
                  move "Y" to ws-Cls-Date-Sw
                  exit perform
              end-if
     end-perform.
     move     spaces to ws-Word-Table.
     move     zero to ws-Word-Count.
     unstring ws-Cls-Up delimited by "-" or "_" or space
              into ws-Word (1) ws-Word (2) ws-Word (3) ws-Word (4)
                   ws-Word (5) ws-Word (6) ws-Word (7) ws-Word (8)
              tallying in ws-Word-Count.
     perform  varying ws-Sub2 from 1 by 1
              until ws-Sub2 > ws-Word-Count or ws-Sub2 > 8
              move ws-Word (ws-Sub2) to ws-Cur-Word
              perform 2810-Classify-Word thru 2810-Exit
     end-perform.
     if       ws-Cls-Fmt not = spaces
              go to 2800-Exit.
     if       ws-Cls-Comp = "YY" or = "CCYY" or = "CC"
              move ws-Cls-Comp to ws-Cls-Fmt
              go to 2800-Exit.
     if       ws-Cls-Comp = "DDD"
          and ws-Cls-Date-Sw = "Y"
              evaluate ws-Cls-Digits
                  when 5   move "YYDDD" to ws-Cls-Fmt
                  when 7   move "CCYYDDD" to ws-Cls-Fmt
              end-evaluate
              if  ws-Cls-Fmt not = spaces
                  go to 2800-Exit
              end-if.
     if       ws-Cls-Type = "9"
              evaluate ws-Cls-Digits
                  when 8   move "CCYYMMDD?" to ws-Cls-Fmt
                  when 7   move "CCYYDDD?" to ws-Cls-Fmt
                  when 6   move "YYMMDD?" to ws-Cls-Fmt
                  when 5   move "YYDDD?" to ws-Cls-Fmt
                  when 4   move "CCYY?" to ws-Cls-Fmt
                  when 2   move "YY?" to ws-Cls-Fmt
                  when other move "?" to ws-Cls-Fmt
              end-evaluate
              go to 2800-Exit.
     if       ws-Cls-Type = "X"
              evaluate ws-Cls-Bytes
                  when 8   move "CCYYMMDD?" to ws-Cls-Fmt
                  when 6   move "YYMMDD?" to ws-Cls-Fmt
                  when 10  move "EDITED?" to ws-Cls-Fmt
                  when other move "?" to ws-Cls-Fmt
              end-evaluate
              go to 2800-Exit.
     move     "?" to ws-Cls-Fmt.
 2800-Exit.
     exit.
*>
*> one hyphen-separated word of the name
 2810-Classify-Word.
     move     zero to ws-Word-Len.
     inspect  ws-Cur-Word tallying ws-Word-Len
              for characters before space.
     if       ws-Word-Len = zero
              go to 2810-Exit.
     evaluate ws-Cur-Word
         when "DATE"  when "DATES" when "DT"    when "DTE"
         when "DOB"
              move "Y" to ws-Cls-Date-Sw
         when "YY"    when "YR"
              move "Y" to ws-Cls-Date-Sw
              if  ws-Cls-Digits = 4
                  move "CCYY" to ws-Cls-Comp
              else
                  move "YY" to ws-Cls-Comp
              end-if
         when "YEAR"  when "YYYY"  when "CCYY"
              move "Y" to ws-Cls-Date-Sw
              if  ws-Cls-Digits = 2
                  move "YY" to ws-Cls-Comp
              else
                  move "CCYY" to ws-Cls-Comp
              end-if
         when "CC"    when "CENT"  when "CENTURY"
              move "Y" to ws-Cls-Date-Sw
              move "CC" to ws-Cls-Comp
         when "MM"    when "MON"   when "MONTH"
              move "MM" to ws-Cls-Comp
         when "DD"    when "DAY"
              move "DD" to ws-Cls-Comp
         when "DDD"
              move "DDD" to ws-Cls-Comp
         when "JUL"   when "JULIAN"
              move "Y" to ws-Cls-Date-Sw
              move "DDD" to ws-Cls-Comp
         when other
              if  ws-Cur-Word (1:4) = "DATE"
                  move "Y" to ws-Cls-Date-Sw
              end-if
*> RUNDATE, BIRTHDATE - but not UPDATE, VALIDATE, CANDIDATE
              if  ws-Word-Len > 4
                and ws-Cur-Word (ws-Word-Len - 3:4) = "DATE"
                and ws-Cur-Word (ws-Word-Len - 4:1)
                                   not = "P" and not = "I"
                                   and not = "O"
                  move "Y" to ws-Cls-Date-Sw
              end-if
     end-evaluate.
 2810-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the group at ws-Lay-Hit composed from its elementary parts -
*> rows that follow it, inside its bytes, each further along than
*> the last.  ws-Grp-Fmt stays blank unless every part is a date
*> part; ws-Grp-Year-Sw Y when one of them is a year
*>----------------------------------------------------------------
 2850-Compose-Group.
     move     spaces to ws-Grp-Fmt.
     move     space to ws-Grp-Year-Sw ws-Grp-Bad-Sw.
     move     1 to ws-Grp-Ptr.
     move     zero to ws-Grp-Parts.
     if       ws-Lay-Hit = zero
              go to 2850-Exit.
     compute  ws-Grp-End = LayL-Offset (ws-Lay-Hit)
                         + LayL-Bytes (ws-Lay-Hit).
     move     LayL-Offset (ws-Lay-Hit) to ws-Grp-Last.
     perform  varying ws-Sub2 from ws-Lay-Hit by 1
              until ws-Sub2 not < Lay-Load-Count
                 or ws-Grp-Bad-Sw = "Y"
              if  LayL-Offset (ws-Sub2 + 1) < ws-Grp-Last
                or (LayL-Offset (ws-Sub2 + 1) = ws-Grp-Last
                    and ws-Grp-Parts > zero)
                or LayL-Offset (ws-Sub2 + 1) + LayL-Bytes (ws-Sub2 + 1)
                                   > ws-Grp-End
                  exit perform
              end-if
              perform 2860-One-Part thru 2860-Exit
     end-perform.
     if       ws-Grp-Bad-Sw = "Y"
           or ws-Grp-Parts < 2
              move spaces to ws-Grp-Fmt
              move space to ws-Grp-Year-Sw.
 2850-Exit.
     exit.
*>
*> the part at ws-Sub2 + 1 - classified with the layout facts of
*> its own row, which are put back for the group after
 2860-One-Part.
     add      1 to ws-Grp-Parts.
     move     LayL-Offset (ws-Sub2 + 1) to ws-Grp-Last.
     if       LayL-Type (ws-Sub2 + 1) = "G"
              move "Y" to ws-Grp-Bad-Sw
              go to 2860-Exit.
     move     ws-Sub2 to ws-Grp-Start.
     move     LayL-Name (ws-Sub2 + 1) to ws-Cls-Name.
     move     LayL-Type (ws-Sub2 + 1) to ws-Cls-Type.
     move     LayL-Digits (ws-Sub2 + 1) to ws-Cls-Digits.
     move     LayL-Bytes (ws-Sub2 + 1) to ws-Cls-Bytes.
     perform  2800-Classify-Name thru 2800-Exit.
     move     ws-Grp-Start to ws-Sub2.
     if       ws-Cls-Comp = spaces
           or ws-Grp-Ptr > 9
              move "Y" to ws-Grp-Bad-Sw
              go to 2860-Exit.
     if       ws-Cls-Comp = "YY" or = "CCYY"
              move "Y" to ws-Grp-Year-Sw.
     string   ws-Cls-Comp delimited by space
              into ws-Grp-Fmt pointer ws-Grp-Ptr.
 2860-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ws-Add-* into the inventory - once per program and name; a
*> format known from ACCEPT replaces one read off the name or size
*>----------------------------------------------------------------
 2900-Add-Dat.
     move     ws-Add-Prog to ws-Find-Prog.
     move     ws-Add-Name to ws-Find-Name.
     perform  2960-Find-Dat thru 2960-Exit.
     if       ws-Dat-Hit > zero
              if  ws-Add-How = "ACCEPT"
                  move ws-Add-Fmt to Dat-Fmt (ws-Dat-Hit)
                  move "ACCEPT" to Dat-How (ws-Dat-Hit)
                  perform 2920-Set-YY2 thru 2920-Exit
              end-if
              go to 2900-Exit.
     if       Dat-Count not < 5000
              go to 2900-Exit.
     add      1 to Dat-Count.
     move     Dat-Count to ws-Dat-Hit.
     move     ws-Add-Name to Dat-Name (Dat-Count).
     move     ws-Add-Prog to Dat-Prog (Dat-Count).
     move     ws-Add-Defn to Dat-Defn (Dat-Count).
     move     ws-Add-Fmt to Dat-Fmt (Dat-Count).
     move     ws-Add-How to Dat-How (Dat-Count).
     move     spaces to ws-Sig-Work.
     if       ws-Add-Lay = zero
              move "?" to ws-Sig-Work
              go to 2910-Sig-Done.
     evaluate true
         when LayL-Type (ws-Add-Lay) = "G"
              move "GROUP" to ws-Sig-Work
         when LayL-Type (ws-Add-Lay) = "9"
          and LayL-Usage (ws-Add-Lay) = "P"
              move LayL-Digits (ws-Add-Lay) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit)
                     ") COMP-3" delimited by size into ws-Sig-Work
         when LayL-Type (ws-Add-Lay) = "9"
          and LayL-Usage (ws-Add-Lay) = "B"
              move LayL-Digits (ws-Add-Lay) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit)
                     ") COMP" delimited by size into ws-Sig-Work
         when LayL-Type (ws-Add-Lay) = "9"
              move LayL-Digits (ws-Add-Lay) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit) ")"
                     delimited by size into ws-Sig-Work
         when other
              move LayL-Bytes (ws-Add-Lay) to ws-Digits-Edit
              string "X(" function trim (ws-Digits-Edit) ")"
                     delimited by size into ws-Sig-Work
     end-evaluate.
 2910-Sig-Done.
     move     ws-Sig-Work to Dat-Pic (Dat-Count).
     perform  2920-Set-YY2 thru 2920-Exit.
 2900-Exit.
     exit.
*>
*> a two-digit year: a format holding YY that is not CCYY
 2920-Set-YY2.
     move     "N" to Dat-YY2 (ws-Dat-Hit).
     move     zero to ws-Tally.
     inspect  Dat-Fmt (ws-Dat-Hit) tallying ws-Tally for all "YY".
     if       ws-Tally = zero
              go to 2920-Exit.
     move     zero to ws-Tally.
     inspect  Dat-Fmt (ws-Dat-Hit) tallying ws-Tally for all "CCYY".
     if       ws-Tally = zero
              move "Y" to Dat-YY2 (ws-Dat-Hit).
 2920-Exit.
     exit.
*>
*> ws-Find-Prog / ws-Find-Name in this extract's definitions
 2950-Find-Def.
     move     zero to ws-Def-Hit.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Def-Count
              if  Def-Name (ws-Sub2) = ws-Find-Name
                and Def-Prog (ws-Sub2) = ws-Find-Prog
                  move ws-Sub2 to ws-Def-Hit
                  exit perform
              end-if
     end-perform.
 2950-Exit.
     exit.
*>
*> ws-Find-Prog / ws-Find-Name in the inventory so far
 2960-Find-Dat.
     move     zero to ws-Dat-Hit.
     perform  varying ws-Sub2 from Dat-Count by -1 until ws-Sub2 < 1
              if  Dat-Name (ws-Sub2) = ws-Find-Name
                and Dat-Prog (ws-Sub2) = ws-Find-Prog
                  move ws-Sub2 to ws-Dat-Hit
                  exit perform
              end-if
     end-perform.
 2960-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the report: inventory grouped by name, then the two-digit
*> years, the windowing logic and the format-changing moves
*>----------------------------------------------------------------
 3000-Report.
     display  " ".
     display  "Date field inventory".
     display  "====================".
     display  "  program                          defn   picture"
              "          format       by".
     move     1 to ws-Sub.
     perform  3100-One-Group thru 3100-Exit
              until ws-Sub > Dat-Count.
*>
     display  " ".
     display  "Two-digit-year fields".
     display  "=====================".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Dat-Count
              if  Dat-YY2 (ws-Sub) = "Y"
                  add 1 to ws-YY2-Count
                  display "  " Dat-Prog (ws-Sub)
                          " " Dat-Defn (ws-Sub)
                          " " Dat-Name (ws-Sub)
                          " " Dat-Fmt (ws-Sub)
              end-if
     end-perform.
     if       ws-YY2-Count = zero
              display "  None".
*>
     display  " ".
     display  "Century windowing logic".
     display  "=======================".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Win-Count
              display "  " Win-Prog (ws-Sub)
                      " " Win-RefNo (ws-Sub)
                      " " function trim (Win-Text (ws-Sub))
     end-perform.
     if       Win-Count = zero
              display "  None found".
     perform  3200-Bare-Programs thru 3200-Exit.
*>
     display  " ".
     display  "Dates moved between formats".
     display  "===========================".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Mov-Count
              display "  " Mov-Prog (ws-Sub)
                      " " Mov-RefNo (ws-Sub)
                      " " function trim (Mov-From (ws-Sub))
                      " (" function trim (Mov-From-Fmt (ws-Sub))
                      ") -> " function trim (Mov-To (ws-Sub))
                      " (" function trim (Mov-To-Fmt (ws-Sub)) ")"
     end-perform.
     if       Mov-Count = zero
              display "  None".
*>
     display  " ".
     move     ws-File-Count to ws-Count-Edit.
     display  "Extracts loaded            : " ws-Count-Edit.
     if       ws-No-Lay-Count > zero
              move ws-No-Lay-Count to ws-Count-Edit
              display "  without a layout extract : " ws-Count-Edit.
     if       ws-No-Lng-Count > zero
              move ws-No-Lng-Count to ws-Count-Edit
              display "  without a lineage extract: " ws-Count-Edit.
     move     Dat-Count to ws-Count-Edit.
     display  "Date fields                : " ws-Count-Edit.
     move     ws-YY2-Count to ws-Count-Edit.
     display  "Two-digit-year fields      : " ws-Count-Edit.
     move     ws-Differ-Count to ws-Count-Edit.
     display  "Names with format clashes  : " ws-Count-Edit.
     move     Win-Count to ws-Count-Edit.
     display  "Windowing statements       : " ws-Count-Edit.
     move     ws-Bare-Count to ws-Count-Edit.
     display  "Two-digit years, no window : " ws-Count-Edit.
     move     Mov-Count to ws-Count-Edit.
     display  "Moves between formats      : " ws-Count-Edit.
 3000-Exit.
     exit.
*>
 3100-One-Group.
     move     ws-Sub to ws-Grp-Start.
     move     ws-Sub to ws-Grp-Stop.
     perform  until ws-Grp-Stop = Dat-Count
                 or Dat-Name (ws-Grp-Stop + 1)
                        not = Dat-Name (ws-Grp-Start)
              add 1 to ws-Grp-Stop
     end-perform.
     move     space to ws-Differ-Sw.
     move     Dat-Fmt (ws-Grp-Start) to ws-Fmt-A.
     inspect  ws-Fmt-A replacing all "?" by space.
     perform  varying ws-Sub2 from ws-Grp-Start by 1
              until ws-Sub2 > ws-Grp-Stop
              move Dat-Fmt (ws-Sub2) to ws-Fmt-B
              inspect ws-Fmt-B replacing all "?" by space
              if  ws-Fmt-B not = ws-Fmt-A
                  move "Y" to ws-Differ-Sw
              end-if
     end-perform.
     display  " ".
     display  Dat-Name (ws-Grp-Start).
     perform  varying ws-Sub2 from ws-Grp-Start by 1
              until ws-Sub2 > ws-Grp-Stop
              move Dat-How (ws-Sub2) to ws-How-Disp
              display "  " Dat-Prog (ws-Sub2)
                      " " Dat-Defn (ws-Sub2)
                      " " Dat-Pic (ws-Sub2)
                      " " Dat-Fmt (ws-Sub2)
                      " " ws-How-Disp
                      with no advancing
              if  Dat-YY2 (ws-Sub2) = "Y"
                  display " TWO-DIGIT YEAR" with no advancing
              end-if
              display " "
     end-perform.
     if       ws-Differ-Sw = "Y"
              add 1 to ws-Differ-Count
              display "  *** format differs between programs".
     compute  ws-Sub = ws-Grp-Stop + 1.
 3100-Exit.
     exit.
*>
*> programs holding two-digit years with no windowing logic at all
 3200-Bare-Programs.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Dat-Count
              if  Dat-YY2 (ws-Sub) = "Y"
                  perform 3210-Check-Bare thru 3210-Exit
              end-if
     end-perform.
 3200-Exit.
     exit.
*>
*> once per program - the first two-digit year met for it
 3210-Check-Bare.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 not < ws-Sub
              if  Dat-YY2 (ws-Sub2) = "Y"
                and Dat-Prog (ws-Sub2) = Dat-Prog (ws-Sub)
                  go to 3210-Exit
              end-if
     end-perform.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Win-Count
              if  Win-Prog (ws-Sub2) = Dat-Prog (ws-Sub)
                  go to 3210-Exit
              end-if
     end-perform.
     add      1 to ws-Bare-Count.
     display  "  *** " function trim (Dat-Prog (ws-Sub))
              " holds two-digit years with no windowing logic".
 3210-Exit.
     exit.
