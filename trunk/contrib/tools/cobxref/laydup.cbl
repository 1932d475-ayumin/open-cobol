       >>source free
 Identification division.
*>**********************
      program-id.       laydup.
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
*>    Usage.            Duplicate and near-duplicate record layouts
*>                      across the project - the same record copied
*>                      into several copybooks under different names
*>                      and left to drift.  Every 01 record block of
*>                      the cobxref .lay layout extracts is compared by
*>                      structure alone: its elementary fields' offsets,
*>                      lengths, types, usages and digits, never their
*>                      names (a REDEFINES view of bytes already taken
*>                      is passed over, as laycvt does).
*>
*>                      laydup <file.ext> | @<list-file>
*>                             [MAXDIFF=n] [MINFIELDS=n]
*>
*>                      Each .ext names a program's extract set: the
*>                      .lay alongside it by extension gives the
*>                      layouts, the .ext the program and definition
*>                      line of each 01, the .cpymap the copybook it
*>                      came from.
*>
*>                      Layouts of identical structure are one variant;
*>                      variants differing in no more than MAXDIFF
*>                      fields (default 3) either way, and sharing at
*>                      least half their fields, fall in one group.  A
*>                      group is reported when its layouts come from
*>                      more than one copybook (or 01 name, when not
*>                      copied in): every variant with the programs
*>                      and copybooks using it, and the fields where it
*>                      differs from the group's most used variant -
*>                      the candidates for consolidation into one
*>                      copybook.  Records of fewer than MINFIELDS
*>                      elementary fields (default 3) are left out.
*>
*>                      Return code 0 nothing found, 4 groups reported,
*>                      16 nothing loaded.
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
     select   CopyMap-In       assign CopyMap-In-Name
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
*> same columns cobxref's CopyMap-Rec writes
 fd  CopyMap-In.
 01  CopyMap-In-Rec.
     03  MapI-List-Line        pic 9(6).
     03  filler                pic x.
     03  MapI-Cpy-Name         pic x(32).
     03  filler                pic x.
     03  MapI-Cpy-Line         pic 9(6).
*>
 fd  List-In.
 01  List-In-Rec               pic x(256).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(15) value "laydup v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Arg-Sub            pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  Extract-In-Name       pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  CopyMap-In-Name       pic x(256)   value spaces.
 01  List-In-Name          pic x(256)   value spaces.
 77  ws-List-Mode-Sw       pic x        value space.
     88  ws-List-Mode                   value "Y".
 77  ws-Max-Diff           Binary-Long  value 3.
 77  ws-Min-Fields         Binary-Long  value 3.
*>
*> every elementary field of every layout kept, in layout order
 01  Fp-Table.
     03  Fp-Entry          occurs 60000.
         05  Fp-Name       pic x(32).
         05  Fp-Offset     pic 9(6).
         05  Fp-Bytes      pic 9(6).
         05  Fp-Type       pic x.
         05  Fp-Usage      pic x.
         05  Fp-Digits     pic 9(4).
 77  Fp-Count              Binary-Long  value zero.
*>
*> one 01 record block of one extract - its fields are Ins-Fields
*> entries of Fp-Table from Ins-First
 01  Ins-Table.
     03  Ins-Entry         occurs 5000.
         05  Ins-Prog      pic x(32).
         05  Ins-Name      pic x(32).
         05  Ins-Copy      pic x(32).
         05  Ins-Defn      pic 9(6).
         05  Ins-First     Binary-Long.
         05  Ins-Fields    Binary-Long.
         05  Ins-Bytes     pic 9(6).
         05  Ins-Var       Binary-Long.
 77  Ins-Count             Binary-Long  value zero.
 77  ws-Ext-First-Ins      Binary-Long  value zero.
*>
*> one distinct structure: the first layout seen with it, how many
*> share it, and the group it falls in
 01  Var-Table.
     03  Var-Entry         occurs 5000.
         05  Var-Ins       Binary-Long.
         05  Var-Uses      Binary-Long.
         05  Var-Group     Binary-Long.
 77  Var-Count             Binary-Long  value zero.
*>
*> the .cpymap rows, listing line -> copybook member
 01  Map-Load-Table.
     03  Map-Load-Entry    occurs 10000.
         05  MapL-Line     pic 9(6).
         05  MapL-Name     pic x(32).
 77  Map-Load-Count        Binary-Long  value zero.
*>
*> the block being read off the .lay
 77  ws-In-Block           pic x        value space.
 77  ws-Rec-Len            Binary-Long  value zero.
 77  ws-Prev-Type          pic x        value space.
 77  ws-Prev-Offset        Binary-Long  value zero.
*>
*> two structures compared, A and B by their layouts
 77  ws-Cmp-A              Binary-Long  value zero.
 77  ws-Cmp-B              Binary-Long  value zero.
 77  ws-Cmp-PA             Binary-Long  value zero.
 77  ws-Cmp-PB             Binary-Long  value zero.
 77  ws-Cmp-EA             Binary-Long  value zero.
 77  ws-Cmp-EB             Binary-Long  value zero.
 77  ws-Cmp-Match          Binary-Long  value zero.
 77  ws-Cmp-Diff           Binary-Long  value zero.
 77  ws-Cmp-Max            Binary-Long  value zero.
 77  ws-Cmp-Show-Sw        pic x        value space.
*>
*> the two layouts' fields lined up - see 3100-Line-Up
 01  Lcs-Table.
     03  Lcs-Row           occurs 401.
         05  Lcs-Cell      Binary-Long  occurs 401.
 77  ws-Lcs-NA             Binary-Long  value zero.
 77  ws-Lcs-NB             Binary-Long  value zero.
 77  ws-Lcs-NA1             Binary-Long  value zero.
 77  ws-Lcs-NB1             Binary-Long  value zero.
 77  ws-Lcs-I              Binary-Long  value zero.
 77  ws-Lcs-J              Binary-Long  value zero.
 77  ws-Lcs-PA              Binary-Long  value zero.
 77  ws-Lcs-PB              Binary-Long  value zero.
 77  ws-Lcs-Same           pic x        value space.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Sub3               Binary-Long  value zero.
 77  ws-Old-Group          Binary-Long  value zero.
 77  ws-Ref-Var            Binary-Long  value zero.
 77  ws-Grp-Vars           Binary-Long  value zero.
 77  ws-Grp-Layouts        Binary-Long  value zero.
 77  ws-Grp-Idents         Binary-Long  value zero.
 77  ws-Grp-Number         Binary-Long  value zero.
 77  ws-Var-Number         Binary-Long  value zero.
 77  ws-Name-Len           Binary-Long  value zero.
 77  ws-File-Count         Binary-Long  value zero.
 77  ws-Dup-Layouts        Binary-Long  value zero.
 01  ws-Ident-A            pic x(32)    value spaces.
 01  ws-Ident-B            pic x(32)    value spaces.
 01  ws-Count-Edit         pic z(6)9.
 01  ws-Count-Edit2        pic z(6)9.
 01  ws-Count-Edit3        pic z(6)9.
 01  ws-Sig-Work           pic x(16)    value spaces.
 01  ws-Digits-Edit        pic z(3)9.
 01  ws-Side               pic x(16)    value spaces.
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
              display "laydup: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-List-Mode
              perform 2000-Load-From-List thru 2000-Exit
     else
              perform 2100-Load-One-Extract thru 2100-Exit.
     if       ws-File-Count = zero
              display "laydup: nothing loaded - no report"
              move 16 to return-code
              goback.
     perform  4000-Group-Variants thru 4000-Exit.
     perform  5000-Report thru 5000-Exit.
     if       ws-Grp-Number > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: laydup <file.ext> | @<list>"
                      " [MAXDIFF=n] [MINFIELDS=n]"
              move 16 to return-code
              goback.
     accept   ws-Arg-Text from argument-value.
     if       ws-Arg-Text (1:1) = "@"
              move "Y" to ws-List-Mode-Sw
              move ws-Arg-Text (2:255) to List-In-Name
     else
              move ws-Arg-Text to Extract-In-Name.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "MAXDIFF="
                       compute ws-Max-Diff =
                           function numval (ws-Arg-Text (9:4))
                  when function upper-case (ws-Arg-Text) (1:10)
                           = "MINFIELDS="
                       compute ws-Min-Fields =
                           function numval (ws-Arg-Text (11:4))
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Min-Fields < 1
              move 1 to ws-Min-Fields.
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
*> one program's extract set: the 01 blocks off the .lay, then the
*> .ext for the program and definition line of each, the .cpymap
*> for the copybook that line came from
*>----------------------------------------------------------------
 2100-Load-One-Extract.
     perform  2200-Build-Companions thru 2200-Exit.
     if       Layout-In-Name = spaces
              display "laydup: not an .ext name - "
                      function trim (Extract-In-Name)
              go to 2100-Exit.
     add      1 to Ins-Count giving ws-Ext-First-Ins.
     perform  2300-Load-Layout thru 2300-Exit.
     if       ws-Ext-First-Ins > Ins-Count
              go to 2100-Exit.
     add      1 to ws-File-Count.
     perform  2400-Load-CopyMap thru 2400-Exit.
     open     input Extract-In.
     if       fs-reply not = zero
              display "laydup: no extract "
                       function trim (Extract-In-Name)
                       " - programs and copybooks not known"
              go to 2100-Exit.
 2110-Next-Row.
     read     Extract-In at end
              close Extract-In
              go to 2100-Exit.
     if       ExtI-Data-Name = spaces
           or ExtI-Section-Code = "P"
              go to 2110-Next-Row.
     perform  varying ws-Sub from ws-Ext-First-Ins by 1
              until ws-Sub > Ins-Count
              if  Ins-Defn (ws-Sub) = zero
                and Ins-Name (ws-Sub) = ExtI-Data-Name
                  move ExtI-Prog-Name to Ins-Prog (ws-Sub)
                  move ExtI-Defn-RefNo to Ins-Defn (ws-Sub)
                  perform 2600-Find-Copybook thru 2600-Exit
              end-if
     end-perform.
     go       to 2110-Next-Row.
 2100-Exit.
     exit.
*>
 2200-Build-Companions.
     move     spaces to Layout-In-Name CopyMap-In-Name.
     move     zero to ws-Name-Len.
     inspect  function trim (Extract-In-Name)
              tallying ws-Name-Len for characters.
     if       ws-Name-Len > 4
          and Extract-In-Name (ws-Name-Len - 3:4) = ".ext"
              move Extract-In-Name (1:ws-Name-Len - 4)
                   to Layout-In-Name CopyMap-In-Name
              string ".lay" delimited by size
                     into Layout-In-Name (ws-Name-Len - 3:4)
              string ".cpymap" delimited by size
                     into CopyMap-In-Name (ws-Name-Len - 3:7).
 2200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the .lay rows into record blocks.  A group at offset zero opens
*> a new 01 - unless the row before it was itself a group at offset
*> zero, when it is that group's first part.  An elementary item at
*> offset zero after anything but such a group is a 01 / 77 of its
*> own, and no record layout
*>----------------------------------------------------------------
 2300-Load-Layout.
     open     input Layout-In.
     if       fs-reply not = zero
              display "laydup: no layout extract "
                       function trim (Layout-In-Name)
                       " (cobxref -LAYOUT -EXTRACT)"
              go to 2300-Exit.
     move     space to ws-In-Block ws-Prev-Type.
     move     zero to ws-Prev-Offset.
 2310-Next-Lay.
     read     Layout-In at end
              close Layout-In
              perform 2350-End-Block thru 2350-Exit
              go to 2300-Exit.
     if       LayI-Offset = zero
          and not (ws-Prev-Type = "G" and ws-Prev-Offset = zero)
              perform 2350-End-Block thru 2350-Exit
              if  LayI-Type = "G"
                  perform 2340-Start-Block thru 2340-Exit
              end-if
              go to 2390-Remember.
     if       ws-In-Block not = "Y" or LayI-Type = "G"
              go to 2390-Remember.
*> a REDEFINES view of bytes already taken
     if       LayI-Offset < ws-Rec-Len
              go to 2390-Remember.
     if       Fp-Count not < 60000
              go to 2390-Remember.
     add      1 to Fp-Count.
     add      1 to Ins-Fields (Ins-Count).
     move     LayI-Name to Fp-Name (Fp-Count).
     move     LayI-Offset to Fp-Offset (Fp-Count).
     move     LayI-Bytes to Fp-Bytes (Fp-Count).
     move     LayI-Type to Fp-Type (Fp-Count).
     move     LayI-Usage to Fp-Usage (Fp-Count).
     move     LayI-Digits to Fp-Digits (Fp-Count).
     compute  ws-Rec-Len = LayI-Offset + LayI-Bytes.
 2390-Remember.
     move     LayI-Type to ws-Prev-Type.
     move     LayI-Offset to ws-Prev-Offset.
     go       to 2310-Next-Lay.
 2300-Exit.
     exit.
*>
*> an elementary first part is taken at once - the group row that
*> opened the block is not a field
 2340-Start-Block.
     if       Ins-Count not < 5000
              go to 2340-Exit.
     add      1 to Ins-Count.
     move     spaces to Ins-Prog (Ins-Count) Ins-Copy (Ins-Count).
     move     LayI-Name to Ins-Name (Ins-Count).
     move     zero to Ins-Defn (Ins-Count) Ins-Fields (Ins-Count)
                      Ins-Var (Ins-Count).
     move     LayI-Bytes to Ins-Bytes (Ins-Count).
     add      1 to Fp-Count giving Ins-First (Ins-Count).
     move     zero to ws-Rec-Len.
     move     "Y" to ws-In-Block.
 2340-Exit.
     exit.
*>
*> the block just read: too small and it is dropped, else it is
*> matched to its structure's variant
 2350-End-Block.
     if       ws-In-Block not = "Y"
              go to 2350-Exit.
     move     space to ws-In-Block.
     if       Ins-Fields (Ins-Count) < ws-Min-Fields
              subtract Ins-Fields (Ins-Count) from Fp-Count
              subtract 1 from Ins-Count
              go to 2350-Exit.
     perform  2360-Find-Variant thru 2360-Exit.
 2350-Exit.
     exit.
*>
 2360-Find-Variant.
     move     Ins-Count to ws-Cmp-A.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Var-Count
              move Var-Ins (ws-Sub) to ws-Cmp-B
              if  Ins-Fields (ws-Cmp-B) = Ins-Fields (ws-Cmp-A)
                and Ins-Bytes (ws-Cmp-B) = Ins-Bytes (ws-Cmp-A)
                  move space to ws-Cmp-Show-Sw
                  perform 3000-Compare thru 3000-Exit
                  if  ws-Cmp-Diff = zero
                      move ws-Sub to Ins-Var (Ins-Count)
                      add 1 to Var-Uses (ws-Sub)
                      go to 2360-Exit
                  end-if
              end-if
     end-perform.
     if       Var-Count not < 5000
              go to 2360-Exit.
     add      1 to Var-Count.
     move     Ins-Count to Var-Ins (Var-Count).
     move     1 to Var-Uses (Var-Count).
     move     Var-Count to Var-Group (Var-Count).
     move     Var-Count to Ins-Var (Ins-Count).
 2360-Exit.
     exit.
*>
 2400-Load-CopyMap.
     move     zero to Map-Load-Count.
     open     input CopyMap-In.
     if       fs-reply not = zero
              go to 2400-Exit.
 2410-Next-Map.
     read     CopyMap-In at end
              close CopyMap-In
              go to 2400-Exit.
     if       Map-Load-Count not < 10000
              close CopyMap-In
              go to 2400-Exit.
     add      1 to Map-Load-Count.
     move     MapI-List-Line to MapL-Line (Map-Load-Count).
     move     MapI-Cpy-Name to MapL-Name (Map-Load-Count).
     go       to 2410-Next-Map.
 2400-Exit.
     exit.
*>
 2600-Find-Copybook.
     perform  varying ws-Sub2 from 1 by 1
              until ws-Sub2 > Map-Load-Count
              if  MapL-Line (ws-Sub2) = Ins-Defn (ws-Sub)
                  move MapL-Name (ws-Sub2) to Ins-Copy (ws-Sub)
                  move Map-Load-Count to ws-Sub2
              end-if
     end-perform.
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> layouts ws-Cmp-A and ws-Cmp-B field against field.  Their fields
*> are lined up in order as closely as they go - a field matching
*> when length, type, usage and digits agree - so that one field
*> widened or put in does not count every field after it as moved.
*> ws-Cmp-Diff is the greater count of unmatched fields on either
*> side; with ws-Cmp-Show-Sw Y each unmatched field is shown.  A
*> record of more fields than Lcs-Table holds is lined up by offset
*>----------------------------------------------------------------
 3000-Compare.
     move     zero to ws-Cmp-Match.
     move     Ins-First (ws-Cmp-A) to ws-Cmp-PA.
     move     Ins-First (ws-Cmp-B) to ws-Cmp-PB.
     compute  ws-Cmp-EA = Ins-First (ws-Cmp-A) + Ins-Fields (ws-Cmp-A).
     compute  ws-Cmp-EB = Ins-First (ws-Cmp-B) + Ins-Fields (ws-Cmp-B).
     if       Ins-Fields (ws-Cmp-A) > 400
           or Ins-Fields (ws-Cmp-B) > 400
              perform 3010-Step thru 3010-Exit
                      until ws-Cmp-PA not < ws-Cmp-EA
                        and ws-Cmp-PB not < ws-Cmp-EB
     else
              perform 3100-Line-Up thru 3100-Exit.
     compute  ws-Cmp-Diff = Ins-Fields (ws-Cmp-A) - ws-Cmp-Match.
     if       Ins-Fields (ws-Cmp-B) - ws-Cmp-Match > ws-Cmp-Diff
              compute ws-Cmp-Diff =
                      Ins-Fields (ws-Cmp-B) - ws-Cmp-Match.
 3000-Exit.
     exit.
*>
 3010-Step.
     if       ws-Cmp-PA not < ws-Cmp-EA
              move "variant only" to ws-Side
              move ws-Cmp-PB to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Cmp-PB
              go to 3010-Exit.
     if       ws-Cmp-PB not < ws-Cmp-EB
              move "reference only" to ws-Side
              move ws-Cmp-PA to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Cmp-PA
              go to 3010-Exit.
     if       Fp-Offset (ws-Cmp-PA) < Fp-Offset (ws-Cmp-PB)
              move "reference only" to ws-Side
              move ws-Cmp-PA to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Cmp-PA
              go to 3010-Exit.
     if       Fp-Offset (ws-Cmp-PB) < Fp-Offset (ws-Cmp-PA)
              move "variant only" to ws-Side
              move ws-Cmp-PB to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Cmp-PB
              go to 3010-Exit.
     if       Fp-Bytes (ws-Cmp-PA) = Fp-Bytes (ws-Cmp-PB)
          and Fp-Type (ws-Cmp-PA) = Fp-Type (ws-Cmp-PB)
          and Fp-Usage (ws-Cmp-PA) = Fp-Usage (ws-Cmp-PB)
          and Fp-Digits (ws-Cmp-PA) = Fp-Digits (ws-Cmp-PB)
              add 1 to ws-Cmp-Match
     else
              move "reference" to ws-Side
              move ws-Cmp-PA to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit
              move "variant" to ws-Side
              move ws-Cmp-PB to ws-Sub3
              perform 3050-Show-Field thru 3050-Exit.
     add      1 to ws-Cmp-PA ws-Cmp-PB.
 3010-Exit.
     exit.
*>
*> the longest run of matching fields the two have in common, in
*> order - Lcs-Cell (i, j) the most that A's fields from i on and
*> B's from j on can share - then walked from the front
 3100-Line-Up.
     move     Ins-Fields (ws-Cmp-A) to ws-Lcs-NA.
     move     Ins-Fields (ws-Cmp-B) to ws-Lcs-NB.
     add      1 to ws-Lcs-NA giving ws-Lcs-NA1.
     add      1 to ws-Lcs-NB giving ws-Lcs-NB1.
     perform  varying ws-Lcs-I from ws-Lcs-NA1 by -1
              until ws-Lcs-I < 1
              after ws-Lcs-J from ws-Lcs-NB1 by -1
              until ws-Lcs-J < 1
              perform 3110-Cell thru 3110-Exit
     end-perform.
     move     Lcs-Cell (1, 1) to ws-Cmp-Match.
     if       ws-Cmp-Show-Sw not = "Y"
              go to 3100-Exit.
     move     1 to ws-Lcs-I ws-Lcs-J.
     perform  3120-Walk thru 3120-Exit
              until ws-Lcs-I > ws-Lcs-NA
                and ws-Lcs-J > ws-Lcs-NB.
 3100-Exit.
     exit.
*>
 3110-Cell.
     if       ws-Lcs-I > ws-Lcs-NA or ws-Lcs-J > ws-Lcs-NB
              move zero to Lcs-Cell (ws-Lcs-I, ws-Lcs-J)
              go to 3110-Exit.
     perform  3130-Same-Field thru 3130-Exit.
     if       ws-Lcs-Same = "Y"
              compute Lcs-Cell (ws-Lcs-I, ws-Lcs-J) =
                      Lcs-Cell (ws-Lcs-I + 1, ws-Lcs-J + 1) + 1
              go to 3110-Exit.
     if       Lcs-Cell (ws-Lcs-I + 1, ws-Lcs-J)
                  not < Lcs-Cell (ws-Lcs-I, ws-Lcs-J + 1)
              move Lcs-Cell (ws-Lcs-I + 1, ws-Lcs-J)
                   to Lcs-Cell (ws-Lcs-I, ws-Lcs-J)
     else
              move Lcs-Cell (ws-Lcs-I, ws-Lcs-J + 1)
                   to Lcs-Cell (ws-Lcs-I, ws-Lcs-J).
 3110-Exit.
     exit.
*>
 3120-Walk.
     if       ws-Lcs-I > ws-Lcs-NA
              move "variant only" to ws-Side
              compute ws-Sub3 = ws-Cmp-PB + ws-Lcs-J - 1
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Lcs-J
              go to 3120-Exit.
     if       ws-Lcs-J > ws-Lcs-NB
              move "reference only" to ws-Side
              compute ws-Sub3 = ws-Cmp-PA + ws-Lcs-I - 1
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Lcs-I
              go to 3120-Exit.
     perform  3130-Same-Field thru 3130-Exit.
     if       ws-Lcs-Same = "Y"
          and Lcs-Cell (ws-Lcs-I, ws-Lcs-J)
                = Lcs-Cell (ws-Lcs-I + 1, ws-Lcs-J + 1) + 1
              add 1 to ws-Lcs-I ws-Lcs-J
              go to 3120-Exit.
     if       Lcs-Cell (ws-Lcs-I + 1, ws-Lcs-J)
                  not < Lcs-Cell (ws-Lcs-I, ws-Lcs-J + 1)
              move "reference only" to ws-Side
              compute ws-Sub3 = ws-Cmp-PA + ws-Lcs-I - 1
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Lcs-I
     else
              move "variant only" to ws-Side
              compute ws-Sub3 = ws-Cmp-PB + ws-Lcs-J - 1
              perform 3050-Show-Field thru 3050-Exit
              add 1 to ws-Lcs-J.
 3120-Exit.
     exit.
*>
*> A's field i and B's field j alike in all but name and offset
 3130-Same-Field.
     compute  ws-Lcs-PA = ws-Cmp-PA + ws-Lcs-I - 1.
     compute  ws-Lcs-PB = ws-Cmp-PB + ws-Lcs-J - 1.
     if       Fp-Bytes (ws-Lcs-PA) = Fp-Bytes (ws-Lcs-PB)
          and Fp-Type (ws-Lcs-PA) = Fp-Type (ws-Lcs-PB)
          and Fp-Usage (ws-Lcs-PA) = Fp-Usage (ws-Lcs-PB)
          and Fp-Digits (ws-Lcs-PA) = Fp-Digits (ws-Lcs-PB)
              move "Y" to ws-Lcs-Same
     else
              move "N" to ws-Lcs-Same.
 3130-Exit.
     exit.
*>
*> Fp-Entry (ws-Sub3) as offset, picture and name
 3050-Show-Field.
     if       ws-Cmp-Show-Sw not = "Y"
              go to 3050-Exit.
     move     spaces to ws-Sig-Work.
     evaluate true
         when Fp-Type (ws-Sub3) = "9" and Fp-Usage (ws-Sub3) = "P"
              move Fp-Digits (ws-Sub3) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit)
                     ") COMP-3" delimited by size into ws-Sig-Work
         when Fp-Type (ws-Sub3) = "9" and Fp-Usage (ws-Sub3) = "B"
              move Fp-Digits (ws-Sub3) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit)
                     ") COMP" delimited by size into ws-Sig-Work
         when Fp-Type (ws-Sub3) = "9"
              move Fp-Digits (ws-Sub3) to ws-Digits-Edit
              string "9(" function trim (ws-Digits-Edit) ")"
                     delimited by size into ws-Sig-Work
         when other
              move Fp-Bytes (ws-Sub3) to ws-Digits-Edit
              string "X(" function trim (ws-Digits-Edit) ")"
                     delimited by size into ws-Sig-Work
     end-evaluate.
     display  "        " ws-Side " " Fp-Offset (ws-Sub3)
              " " ws-Sig-Work " " function trim (Fp-Name (ws-Sub3)).
 3050-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> variants close enough into one group - every pair within
*> MAXDIFF of each other and sharing at least half their fields;
*> a pair found close folds the later group into the earlier
*>----------------------------------------------------------------
 4000-Group-Variants.
     move     space to ws-Cmp-Show-Sw.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Var-Count
              perform varying ws-Sub2 from ws-Sub by 1
                      until ws-Sub2 > Var-Count
                  if  ws-Sub2 > ws-Sub
                    and Var-Group (ws-Sub2) not = Var-Group (ws-Sub)
                      perform 4100-Try-Pair thru 4100-Exit
                  end-if
              end-perform
     end-perform.
 4000-Exit.
     exit.
*>
 4100-Try-Pair.
     move     Var-Ins (ws-Sub) to ws-Cmp-A.
     move     Var-Ins (ws-Sub2) to ws-Cmp-B.
     if       Ins-Fields (ws-Cmp-A) - Ins-Fields (ws-Cmp-B) > ws-Max-Diff
           or Ins-Fields (ws-Cmp-B) - Ins-Fields (ws-Cmp-A) > ws-Max-Diff
              go to 4100-Exit.
     perform  3000-Compare thru 3000-Exit.
     move     Ins-Fields (ws-Cmp-A) to ws-Cmp-Max.
     if       Ins-Fields (ws-Cmp-B) > ws-Cmp-Max
              move Ins-Fields (ws-Cmp-B) to ws-Cmp-Max.
     if       ws-Cmp-Diff > ws-Max-Diff
           or ws-Cmp-Match * 2 < ws-Cmp-Max
              go to 4100-Exit.
     move     Var-Group (ws-Sub2) to ws-Old-Group.
     perform  varying ws-Sub3 from 1 by 1 until ws-Sub3 > Var-Count
              if  Var-Group (ws-Sub3) = ws-Old-Group
                  move Var-Group (ws-Sub) to Var-Group (ws-Sub3)
              end-if
     end-perform.
 4100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the report - one block per group whose layouts come from more
*> than one copybook (or 01 name): each variant, most used first as
*> the reference, with the layouts using it and its differences
*>----------------------------------------------------------------
 5000-Report.
     display  " ".
     display  "Duplicate and near-duplicate record layouts".
     display  "===========================================".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Var-Count
              if  Var-Group (ws-Sub) = ws-Sub
                  perform 5100-One-Group thru 5100-Exit
              end-if
     end-perform.
     if       ws-Grp-Number = zero
              display " "
              display "None found".
     display  " ".
     move     ws-File-Count to ws-Count-Edit.
     display  "Extracts loaded          : " ws-Count-Edit.
     move     Ins-Count to ws-Count-Edit.
     display  "Record layouts compared  : " ws-Count-Edit.
     move     Var-Count to ws-Count-Edit.
     display  "Distinct structures      : " ws-Count-Edit.
     move     ws-Grp-Number to ws-Count-Edit.
     display  "Groups to consolidate    : " ws-Count-Edit.
     move     ws-Dup-Layouts to ws-Count-Edit.
     display  "Layouts in those groups  : " ws-Count-Edit.
 5000-Exit.
     exit.
*>
*> the group whose lowest variant is ws-Sub: counted, and shown when
*> it spans more than one copybook or 01 name
 5100-One-Group.
     move     zero to ws-Grp-Vars ws-Grp-Layouts ws-Grp-Idents
                      ws-Ref-Var.
     perform  varying ws-Sub2 from ws-Sub by 1
              until ws-Sub2 > Var-Count
              if  Var-Group (ws-Sub2) = ws-Sub
                  add 1 to ws-Grp-Vars
                  add Var-Uses (ws-Sub2) to ws-Grp-Layouts
                  if  ws-Ref-Var = zero
                    or Var-Uses (ws-Sub2) > Var-Uses (ws-Ref-Var)
                      move ws-Sub2 to ws-Ref-Var
                  end-if
              end-if
     end-perform.
     perform  5200-Count-Idents thru 5200-Exit.
     if       ws-Grp-Idents < 2
              go to 5100-Exit.
     add      1 to ws-Grp-Number.
     add      ws-Grp-Layouts to ws-Dup-Layouts.
     display  " ".
     move     ws-Grp-Number to ws-Count-Edit.
     move     ws-Grp-Vars to ws-Count-Edit2.
     move     ws-Grp-Layouts to ws-Count-Edit3.
     display  "Group " function trim (ws-Count-Edit) " - "
              function trim (ws-Count-Edit2) " variant(s), "
              function trim (ws-Count-Edit3) " layout(s)".
     move     zero to ws-Var-Number.
     move     ws-Ref-Var to ws-Sub2.
     perform  5300-One-Variant thru 5300-Exit.
     perform  varying ws-Sub2 from ws-Sub by 1
              until ws-Sub2 > Var-Count
              if  Var-Group (ws-Sub2) = ws-Sub
                and ws-Sub2 not = ws-Ref-Var
                  perform 5300-One-Variant thru 5300-Exit
              end-if
     end-perform.
 5100-Exit.
     exit.
*>
*> how many different copybooks (or 01 names outside one) the
*> group's layouts come from - stopping at two
 5200-Count-Idents.
     move     spaces to ws-Ident-A.
     perform  varying ws-Sub3 from 1 by 1
              until ws-Sub3 > Ins-Count or ws-Grp-Idents > 1
              if  Ins-Var (ws-Sub3) > zero
                  if  Var-Group (Ins-Var (ws-Sub3)) = ws-Sub
                      if  Ins-Copy (ws-Sub3) not = spaces
                          move Ins-Copy (ws-Sub3) to ws-Ident-B
                      else
                          move Ins-Name (ws-Sub3) to ws-Ident-B
                      end-if
                      if  ws-Grp-Idents = zero
                          move ws-Ident-B to ws-Ident-A
                          move 1 to ws-Grp-Idents
                      else
                          if  ws-Ident-B not = ws-Ident-A
                              move 2 to ws-Grp-Idents
                          end-if
                      end-if
                  end-if
              end-if
     end-perform.
 5200-Exit.
     exit.
*>
*> variant ws-Sub2: its layouts, then - unless it is the reference -
*> the fields where it and the reference part company
 5300-One-Variant.
     add      1 to ws-Var-Number.
     move     ws-Var-Number to ws-Count-Edit.
     move     Ins-Fields (Var-Ins (ws-Sub2)) to ws-Count-Edit2.
     move     Ins-Bytes (Var-Ins (ws-Sub2)) to ws-Count-Edit3.
     if       ws-Sub2 = ws-Ref-Var
              display "  Variant " function trim (ws-Count-Edit)
                      " (reference) - "
                      function trim (ws-Count-Edit2) " fields, "
                      function trim (ws-Count-Edit3) " bytes"
     else
              display "  Variant " function trim (ws-Count-Edit)
                      " - "
                      function trim (ws-Count-Edit2) " fields, "
                      function trim (ws-Count-Edit3) " bytes".
     perform  varying ws-Sub3 from 1 by 1 until ws-Sub3 > Ins-Count
              if  Ins-Var (ws-Sub3) = ws-Sub2
                  display "    " Ins-Prog (ws-Sub3)
                          " " Ins-Name (ws-Sub3)
                          " defn " Ins-Defn (ws-Sub3)
                          with no advancing
                  if  Ins-Copy (ws-Sub3) not = spaces
                      display " copy "
                              function trim (Ins-Copy (ws-Sub3))
                              with no advancing
                  end-if
                  display " "
              end-if
     end-perform.
     if       ws-Sub2 = ws-Ref-Var
              go to 5300-Exit.
     display  "      differs from the reference:".
     move     Var-Ins (ws-Ref-Var) to ws-Cmp-A.
     move     Var-Ins (ws-Sub2) to ws-Cmp-B.
     move     "Y" to ws-Cmp-Show-Sw.
     perform  3000-Compare thru 3000-Exit.
     move     space to ws-Cmp-Show-Sw.
 5300-Exit.
     exit.
