       >>source free
 Identification division.
*>**********************
      program-id.       chk-refs.
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
*>    Usage.            Cross-file referential integrity checker - what
*>                      chk-data does for one file, across the files of
*>                      a system: transactions for a customer not on
*>                      the master, order lines whose header has been
*>                      purged.  Driven by a relationships file, one
*>                      relationship to a line:
*>
*>                        <child file> <child.lay> <child field>
*>                          <parent file> <parent.lay> <parent key>
*>                          [MANDATORY] [CHILD-ORG=LINE|SEQ]
*>                          [PARENT-ORG=LINE|SEQ] [CHILD-LEN=nnnn]
*>                          [PARENT-LEN=nnnn]
*>
*>                      (all on one line).  Every child record whose
*>                      field value is not a parent key is reported as
*>                      an orphan, with its record number and the key;
*>                      with MANDATORY every parent that has no child
*>                      is reported too.  Keys are compared by value
*>                      when both fields are numeric - display, packed
*>                      or binary alike - and byte for byte otherwise.
*>                      ORG defaults to SEQ when the layout holds
*>                      packed or binary fields, LINE otherwise, the
*>                      way gen-testdata cuts the files.
*>
*>                      chk-refs <relationships file> [LIST=<n>]
*>
*>                      LIST caps the lines listed per relationship
*>                      (default 500); the counts are always whole.
*>                      A control report ends the run.  Return code 0
*>                      clean, 8 orphans or childless mandatory
*>                      parents - a jobstep COND= stops the stream on
*>                      it - 16 a relationship that could not be
*>                      checked.
*>**
*>    Called by.
*>                      Job decks, after the loads and purges.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN/READ/CLOSE_FILE for ORG=SEQ.
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
     select   Data-In          assign Data-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Rel-In           assign Rel-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Sort-Work        assign Sort-Work-Name.
*>
 data division.
 file section.
*>***********
 fd  Data-In.
 01  Data-In-Rec           pic x(4096).
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
 fd  Rel-In.
 01  Rel-In-Rec            pic x(1024).
*>
*> every parent key and every child reference, parents (P) ahead
*> of children (C) within a key
 sd  Sort-Work.
 01  Sort-Rec.
     03  Sr-Key            pic x(64).
     03  Sr-Side           pic x.
     03  Sr-Rec-No         pic 9(9).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "chk-refs v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Rel-In-Name           pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Sort-Work-Name        pic x(64)    value "chkrefs_sort.tmp".
 77  ws-List-Max           Binary-Long  value 500.
 77  ws-Org                pic x        value "L".
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
*>
*> the relationship in hand
 01  ws-Rel.
     03  Rl-Child-File     pic x(256).
     03  Rl-Child-Lay      pic x(256).
     03  Rl-Child-Field    pic x(32).
     03  Rl-Parent-File    pic x(256).
     03  Rl-Parent-Lay     pic x(256).
     03  Rl-Parent-Key     pic x(32).
     03  Rl-Mandatory      pic x.
     03  Rl-Child-Org      pic x.
     03  Rl-Parent-Org     pic x.
     03  Rl-Child-Len      pic 9(5).
     03  Rl-Parent-Len     pic 9(5).
 01  ws-Rel-Words.
     03  ws-Rel-Word       pic x(256)   occurs 12.
 77  ws-Wx                 Binary-Long  value zero.
*>
*> the one field each side is keyed on
 01  Key-Fields.
     03  Key-Side          occurs 2.
         05  Kf-Offset     pic 9(6).
         05  Kf-Bytes      pic 9(6).
         05  Kf-Type       pic x.
         05  Kf-Usage      pic x.
         05  Kf-Rec-Len    pic 9(6).
         05  Kf-Binary     pic x.
         05  Kf-Read       pic 9(9).
 77  ws-Kx                 Binary-Long  value zero.
 77  ws-By-Value           pic x        value space.
 77  ws-Field-Want         pic x(32)    value spaces.
 77  ws-Found              pic x        value space.
*>
*> counts for the relationship and for the run
 77  Rel-Count             Binary-Long  value zero.
 77  Rel-Bad               Binary-Long  value zero.
 77  Rel-Failed            Binary-Long  value zero.
 77  ws-Orphans            Binary-Long  value zero.
 77  ws-Childless          Binary-Long  value zero.
 77  ws-Listed             Binary-Long  value zero.
 77  ws-Tot-Orphans        Binary-Long  value zero.
 77  ws-Tot-Childless      Binary-Long  value zero.
 77  ws-Rel-Ok             pic x        value space.
*>
*> the control break on key in the output procedure
 01  ws-Group-Key          pic x(64)    value spaces.
 77  ws-Group-Parent       pic x        value space.
 77  ws-Group-Children     Binary-Long  value zero.
 77  ws-Parent-Rec         pic 9(9)     value zero.
 77  ws-Sort-Eof           pic x        value "N".
 77  ws-First              pic x        value "Y".
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Rec-No             Binary-Long  value zero.
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Key-Area           pic x(64)    value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Key-Edit           pic z(17)9.
*>
*> field value work
 01  ws-Field-Val          pic x(64)    value spaces.
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Key-Num            pic 9(19)    value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
*>
*> byte-level handles for ORG=SEQ
 01  Seq-In-Handle         pic x(4)     comp-x value zero.
 01  Seq-In-Off            pic x(8)     comp-x value zero.
 01  Seq-Count             pic x(4)     comp-x value zero.
 01  Seq-Flag0             pic x        comp-x value zero.
 01  Seq-Acc-In            pic x        comp-x value 1.
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
              display "chk-refs: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args thru 1000-Exit.
     open     input Rel-In.
     if       fs-reply not = zero
              display "Cannot open relationships file "
                      function trim (Rel-In-Name)
              move 16 to return-code
              goback.
 0010-Next-Rel.
     read     Rel-In at end
              close Rel-In
              go to 0090-Wrap.
     if       Rel-In-Rec = spaces
           or function trim (Rel-In-Rec) (1:2) = "*>"
              go to 0010-Next-Rel.
     add      1 to Rel-Count.
     perform  2000-Parse-Rel thru 2000-Exit.
     if       ws-Rel-Ok = "Y"
              perform 2500-Find-Keys thru 2500-Exit.
     if       ws-Rel-Ok not = "Y"
              add 1 to Rel-Failed
              go to 0010-Next-Rel.
     move     zero to ws-Orphans ws-Childless ws-Listed.
     display  " ".
     display  "Relationship " function trim (Rl-Child-File) " "
              function trim (Rl-Child-Field) " -> "
              function trim (Rl-Parent-File) " "
              function trim (Rl-Parent-Key).
     sort     Sort-Work
              on ascending key Sr-Key
              on descending key Sr-Side
              on ascending key Sr-Rec-No
              input procedure  3000-Feed-Keys thru 3000-Exit
              output procedure 4000-Match thru 4000-Exit.
     move     Kf-Read (1) to ws-Edit.
     move     Kf-Read (2) to ws-Edit2.
     display  "    parents read " ws-Edit "  children read " ws-Edit2.
     move     ws-Orphans to ws-Edit.
     move     ws-Childless to ws-Edit2.
     if       Rl-Mandatory = "Y"
              display "    orphans      " ws-Edit
                      "  childless parents " ws-Edit2
     else
              display "    orphans      " ws-Edit.
     if       ws-Orphans > zero or ws-Childless > zero
              add 1 to Rel-Bad.
     add      ws-Orphans to ws-Tot-Orphans.
     add      ws-Childless to ws-Tot-Childless.
     go       to 0010-Next-Rel.
 0090-Wrap.
     perform  5000-Control-Report thru 5000-Exit.
     evaluate true
         when Rel-Failed > zero
              move 16 to return-code
         when Rel-Bad > zero
              move 8 to return-code
         when other
              move zero to return-code
     end-evaluate.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 1
              display "Usage: chk-refs <relationships file> "
                      "[LIST=<n>]"
              move 16 to return-code
              goback.
     accept   Rel-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              if  function upper-case (ws-Arg-Text) (1:5) = "LIST="
                  compute ws-List-Max =
                          function numval (ws-Arg-Text (6:9))
              else
                  display "Argument not understood: "
                          function trim (ws-Arg-Text)
              end-if
     end-perform.
 1000-Exit.
     exit.
*>
*> one relationship line into ws-Rel
 2000-Parse-Rel.
     move     "Y" to ws-Rel-Ok.
     move     spaces to ws-Rel ws-Rel-Words.
     move     zero to Rl-Child-Len Rl-Parent-Len.
     unstring Rel-In-Rec delimited by all spaces
              into ws-Rel-Word (1) ws-Rel-Word (2) ws-Rel-Word (3)
                   ws-Rel-Word (4) ws-Rel-Word (5) ws-Rel-Word (6)
                   ws-Rel-Word (7) ws-Rel-Word (8) ws-Rel-Word (9)
                   ws-Rel-Word (10) ws-Rel-Word (11) ws-Rel-Word (12).
*> a leading space leaves the first word empty
     if       ws-Rel-Word (1) = spaces
              perform varying ws-Wx from 1 by 1 until ws-Wx > 11
                  move ws-Rel-Word (ws-Wx + 1) to ws-Rel-Word (ws-Wx)
              end-perform
              move spaces to ws-Rel-Word (12).
     if       ws-Rel-Word (6) = spaces
              display " "
              display "Relationship line incomplete: "
                      function trim (Rel-In-Rec)
              move "N" to ws-Rel-Ok
              go to 2000-Exit.
     move     ws-Rel-Word (1) to Rl-Child-File.
     move     ws-Rel-Word (2) to Rl-Child-Lay.
     move     function upper-case (ws-Rel-Word (3)) to Rl-Child-Field.
     move     ws-Rel-Word (4) to Rl-Parent-File.
     move     ws-Rel-Word (5) to Rl-Parent-Lay.
     move     function upper-case (ws-Rel-Word (6)) to Rl-Parent-Key.
     perform  varying ws-Wx from 7 by 1 until ws-Wx > 12
              move function upper-case (ws-Rel-Word (ws-Wx))
                   to ws-Arg-Text
              evaluate true
                  when ws-Arg-Text = spaces
                       continue
                  when ws-Arg-Text = "MANDATORY"
                       move "Y" to Rl-Mandatory
                  when ws-Arg-Text (1:10) = "CHILD-ORG="
                       move ws-Arg-Text (11:1) to Rl-Child-Org
                  when ws-Arg-Text (1:11) = "PARENT-ORG="
                       move ws-Arg-Text (12:1) to Rl-Parent-Org
                  when ws-Arg-Text (1:10) = "CHILD-LEN="
                       compute Rl-Child-Len =
                               function numval (ws-Arg-Text (11:6))
                  when ws-Arg-Text (1:11) = "PARENT-LEN="
                       compute Rl-Parent-Len =
                               function numval (ws-Arg-Text (12:6))
                  when other
                       display "Option not understood: "
                               function trim (ws-Rel-Word (ws-Wx))
              end-evaluate
     end-perform.
 2000-Exit.
     exit.
*>
*> each side's field off its layout: side 1 the parent, 2 the child
 2500-Find-Keys.
     move     1 to ws-Kx.
     move     Rl-Parent-Lay to Layout-In-Name.
     move     Rl-Parent-Key to ws-Field-Want.
     perform  2600-Find-Field thru 2600-Exit.
     if       ws-Found not = "Y"
              go to 2590-Bad.
     move     2 to ws-Kx.
     move     Rl-Child-Lay to Layout-In-Name.
     move     Rl-Child-Field to ws-Field-Want.
     perform  2600-Find-Field thru 2600-Exit.
     if       ws-Found not = "Y"
              go to 2590-Bad.
     if       Kf-Bytes (1) > 64 or Kf-Bytes (2) > 64
              display " "
              display "Key longer than 64 bytes - "
                      function trim (Rel-In-Rec)
              go to 2590-Bad.
     if       (Kf-Type (1) = "9" or Kf-Usage (1) = "P" or = "B")
          and (Kf-Type (2) = "9" or Kf-Usage (2) = "P" or = "B")
              move "Y" to ws-By-Value
     else
              move "N" to ws-By-Value.
     go       to 2500-Exit.
 2590-Bad.
     move     "N" to ws-Rel-Ok.
 2500-Exit.
     exit.
*>
*> ws-Field-Want in Layout-In-Name into Key-Side (ws-Kx)
 2600-Find-Field.
     move     space to ws-Found.
     move     "N" to Kf-Binary (ws-Kx).
     move     zero to Kf-Rec-Len (ws-Kx).
     open     input Layout-In.
     if       fs-reply not = zero
              display " "
              display "Cannot open layout "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              go to 2600-Exit.
 2610-Next.
     read     Layout-In at end
              close Layout-In
              go to 2690-Check.
     if       LayI-Type = "G"
              go to 2610-Next.
     compute  ws-Sub = LayI-Offset + LayI-Bytes.
     if       ws-Sub > Kf-Rec-Len (ws-Kx)
              move ws-Sub to Kf-Rec-Len (ws-Kx).
     if       LayI-Usage = "P" or = "B"
              move "Y" to Kf-Binary (ws-Kx).
     if       function upper-case (LayI-Name) = ws-Field-Want
          and ws-Found not = "Y"
              move "Y" to ws-Found
              move LayI-Offset to Kf-Offset (ws-Kx)
              move LayI-Bytes  to Kf-Bytes (ws-Kx)
              move LayI-Type   to Kf-Type (ws-Kx)
              move LayI-Usage  to Kf-Usage (ws-Kx).
     go       to 2610-Next.
 2690-Check.
     if       ws-Found not = "Y"
              display " "
              display "Field " function trim (ws-Field-Want)
                      " is not in layout "
                      function trim (Layout-In-Name).
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> input procedure: the parent keys (side P), then the child
*> references (side C)
*>----------------------------------------------------------------
 3000-Feed-Keys.
     move     1 to ws-Kx.
     move     Rl-Parent-File to Data-In-Name.
     move     Rl-Parent-Org to ws-Org.
     move     Rl-Parent-Len to ws-Seq-Len.
     perform  3100-Feed-File thru 3100-Exit.
     move     2 to ws-Kx.
     move     Rl-Child-File to Data-In-Name.
     move     Rl-Child-Org to ws-Org.
     move     Rl-Child-Len to ws-Seq-Len.
     perform  3100-Feed-File thru 3100-Exit.
 3000-Exit.
     exit.
*>
 3100-Feed-File.
     move     zero to Kf-Read (ws-Kx) ws-Rec-No.
     if       ws-Org not = "L" and ws-Org not = "S"
              if  Kf-Binary (ws-Kx) = "Y"
                  move "S" to ws-Org
              else
                  move "L" to ws-Org
              end-if.
     if       ws-Seq-Len = zero
              move Kf-Rec-Len (ws-Kx) to ws-Seq-Len.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "    cannot open " function trim (Data-In-Name)
                      " - taken as empty"
              go to 3100-Exit.
 3110-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              perform 7200-Close-In thru 7200-Exit
              go to 3100-Exit.
     add      1 to ws-Rec-No Kf-Read (ws-Kx).
     perform  3200-Build-Key thru 3200-Exit.
     move     ws-Key-Area to Sr-Key.
     if       ws-Kx = 1
              move "P" to Sr-Side
     else
              move "C" to Sr-Side.
     move     ws-Rec-No to Sr-Rec-No.
     release  Sort-Rec.
     go       to 3110-Next.
 3100-Exit.
     exit.
*>
*> the key of ws-Record, by value when both sides are numeric
 3200-Build-Key.
     move     spaces to ws-Key-Area.
     if       ws-By-Value = "Y"
              perform 6000-Decode-Field thru 6000-Exit
              compute ws-Key-Num = ws-Num + 1000000000000000000
              move ws-Key-Num to ws-Key-Area (1:19)
     else
              move ws-Record (Kf-Offset (ws-Kx) + 1:Kf-Bytes (ws-Kx))
                   to ws-Key-Area.
 3200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> output procedure: keys in order, a break on each - children with
*> no parent in their group are orphans, a parent with no children
*> in it is childless
*>----------------------------------------------------------------
 4000-Match.
     move     "N" to ws-Sort-Eof.
     move     "Y" to ws-First.
 4010-Next.
     return   Sort-Work at end
              move "Y" to ws-Sort-Eof
              go to 4080-Last-Group.
     if       ws-First = "Y" or Sr-Key not = ws-Group-Key
              if  ws-First not = "Y"
                  perform 4100-End-Group thru 4100-Exit
              end-if
              move "N" to ws-First
              move Sr-Key to ws-Group-Key
              move "N" to ws-Group-Parent
              move zero to ws-Group-Children.
     if       Sr-Side = "P"
              move "Y" to ws-Group-Parent
              move Sr-Rec-No to ws-Parent-Rec
              go to 4010-Next.
     add      1 to ws-Group-Children.
     if       ws-Group-Parent not = "Y"
              add 1 to ws-Orphans
              if  ws-Listed < ws-List-Max
                  add 1 to ws-Listed
                  move Sr-Key to ws-Key-Area
                  perform 4200-Show-Key thru 4200-Exit
                  move Sr-Rec-No to ws-Edit
                  display "    ORPHAN    child record "
                          ws-Edit " key "
                          ws-Field-Val (1:ws-Ptr)
              end-if.
     go       to 4010-Next.
 4080-Last-Group.
     if       ws-First not = "Y"
              perform 4100-End-Group thru 4100-Exit.
 4000-Exit.
     exit.
*>
 4100-End-Group.
     if       Rl-Mandatory = "Y" and ws-Group-Parent = "Y"
          and ws-Group-Children = zero
              add 1 to ws-Childless
              if  ws-Listed < ws-List-Max
                  add 1 to ws-Listed
                  move ws-Group-Key to ws-Key-Area
                  perform 4200-Show-Key thru 4200-Exit
                  move ws-Parent-Rec to ws-Edit
                  display "    CHILDLESS parent record "
                          ws-Edit " key "
                          ws-Field-Val (1:ws-Ptr)
              end-if.
 4100-Exit.
     exit.
*>
*> ws-Key-Area as the reader knows it: the number by value, else the
*> bytes
 4200-Show-Key.
     move     spaces to ws-Field-Val.
     if       ws-By-Value = "Y"
              move ws-Key-Area (1:19) to ws-Key-Num
              compute ws-Num = ws-Key-Num - 1000000000000000000
              move ws-Num to ws-Key-Edit
              if  ws-Num < zero
                  string "-" function trim (ws-Key-Edit)
                         delimited by size into ws-Field-Val
              else
                  move function trim (ws-Key-Edit) to ws-Field-Val
              end-if
     else
              move ws-Key-Area to ws-Field-Val.
     move     64 to ws-Ptr.
     perform  until ws-Ptr < 2 or ws-Field-Val (ws-Ptr:1) not = space
              subtract 1 from ws-Ptr
     end-perform.
 4200-Exit.
     exit.
*>
 5000-Control-Report.
     display  " ".
     display  "Referential integrity control report - "
              function trim (Rel-In-Name).
     display  "====================================".
     move     Rel-Count to ws-Edit.
     display  "Relationships        : " ws-Edit.
     move     Rel-Failed to ws-Edit.
     display  "Could not be checked : " ws-Edit.
     move     Rel-Bad to ws-Edit.
     display  "With breaches        : " ws-Edit.
     move     ws-Tot-Orphans to ws-Edit.
     display  "Orphan records       : " ws-Edit.
     move     ws-Tot-Childless to ws-Edit.
     display  "Childless parents    : " ws-Edit.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> key field of ws-Record to ws-Num by value: display with its
*> sign (trailing overpunch either convention, or a separate + or
*> -), packed nibbles and sign, binary big-endian
*>----------------------------------------------------------------
 6000-Decode-Field.
     move     zero to ws-Num.
     move     space to ws-Neg-Sw ws-Bad-Sw.
     evaluate Kf-Usage (ws-Kx)
         when "P"
              perform 6100-Unpack thru 6100-Exit
         when "B"
              perform 6200-Unbinary thru 6200-Exit
         when other
              perform 6300-Undisplay thru 6300-Exit
     end-evaluate.
     if       ws-Bad-Sw = "Y"
              move zero to ws-Num.
     if       ws-Neg-Sw = "Y"
              compute ws-Num = zero - ws-Num.
 6000-Exit.
     exit.
*>
 6100-Unpack.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Kf-Bytes (ws-Kx)
              compute ws-Byte = Kf-Offset (ws-Kx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              if  ws-Nib > 9
                  move "Y" to ws-Bad-Sw
              else
                  compute ws-Num = ws-Num * 10 + ws-Nib
              end-if
              if  ws-Sub = Kf-Bytes (ws-Kx)
                  if  ws-Nib2 = 13 or ws-Nib2 = 11
                      move "Y" to ws-Neg-Sw
                  end-if
              else
                  if  ws-Nib2 > 9
                      move "Y" to ws-Bad-Sw
                  else
                      compute ws-Num = ws-Num * 10 + ws-Nib2
                  end-if
              end-if
     end-perform.
 6100-Exit.
     exit.
*>
 6200-Unbinary.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Kf-Bytes (ws-Kx)
              compute ws-Byte = Kf-Offset (ws-Kx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Num = ws-Num * 256 + ws-Byte-N
     end-perform.
 6200-Exit.
     exit.
*>
 6300-Undisplay.
     move     spaces to ws-Field-Val.
     move     ws-Record (Kf-Offset (ws-Kx) + 1:Kf-Bytes (ws-Kx))
              to ws-Field-Val.
     move     Kf-Bytes (ws-Kx) to ws-Ptr.
     if       ws-Ptr > 19
              move "Y" to ws-Bad-Sw
              go to 6300-Exit.
     if       ws-Field-Val (1:1) = "-" or ws-Field-Val (1:1) = "+"
              if  ws-Field-Val (1:1) = "-"
                  move "Y" to ws-Neg-Sw
              end-if
              move "0" to ws-Field-Val (1:1).
     if       ws-Field-Val (ws-Ptr:1) = "-"
           or ws-Field-Val (ws-Ptr:1) = "+"
              if  ws-Field-Val (ws-Ptr:1) = "-"
                  move "Y" to ws-Neg-Sw
              end-if
              move ws-Field-Val (1:ws-Ptr - 1)
                   to ws-Field-Val (2:ws-Ptr - 1)
              move "0" to ws-Field-Val (1:1).
     move     ws-Field-Val (ws-Ptr:1) to ws-Byte-X.
     evaluate true
         when ws-Byte-N > 111 and ws-Byte-N < 122
              move "Y" to ws-Neg-Sw
              compute ws-Byte-N = ws-Byte-N - 64
         when ws-Byte-X = "{"
              move "0" to ws-Byte-X
         when ws-Byte-X = "}"
              move "Y" to ws-Neg-Sw
              move "0" to ws-Byte-X
         when ws-Byte-X >= "A" and ws-Byte-X <= "I"
              compute ws-Byte-N = ws-Byte-N - 16
         when ws-Byte-X >= "J" and ws-Byte-X <= "R"
              move "Y" to ws-Neg-Sw
              compute ws-Byte-N = ws-Byte-N - 25
     end-evaluate.
     move     ws-Byte-X to ws-Field-Val (ws-Ptr:1).
     if       ws-Field-Val (1:ws-Ptr) not numeric
              move "Y" to ws-Bad-Sw
              go to 6300-Exit.
     move     ws-Field-Val (1:ws-Ptr) to ws-Num.
 6300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> record input, line sequential or fixed-length SEQ alike; ws-Eof
*> comes back Y when the open fails or the file ends
*>----------------------------------------------------------------
 7000-Open-In.
     move     "N" to ws-Eof.
     move     zero to Seq-In-Off.
     if       Org-Seq
              call "CBL_OPEN_FILE" using Data-In-Name Seq-Acc-In
                                         Seq-Flag0 Seq-Flag0
                                         Seq-In-Handle
              if  return-code not = zero
                  move "Y" to ws-Eof
              end-if
              move zero to return-code
     else
              open input Data-In
              if  fs-reply not = zero
                  move "Y" to ws-Eof
              end-if.
 7000-Exit.
     exit.
*>
 7100-Read-In.
     move     spaces to ws-Record.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_READ_FILE" using Seq-In-Handle Seq-In-Off
                                         Seq-Count Seq-Flag0
                                         ws-Record
              if  return-code not = zero
                  move "Y" to ws-Eof
                  move zero to return-code
              else
                  add ws-Seq-Len to Seq-In-Off
              end-if
     else
              read Data-In at end
                   move "Y" to ws-Eof
              not at end
                   move Data-In-Rec to ws-Record
              end-read.
 7100-Exit.
     exit.
*>
 7200-Close-In.
     if       Org-Seq
              call "CBL_CLOSE_FILE" using Seq-In-Handle
              move zero to return-code
     else
              close Data-In.
 7200-Exit.
     exit.
