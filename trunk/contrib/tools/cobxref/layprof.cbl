       >>source free
 Identification division.
*>**********************
      program-id.       layprof.
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
*>    Usage.            Field-level data profiler - what is actually in
*>                      each field of a data file, read against its
*>                      cobxref .lay layout, for a new feed before it
*>                      is trusted or a file a downstream program has
*>                      started to choke on.
*>
*>                      layprof <data-file> <layout.lay>
*>                              [RECORD=<01 name>] [ORG=LINE|SEQ]
*>                              [LEN=nnnn] [HISTORY=<f>] [CAP=nnn]
*>                              [SHIFT=nn]
*>
*>                      For each elementary field of the record block
*>                      (a REDEFINES view of bytes already taken is
*>                      passed over, as laycvt does) it reports:
*>                        - the minimum and maximum - by value for a
*>                          numeric, display, packed or binary, and by
*>                          collating order for text (spaces left out)
*>                        - how many are spaces or zero
*>                        - how many numerics are not numeric
*>                        - the number of distinct values, counted up
*>                          to CAP (default 100, at most 200) and
*>                          shown as "over" beyond it
*>                        - the top ten values and their frequency
*>                      Values are profiled on their first 32 bytes.
*>
*>                      Each run's profile is added to the history
*>                      file (LAYPROF.HIS unless HISTORY=), and each
*>                      field is held against the last run of the same
*>                      data file in it.  A field is flagged SHIFT
*>                      when
*>                        - a value has appeared that the last run did
*>                          not have, or one has gone - judged for a
*>                          code, a field whose last run had ten
*>                          distinct values or fewer, all of them kept,
*>                          each used twice over on average - a status
*>                          code with a new value, say
*>                        - its spaces/zero or not-numeric share has
*>                          moved SHIFT percentage points (default 20)
*>                        - its distinct count has doubled or halved
*>                        - it is new to the layout since the last run
*>
*>                      ORG defaults to SEQ when the layout holds a
*>                      packed or binary field and LINE otherwise; LEN
*>                      defaults to the layout's record length.
*>
*>                      Return code 0 profiled, 4 profiled with fields
*>                      flagged, 16 on a file problem.
*>**
*>    Called by.
*>                      By hand, or at the head of a new feed's stream.
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
     select   History-File     assign History-Name
              organization     line sequential
              status           fs-reply.
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
*> one run's profile: an F record per field, then a V record for
*> each of its top ten values
 fd  History-File.
 01  History-Rec.
     03  His-Data              pic x(64).
     03  filler                pic x.
     03  His-Stamp             pic x(14).
     03  filler                pic x.
     03  His-Kind              pic x.
     03  filler                pic x.
     03  His-Field             pic x(32).
     03  filler                pic x.
     03  His-Detail            pic x(110).
     03  His-Field-Detail redefines His-Detail.
         05  His-Read          pic 9(9).
         05  filler            pic x.
         05  His-Blank         pic 9(9).
         05  filler            pic x.
         05  His-Non-Num       pic 9(9).
         05  filler            pic x.
         05  His-Distinct      pic 9(5).
         05  filler            pic x.
         05  His-Over          pic x.
         05  filler            pic x.
         05  His-Min           pic x(32).
         05  filler            pic x.
         05  His-Max           pic x(32).
         05  filler            pic x(7).
     03  His-Value-Detail redefines His-Detail.
         05  His-Value         pic x(32).
         05  filler            pic x.
         05  His-Freq          pic 9(9).
         05  filler            pic x(68).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "layprof v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  History-Name          pic x(256)   value "LAYPROF.HIS".
 01  ws-Record-Want        pic x(32)    value spaces.
 77  ws-Org                pic x        value space.
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 77  ws-Cap                Binary-Long  value 100.
 77  ws-Shift              Binary-Long  value 20.
 01  ws-Stamp              pic x(14)    value spaces.
 01  ws-Prior-Stamp        pic x(14)    value spaces.
 01  ws-His-Key            pic x(64)    value spaces.
*>
*> the record block's fields
 01  Fld-Table             value spaces.
     03  Fld-Entry         occurs 300.
         05  Fl-Name       pic x(32).
         05  Fl-Offset     pic 9(6).
         05  Fl-Bytes      pic 9(6).
         05  Fl-Type       pic x.
         05  Fl-Usage      pic x.
         05  Fl-Digits     pic 9(4).
         05  Fl-Signed     pic x.
 77  Fld-Count             Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Rec-Len            Binary-Long  value zero.
 77  ws-Has-Binary         pic x        value "N".
*>
*> this run's profile, a row to a field
 01  Prof-Table            value spaces.
     03  Prof-Entry        occurs 300.
         05  Pf-Blank      pic 9(9).
         05  Pf-Non-Num    pic 9(9).
         05  Pf-Over       pic x.
         05  Pf-Have-Min   pic x.
         05  Pf-Min        pic x(32).
         05  Pf-Max        pic x(32).
         05  Pf-Min-Num    pic s9(18).
         05  Pf-Max-Num    pic s9(18).
         05  Pf-Flags      pic 9(4).
         05  Pf-Top-Count  pic 99.
         05  Pf-Top        pic 9(4)     occurs 10.
         05  Pf-Val-Count  pic 9(4).
         05  Pf-Val        occurs 200.
             07  Pf-Value  pic x(32).
             07  Pf-Freq   pic 9(9).
*>
*> the last run's profile of the same file, a row to a field of
*> this layout
 01  Prior-Table           value spaces.
     03  Prior-Entry       occurs 300.
         05  Pr-Found      pic x.
         05  Pr-Read       pic 9(9).
         05  Pr-Blank      pic 9(9).
         05  Pr-Non-Num    pic 9(9).
         05  Pr-Distinct   pic 9(5).
         05  Pr-Over       pic x.
         05  Pr-Val-Count  pic 99.
         05  Pr-Val        occurs 10.
             07  Pr-Value  pic x(32).
             07  Pr-Freq   pic 9(9).
 77  ws-Prior-Runs         Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Vx                 Binary-Long  value zero.
 77  ws-Tx                 Binary-Long  value zero.
 77  ws-Best               Binary-Long  value zero.
 77  ws-Rec-No             Binary-Long  value zero.
 77  ws-Flagged            Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Is-Blank           pic x        value "N".
 77  ws-Is-Numeric         pic x        value "N".
 77  ws-Taken              pic x        value "N".
 77  ws-Hit                pic x        value "N".
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Key                pic x(32)    value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Edit3              pic z(8)9.
 01  ws-Edit4              pic z(4)9.
 01  ws-Num-Edit           pic -(18)9.
 77  ws-Pct-Now            Binary-Long  value zero.
 77  ws-Pct-Was            Binary-Long  value zero.
 77  ws-Pct-Diff           Binary-Long  value zero.
 77  ws-Distinct           Binary-Long  value zero.
 01  ws-Why                pic x(80)    value spaces.
*>
*> field value work
 01  ws-Field-Val          pic x(64)    value spaces.
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Big                pic 9(20)    value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
 01  ws-Hex-Digits         pic x(16)    value "0123456789ABCDEF".
*>
*> byte-level handles for ORG=SEQ
 01  Seq-Handle            pic x(4)     comp-x value zero.
 01  Seq-Off               pic x(8)     comp-x value zero.
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
              display "layprof: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  2000-Load-Layout thru 2000-Exit.
     if       ws-Org = space
              if  ws-Has-Binary = "Y"
                  set Org-Seq to true
              else
                  set Org-Line to true
              end-if.
     perform  2500-Load-History thru 2500-Exit.
     perform  3000-Profile     thru 3000-Exit.
     perform  4000-Compare     thru 4000-Exit.
     perform  5000-Report      thru 5000-Exit.
     perform  5500-Save-History thru 5500-Exit.
     if       ws-Flagged > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 2
              display "Usage: layprof <data-file> <layout.lay> "
                      "[RECORD=<01>] [ORG=LINE|SEQ] [LEN=nnnn]"
              display "       [HISTORY=<f>] [CAP=nnn] [SHIFT=nn]"
              move 16 to return-code
              goback.
     accept   Data-In-Name from argument-value.
     accept   Layout-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "RECORD="
                       move function upper-case
                            (ws-Arg-Text (8:32)) to ws-Record-Want
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "ORG="
                       if  function upper-case (ws-Arg-Text) (5:3)
                               = "SEQ"
                           set Org-Seq to true
                       else
                           set Org-Line to true
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "LEN="
                       compute ws-Seq-Len =
                           function numval (ws-Arg-Text (5:4))
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "HISTORY="
                       move ws-Arg-Text (9:248) to History-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "CAP="
                       compute ws-Cap =
                           function numval (ws-Arg-Text (5:4))
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "SHIFT="
                       compute ws-Shift =
                           function numval (ws-Arg-Text (7:4))
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Cap < 10
              move 10 to ws-Cap.
     if       ws-Cap > 200
              move 200 to ws-Cap.
     if       ws-Shift < 1
              move 20 to ws-Shift.
     move     function current-date (1:14) to ws-Stamp.
     move     Data-In-Name to ws-His-Key.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the wanted 01 block's elementary fields, the way laycvt takes
*> them - less any field lying inside one already taken, which is
*> a REDEFINES view of the same bytes
*>----------------------------------------------------------------
 2000-Load-Layout.
     open     input Layout-In.
     if       fs-reply not = zero
              display "Cannot open layout "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 2010-Next.
     read     Layout-In at end
              close Layout-In
              go to 2090-Check.
     if       LayI-Offset = zero and LayI-Type = "G"
              if  ws-In-Block = "Y" and ws-Block-Seen = "Y"
                  move space to ws-In-Block
              end-if
              if  ws-Record-Want = spaces
                  if  ws-Block-Seen not = "Y"
                      move "Y" to ws-In-Block
                      move "Y" to ws-Block-Seen
                  end-if
              else
                  if  function upper-case (LayI-Name)
                          = ws-Record-Want
                      move "Y" to ws-In-Block
                      move "Y" to ws-Block-Seen
                  else
                      move space to ws-In-Block
                  end-if
              end-if
              go to 2010-Next.
     if       ws-Block-Seen not = "Y" and ws-Record-Want = spaces
              move "Y" to ws-In-Block
              move "Y" to ws-Block-Seen.
     if       ws-In-Block not = "Y" or LayI-Type = "G"
           or Fld-Count not < 300
              go to 2010-Next.
     if       LayI-Offset < ws-Rec-Len
              go to 2010-Next.
     add      1 to Fld-Count.
     move     LayI-Name   to Fl-Name (Fld-Count).
     move     LayI-Offset to Fl-Offset (Fld-Count).
     move     LayI-Bytes  to Fl-Bytes (Fld-Count).
     move     LayI-Type   to Fl-Type (Fld-Count).
     move     LayI-Usage  to Fl-Usage (Fld-Count).
     move     LayI-Digits to Fl-Digits (Fld-Count).
     move     "N" to Fl-Signed (Fld-Count).
     if       LayI-Usage = "P"
              move "Y" to Fl-Signed (Fld-Count).
     if       LayI-Usage = "P" or = "B" or = "1" or = "2"
              move "Y" to ws-Has-Binary.
     if       Fl-Digits (Fld-Count) = zero
              move LayI-Bytes to Fl-Digits (Fld-Count).
     if       Fl-Type (Fld-Count) = "9" and LayI-Usage = space
          and LayI-Bytes = Fl-Digits (Fld-Count) + 1
              move "Y" to Fl-Signed (Fld-Count).
     move     zero to Pf-Blank (Fld-Count) Pf-Non-Num (Fld-Count)
                      Pf-Flags (Fld-Count) Pf-Top-Count (Fld-Count)
                      Pf-Val-Count (Fld-Count).
     move     "N" to Pf-Over (Fld-Count) Pf-Have-Min (Fld-Count).
     move     "N" to Pr-Found (Fld-Count).
     compute  ws-Rec-Len = LayI-Offset + LayI-Bytes.
     go       to 2010-Next.
 2090-Check.
     if       Fld-Count = zero
              display "No usable fields in the layout"
              move 16 to return-code
              goback.
     if       ws-Seq-Len = zero
              move ws-Rec-Len to ws-Seq-Len.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the last run of this data file off the history - the history is
*> only ever added to, so the last stamp seen for it is the last run
*>----------------------------------------------------------------
 2500-Load-History.
     open     input History-File.
     if       fs-reply not = zero
              go to 2500-Exit.
 2510-Next.
     read     History-File at end
              close History-File
              go to 2500-Exit.
     if       His-Data not = ws-His-Key
              go to 2510-Next.
     if       His-Stamp not = ws-Prior-Stamp
              move His-Stamp to ws-Prior-Stamp
              add 1 to ws-Prior-Runs
              perform varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
                  move "N" to Pr-Found (ws-Fx)
                  move zero to Pr-Val-Count (ws-Fx)
              end-perform
     end-if.
     move     zero to ws-Fx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  Fl-Name (ws-Sub) = His-Field
                  move ws-Sub to ws-Fx
              end-if
     end-perform.
     if       ws-Fx = zero
              go to 2510-Next.
     if       His-Kind = "F"
              move "Y"          to Pr-Found (ws-Fx)
              move His-Read     to Pr-Read (ws-Fx)
              move His-Blank    to Pr-Blank (ws-Fx)
              move His-Non-Num  to Pr-Non-Num (ws-Fx)
              move His-Distinct to Pr-Distinct (ws-Fx)
              move His-Over     to Pr-Over (ws-Fx)
              move zero         to Pr-Val-Count (ws-Fx)
              go to 2510-Next.
     if       His-Kind = "V" and Pr-Val-Count (ws-Fx) < 10
              add  1 to Pr-Val-Count (ws-Fx)
              move His-Value to Pr-Value (ws-Fx Pr-Val-Count (ws-Fx))
              move His-Freq  to Pr-Freq (ws-Fx Pr-Val-Count (ws-Fx)).
     go       to 2510-Next.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every record, every field counted
*>----------------------------------------------------------------
 3000-Profile.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
              move 16 to return-code
              goback.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 3090-Wrap.
     add      1 to ws-Rec-No.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              perform 3100-Profile-Field thru 3100-Exit
     end-perform.
     go       to 3010-Next.
 3090-Wrap.
     perform  7200-Close-In thru 7200-Exit.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              perform 3500-Rank-Values thru 3500-Exit
     end-perform.
 3000-Exit.
     exit.
*>
*> field ws-Fx of ws-Record: its value text in ws-Key, counted
 3100-Profile-Field.
     move     "N" to ws-Is-Blank ws-Is-Numeric.
     move     spaces to ws-Key.
     if       ws-Record (Fl-Offset (ws-Fx) + 1:Fl-Bytes (ws-Fx)) = spaces
           or ws-Record (Fl-Offset (ws-Fx) + 1:Fl-Bytes (ws-Fx))
                  = low-values
              move "Y" to ws-Is-Blank.
     if       Fl-Usage (ws-Fx) = "1" or = "2"
              perform 3400-Hex-Key thru 3400-Exit
              go to 3150-Count.
     if       Fl-Type (ws-Fx) = "9"
           or Fl-Usage (ws-Fx) = "P" or = "B"
              perform 6000-Decode-Field thru 6000-Exit
              if  ws-Bad-Sw = "Y"
                  add 1 to Pf-Non-Num (ws-Fx)
                  if  Fl-Usage (ws-Fx) = space
                      move ws-Record (Fl-Offset (ws-Fx) + 1:
                                      Fl-Bytes (ws-Fx)) to ws-Key
                  else
                      perform 3400-Hex-Key thru 3400-Exit
                  end-if
              else
                  move "Y" to ws-Is-Numeric
                  if  ws-Num = zero
                      move "Y" to ws-Is-Blank
                  end-if
                  move ws-Num to ws-Num-Edit
                  move function trim (ws-Num-Edit) to ws-Key
              end-if
              go to 3150-Count.
     move     ws-Record (Fl-Offset (ws-Fx) + 1:Fl-Bytes (ws-Fx)) to ws-Key.
 3150-Count.
     if       ws-Is-Blank = "Y"
              add 1 to Pf-Blank (ws-Fx).
*> minimum and maximum: by value for a good numeric, by collating
*> order for text that is not all spaces
     if       ws-Is-Numeric = "Y"
              if  Pf-Have-Min (ws-Fx) not = "Y"
                  move "Y" to Pf-Have-Min (ws-Fx)
                  move ws-Num to Pf-Min-Num (ws-Fx) Pf-Max-Num (ws-Fx)
                  move ws-Key to Pf-Min (ws-Fx) Pf-Max (ws-Fx)
              else
                  if  ws-Num < Pf-Min-Num (ws-Fx)
                      move ws-Num to Pf-Min-Num (ws-Fx)
                      move ws-Key to Pf-Min (ws-Fx)
                  end-if
                  if  ws-Num > Pf-Max-Num (ws-Fx)
                      move ws-Num to Pf-Max-Num (ws-Fx)
                      move ws-Key to Pf-Max (ws-Fx)
                  end-if
              end-if
     else
      if      Fl-Type (ws-Fx) not = "9" and Fl-Usage (ws-Fx) = space
          and ws-Key not = spaces
              if  Pf-Have-Min (ws-Fx) not = "Y"
                  move "Y" to Pf-Have-Min (ws-Fx)
                  move ws-Key to Pf-Min (ws-Fx) Pf-Max (ws-Fx)
              else
                  if  ws-Key < Pf-Min (ws-Fx)
                      move ws-Key to Pf-Min (ws-Fx)
                  end-if
                  if  ws-Key > Pf-Max (ws-Fx)
                      move ws-Key to Pf-Max (ws-Fx)
                  end-if
              end-if.
*> the value counted - a new one taken while there is room under
*> the cap, after that the count is "over"
     move     zero to ws-Vx.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Pf-Val-Count (ws-Fx) or ws-Vx not = zero
              if  Pf-Value (ws-Fx ws-Sub) = ws-Key
                  move ws-Sub to ws-Vx
              end-if
     end-perform.
     if       ws-Vx not = zero
              add 1 to Pf-Freq (ws-Fx ws-Vx)
              go to 3100-Exit.
     if       Pf-Val-Count (ws-Fx) not < ws-Cap
              move "Y" to Pf-Over (ws-Fx)
              go to 3100-Exit.
     add      1 to Pf-Val-Count (ws-Fx).
     move     ws-Key to Pf-Value (ws-Fx Pf-Val-Count (ws-Fx)).
     move     1 to Pf-Freq (ws-Fx Pf-Val-Count (ws-Fx)).
 3100-Exit.
     exit.
*>
*> bytes the value cannot be shown as, in hex
 3400-Hex-Key.
     move     "0x" to ws-Key (1:2).
     move     2 to ws-Ptr.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx) or ws-Ptr > 30
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              move ws-Hex-Digits (ws-Nib + 1:1) to ws-Key (ws-Ptr + 1:1)
              move ws-Hex-Digits (ws-Nib2 + 1:1) to ws-Key (ws-Ptr + 2:1)
              add 2 to ws-Ptr
     end-perform.
 3400-Exit.
     exit.
*>
*> field ws-Fx's ten most frequent values into Pf-Top, the most
*> frequent first
 3500-Rank-Values.
     move     zero to Pf-Top-Count (ws-Fx).
 3510-Next.
     if       Pf-Top-Count (ws-Fx) not < 10
           or Pf-Top-Count (ws-Fx) not < Pf-Val-Count (ws-Fx)
              go to 3500-Exit.
     move     zero to ws-Best.
     perform  varying ws-Vx from 1 by 1
              until ws-Vx > Pf-Val-Count (ws-Fx)
              move "N" to ws-Taken
              perform varying ws-Tx from 1 by 1
                      until ws-Tx > Pf-Top-Count (ws-Fx)
                  if  Pf-Top (ws-Fx ws-Tx) = ws-Vx
                      move "Y" to ws-Taken
                  end-if
              end-perform
              if  ws-Taken = "N"
                  if  ws-Best = zero
                      move ws-Vx to ws-Best
                  else
                      if  Pf-Freq (ws-Fx ws-Vx) > Pf-Freq (ws-Fx ws-Best)
                          move ws-Vx to ws-Best
                      end-if
                  end-if
              end-if
     end-perform.
     add      1 to Pf-Top-Count (ws-Fx).
     move     ws-Best to Pf-Top (ws-Fx Pf-Top-Count (ws-Fx)).
     go       to 3510-Next.
 3500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> each field against the last run of this file; the reasons shown
*> as they are found, counted in Pf-Flags for the report
*>----------------------------------------------------------------
 4000-Compare.
     if       ws-Prior-Runs = zero
              go to 4000-Exit.
     display  " ".
     display  "Shifts since the run of " ws-Prior-Stamp (1:8) " "
              ws-Prior-Stamp (9:6).
     display  "====================================".
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              perform 4100-Compare-Field thru 4100-Exit
     end-perform.
     if       ws-Flagged = zero
              display "    none".
 4000-Exit.
     exit.
*>
 4100-Compare-Field.
     if       Pr-Found (ws-Fx) not = "Y"
              move "new to the layout - no history" to ws-Why
              perform 4900-Flag thru 4900-Exit
              go to 4100-Exit.
*> values come and gone, where the field is a code and the last run
*> kept all its values
     if       Pr-Over (ws-Fx) = "N" and Pr-Distinct (ws-Fx) not > 10
         and  Pr-Distinct (ws-Fx) * 2 not > Pr-Read (ws-Fx)
              perform varying ws-Vx from 1 by 1
                      until ws-Vx > Pf-Val-Count (ws-Fx)
                  move "N" to ws-Hit
                  perform varying ws-Tx from 1 by 1
                          until ws-Tx > Pr-Val-Count (ws-Fx)
                      if  Pr-Value (ws-Fx ws-Tx) = Pf-Value (ws-Fx ws-Vx)
                          move "Y" to ws-Hit
                      end-if
                  end-perform
                  if  ws-Hit = "N"
                      move Pf-Freq (ws-Fx ws-Vx) to ws-Edit
                      move Pf-Value (ws-Fx ws-Vx) to ws-Key
                      perform 5900-Show-Key thru 5900-Exit
                      move spaces to ws-Why
                      string "new value '" function trim (ws-Key)
                             "' in " function trim (ws-Edit)
                             " record(s)"
                             delimited by size into ws-Why
                      perform 4900-Flag thru 4900-Exit
                  end-if
              end-perform
              if  Pf-Over (ws-Fx) = "N"
                  perform varying ws-Tx from 1 by 1
                          until ws-Tx > Pr-Val-Count (ws-Fx)
                      move "N" to ws-Hit
                      perform varying ws-Vx from 1 by 1
                              until ws-Vx > Pf-Val-Count (ws-Fx)
                          if  Pr-Value (ws-Fx ws-Tx)
                                  = Pf-Value (ws-Fx ws-Vx)
                              move "Y" to ws-Hit
                          end-if
                      end-perform
                      if  ws-Hit = "N"
                          move Pr-Value (ws-Fx ws-Tx) to ws-Key
                          perform 5900-Show-Key thru 5900-Exit
                          move spaces to ws-Why
                          string "value '" function trim (ws-Key)
                                 "' no longer present"
                                 delimited by size into ws-Why
                          perform 4900-Flag thru 4900-Exit
                      end-if
                  end-perform
              end-if
     end-if.
     if       Pr-Read (ws-Fx) = zero or ws-Rec-No = zero
              go to 4100-Exit.
*> the spaces/zero and not-numeric shares, in percentage points
     compute  ws-Pct-Now = Pf-Blank (ws-Fx) * 100 / ws-Rec-No.
     compute  ws-Pct-Was = Pr-Blank (ws-Fx) * 100 / Pr-Read (ws-Fx).
     compute  ws-Pct-Diff = function abs (ws-Pct-Now - ws-Pct-Was).
     if       ws-Pct-Diff not < ws-Shift
              move ws-Pct-Was to ws-Edit
              move ws-Pct-Now to ws-Edit2
              move spaces to ws-Why
              string "spaces/zero " function trim (ws-Edit)
                     "% now " function trim (ws-Edit2) "%"
                     delimited by size into ws-Why
              perform 4900-Flag thru 4900-Exit.
     compute  ws-Pct-Now = Pf-Non-Num (ws-Fx) * 100 / ws-Rec-No.
     compute  ws-Pct-Was = Pr-Non-Num (ws-Fx) * 100 / Pr-Read (ws-Fx).
     compute  ws-Pct-Diff = function abs (ws-Pct-Now - ws-Pct-Was).
     if       ws-Pct-Diff not < ws-Shift
              move ws-Pct-Was to ws-Edit
              move ws-Pct-Now to ws-Edit2
              move spaces to ws-Why
              string "not numeric " function trim (ws-Edit)
                     "% now " function trim (ws-Edit2) "%"
                     delimited by size into ws-Why
              perform 4900-Flag thru 4900-Exit.
*> the distinct count doubled or halved, where both were counted out
     move     Pf-Val-Count (ws-Fx) to ws-Distinct.
     if       Pf-Over (ws-Fx) = "N" and Pr-Over (ws-Fx) = "N"
         and (  (ws-Distinct > Pr-Distinct (ws-Fx) * 2
                 and ws-Distinct - Pr-Distinct (ws-Fx) > 5)
             or (Pr-Distinct (ws-Fx) > ws-Distinct * 2
                 and Pr-Distinct (ws-Fx) - ws-Distinct > 5))
              move Pr-Distinct (ws-Fx) to ws-Edit
              move ws-Distinct to ws-Edit2
              move spaces to ws-Why
              string "distinct values " function trim (ws-Edit)
                     " now " function trim (ws-Edit2)
                     delimited by size into ws-Why
              perform 4900-Flag thru 4900-Exit.
 4100-Exit.
     exit.
*>
*> one reason field ws-Fx has shifted
 4900-Flag.
     if       Pf-Flags (ws-Fx) = zero
              add 1 to ws-Flagged.
     add      1 to Pf-Flags (ws-Fx).
     display  "SHIFT " Fl-Name (ws-Fx) " " function trim (ws-Why).
 4900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the profile, field by field
*>----------------------------------------------------------------
 5000-Report.
     display  " ".
     display  "Profile of " function trim (Data-In-Name)
              " - layout " function trim (Layout-In-Name).
     display  "====================================".
     move     ws-Rec-No to ws-Edit.
     display  "Records read        : " ws-Edit.
     move     Fld-Count to ws-Edit.
     display  "Fields profiled     : " ws-Edit.
     move     ws-Flagged to ws-Edit.
     display  "Fields flagged SHIFT: " ws-Edit.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              perform 5100-Report-Field thru 5100-Exit
     end-perform.
 5000-Exit.
     exit.
*>
 5100-Report-Field.
     display  " ".
     move     Fl-Offset (ws-Fx) to ws-Edit.
     move     Fl-Bytes (ws-Fx) to ws-Edit2.
     if       Pf-Flags (ws-Fx) > zero
              display Fl-Name (ws-Fx) " " Fl-Type (ws-Fx)
                      Fl-Usage (ws-Fx) " offset "
                      function trim (ws-Edit) " bytes "
                      function trim (ws-Edit2) "   ** SHIFT **"
     else
              display Fl-Name (ws-Fx) " " Fl-Type (ws-Fx)
                      Fl-Usage (ws-Fx) " offset "
                      function trim (ws-Edit) " bytes "
                      function trim (ws-Edit2).
     move     Pf-Blank (ws-Fx) to ws-Edit.
     move     Pf-Non-Num (ws-Fx) to ws-Edit2.
     move     Pf-Val-Count (ws-Fx) to ws-Edit4.
     if       Pf-Over (ws-Fx) = "Y"
              display "    spaces/zero " ws-Edit "  not numeric "
                      ws-Edit2 "  distinct over " function trim
                      (ws-Edit4)
     else
              display "    spaces/zero " ws-Edit "  not numeric "
                      ws-Edit2 "  distinct      " ws-Edit4.
     if       Pf-Have-Min (ws-Fx) = "Y"
              display "    min '" function trim (Pf-Min (ws-Fx)
                      trailing) "'  max '"
                      function trim (Pf-Max (ws-Fx) trailing) "'".
     perform  varying ws-Tx from 1 by 1
              until ws-Tx > Pf-Top-Count (ws-Fx)
              move Pf-Top (ws-Fx ws-Tx) to ws-Vx
              move Pf-Freq (ws-Fx ws-Vx) to ws-Edit
              move Pf-Value (ws-Fx ws-Vx) to ws-Key
              perform 5900-Show-Key thru 5900-Exit
              display "    " ws-Edit "  '"
                      function trim (ws-Key trailing) "'"
     end-perform.
 5100-Exit.
     exit.
*>
*> a value of spaces named, so it shows
 5900-Show-Key.
     if       ws-Key = spaces
              move "(spaces)" to ws-Key.
 5900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> this run added to the history
*>----------------------------------------------------------------
 5500-Save-History.
     open     extend History-File.
     if       fs-reply not = zero
              open output History-File.
     if       fs-reply not = zero
              display "Cannot write history "
                      function trim (History-Name)
              go to 6000-Exit.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              move spaces to History-Rec
              move ws-His-Key to His-Data
              move ws-Stamp to His-Stamp
              move "F" to His-Kind
              move Fl-Name (ws-Fx) to His-Field
              move ws-Rec-No to His-Read
              move Pf-Blank (ws-Fx) to His-Blank
              move Pf-Non-Num (ws-Fx) to His-Non-Num
              move Pf-Val-Count (ws-Fx) to His-Distinct
              move Pf-Over (ws-Fx) to His-Over
              move Pf-Min (ws-Fx) to His-Min
              move Pf-Max (ws-Fx) to His-Max
              write History-Rec
              perform varying ws-Tx from 1 by 1
                      until ws-Tx > Pf-Top-Count (ws-Fx)
                  move Pf-Top (ws-Fx ws-Tx) to ws-Vx
                  move spaces to His-Detail
                  move "V" to His-Kind
                  move Pf-Value (ws-Fx ws-Vx) to His-Value
                  move Pf-Freq (ws-Fx ws-Vx) to His-Freq
                  write History-Rec
              end-perform
     end-perform.
     close    History-File.
     display  " ".
     display  "Profile kept in " function trim (History-Name).
 5500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Fx of ws-Record to ws-Num by value, as laycvt decodes
*> it: display with its sign (trailing overpunch either convention,
*> or a separate + or -), packed nibbles and sign, binary big-endian
*>----------------------------------------------------------------
 6000-Decode-Field.
     move     zero to ws-Num.
     move     space to ws-Neg-Sw ws-Bad-Sw.
     evaluate Fl-Usage (ws-Fx)
         when "P"
              perform 6100-Unpack thru 6100-Exit
         when "B"
              perform 6200-Unbinary thru 6200-Exit
         when other
              perform 6300-Undisplay thru 6300-Exit
     end-evaluate.
     if       ws-Neg-Sw = "Y"
              compute ws-Num = zero - ws-Num.
 6000-Exit.
     exit.
*>
 6100-Unpack.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx)
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              if  ws-Nib > 9
                  move "Y" to ws-Bad-Sw
              else
                  compute ws-Num = ws-Num * 10 + ws-Nib
              end-if
              if  ws-Sub = Fl-Bytes (ws-Fx)
                  if  ws-Nib2 = 13 or ws-Nib2 = 11
                      move "Y" to ws-Neg-Sw
                  end-if
                  if  ws-Nib2 < 10
                      move "Y" to ws-Bad-Sw
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
     move     zero to ws-Big.
     if       Fl-Bytes (ws-Fx) > 8
              move "Y" to ws-Bad-Sw
              go to 6200-Exit.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx)
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              if  ws-Sub = 1 and ws-Byte-N > 127
                and Fl-Signed (ws-Fx) = "Y"
*>                two's complement: take the complement's value
                  move "Y" to ws-Neg-Sw
              end-if
              if  ws-Neg-Sw = "Y"
                  compute ws-Big = ws-Big * 256 + (255 - ws-Byte-N)
              else
                  compute ws-Big = ws-Big * 256 + ws-Byte-N
              end-if
     end-perform.
     if       ws-Neg-Sw = "Y"
              add 1 to ws-Big.
     if       ws-Big > 999999999999999999
              move "Y" to ws-Bad-Sw
              go to 6200-Exit.
     move     ws-Big to ws-Num.
 6200-Exit.
     exit.
*>
 6300-Undisplay.
     move     spaces to ws-Field-Val.
     move     ws-Record (Fl-Offset (ws-Fx) + 1:Fl-Bytes (ws-Fx))
              to ws-Field-Val.
     move     Fl-Bytes (ws-Fx) to ws-Ptr.
     if       ws-Ptr > 18
              move "Y" to ws-Bad-Sw
              go to 6300-Exit.
*> a separate sign, leading or trailing
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
*> an overpunched last digit: p-y negative (this runtime's own),
*> {A-I positive and }J-R negative (the mainframe convention)
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
*> fixed-file input, line sequential or fixed-length SEQ alike
*>----------------------------------------------------------------
 7000-Open-In.
     move     "N" to ws-Eof.
     move     zero to Seq-Off.
     if       Org-Seq
              call "CBL_OPEN_FILE" using Data-In-Name Seq-Acc-In
                                         Seq-Flag0 Seq-Flag0
                                         Seq-Handle
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
              call "CBL_READ_FILE" using Seq-Handle Seq-Off
                                         Seq-Count Seq-Flag0
                                         ws-Record
              if  return-code not = zero
                  move "Y" to ws-Eof
                  move zero to return-code
              else
                  add ws-Seq-Len to Seq-Off
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
              call "CBL_CLOSE_FILE" using Seq-Handle
              move zero to return-code
     else
              close Data-In.
 7200-Exit.
     exit.
