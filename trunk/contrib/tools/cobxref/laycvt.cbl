       >>source free
 Identification division.
*>**********************
      program-id.       laycvt.
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
*>    Usage.            Converts a fixed-format data file to CSV or
*>                      JSON and back again, driven by the cobxref .lay
*>                      layout - the customer master out to a
*>                      spreadsheet, the corrected spreadsheet back in.
*>
*>                      laycvt <layout.lay> UNLOAD|LOAD IN=<f> OUT=<f>
*>                             [FORMAT=CSV|JSON] [RECORD=<01 name>]
*>                             [ORG=LINE|SEQ] [LEN=nnnn]
*>                             [ATTR=<file>] [REJECT=<f>]
*>
*>                      UNLOAD writes one row per record, the field
*>                      names as headings (CSV) or keys (JSON, one
*>                      object to a line).  Packed, binary and signed
*>                      display numerics are decoded to their values;
*>                      text fields are quoted with their trailing
*>                      spaces dropped; COMP-1/COMP-2 fields travel as
*>                      0x<hex> so they come back byte for byte.
*>
*>                      LOAD rebuilds byte-exact fixed records: each
*>                      value is put back into its field's own usage
*>                      and any row holding a value that does not fit
*>                      the PICTURE - too many digits or decimals, a
*>                      sign on an unsigned field, text longer than
*>                      the field, not a number at all - goes to the
*>                      reject file instead, a "*>" reason line ahead
*>                      of the row as it came in.  CSV columns are
*>                      matched to fields by heading, in any order;
*>                      a field with no column is loaded as spaces or
*>                      zero.  The reject file starts with the CSV
*>                      heading row, so once corrected it loads as it
*>                      stands.  REJECT defaults to <IN>.rej.
*>
*>                      The layout does not carry sign or scale, so
*>                      ATTR= names them, one field to a line:
*>                          <field> [SIGNED|UNSIGNED] [LEADING]
*>                                  [SCALE <n>]
*>                      Display numerics are unsigned unless a byte
*>                      longer than their digits (sign separate,
*>                      trailing unless LEADING) or marked SIGNED
*>                      (trailing overpunch); packed fields are signed
*>                      unless marked UNSIGNED; binary fields are
*>                      unsigned unless marked SIGNED.  SCALE gives the
*>                      implied decimal places, shown with a point.
*>
*>                      ORG and LEN as chk-data takes them for the
*>                      fixed file; ORG defaults to SEQ when the
*>                      layout holds packed or binary fields, the way
*>                      gen-testdata cuts them.  A REDEFINES view is
*>                      left out - the first view carries the bytes.
*>
*>                      Return code 0 converted, 4 rows rejected, 16
*>                      a layout, argument or file problem.
*>**
*>    Called by.
*>                      Run standalone for extracts and corrections.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN/READ/WRITE/CREATE/CLOSE_FILE for
*>                      ORG=SEQ.
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
     select   Data-Out         assign Data-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Text-In          assign Text-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Text-Out         assign Text-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Reject-Out       assign Reject-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Attr-In          assign Attr-In-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Data-In.
 01  Data-In-Rec           pic x(4096).
*>
 fd  Data-Out.
 01  Data-Out-Rec          pic x(4096).
*>
 fd  Text-In.
 01  Text-In-Rec           pic x(8192).
*>
 fd  Text-Out.
 01  Text-Out-Rec          pic x(8192).
*>
 fd  Reject-Out.
 01  Reject-Out-Rec        pic x(8192).
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
 fd  Attr-In.
 01  Attr-In-Rec           pic x(200).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(16) value "laycvt v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Attr-In-Name          pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Data-Out-Name         pic x(256)   value spaces.
 01  Text-In-Name          pic x(256)   value spaces.
 01  Text-Out-Name         pic x(256)   value spaces.
 01  Reject-Name           pic x(260)   value spaces.
 01  ws-In-Name            pic x(256)   value spaces.
 01  ws-Out-Name           pic x(256)   value spaces.
 01  ws-Record-Want        pic x(32)    value spaces.
 77  ws-Mode               pic x        value space.
  88 Mode-Unload                        value "U".
  88 Mode-Load                          value "L".
 77  ws-Format             pic x        value "C".
  88 Fmt-Csv                            value "C".
  88 Fmt-Json                           value "J".
 77  ws-Org                pic x        value space.
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
*>
*> the record block's fields, their attributes and, on a load, the
*> value the current row gives each
 01  Fld-Table             value spaces.
     03  Fld-Entry         occurs 300.
         05  Fl-Name       pic x(32).
         05  Fl-Offset     pic 9(6).
         05  Fl-Bytes      pic 9(6).
         05  Fl-Type       pic x.
         05  Fl-Usage      pic x.
         05  Fl-Digits     pic 9(4).
         05  Fl-Signed     pic x.
         05  Fl-Leading    pic x.
         05  Fl-Scale      pic 99.
         05  Fl-Mapped     pic x.
         05  Fl-Set        pic x.
         05  Fl-Val-Len    pic 9(4).
         05  Fl-Val        pic x(256).
 77  Fld-Count             Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Rec-Len            Binary-Long  value zero.
 77  ws-Has-Binary         pic x        value "N".
*>
*> one text row split into its columns, and each column's field
 01  Col-Table             value spaces.
     03  Col-Entry         occurs 300.
         05  Cv-Len        pic 9(4).
         05  Cv-Fx         pic 9(4).
         05  Cv-Val        pic x(256).
 77  Col-Count             Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
 77  ws-Line-Len           Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Line-Ptr           Binary-Long  value zero.
 77  ws-Held-Ptr           Binary-Long  value zero.
 77  ws-Rec-No             Binary-Long  value zero.
 77  ws-Out-Count          Binary-Long  value zero.
 77  ws-Rej-Count          Binary-Long  value zero.
 77  ws-Bad-Numeric        Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Row-Bad            pic x        value space.
 77  ws-In-Quote           pic x        value space.
 77  ws-First-Row          pic x        value "Y".
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Line               pic x(8192)  value spaces.
 01  ws-Held-Line          pic x(8192)  value spaces.
 01  ws-Char               pic x        value space.
 01  ws-Why                pic x(80)    value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(3)9.
*>
*> field value work
 01  ws-Out-Val            pic x(600)   value spaces.
 77  ws-Out-Len            Binary-Long  value zero.
 01  ws-Field-Val          pic x(64)    value spaces.
 01  ws-Name-Key           pic x(32)    value spaces.
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Abs                pic 9(19)    value zero.
 01  ws-Int-Part           pic 9(19)    value zero.
 01  ws-Frac-Part          pic 9(19)    value zero.
 01  ws-Int-Edit           pic z(18)9.
 01  ws-Big                pic 9(20)    value zero.
 01  ws-Limit              pic 9(20)    value zero.
 01  ws-Scale-Pow          pic 9(19)    value zero.
 77  ws-Int-Digits         Binary-Long  value zero.
 77  ws-Frac-Digits        Binary-Long  value zero.
 77  ws-Seen-Point         pic x        value space.
 77  ws-Seen-Digit         pic x        value space.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Nibbles            Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
 77  ws-Want-Digits        Binary-Long  value zero.
 01  ws-Hex-Digits         pic x(16)    value "0123456789ABCDEF".
*>
 01  ws-Attr-Word          pic x(32)    occurs 6.
*>
*> byte-level handles for ORG=SEQ
 01  Seq-Handle            pic x(4)     comp-x value zero.
 01  Seq-Off               pic x(8)     comp-x value zero.
 01  Seq-Count             pic x(4)     comp-x value zero.
 01  Seq-Flag0             pic x        comp-x value zero.
 01  Seq-Acc-In            pic x        comp-x value 1.
 01  Seq-Acc-Out           pic x        comp-x value 2.
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
              display "laycvt: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  2000-Load-Layout thru 2000-Exit.
     perform  2500-Load-Attr   thru 2500-Exit.
     if       ws-Org = space
              if  ws-Has-Binary = "Y"
                  set Org-Seq to true
              else
                  set Org-Line to true
              end-if.
     if       Mode-Unload
              perform 3000-Unload thru 3000-Exit
     else
              perform 4000-Load   thru 4000-Exit.
     perform  5000-Control-Report thru 5000-Exit.
     if       ws-Rej-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 4
              display "Usage: laycvt <layout.lay> UNLOAD|LOAD IN=<f> "
                      "OUT=<f> [FORMAT=CSV|JSON] [RECORD=<01>]"
              display "       [ORG=LINE|SEQ] [LEN=nnnn] [ATTR=<f>] "
                      "[REJECT=<f>]"
              move 16 to return-code
              goback.
     accept   Layout-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) = "UNLOAD"
                       set Mode-Unload to true
                  when function upper-case (ws-Arg-Text) = "LOAD"
                       set Mode-Load to true
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "IN="
                       move ws-Arg-Text (4:253) to ws-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:252) to ws-Out-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "FORMAT="
                       if  function upper-case (ws-Arg-Text) (8:4)
                               = "JSON"
                           set Fmt-Json to true
                       else
                           set Fmt-Csv to true
                       end-if
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
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "ATTR="
                       move ws-Arg-Text (6:251) to Attr-In-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "REJECT="
                       move ws-Arg-Text (8:249) to Reject-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Mode = space or ws-In-Name = spaces
           or ws-Out-Name = spaces
              display "UNLOAD or LOAD, IN= and OUT= are all required"
              move 16 to return-code
              goback.
     if       Mode-Unload
              move ws-In-Name  to Data-In-Name
              move ws-Out-Name to Text-Out-Name
     else
              move ws-In-Name  to Text-In-Name
              move ws-Out-Name to Data-Out-Name
              if  Reject-Name = spaces
                  string function trim (ws-In-Name)
                             delimited by size
                         ".rej" delimited by size
                         into Reject-Name
              end-if.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the wanted 01 block's elementary fields, the way chk-data takes
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
     move     "N" to Fl-Signed (Fld-Count) Fl-Leading (Fld-Count).
     move     zero to Fl-Scale (Fld-Count).
*> the defaults the layout cannot tell us - see ATTR=
     if       LayI-Usage = "P"
              move "Y" to Fl-Signed (Fld-Count).
     if       LayI-Usage = "P" or = "B" or = "1" or = "2"
              move "Y" to ws-Has-Binary.
     if       Fl-Digits (Fld-Count) = zero
              evaluate true
                  when LayI-Usage = "P"
                       compute Fl-Digits (Fld-Count) =
                               LayI-Bytes * 2 - 1
                  when LayI-Usage = "B" and LayI-Bytes = 1
                       move 2 to Fl-Digits (Fld-Count)
                  when LayI-Usage = "B" and LayI-Bytes = 2
                       move 4 to Fl-Digits (Fld-Count)
                  when LayI-Usage = "B" and LayI-Bytes = 4
                       move 9 to Fl-Digits (Fld-Count)
                  when LayI-Usage = "B"
                       move 18 to Fl-Digits (Fld-Count)
                  when other
                       move LayI-Bytes to Fl-Digits (Fld-Count)
              end-evaluate.
     if       Fl-Type (Fld-Count) = "9" and LayI-Usage = space
          and LayI-Bytes = Fl-Digits (Fld-Count) + 1
              move "Y" to Fl-Signed (Fld-Count).
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
 2500-Load-Attr.
     if       Attr-In-Name = spaces
              go to 2500-Exit.
     open     input Attr-In.
     if       fs-reply not = zero
              display "Cannot open attribute file "
                       function trim (Attr-In-Name)
              move 16 to return-code
              goback.
 2510-Next.
     read     Attr-In at end
              close Attr-In
              go to 2500-Exit.
     if       Attr-In-Rec = spaces
           or Attr-In-Rec (1:2) = "*>"
              go to 2510-Next.
     move     spaces to ws-Attr-Word (1) ws-Attr-Word (2)
                        ws-Attr-Word (3) ws-Attr-Word (4)
                        ws-Attr-Word (5) ws-Attr-Word (6).
     unstring function upper-case (Attr-In-Rec)
              delimited by all spaces
              into ws-Attr-Word (1) ws-Attr-Word (2) ws-Attr-Word (3)
                   ws-Attr-Word (4) ws-Attr-Word (5) ws-Attr-Word (6).
     move     zero to ws-Sub.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              if  function upper-case (Fl-Name (ws-Fx))
                      = ws-Attr-Word (1)
                  add 1 to ws-Sub
                  perform varying ws-Cx from 2 by 1 until ws-Cx > 6
                      evaluate ws-Attr-Word (ws-Cx)
                          when "SIGNED"
                               move "Y" to Fl-Signed (ws-Fx)
                          when "UNSIGNED"
                               move "N" to Fl-Signed (ws-Fx)
                          when "LEADING"
                               move "Y" to Fl-Leading (ws-Fx)
                          when "SCALE"
                               if  ws-Cx < 6
                                   compute Fl-Scale (ws-Fx) =
                                       function numval
                                           (ws-Attr-Word (ws-Cx + 1))
                                   add 1 to ws-Cx
                               end-if
                               if  Fl-Scale (ws-Fx) > Fl-Digits (ws-Fx)
                                   move Fl-Digits (ws-Fx)
                                        to Fl-Scale (ws-Fx)
                               end-if
                      end-evaluate
                  end-perform
              end-if
     end-perform.
     if       ws-Sub = zero
              display "Attribute names an unknown field: "
                      function trim (ws-Attr-Word (1)).
     go       to 2510-Next.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> UNLOAD: fixed records out as CSV rows or JSON objects
*>----------------------------------------------------------------
 3000-Unload.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
              move 16 to return-code
              goback.
     open     output Text-Out.
     if       fs-reply not = zero
              display "Cannot open " function trim (Text-Out-Name)
                      ", status " fs-reply
              move 16 to return-code
              goback.
     move     spaces to ws-Line.
     move     1 to ws-Line-Ptr.
     if       Fmt-Json
              move "[" to Text-Out-Rec
              write Text-Out-Rec
     else
              perform varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
                  if  ws-Fx > 1
                      string "," delimited by size into ws-Line
                             with pointer ws-Line-Ptr
                  end-if
                  string function trim (Fl-Name (ws-Fx))
                         delimited by size into ws-Line
                         with pointer ws-Line-Ptr
              end-perform
              move ws-Line to Text-Out-Rec
              write Text-Out-Rec.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 3090-Wrap.
     add      1 to ws-Rec-No.
     perform  3100-Unload-Record thru 3100-Exit.
     go       to 3010-Next.
 3090-Wrap.
*> the last JSON object goes without its trailing comma
     if       Fmt-Json
              if  ws-First-Row not = "Y"
                  move ws-Held-Line to Text-Out-Rec
                  write Text-Out-Rec
              end-if
              move "]" to Text-Out-Rec
              write Text-Out-Rec.
     perform  7200-Close-In thru 7200-Exit.
     close    Text-Out.
 3000-Exit.
     exit.
*>
 3100-Unload-Record.
     move     spaces to ws-Line.
     move     1 to ws-Line-Ptr.
     if       Fmt-Json
              string "  {" delimited by size into ws-Line
                     with pointer ws-Line-Ptr.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              if  ws-Fx > 1
                  string "," delimited by size into ws-Line
                         with pointer ws-Line-Ptr
              end-if
              if  Fmt-Json
                  string '"' function trim (Fl-Name (ws-Fx)) '":'
                         delimited by size into ws-Line
                         with pointer ws-Line-Ptr
              end-if
              perform 3200-Field-Text thru 3200-Exit
              if  ws-Out-Len > zero
                  string ws-Out-Val (1:ws-Out-Len) delimited by size
                         into ws-Line with pointer ws-Line-Ptr
              end-if
     end-perform.
     if       Fmt-Json
              string "}" delimited by size into ws-Line
                     with pointer ws-Line-Ptr
              if  ws-First-Row not = "Y"
                  string "," delimited by size into ws-Held-Line
                         with pointer ws-Held-Ptr
                  move ws-Held-Line to Text-Out-Rec
                  write Text-Out-Rec
              end-if
              move "N" to ws-First-Row
              move ws-Line to ws-Held-Line
              move ws-Line-Ptr to ws-Held-Ptr
     else
              move ws-Line to Text-Out-Rec
              write Text-Out-Rec.
     add      1 to ws-Out-Count.
 3100-Exit.
     exit.
*>
*> field ws-Fx of ws-Record as text in ws-Out-Val (1:ws-Out-Len)
 3200-Field-Text.
     move     spaces to ws-Out-Val.
     move     zero to ws-Out-Len.
     if       Fl-Usage (ws-Fx) = "1" or = "2"
              perform 3400-Hex-Text thru 3400-Exit
              go to 3200-Exit.
     if       Fl-Type (ws-Fx) = "9"
           or Fl-Usage (ws-Fx) = "P" or = "B"
              perform 6000-Decode-Field thru 6000-Exit
              if  ws-Bad-Sw not = "Y"
                  perform 6500-Number-Text thru 6500-Exit
                  go to 3200-Exit
              end-if
              add 1 to ws-Bad-Numeric
              move ws-Rec-No to ws-Edit
              display "record " function trim (ws-Edit) "  "
                      function trim (Fl-Name (ws-Fx))
                      " not numeric - written as text".
*> text: quoted, trailing spaces dropped, quotes doubled for CSV
*> and escaped for JSON
     move     1 to ws-Out-Len.
     move     '"' to ws-Out-Val (1:1).
     move     Fl-Bytes (ws-Fx) to ws-Lx.
     perform  until ws-Lx < 1
              or ws-Record (Fl-Offset (ws-Fx) + ws-Lx:1) not = space
              subtract 1 from ws-Lx
     end-perform.
     if       ws-Lx > 290
              move 290 to ws-Lx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > ws-Lx
              move ws-Record (Fl-Offset (ws-Fx) + ws-Sub:1) to ws-Char
              if  ws-Char = '"'
                  add 1 to ws-Out-Len
                  if  Fmt-Json
                      move "\" to ws-Out-Val (ws-Out-Len:1)
                  else
                      move '"' to ws-Out-Val (ws-Out-Len:1)
                  end-if
              end-if
              if  ws-Char = "\" and Fmt-Json
                  add 1 to ws-Out-Len
                  move "\" to ws-Out-Val (ws-Out-Len:1)
              end-if
              add 1 to ws-Out-Len
              move ws-Char to ws-Out-Val (ws-Out-Len:1)
     end-perform.
     add      1 to ws-Out-Len.
     move     '"' to ws-Out-Val (ws-Out-Len:1).
 3200-Exit.
     exit.
*>
*> floating fields as 0x<hex>, quoted for JSON
 3400-Hex-Text.
     if       Fmt-Json
              add 1 to ws-Out-Len
              move '"' to ws-Out-Val (ws-Out-Len:1).
     move     "0x" to ws-Out-Val (ws-Out-Len + 1:2).
     add      2 to ws-Out-Len.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fl-Bytes (ws-Fx)
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              move ws-Hex-Digits (ws-Nib + 1:1)
                   to ws-Out-Val (ws-Out-Len + 1:1)
              move ws-Hex-Digits (ws-Nib2 + 1:1)
                   to ws-Out-Val (ws-Out-Len + 2:1)
              add 2 to ws-Out-Len
     end-perform.
     if       Fmt-Json
              add 1 to ws-Out-Len
              move '"' to ws-Out-Val (ws-Out-Len:1).
 3400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> LOAD: CSV rows or JSON objects back to fixed records
*>----------------------------------------------------------------
 4000-Load.
     open     input Text-In.
     if       fs-reply not = zero
              display "Cannot open " function trim (Text-In-Name)
                      ", status " fs-reply
              move 16 to return-code
              goback.
     perform  7300-Open-Out thru 7300-Exit.
     open     output Reject-Out.
     if       Fmt-Csv
              perform 4050-Read-Heading thru 4050-Exit.
 4010-Next.
     read     Text-In at end
              go to 4090-Wrap.
     move     Text-In-Rec to ws-Line.
     if       ws-Line = spaces or ws-Line (1:2) = "*>"
              go to 4010-Next.
     if       Fmt-Json
              if  function trim (ws-Line) = "[" or = "]"
                  go to 4010-Next
              end-if.
     add      1 to ws-Rec-No.
     move     space to ws-Row-Bad.
     move     spaces to ws-Why.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              move space to Fl-Set (ws-Fx)
              move zero to Fl-Val-Len (ws-Fx)
     end-perform.
     if       Fmt-Json
              perform 4200-Split-Json thru 4200-Exit
     else
              perform 4100-Split-Csv thru 4100-Exit
              perform varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
                  move Cv-Fx (ws-Cx) to ws-Fx
                  if  ws-Fx > zero
                      move "Y" to Fl-Set (ws-Fx)
                      move Cv-Len (ws-Cx) to Fl-Val-Len (ws-Fx)
                      move Cv-Val (ws-Cx) to Fl-Val (ws-Fx)
                  end-if
              end-perform.
     move     spaces to ws-Record.
     perform  varying ws-Fx from 1 by 1
              until ws-Fx > Fld-Count or ws-Row-Bad = "Y"
              perform 4400-Encode-Field thru 4400-Exit
     end-perform.
     if       ws-Row-Bad = "Y"
              add 1 to ws-Rej-Count
              if  ws-Fx > 1
                  move Fl-Name (ws-Fx - 1) to ws-Name-Key
              end-if
              move ws-Rec-No to ws-Edit
              move spaces to Reject-Out-Rec
              string "*> row " function trim (ws-Edit) " "
                     function trim (ws-Name-Key) ": "
                     function trim (ws-Why)
                     delimited by size into Reject-Out-Rec
              display Reject-Out-Rec (1:100)
              write Reject-Out-Rec
              move ws-Line to Reject-Out-Rec
              write Reject-Out-Rec
     else
              perform 7400-Write-Out thru 7400-Exit
              add 1 to ws-Out-Count.
     go       to 4010-Next.
 4090-Wrap.
     close    Text-In Reject-Out.
     perform  7500-Close-Out thru 7500-Exit.
 4000-Exit.
     exit.
*>
*> the heading row: each column to the field of that name, in turn
*> for a name the layout carries more than once (FILLER)
 4050-Read-Heading.
     read     Text-In at end
              display "No heading row in " function trim
                      (Text-In-Name)
              move 16 to return-code
              goback.
     move     Text-In-Rec to ws-Line.
     move     ws-Line to Reject-Out-Rec.
     write    Reject-Out-Rec.
     perform  4100-Split-Csv thru 4100-Exit.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              move function upper-case
                   (function trim (Cv-Val (ws-Cx))) to ws-Name-Key
              perform 4300-Find-Field thru 4300-Exit
              move ws-Fx to Cv-Fx (ws-Cx)
              if  ws-Fx = zero
                  display "Column not in the layout, ignored: "
                          function trim (ws-Name-Key)
              else
                  move "Y" to Fl-Mapped (ws-Fx)
              end-if
     end-perform.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              if  Fl-Mapped (ws-Fx) not = "Y"
                  display "No column for field "
                          function trim (Fl-Name (ws-Fx))
                          " - loaded as spaces or zero"
              end-if
     end-perform.
 4050-Exit.
     exit.
*>
*> ws-Line into Col-Table, quotes honoured and doubled quotes kept
 4100-Split-Csv.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > 300
              move zero to Cv-Len (ws-Cx)
              move spaces to Cv-Val (ws-Cx)
     end-perform.
     perform  4900-Line-Length thru 4900-Exit.
     move     1 to Col-Count.
     move     space to ws-In-Quote.
     perform  varying ws-Lx from 1 by 1 until ws-Lx > ws-Line-Len
              move ws-Line (ws-Lx:1) to ws-Char
              evaluate true
                  when ws-In-Quote = "Y" and ws-Char = '"'
                       if  ws-Line (ws-Lx + 1:1) = '"'
                           perform 4150-Add-Char thru 4150-Exit
                           add 1 to ws-Lx
                       else
                           move space to ws-In-Quote
                       end-if
                  when ws-In-Quote = "Y"
                       perform 4150-Add-Char thru 4150-Exit
                  when ws-Char = '"'
                       move "Y" to ws-In-Quote
                  when ws-Char = ","
                       if  Col-Count < 300
                           add 1 to Col-Count
                       end-if
                  when other
                       perform 4150-Add-Char thru 4150-Exit
              end-evaluate
     end-perform.
 4100-Exit.
     exit.
*>
 4150-Add-Char.
     if       Cv-Len (Col-Count) < 256
              add 1 to Cv-Len (Col-Count)
              move ws-Char to Cv-Val (Col-Count)
                              (Cv-Len (Col-Count):1).
 4150-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one JSON object to a line, as UNLOAD writes them:
*>    {"NAME":"text","NAME":-12.50, ...}
*> each value straight into its field's Fl-Val
*>----------------------------------------------------------------
 4200-Split-Json.
     perform  4900-Line-Length thru 4900-Exit.
     move     1 to ws-Lx.
     perform  until ws-Lx > ws-Line-Len or ws-Line (ws-Lx:1) = "{"
              add 1 to ws-Lx
     end-perform.
     add      1 to ws-Lx.
 4210-Next-Pair.
     perform  until ws-Lx > ws-Line-Len
              or (ws-Line (ws-Lx:1) not = space
              and ws-Line (ws-Lx:1) not = ",")
              add 1 to ws-Lx
     end-perform.
     if       ws-Lx > ws-Line-Len or ws-Line (ws-Lx:1) = "}"
              go to 4200-Exit.
     if       ws-Line (ws-Lx:1) not = '"'
              move "Y" to ws-Row-Bad
              move "not a JSON name/value pair" to ws-Why
              move "(object)" to ws-Name-Key
              go to 4200-Exit.
*> the name
     move     1 to Col-Count.
     move     zero to Cv-Len (1).
     move     spaces to Cv-Val (1).
     add      1 to ws-Lx.
     perform  4250-Json-String thru 4250-Exit.
     move     function upper-case (Cv-Val (1)) to ws-Name-Key.
     perform  until ws-Lx > ws-Line-Len or ws-Line (ws-Lx:1) = ":"
              add 1 to ws-Lx
     end-perform.
     add      1 to ws-Lx.
     perform  until ws-Lx > ws-Line-Len
              or ws-Line (ws-Lx:1) not = space
              add 1 to ws-Lx
     end-perform.
*> the value, a string or a bare token
     move     zero to Cv-Len (1).
     move     spaces to Cv-Val (1).
     if       ws-Line (ws-Lx:1) = '"'
              add 1 to ws-Lx
              perform 4250-Json-String thru 4250-Exit
     else
              perform until ws-Lx > ws-Line-Len
                      or ws-Line (ws-Lx:1) = ","
                      or ws-Line (ws-Lx:1) = "}"
                      or ws-Line (ws-Lx:1) = space
                  move ws-Line (ws-Lx:1) to ws-Char
                  perform 4150-Add-Char thru 4150-Exit
                  add 1 to ws-Lx
              end-perform
              if  Cv-Val (1) = "null"
                  move zero to Cv-Len (1)
                  move spaces to Cv-Val (1)
              end-if.
     perform  4300-Find-Field thru 4300-Exit.
     if       ws-Fx = zero
              display "Key not in the layout, ignored: "
                      function trim (ws-Name-Key)
     else
              move "Y" to Fl-Set (ws-Fx)
              move Cv-Len (1) to Fl-Val-Len (ws-Fx)
              move Cv-Val (1) to Fl-Val (ws-Fx).
     go       to 4210-Next-Pair.
 4200-Exit.
     exit.
*>
*> a JSON string from ws-Lx to its closing quote into Cv-Val (1)
 4250-Json-String.
     perform  until ws-Lx > ws-Line-Len or ws-Line (ws-Lx:1) = '"'
              move ws-Line (ws-Lx:1) to ws-Char
              if  ws-Char = "\"
                  add 1 to ws-Lx
                  move ws-Line (ws-Lx:1) to ws-Char
              end-if
              perform 4150-Add-Char thru 4150-Exit
              add 1 to ws-Lx
     end-perform.
     add      1 to ws-Lx.
 4250-Exit.
     exit.
*>
*> ws-Name-Key to the first field of that name not yet given a
*> column (heading) or a value (JSON row); zero when none
 4300-Find-Field.
     move     zero to ws-Sub.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              if  function upper-case (Fl-Name (ws-Fx)) = ws-Name-Key
                and ws-Sub = zero
                  if  (Fmt-Csv and Fl-Mapped (ws-Fx) not = "Y")
                   or (Fmt-Json and Fl-Set (ws-Fx) not = "Y")
                      move ws-Fx to ws-Sub
                  end-if
              end-if
     end-perform.
     move     ws-Sub to ws-Fx.
 4300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Fx's value into ws-Record in the field's own usage;
*> ws-Row-Bad and ws-Why when it does not fit
*>----------------------------------------------------------------
 4400-Encode-Field.
     move     Fl-Val-Len (ws-Fx) to ws-Lx.
     if       Fl-Usage (ws-Fx) = "1" or = "2"
              perform 8400-Put-Hex thru 8400-Exit
              go to 4400-Exit.
     if       Fl-Type (ws-Fx) not = "9"
          and Fl-Usage (ws-Fx) not = "P"
          and Fl-Usage (ws-Fx) not = "B"
              if  ws-Lx > Fl-Bytes (ws-Fx)
                  move "Y" to ws-Row-Bad
                  move Fl-Bytes (ws-Fx) to ws-Edit2
                  string "longer than the field's "
                         function trim (ws-Edit2) " bytes"
                         delimited by size into ws-Why
              else
                  if  ws-Lx > zero
                      move Fl-Val (ws-Fx) (1:ws-Lx)
                           to ws-Record (Fl-Offset (ws-Fx) + 1:
                                         Fl-Bytes (ws-Fx))
                  end-if
              end-if
              go to 4400-Exit.
     perform  8000-Parse-Number thru 8000-Exit.
     if       ws-Row-Bad = "Y"
              go to 4400-Exit.
     evaluate Fl-Usage (ws-Fx)
         when "P"
              perform 8100-Put-Packed thru 8100-Exit
         when "B"
              perform 8200-Put-Binary thru 8200-Exit
         when other
              perform 8300-Put-Display thru 8300-Exit
     end-evaluate.
 4400-Exit.
     exit.
*>
*> ws-Line-Len, the last non-space byte of ws-Line
 4900-Line-Length.
     move     8192 to ws-Line-Len.
     perform  until ws-Line-Len < 1
              or ws-Line (ws-Line-Len:1) not = space
              subtract 1 from ws-Line-Len
     end-perform.
 4900-Exit.
     exit.
*>
 5000-Control-Report.
     display  " ".
     if       Mode-Unload
              display "Unload control report - "
                      function trim (Data-In-Name)
     else
              display "Load control report - "
                      function trim (Text-In-Name).
     display  "====================================".
     move     ws-Rec-No to ws-Edit.
     display  "Records / rows read : " ws-Edit.
     move     ws-Out-Count to ws-Edit.
     if       Mode-Unload
              display "Rows written        : " ws-Edit "  -> "
                      function trim (Text-Out-Name)
     else
              display "Records written     : " ws-Edit "  -> "
                      function trim (Data-Out-Name)
              move ws-Rej-Count to ws-Edit
              display "Rows rejected       : " ws-Edit "  -> "
                      function trim (Reject-Name).
     if       ws-Bad-Numeric > zero
              move ws-Bad-Numeric to ws-Edit
              display "Numerics not numeric: " ws-Edit
                      " (written as text)".
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Fx of ws-Record to ws-Num by value: display with its
*> sign (trailing overpunch either convention, or a separate + or
*> -), packed nibbles and sign, binary big-endian
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
     move     ws-Big to ws-Num.
 6200-Exit.
     exit.
*>
 6300-Undisplay.
     move     spaces to ws-Field-Val.
     move     ws-Record (Fl-Offset (ws-Fx) + 1:Fl-Bytes (ws-Fx))
              to ws-Field-Val.
     move     Fl-Bytes (ws-Fx) to ws-Ptr.
     if       ws-Ptr > 19
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
*> ws-Num as text with the field's implied decimal point
 6500-Number-Text.
     if       ws-Num < zero
              compute ws-Abs = zero - ws-Num
     else
              move ws-Num to ws-Abs.
     compute  ws-Scale-Pow = 10 ** Fl-Scale (ws-Fx).
     compute  ws-Int-Part = ws-Abs / ws-Scale-Pow.
     compute  ws-Frac-Part = ws-Abs - ws-Int-Part * ws-Scale-Pow.
     move     ws-Int-Part to ws-Int-Edit.
     move     1 to ws-Ptr.
     if       ws-Num < zero
              string "-" delimited by size into ws-Out-Val
                     with pointer ws-Ptr.
     string   function trim (ws-Int-Edit) delimited by size
              into ws-Out-Val with pointer ws-Ptr.
     if       Fl-Scale (ws-Fx) > zero
              string "." ws-Frac-Part (20 - Fl-Scale (ws-Fx):
                                       Fl-Scale (ws-Fx))
                     delimited by size
                     into ws-Out-Val with pointer ws-Ptr.
     compute  ws-Out-Len = ws-Ptr - 1.
 6500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> Fl-Val (ws-Fx) to ws-Num scaled to the field; ws-Row-Bad and
*> ws-Why when it is not a number or will not fit the PICTURE
*>----------------------------------------------------------------
 8000-Parse-Number.
     move     zero to ws-Num ws-Int-Digits ws-Frac-Digits.
     move     space to ws-Neg-Sw ws-Seen-Point ws-Seen-Digit.
     move     1 to ws-Sub.
     perform  until ws-Sub > ws-Lx
              or Fl-Val (ws-Fx) (ws-Sub:1) not = space
              add 1 to ws-Sub
     end-perform.
     if       ws-Sub > ws-Lx
              go to 8000-Exit.
     if       Fl-Val (ws-Fx) (ws-Sub:1) = "-"
              move "Y" to ws-Neg-Sw
              add 1 to ws-Sub
     else
              if  Fl-Val (ws-Fx) (ws-Sub:1) = "+"
                  add 1 to ws-Sub
              end-if.
     perform  varying ws-Sub from ws-Sub by 1
              until ws-Sub > ws-Lx or ws-Row-Bad = "Y"
              move Fl-Val (ws-Fx) (ws-Sub:1) to ws-Char
              evaluate true
                  when ws-Char = "." and ws-Seen-Point = space
                       move "Y" to ws-Seen-Point
                  when ws-Char = space
                       move ws-Lx to ws-Sub
                  when ws-Char not numeric
                       move "Y" to ws-Row-Bad
                       move "not a number" to ws-Why
                  when ws-Seen-Point = "Y"
                       add 1 to ws-Frac-Digits
                       if  ws-Frac-Digits > Fl-Scale (ws-Fx)
                           move "Y" to ws-Row-Bad
                           move "more decimal places than the picture"
                                to ws-Why
                       else
                           compute ws-Num = ws-Num * 10
                                          + function numval (ws-Char)
                       end-if
                  when other
                       if  ws-Char not = "0" or ws-Int-Digits > zero
                           add 1 to ws-Int-Digits
                       end-if
                       if  ws-Int-Digits < 19
                           compute ws-Num = ws-Num * 10
                                          + function numval (ws-Char)
                       end-if
              end-evaluate
     end-perform.
     if       ws-Row-Bad = "Y"
              go to 8000-Exit.
     if       ws-Int-Digits > Fl-Digits (ws-Fx) - Fl-Scale (ws-Fx)
              move "Y" to ws-Row-Bad
              move Fl-Digits (ws-Fx) to ws-Edit2
              string "too many digits for a picture of "
                     function trim (ws-Edit2)
                     delimited by size into ws-Why
              go to 8000-Exit.
     perform  until ws-Frac-Digits not < Fl-Scale (ws-Fx)
              compute ws-Num = ws-Num * 10
              add 1 to ws-Frac-Digits
     end-perform.
     if       ws-Neg-Sw = "Y" and ws-Num not = zero
              if  Fl-Signed (ws-Fx) not = "Y"
                  move "Y" to ws-Row-Bad
                  move "negative value for an unsigned field"
                       to ws-Why
                  go to 8000-Exit
              end-if
              compute ws-Num = zero - ws-Num.
 8000-Exit.
     exit.
*>
*> ws-Num packed: digits in every nibble but the last, the sign
*> (C/D signed, F unsigned) in that
 8100-Put-Packed.
     if       ws-Num < zero
              compute ws-Abs = zero - ws-Num
     else
              move ws-Num to ws-Abs.
     compute  ws-Nibbles = Fl-Bytes (ws-Fx) * 2 - 1.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fl-Bytes (ws-Fx)
*>            nibble positions 2*sub-1 and 2*sub, right-aligned on
*>            the 19 digits of ws-Abs
              compute ws-Byte = 19 - ws-Nibbles + ws-Sub * 2 - 1
              move zero to ws-Nib ws-Nib2
              if  ws-Byte > zero
                  move ws-Abs (ws-Byte:1) to ws-Nib
              end-if
              if  ws-Sub = Fl-Bytes (ws-Fx)
                  evaluate true
                      when Fl-Signed (ws-Fx) not = "Y"
                           move 15 to ws-Nib2
                      when ws-Num < zero
                           move 13 to ws-Nib2
                      when other
                           move 12 to ws-Nib2
                  end-evaluate
              else
                  if  ws-Byte + 1 > zero
                      move ws-Abs (ws-Byte + 1:1) to ws-Nib2
                  end-if
              end-if
              compute ws-Byte-N = ws-Nib * 16 + ws-Nib2
              move ws-Byte-X to ws-Record (Fl-Offset (ws-Fx)
                                           + ws-Sub:1)
     end-perform.
 8100-Exit.
     exit.
*>
*> ws-Num big-endian binary, two's complement when negative
 8200-Put-Binary.
     compute  ws-Limit = 256 ** Fl-Bytes (ws-Fx).
     if       ws-Num < zero
              compute ws-Big = ws-Limit + ws-Num
     else
              move ws-Num to ws-Big.
     if       Fl-Signed (ws-Fx) = "Y"
              compute ws-Limit = ws-Limit / 2.
     if       (ws-Num < zero and zero - ws-Num > ws-Limit)
           or (ws-Num not < zero and ws-Num not < ws-Limit)
              move "Y" to ws-Row-Bad
              move "value too big for the binary field" to ws-Why
              go to 8200-Exit.
     perform  varying ws-Sub from Fl-Bytes (ws-Fx) by -1
              until ws-Sub < 1
              compute ws-Byte-N = function mod (ws-Big, 256)
              compute ws-Big = ws-Big / 256
              move ws-Byte-X to ws-Record (Fl-Offset (ws-Fx)
                                           + ws-Sub:1)
     end-perform.
 8200-Exit.
     exit.
*>
*> ws-Num as display digits: a separate sign when the field has the
*> byte for it, else a trailing overpunch (p-y) when signed
 8300-Put-Display.
     if       ws-Num < zero
              compute ws-Abs = zero - ws-Num
     else
              move ws-Num to ws-Abs.
     move     Fl-Digits (ws-Fx) to ws-Want-Digits.
     if       ws-Want-Digits > 19
              move 19 to ws-Want-Digits.
     move     Fl-Offset (ws-Fx) to ws-Byte.
     if       Fl-Bytes (ws-Fx) = ws-Want-Digits + 1
              if  Fl-Leading (ws-Fx) = "Y"
                  add 1 to ws-Byte
                  if  ws-Num < zero
                      move "-" to ws-Record (ws-Byte:1)
                  else
                      move "+" to ws-Record (ws-Byte:1)
                  end-if
                  move ws-Abs (20 - ws-Want-Digits:ws-Want-Digits)
                       to ws-Record (ws-Byte + 1:ws-Want-Digits)
              else
                  move ws-Abs (20 - ws-Want-Digits:ws-Want-Digits)
                       to ws-Record (ws-Byte + 1:ws-Want-Digits)
                  if  ws-Num < zero
                      move "-" to ws-Record (ws-Byte + ws-Want-Digits
                                             + 1:1)
                  else
                      move "+" to ws-Record (ws-Byte + ws-Want-Digits
                                             + 1:1)
                  end-if
              end-if
              go to 8300-Exit.
     move     ws-Abs (20 - ws-Want-Digits:ws-Want-Digits)
              to ws-Record (ws-Byte + 1:ws-Want-Digits).
     if       ws-Num < zero
              compute ws-Byte = ws-Byte + ws-Want-Digits
              move ws-Record (ws-Byte:1) to ws-Byte-X
              add 64 to ws-Byte-N
              move ws-Byte-X to ws-Record (ws-Byte:1).
 8300-Exit.
     exit.
*>
*> a floating field's 0x<hex> back to its bytes; unset stays spaces
 8400-Put-Hex.
     if       ws-Lx = zero
              go to 8400-Exit.
     if       ws-Lx not = Fl-Bytes (ws-Fx) * 2 + 2
           or Fl-Val (ws-Fx) (1:2) not = "0x"
              move "Y" to ws-Row-Bad
              move "floating field wants 0x and its hex bytes"
                   to ws-Why
              go to 8400-Exit.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx) or ws-Row-Bad = "Y"
              move zero to ws-Nib ws-Nib2
              inspect ws-Hex-Digits tallying ws-Nib for characters
                      before initial Fl-Val (ws-Fx) (ws-Sub * 2 + 1:1)
              inspect ws-Hex-Digits tallying ws-Nib2 for characters
                      before initial Fl-Val (ws-Fx) (ws-Sub * 2 + 2:1)
              if  ws-Nib > 15 or ws-Nib2 > 15
                  move "Y" to ws-Row-Bad
                  move "floating field wants 0x and its hex bytes"
                       to ws-Why
              else
                  compute ws-Byte-N = ws-Nib * 16 + ws-Nib2
                  move ws-Byte-X to ws-Record (Fl-Offset (ws-Fx)
                                               + ws-Sub:1)
              end-if
     end-perform.
 8400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> fixed-file I/O, line sequential or fixed-length SEQ alike
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
*>
 7300-Open-Out.
     move     zero to Seq-Off.
     if       Org-Seq
              call "CBL_CREATE_FILE" using Data-Out-Name Seq-Acc-Out
                                           Seq-Flag0 Seq-Flag0
                                           Seq-Handle
              if  return-code not = zero
                  display "Cannot create " function trim
                          (Data-Out-Name)
                  move 16 to return-code
                  goback
              end-if
     else
              open output Data-Out
              if  fs-reply not = zero
                  display "Cannot create " function trim
                          (Data-Out-Name) ", status " fs-reply
                  move 16 to return-code
                  goback
              end-if.
 7300-Exit.
     exit.
*>
 7400-Write-Out.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_WRITE_FILE" using Seq-Handle Seq-Off
                                          Seq-Count Seq-Flag0
                                          ws-Record
              add ws-Seq-Len to Seq-Off
     else
              move ws-Record to Data-Out-Rec
              write Data-Out-Rec.
 7400-Exit.
     exit.
*>
 7500-Close-Out.
     if       Org-Seq
              call "CBL_CLOSE_FILE" using Seq-Handle
              move zero to return-code
     else
              close Data-Out.
 7500-Exit.
     exit.
