       >>source free
 Identification division.
*>**********************
      program-id.       gen-access.
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
*>    Usage.            Access-module builder.  From a record layout
*>                      in the .lay extract cobxref writes and the
*>                      file's key, emits a callable access module for
*>                      the file and the copybook its callers use, so
*>                      a batch program says READ-BY-KEY on a typed
*>                      record instead of re-coding the CHKIO call
*>                      sequence, CHK-RECORD and CHK-KEY moves for
*>                      every master it touches.  A layout change is
*>                      then one module regenerated, not fifty
*>                      programs edited.
*>
*>                      gen-access <layout.lay> <key>[,<key>...]
*>                                 <module-id> [PREFIX=xxx]
*>                                 [ORG=I|R] [FILE=<data file>]
*>                                 [RECORD=<01 name>] [ATTR=<f>]
*>
*>                      Writes <module-id>.cbl, the module, and
*>                      <module-id>.cpy, its request area:
*>                          CALL "<module-id>" USING <prefix>-ACCESS
*>                      with <prefix>-FUNCTION OPEN, READ-BY-KEY,
*>                      START, READ-NEXT, ADD, CHANGE, REMOVE or
*>                      CLOSE, and the record itself as <prefix>-REC,
*>                      each field <prefix>-<field name> with its
*>                      groups and OCCURS as the layout has them.
*>                      PREFIX defaults to the module-id, FILE to
*>                      <module-id>.DAT, ORG to I (indexed).
*>
*>                      CHKIO keys an indexed record on its first 32
*>                      bytes, so the key fields, in the order given,
*>                      must lead the record; any other field starting
*>                      inside those 32 bytes is part of the key too,
*>                      and is named when the module is built.  A
*>                      relative file's key is one numeric display
*>                      field, the record number.  Records are at most
*>                      the 256 bytes CHKIO carries.
*>
*>                      The layout carries neither sign nor scale; as
*>                      for laycvt, ATTR= names them, one field to a
*>                      line:
*>                          <field> [SIGNED|UNSIGNED] [LEADING]
*>                                  [SCALE <n>]
*>                      REDEFINES views, fields laid over bytes
*>                      already mapped, are left out of the record.
*>
*>                      Return code 0 built, 4 built with a caution,
*>                      16 nothing built.
*>**
*>    Called by.
*>                      Run standalone or from the devtools menu.
*>**
*>    Calls.
*>                      ENVPROF
*>                      The module it builds calls CHKIO.
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
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Attr-In          assign Attr-In-Name
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
 fd  Gen-Out.
 01  Gen-Out-Rec               pic x(160).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "gen-access v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Arg-Number            pic 99       value zero.
 01  Arg-Text              pic x(256)   value spaces.
 77  Arg-Sub               Binary-Long  value zero.
*>
 01  Layout-In-Name        pic x(128)   value spaces.
 01  Attr-In-Name          pic x(128)   value spaces.
 01  Gen-Out-Name          pic x(128)   value spaces.
 01  ws-Key-List           pic x(200)   value spaces.
 01  ws-Module-Id          pic x(30)    value spaces.
 01  ws-Prefix             pic x(30)    value spaces.
 01  ws-Data-File-Name     pic x(64)    value spaces.
 01  ws-Record-Want        pic x(32)    value spaces.
 77  ws-Org                pic x        value "I".
 77  ws-Return             Binary-Long  value zero.
*>
*> the record block's rows, groups included, and what is read off
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
         05  Fld-Signed    pic x.
         05  Fld-Leading   pic x.
         05  Fld-Scale     pic 99.
 77  Fld-Count             Binary-Long  value zero.
 77  Rec-Name              pic x(32)    value spaces.
 77  Rec-Length            Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Prev-Zero-G        pic x        value "N".
 77  ws-High-Water         Binary-Long  value zero.
 77  ws-Redef-End          Binary-Long  value zero.
 77  ws-Redef-Count        Binary-Long  value zero.
*>
*> the key fields, in key order
 01  Key-Table             value zeros.
     03  Key-Sub           pic 9(4)     occurs 8.
 77  Key-Count             Binary-Long  value zero.
 77  Key-Length            Binary-Long  value zero.
 01  ws-Key-Word           pic x(32)    occurs 8.
*>
*> the groups open round the field being written, for the levels
*> and the FILLER that closes each out
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
 77  ws-Gen-Count          Binary-Long  value zero.
 01  ws-Attr-Word          pic x(32)    occurs 6.
 01  ws-Today              pic x(8)     value spaces.
*>
*> build areas for one generated source line
 01  ws-Gen-Line           pic x(160)   value spaces.
 77  ws-Gen-Ptr            Binary-Long  value 1.
 77  ws-Pic-Ptr            Binary-Long  value 1.
 01  ws-Pic-Text           pic x(40)    value spaces.
 01  ws-Data-Name          pic x(64)    value spaces.
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
              display "gen-access: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     move     function current-date (1:8) to ws-Today.
     perform  1000-Get-Args        thru 1000-Exit.
     perform  2000-Load-Layout     thru 2000-Exit.
     perform  2500-Load-Attr       thru 2500-Exit.
     perform  2700-Shape           thru 2700-Exit.
     perform  3000-Find-Keys       thru 3000-Exit.
     perform  4000-Gen-Copybook    thru 4000-Exit.
     perform  5000-Gen-Module      thru 5000-Exit.
     move     ws-Gen-Count to ws-Num-Edit.
     display  "gen-access: " function trim (ws-Num-Edit)
              " lines written to " function trim (ws-Module-Id)
              ".cbl and .cpy".
     move     ws-Return to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> command line: layout, key fields and module-id, then keywords
*>----------------------------------------------------------------
 1000-Get-Args.
     accept   Arg-Number from argument-number.
     if       Arg-Number < 3
              display "Usage: gen-access <layout.lay> <key>[,<key>...]"
                      " <module-id> [PREFIX=xxx]"
              display "       [ORG=I|R] [FILE=<data file>] "
                      "[RECORD=<01 name>] [ATTR=<f>]"
              move 16 to return-code
              goback.
     accept   Layout-In-Name from argument-value.
     accept   Arg-Text from argument-value.
     move     function upper-case (Arg-Text) to ws-Key-List.
     accept   Arg-Text from argument-value.
     move     Arg-Text to ws-Module-Id.
     perform  varying Arg-Sub from 4 by 1 until Arg-Sub > Arg-Number
              accept Arg-Text from argument-value
              evaluate true
                  when function upper-case (Arg-Text) (1:7) = "PREFIX="
                       move function upper-case (Arg-Text (8:30))
                            to ws-Prefix
                  when function upper-case (Arg-Text) (1:4) = "ORG="
                       move function upper-case (Arg-Text (5:1))
                            to ws-Org
                  when function upper-case (Arg-Text) (1:5) = "FILE="
                       move Arg-Text (6:64) to ws-Data-File-Name
                  when function upper-case (Arg-Text) (1:7) = "RECORD="
                       move function upper-case (Arg-Text (8:32))
                            to ws-Record-Want
                  when function upper-case (Arg-Text) (1:5) = "ATTR="
                       move Arg-Text (6:123) to Attr-In-Name
                  when other
                       display "gen-access: argument not understood: "
                               function trim (Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Org not = "I" and ws-Org not = "R"
              display "gen-access: ORG= must be I or R"
              move 16 to return-code
              goback.
     if       ws-Prefix = spaces
              move function upper-case (ws-Module-Id) to ws-Prefix.
     if       ws-Data-File-Name = spaces
              string function upper-case (function trim (ws-Module-Id))
                     ".DAT" delimited by size into ws-Data-File-Name.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the wanted 01 block's rows, groups included
*>----------------------------------------------------------------
 2000-Load-Layout.
     open     input Layout-In.
     if       fs-reply not = zero
              display "gen-access: cannot open layout file "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 2010-Read-Row.
     read     Layout-In at end
              go to 2090-Done.
*> an 01 starts a block; a group at offset zero straight after one
*> is its first child, not another record
     if       LayI-Offset = zero and LayI-Type = "G"
         and  ws-Prev-Zero-G not = "Y"
              move "Y" to ws-Prev-Zero-G
              move space to ws-In-Block
              if  ws-Block-Seen not = "Y"
                and (ws-Record-Want = spaces
                     or function upper-case (LayI-Name)
                          = ws-Record-Want)
                  move "Y" to ws-In-Block ws-Block-Seen
                  move LayI-Name to Rec-Name
                  move LayI-Bytes to Rec-Length
              end-if
              go to 2010-Read-Row.
     if       LayI-Offset = zero and LayI-Type = "G"
              move "Y" to ws-Prev-Zero-G
     else
              move "N" to ws-Prev-Zero-G.
     if       ws-In-Block not = "Y" or LayI-Bytes = zero
              go to 2010-Read-Row.
     if       Fld-Count not < 300
              display "gen-access: more than 300 fields - rest ignored"
              move 4 to ws-Return
              go to 2090-Done.
     add      1 to Fld-Count.
     move     LayI-Name   to Fld-Name (Fld-Count).
     move     LayI-Offset to Fld-Offset (Fld-Count).
     move     LayI-Bytes  to Fld-Bytes (Fld-Count).
     move     LayI-Type   to Fld-Type (Fld-Count).
     move     LayI-Usage  to Fld-Usage (Fld-Count).
     move     LayI-Digits to Fld-Digits (Fld-Count).
     move     "N" to Fld-Redef (Fld-Count) Fld-Signed (Fld-Count)
                     Fld-Leading (Fld-Count).
     move     1 to Fld-Occ (Fld-Count).
     move     LayI-Bytes to Fld-Span (Fld-Count).
     move     zero to Fld-Scale (Fld-Count).
     if       LayI-Usage = "P"
              move "Y" to Fld-Signed (Fld-Count).
     if       LayI-Offset + LayI-Bytes > Rec-Length
              compute Rec-Length = LayI-Offset + LayI-Bytes.
     go       to 2010-Read-Row.
 2090-Done.
     close    Layout-In.
     if       Fld-Count = zero
              display "gen-access: no fields in the layout"
              move 16 to return-code
              goback.
     if       Rec-Length > 256
              move Rec-Length to ws-Num-Edit
              display "gen-access: " function trim (Rec-Name) " is "
                      function trim (ws-Num-Edit)
                      " bytes - CHKIO carries at most 256"
              move 16 to return-code
              goback.
 2000-Exit.
     exit.
*>
*> sign and scale as laycvt takes its ATTR file
 2500-Load-Attr.
     if       Attr-In-Name = spaces
              go to 2500-Exit.
     open     input Attr-In.
     if       fs-reply not = zero
              display "gen-access: cannot open attribute file "
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
     move     zero to ws-Sub2.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  function upper-case (Fld-Name (ws-Sub))
                      = ws-Attr-Word (1)
                  add 1 to ws-Sub2
                  perform varying ws-Rx from 2 by 1 until ws-Rx > 6
                      evaluate ws-Attr-Word (ws-Rx)
                          when "SIGNED"
                               move "Y" to Fld-Signed (ws-Sub)
                          when "UNSIGNED"
                               move "N" to Fld-Signed (ws-Sub)
                          when "LEADING"
                               move "Y" to Fld-Leading (ws-Sub)
                          when "SCALE"
                               if  ws-Rx < 6
                                   compute Fld-Scale (ws-Sub) =
                                       function numval
                                           (ws-Attr-Word (ws-Rx + 1))
                                   add 1 to ws-Rx
                               end-if
                               if  Fld-Scale (ws-Sub)
                                       > Fld-Digits (ws-Sub)
                                   move Fld-Digits (ws-Sub)
                                        to Fld-Scale (ws-Sub)
                               end-if
                      end-evaluate
                  end-perform
              end-if
     end-perform.
     if       ws-Sub2 = zero
              display "gen-access: attribute names an unknown field: "
                      function trim (ws-Attr-Word (1)).
     go       to 2510-Next.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> REDEFINES and OCCURS read off the offsets, as laysql reads them:
*> a row starting short of the bytes already mapped, or inside a
*> REDEFINES already found, is a REDEFINES; a field's repeat is its
*> bytes over its own size as cobxref prices it, a group's its
*> bytes over the extent of its first occurrence
*>----------------------------------------------------------------
 2700-Shape.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              compute ws-Ext = Fld-Offset (ws-Sub) + Fld-Bytes (ws-Sub)
              if  Fld-Offset (ws-Sub) < ws-High-Water
               or Fld-Offset (ws-Sub) < ws-Redef-End
                  move "Y" to Fld-Redef (ws-Sub)
                  add 1 to ws-Redef-Count
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
                  perform 2750-Group-Span thru 2750-Exit
              else
                  perform 2760-Field-Span thru 2760-Exit
              end-if
     end-perform.
 2700-Exit.
     exit.
*>
 2750-Group-Span.
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
 2750-Exit.
     exit.
*>
 2760-Field-Span.
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
 2760-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the key fields: single fields of the record, leading it and
*> end to end for an indexed file - CHKIO keys on the first 32
*> bytes - or one numeric display field for a relative file
*>----------------------------------------------------------------
 3000-Find-Keys.
     move     spaces to ws-Key-Word (1) ws-Key-Word (2) ws-Key-Word (3)
                        ws-Key-Word (4) ws-Key-Word (5) ws-Key-Word (6)
                        ws-Key-Word (7) ws-Key-Word (8).
     unstring ws-Key-List delimited by ","
              into ws-Key-Word (1) ws-Key-Word (2) ws-Key-Word (3)
                   ws-Key-Word (4) ws-Key-Word (5) ws-Key-Word (6)
                   ws-Key-Word (7) ws-Key-Word (8).
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > 8
              if  ws-Key-Word (ws-Sub2) not = spaces
                  move zero to ws-Rx
                  perform varying ws-Sub from 1 by 1
                          until ws-Sub > Fld-Count
                      if  function upper-case (Fld-Name (ws-Sub))
                              = ws-Key-Word (ws-Sub2)
                        and Fld-Type (ws-Sub) not = "G"
                        and Fld-Redef (ws-Sub) = "N"
                        and Fld-Occ (ws-Sub) = 1
                          move ws-Sub to ws-Rx
                      end-if
                  end-perform
                  if  ws-Rx = zero
                      display "gen-access: key field "
                              function trim (ws-Key-Word (ws-Sub2))
                              " is not a single field of the layout"
                      move 16 to return-code
                      goback
                  end-if
                  add 1 to Key-Count
                  move ws-Rx to Key-Sub (Key-Count)
              end-if
     end-perform.
     if       Key-Count = zero
              display "gen-access: no key field given"
              move 16 to return-code
              goback.
     if       ws-Org = "R"
              if  Key-Count > 1
               or Fld-Type (Key-Sub (1)) not = "9"
               or Fld-Usage (Key-Sub (1)) not = space
               or Fld-Digits (Key-Sub (1)) > 9
                  display "gen-access: a relative file's key is one "
                          "numeric display field of up to 9 digits"
                  move 16 to return-code
                  goback
              end-if
              go to 3000-Exit.
     move     zero to Key-Length.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Key-Count
              if  Fld-Offset (Key-Sub (ws-Sub2)) not = Key-Length
                  display "gen-access: key field "
                          function trim (Fld-Name (Key-Sub (ws-Sub2)))
                          " does not follow on - the key fields must "
                          "lead the record, in order"
                  move 16 to return-code
                  goback
              end-if
              add Fld-Bytes (Key-Sub (ws-Sub2)) to Key-Length
     end-perform.
     if       Key-Length > 32
              display "gen-access: the key fields are more than the "
                      "32 bytes CHKIO keys on"
              move 16 to return-code
              goback.
*> whatever else starts inside the 32 bytes is key as far as the
*> file is concerned - the caller has to set it to read
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  Fld-Type (ws-Sub) not = "G"
                and Fld-Redef (ws-Sub) = "N"
                and Fld-Offset (ws-Sub) not < Key-Length
                and Fld-Offset (ws-Sub) < 32
                  display "gen-access: caution - "
                          function trim (Fld-Name (ws-Sub))
                          " lies in the first 32 bytes, so is part "
                          "of the file's key"
                  move 4 to ws-Return
              end-if
     end-perform.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the copybook: request area, then the typed record rebuilt from
*> the layout.  Written to start in column 8 so fixed and free
*> format callers alike can COPY it.
*>----------------------------------------------------------------
 4000-Gen-Copybook.
     move     spaces to Gen-Out-Name.
     string   function trim (ws-Module-Id) ".cpy"
              delimited by size into Gen-Out-Name.
     open     output Gen-Out.
     if       fs-reply not = zero
              display "gen-access: cannot create "
                       function trim (Gen-Out-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     move     "      *> ------------------------------------------------"
              & "-------------" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *> " function trim (Gen-Out-Name)
              " - request area for the " function trim (ws-Module-Id)
              " access module"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *> on " function trim (Rec-Name) " records of "
              function trim (ws-Data-File-Name)
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *>     CALL """ function trim (ws-Module-Id)
              """ USING " function trim (ws-Prefix) "-ACCESS"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *> with " function trim (ws-Prefix)
              "-FUNCTION one of"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   OPEN         -MODE I input, U update, O output,"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *>                E extend; -FILE-NAME, spaces for "
              function trim (ws-Data-File-Name)
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   READ-BY-KEY  the record whose key is set in -REC"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   START        READ-NEXT from the first key not"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>                less than the one set in -REC"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   READ-NEXT    the next record; -AT-END after the"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>                last"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   ADD          -REC written as a new record"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   CHANGE       -REC rewritten over its key"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   REMOVE       the record with -REC's key deleted"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *>   CLOSE" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> -STATUS is the file status: 22 the key is there"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> already, 23 no such key, 41 already open, 42 not"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> open, 99 no such function.  -JOURNAL Y journals"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> ADD, CHANGE and REMOVE for CHKIOBACK."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *> Key: " delimited by size
              into ws-Gen-Line.
     move     15 to ws-Gen-Ptr.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Key-Count
              if  ws-Sub2 > 1
                  string ", " delimited by size
                         into ws-Gen-Line pointer ws-Gen-Ptr
              end-if
              move Key-Sub (ws-Sub2) to ws-Sub
              perform 9200-Data-Name
              string function trim (ws-Data-Name) delimited by size
                     into ws-Gen-Line pointer ws-Gen-Ptr
     end-perform.
     if       ws-Org = "R"
              string " (the relative record number)" delimited by size
                     into ws-Gen-Line pointer ws-Gen-Ptr.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      *> Built by gen-access from "
              function trim (Layout-In-Name) " on " ws-Today
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> - regenerate, never hand-edit." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "      *> ------------------------------------------------"
              & "-------------" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "       01  " function trim (ws-Prefix) "-ACCESS."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "FUNCTION" to ws-Data-Name.
     move     "pic x(12)." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "MODE" to ws-Data-Name.
     move     "pic x." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "FILE-NAME" to ws-Data-Name.
     move     "pic x(256)." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "JOURNAL" to ws-Data-Name.
     move     "pic x." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "STATUS" to ws-Data-Name.
     move     "pic xx." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "DUPLICATE" to ws-Data-Name.
     move     "value ""22""." to ws-Pic-Text.
     perform  4110-Put-Area-88.
     move     "NOT-FOUND" to ws-Data-Name.
     move     "value ""23""." to ws-Pic-Text.
     perform  4110-Put-Area-88.
     move     "RESULT" to ws-Data-Name.
     move     "pic x." to ws-Pic-Text.
     perform  4100-Put-Area-Item.
     move     "OK" to ws-Data-Name.
     move     "value ""Y""." to ws-Pic-Text.
     perform  4110-Put-Area-88.
     move     "FAILED" to ws-Data-Name.
     move     "value ""N""." to ws-Pic-Text.
     perform  4110-Put-Area-88.
     move     "AT-END" to ws-Data-Name.
     move     "value ""E""." to ws-Pic-Text.
     perform  4110-Put-Area-88.
     perform  4200-Gen-Record thru 4200-Exit.
     close    Gen-Out.
 4000-Exit.
     exit.
*>
*> a 03 of the request area, <prefix>-<ws-Data-Name> ws-Pic-Text
 4100-Put-Area-Item.
     move     spaces to ws-Gen-Line.
     string   "           03  " function trim (ws-Prefix) "-"
              function trim (ws-Data-Name)
              delimited by size into ws-Gen-Line.
     move     ws-Pic-Text to ws-Gen-Line (48:24).
     perform  9000-Put-Line.
*>
 4110-Put-Area-88.
     move     spaces to ws-Gen-Line.
     string   "               88  " function trim (ws-Prefix) "-"
              function trim (ws-Data-Name)
              delimited by size into ws-Gen-Line.
     move     ws-Pic-Text to ws-Gen-Line (48:24).
     perform  9000-Put-Line.
*>
*> the record: groups nested by the byte ranges they cover, each
*> group and field at its inferred OCCURS, FILLER for any bytes a
*> left-out REDEFINES or alignment leaves uncovered
 4200-Gen-Record.
     move     spaces to ws-Gen-Line.
     string   "           03  " function trim (ws-Prefix) "-REC."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     zero to Grp-Depth Fld-Cursor.
     move     "N" to ws-Done.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Fld-Count
              if  Fld-Redef (ws-Sub) = "N"
                  perform 4210-Close-Groups thru 4210-Exit
                  perform 4220-Gen-Row thru 4220-Exit
              end-if
     end-perform.
     move     "Y" to ws-Done.
     perform  4210-Close-Groups thru 4210-Exit.
     if       Fld-Cursor < Rec-Length
              compute ws-Gap = Rec-Length - Fld-Cursor
              perform 4240-Gen-Filler
              move Rec-Length to Fld-Cursor.
 4200-Exit.
     exit.
*>
*> close the groups row ws-Sub lies outside - all of them when
*> ws-Done is Y - filling each out to its first occurrence's end
 4210-Close-Groups.
     if       Grp-Depth = zero
              go to 4210-Exit.
     move     Gs-Sub (Grp-Depth) to ws-Rx.
     if       ws-Done not = "Y"
        and   Fld-Offset (ws-Sub) < Gs-End (Grp-Depth)
              go to 4210-Exit.
     if       Fld-Cursor < Gs-End (Grp-Depth)
              compute ws-Gap = Gs-End (Grp-Depth) - Fld-Cursor
              perform 4240-Gen-Filler.
     compute  Fld-Cursor = Fld-Offset (ws-Rx) + Fld-Bytes (ws-Rx).
     subtract 1 from Grp-Depth.
     go       to 4210-Close-Groups.
 4210-Exit.
     exit.
*>
 4220-Gen-Row.
     if       Fld-Offset (ws-Sub) > Fld-Cursor
              compute ws-Gap = Fld-Offset (ws-Sub) - Fld-Cursor
              perform 4240-Gen-Filler.
     compute  ws-Level = 5 + Grp-Depth * 5.
     move     ws-Level to ws-Level-Edit.
     perform  9200-Data-Name.
     move     spaces to ws-Gen-Line.
     compute  ws-Gen-Ptr = 16 + Grp-Depth * 4.
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
     perform  4230-Place-Pic thru 4230-Exit.
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
 4220-Exit.
     exit.
*>
*> ws-Data-Name's clauses after the data name, at column 48 when the
*> name leaves room, else on a line of their own
 4230-Place-Pic.
     if       ws-Data-Name = spaces
              move "." to ws-Gen-Line (ws-Gen-Ptr:1)
              perform 9000-Put-Line
              go to 4230-Exit.
     if       ws-Gen-Ptr > 46
        or    function length (function trim (ws-Data-Name)) > 23
              perform 9000-Put-Line
              move spaces to ws-Gen-Line
              compute ws-Gen-Ptr = 20 + Grp-Depth * 4
              if  ws-Gen-Ptr + function length
                      (function trim (ws-Data-Name)) > 71
                  move 20 to ws-Gen-Ptr
              end-if
     else
              move 48 to ws-Gen-Ptr.
     string   function trim (ws-Data-Name) "." delimited by size
              into ws-Gen-Line pointer ws-Gen-Ptr.
     perform  9000-Put-Line.
 4230-Exit.
     exit.
*>
 4240-Gen-Filler.
     compute  ws-Level = 5 + Grp-Depth * 5.
     move     ws-Level to ws-Level-Edit.
     move     ws-Gap to ws-Num-Edit2.
     move     spaces to ws-Gen-Line.
     compute  ws-Gen-Ptr = 16 + Grp-Depth * 4.
     string   ws-Level-Edit "  filler" delimited by size
              into ws-Gen-Line pointer ws-Gen-Ptr.
     string   "pic x(" function trim (ws-Num-Edit2) ")."
              delimited by size into ws-Gen-Line (48:).
     perform  9000-Put-Line.
     add      ws-Gap to Fld-Cursor.
*>
*>----------------------------------------------------------------
*> the module: CHKIO's parameter block and slot kept across calls,
*> a paragraph an operation
*>----------------------------------------------------------------
 5000-Gen-Module.
     move     spaces to Gen-Out-Name.
     string   function trim (ws-Module-Id) ".cbl"
              delimited by size into Gen-Out-Name.
     open     output Gen-Out.
     if       fs-reply not = zero
              display "gen-access: cannot create "
                       function trim (Gen-Out-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     perform  5100-Gen-Head   thru 5100-Exit.
     perform  5200-Gen-Main   thru 5200-Exit.
     perform  5300-Gen-Verbs  thru 5300-Exit.
     close    Gen-Out.
 5000-Exit.
     exit.
*>
 5100-Gen-Head.
     move     "       >>source free" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " Identification division." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "      program-id.       " function trim (ws-Module-Id)
              "." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "*> Access module for " function trim (Rec-Name)
              " records of " function trim (ws-Data-File-Name)
              ", by way of CHKIO."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "*> The request area and record are in "
              function trim (ws-Module-Id) ".cpy."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "*> Built by gen-access from "
              function trim (Layout-In-Name) " on " ws-Today
              " - regenerate, never hand-edit."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     " environment division." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " data division." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " working-storage section." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "*> CHKIO's parameter block, as chkio.cob gives it"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " 01  CHKIO-LNK." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-HANDLE       pic 9          value zero."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-FILE-NAME    pic x(256)     value spaces."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-OPEN-MODE    pic x          value space."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-RECORD       pic x(256)     value spaces."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-REC-LEN      pic 9(4)       value zero."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-STATUS       pic xx         value zeros."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-OK-FLAG      pic x          value space."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     03  CHK-ORG          pic x          value """
              ws-Org """." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-KEY          pic x(32)      value spaces."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-JOURNAL-FLAG pic x          value ""N""."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     03  CHK-NOCTL-FLAG   pic x          value ""Y""."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " 77  Acc-Open             pic x          value ""N""."
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   " 01  Acc-Default-File     pic x(64)      value """
              function trim (ws-Data-File-Name) """."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     if       ws-Org = "R"
              move " 01  Acc-Rel-Key          pic 9(9)       value zero."
                   to ws-Gen-Line
              perform 9000-Put-Line.
     move     " linkage section." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   " copy """ function trim (ws-Module-Id) ".cpy""."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
 5100-Exit.
     exit.
*>
 5200-Gen-Main.
     move     spaces to ws-Gen-Line.
     string   " procedure division using "
              function trim (ws-Prefix) "-ACCESS."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     " 0000-Main." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     move     ""00"" to " function trim (ws-Prefix)
              "-STATUS." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     move     ""N"" to " function trim (ws-Prefix)
              "-RESULT." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     evaluate function upper-case ("
              function trim (ws-Prefix) "-FUNCTION)"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "OPEN       1000-Open" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "READ-BY-KEY2000-Read-Key" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "START      2500-Start" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "READ-NEXT  3000-Read-Next" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "ADD        4000-Add" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "CHANGE     5000-Change" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "REMOVE     6000-Remove" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "CLOSE      7000-Close" to ws-Data-Name.
     perform  5210-Gen-When.
     move     "         when other" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move ""99"" to " function trim (ws-Prefix)
              "-STATUS" delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              display """ function trim (ws-Module-Id)
              ": no such function "" "
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "                      " function trim (ws-Prefix)
              "-FUNCTION upon syserr"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     end-evaluate." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     goback." to ws-Gen-Line.
     perform  9000-Put-Line.
 5200-Exit.
     exit.
*>
*> one WHEN of the dispatch: function in ws-Data-Name (1:11),
*> paragraph from (12:)
 5210-Gen-When.
     move     spaces to ws-Gen-Line.
     string   "         when """ function trim (ws-Data-Name (1:11))
              """" delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              perform " function trim (ws-Data-Name (12:))
              " thru " function trim (ws-Data-Name (12:4)) "-Exit"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
*>
*> the operation paragraphs, each a CHKIO call and the result back
 5300-Gen-Verbs.
*> OPEN
     move     " 1000-Open." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     if       Acc-Open = ""Y""" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move ""41"" to " function trim (ws-Prefix)
              "-STATUS" delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "              go to 1000-Exit." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     if       " function trim (ws-Prefix)
              "-FILE-NAME = spaces"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "              move Acc-Default-File to CHK-FILE-NAME"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     else" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move " function trim (ws-Prefix)
              "-FILE-NAME to CHK-FILE-NAME."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     if       " function trim (ws-Prefix)
              "-MODE = ""U"" or ""O"" or ""E"""
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move " function trim (ws-Prefix)
              "-MODE to CHK-OPEN-MODE"
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     else" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "              move ""I"" to CHK-OPEN-MODE." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "CHK-OPEN" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "     if       CHK-OK-FLAG = ""Y""" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "              move ""Y"" to Acc-Open." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "1000" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> READ-BY-KEY
     move     " 2000-Read-Key." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "2000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     move     "     perform  8000-Set-Key." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "CHK-READ-KEY" to ws-Data-Name.
     perform  5310-Gen-Call.
     perform  5340-Gen-Record-Back.
     move     "2000" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> START
     move     " 2500-Start." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "2500" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     move     "     perform  8000-Set-Key." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "CHK-START" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "2500" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> READ-NEXT
     move     " 3000-Read-Next." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "3000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     move     "CHK-READ" to ws-Data-Name.
     perform  5310-Gen-Call.
     perform  5340-Gen-Record-Back.
     move     "3000" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> ADD, CHANGE, REMOVE
     move     " 4000-Add." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "4000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     perform  5350-Gen-Record-Out.
     move     "CHK-WRITE" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "4000" to ws-Data-Name.
     perform  5330-Gen-Exit.
     move     " 5000-Change." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "5000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     perform  5350-Gen-Record-Out.
     move     "CHK-REWRITE" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "5000" to ws-Data-Name.
     perform  5330-Gen-Exit.
     move     " 6000-Remove." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "6000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     perform  5350-Gen-Record-Out.
     move     "CHK-DELETE" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "6000" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> CLOSE
     move     " 7000-Close." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "7000" to ws-Data-Name.
     perform  5320-Gen-Is-Open.
     move     "CHK-CLOSE" to ws-Data-Name.
     perform  5310-Gen-Call.
     move     "     if       CHK-OK-FLAG = ""Y""" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "              move ""N"" to Acc-Open." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     "7000" to ws-Data-Name.
     perform  5330-Gen-Exit.
*> the key, off the record area
     move     "*> CHK-KEY off the key in the record" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " 8000-Set-Key." to ws-Gen-Line.
     perform  9000-Put-Line.
     if       ws-Org = "R"
              move Key-Sub (1) to ws-Sub
              perform 9200-Data-Name
              move spaces to ws-Gen-Line
              string "     move     " function trim (ws-Data-Name)
                     " to Acc-Rel-Key."
                     delimited by size into ws-Gen-Line
              perform 9000-Put-Line
              move "     move     Acc-Rel-Key to CHK-KEY." to ws-Gen-Line
              perform 9000-Put-Line
     else
              move spaces to ws-Gen-Line
              string "     move     " function trim (ws-Prefix)
                     "-REC (1:32) to CHK-KEY."
                     delimited by size into ws-Gen-Line
              perform 9000-Put-Line.
*> the result back to the caller
     move     "*> CHKIO's status and flag back to the caller"
              to ws-Gen-Line.
     perform  9000-Put-Line.
     move     " 8100-Result." to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     move     CHK-STATUS to " function trim (ws-Prefix)
              "-STATUS." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     move     CHK-OK-FLAG to " function trim (ws-Prefix)
              "-RESULT." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
 5300-Exit.
     exit.
*>
*> CALL "<ws-Data-Name>" and the result back
 5310-Gen-Call.
     move     spaces to ws-Gen-Line.
     string   "     move     " function trim (ws-Prefix)
              "-JOURNAL to CHK-JOURNAL-FLAG."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "     call     """ function trim (ws-Data-Name)
              """ using CHKIO-LNK."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     perform  8100-Result." to ws-Gen-Line.
     perform  9000-Put-Line.
*>
*> status 42 and out when the file is not open
 5320-Gen-Is-Open.
     move     "     if       Acc-Open not = ""Y""" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move ""42"" to " function trim (ws-Prefix)
              "-STATUS" delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              go to " ws-Data-Name (1:4) "-Exit."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
*>
 5330-Gen-Exit.
     move     spaces to ws-Gen-Line.
     string   " " ws-Data-Name (1:4) "-Exit."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     exit." to ws-Gen-Line.
     perform  9000-Put-Line.
*>
 5340-Gen-Record-Back.
     move     "     if       CHK-OK-FLAG = ""Y""" to ws-Gen-Line.
     perform  9000-Put-Line.
     move     spaces to ws-Gen-Line.
     string   "              move CHK-RECORD to " function trim (ws-Prefix)
              "-REC." delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
*>
 5350-Gen-Record-Out.
     move     spaces to ws-Gen-Line.
     string   "     move     " function trim (ws-Prefix)
              "-REC to CHK-RECORD."
              delimited by size into ws-Gen-Line.
     perform  9000-Put-Line.
     move     "     perform  8000-Set-Key." to ws-Gen-Line.
     perform  9000-Put-Line.
*>
*>----------------------------------------------------------------
*> service paragraphs
*>----------------------------------------------------------------
 9000-Put-Line.
     write    Gen-Out-Rec from ws-Gen-Line.
     add      1 to ws-Gen-Count.
     move     spaces to ws-Gen-Line.
*>
*> picture text for field ws-Sub off its .lay type/usage/digits and
*> the sign and scale ATTR= gave it
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
     if       Fld-Signed (ws-Sub) = "Y"
              string "s" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr.
     compute  ws-Rx = Fld-Digits (ws-Sub) - Fld-Scale (ws-Sub).
     if       ws-Rx > zero
              move ws-Rx to ws-Num-Edit
              string "9(" function trim (ws-Num-Edit) ")"
                     delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr.
     if       Fld-Scale (ws-Sub) > zero
              move Fld-Scale (ws-Sub) to ws-Num-Edit
              string "v9(" function trim (ws-Num-Edit) ")"
                     delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr.
     evaluate true
         when Fld-Usage (ws-Sub) = "P"
              string " comp-3" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr
         when Fld-Usage (ws-Sub) = "B"
              string " comp" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr
         when Fld-Signed (ws-Sub) = "Y" and Fld-Leading (ws-Sub) = "Y"
              string " sign leading" delimited by size
                     into ws-Pic-Text pointer ws-Pic-Ptr
     end-evaluate.
 9100-Exit.
     exit.
*>
*> <prefix>-<field name> of row ws-Sub
 9200-Data-Name.
     move     spaces to ws-Data-Name.
     string   function trim (ws-Prefix) "-"
              function upper-case (function trim (Fld-Name (ws-Sub)))
              delimited by size into ws-Data-Name.
