       >>source free
 Identification division.
*>**********************
      program-id.       laysql.
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
*>    Usage.            sqldclgen the other way round - CREATE TABLE
*>                      statements from a cobxref .lay layout - and the
*>                      data file unloaded into matching delimited load
*>                      files, so masters can be moved into a database
*>                      for reporting.
*>
*>                      laysql <layout.lay> TABLE=<name>
*>                             [RECORD=<01 name>] [OCCURS=CHILD|FLAT]
*>                             [KEY=<field>[,<field>...]] [ATTR=<f>]
*>                             [DDL=<f>]
*>                             [DATA=<data file> [DELIM=<c>]
*>                                  [ORG=LINE|SEQ] [LEN=nnnn]]
*>
*>                      Columns take the field names, upper case with
*>                      underscores for hyphens, and these types:
*>                        PIC X                 CHAR(n), VARCHAR(n)
*>                                              past 254
*>                        PIC 9 display, COMP-3 DECIMAL(p,s)
*>                        COMP/BINARY           SMALLINT, INTEGER or
*>                                              BIGINT by digits;
*>                                              DECIMAL(p,s) if scaled
*>                        COMP-1 / COMP-2       REAL / DOUBLE PRECISION
*>                        ...DATE... or ...-DT  DATE, when 8 digits
*>                      The layout does not carry sign or scale, so as
*>                      for laycvt ATTR= names them, one field to a
*>                      line:
*>                          <field> [SIGNED|UNSIGNED] [LEADING]
*>                                  [SCALE <n>] [DATE|NODATE]
*>
*>                      Nor does it carry OCCURS or REDEFINES; both
*>                      are read off the offsets and byte counts, the
*>                      way cobxref priced them.  A field whose bytes
*>                      are a whole number of its own size over is an
*>                      OCCURS, as is a group whose bytes are a whole
*>                      number of its first occurrence; a field laid
*>                      over bytes already mapped is a REDEFINES.
*>
*>                      OCCURS=CHILD (the default) makes each outermost
*>                      OCCURS a child table <TABLE>_<group> carrying
*>                      the KEY columns and OCC_NO, one row for each
*>                      occurrence not wholly spaces or low-values; an
*>                      OCCURS inside it is flattened.  OCCURS=FLAT
*>                      flattens them all into columns <name>_1,
*>                      <name>_2 ...  KEY names the parent's key
*>                      fields (the PRIMARY KEY; else the first field
*>                      is carried to the children but no key is set).
*>
*>                      REDEFINES are not guessed at: each is listed
*>                      in the DDL and the report for a decision and
*>                      left out of the table and the load.
*>
*>                      The DDL goes to DDL= (default <TABLE>.sql).
*>                      With DATA= each table is also unloaded to
*>                      <table>.load - delimited by DELIM (default |),
*>                      text quoted, packed and binary decoded, a
*>                      bad number or date loaded as empty (NULL) -
*>                      and each load file is read back for the
*>                      reconciliation report: rows against records
*>                      and occurrences read, and each numeric
*>                      column's total in the load against its total
*>                      in the source.
*>
*>                      Return code 0 done, 4 done with REDEFINES left
*>                      for a decision, 8 the load does not reconcile,
*>                      16 on a file or argument problem.
*>**
*>    Called by.
*>                      By hand, when a master is to go to the database.
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
     select   Attr-In          assign Attr-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Ddl-Out          assign Ddl-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Load-File        assign Load-Name
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
 fd  Attr-In.
 01  Attr-In-Rec           pic x(200).
*>
 fd  Ddl-Out.
 01  Ddl-Out-Rec           pic x(200).
*>
 fd  Load-File.
 01  Load-Rec              pic x(8192).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(16) value "laysql v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Attr-In-Name          pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Ddl-Out-Name          pic x(256)   value spaces.
 01  Load-Name             pic x(256)   value spaces.
 01  ws-Record-Want        pic x(32)    value spaces.
 01  ws-Table-Name         pic x(64)    value spaces.
 01  ws-Key-List           pic x(200)   value spaces.
 77  ws-Flat               pic x        value "N".
 77  ws-Delim              pic x        value "|".
 77  ws-Org                pic x        value space.
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 77  ws-Return             Binary-Long  value zero.
*>
*> the record block's rows, groups and all, and what is read off
*> them: a REDEFINES (Ly-Redef), the repeat count and one
*> occurrence's bytes, the nearest enclosing OCCURS (Ly-Up)
 01  Lay-Table             value spaces.
     03  Lay-Entry         occurs 500.
         05  Ly-Name       pic x(32).
         05  Ly-Offset     pic 9(6).
         05  Ly-Bytes      pic 9(6).
         05  Ly-Type       pic x.
         05  Ly-Usage      pic x.
         05  Ly-Digits     pic 9(4).
         05  Ly-Redef      pic x.
         05  Ly-Occ        pic 9(4).
         05  Ly-Span       pic 9(6).
         05  Ly-Up         pic 9(4).
         05  Ly-Signed     pic x.
         05  Ly-Leading    pic x.
         05  Ly-Scale      pic 99.
         05  Ly-Date       pic x.
         05  Ly-Table      pic 99.
 77  Lay-Count             Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Prev-Zero-G        pic x        value "N".
 77  ws-Rec-Len            Binary-Long  value zero.
 77  ws-Has-Binary         pic x        value "N".
 77  ws-High-Water         Binary-Long  value zero.
 77  ws-Redef-End          Binary-Long  value zero.
 77  ws-Redef-Count        Binary-Long  value zero.
*>
*> the tables: the parent first, then a child per outermost OCCURS
 01  Tab-Table             value spaces.
     03  Tab-Entry         occurs 20.
         05  Tb-Name       pic x(64).
         05  Tb-Row        pic 9(4).
         05  Tb-First-Col  pic 9(4).
         05  Tb-Last-Col   pic 9(4).
         05  Tb-Src-Rows   pic 9(9).
         05  Tb-Rows       pic 9(9).
         05  Tb-Load-Rows  pic 9(9).
 77  Tab-Count             Binary-Long  value zero.
 77  ws-Tx                 Binary-Long  value zero.
*>
*> the columns, table by table: K a parent key carried to a child,
*> O the occurrence number, X text, N number, D date, F floating
 01  Col-Table             value spaces.
     03  Col-Entry         occurs 1000.
         05  Cl-Table      pic 99.
         05  Cl-Name       pic x(64).
         05  Cl-Row        pic 9(4).
         05  Cl-Offset     pic 9(6).
         05  Cl-Len        pic 9(6).
         05  Cl-Kind       pic x.
         05  Cl-Sql        pic x(30).
         05  Cl-Key        pic x.
         05  Cl-Bad        pic 9(9).
         05  Cl-Src-Total  pic s9(24).
         05  Cl-Load-Total pic s9(24).
 77  Col-Count             Binary-Long  value zero.
 01  Col-Hold.
     03  filler            pic x(70).
     03  Hd-Offset         pic 9(6).
     03  filler            pic x(95).
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Col-Over           pic x        value "N".
*>
*> the parent's key columns, by row
 01  Key-Table             value spaces.
     03  Key-Row           pic 9(4)     occurs 8.
 77  Key-Count             Binary-Long  value zero.
 77  ws-Key-Given          pic x        value "N".
*>
*> the flattened OCCURS of one field, outermost first, and the
*> occurrence each stands at
 01  Flat-Table            value zeros.
     03  Flat-Entry        occurs 8.
         05  Ft-Row        pic 9(4).
         05  Ft-Idx        pic 9(4).
 77  Flat-Count            Binary-Long  value zero.
 77  ws-Child-Row          Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
 77  ws-Ux                 Binary-Long  value zero.
 77  ws-Ext                Binary-Long  value zero.
 77  ws-Natural            Binary-Long  value zero.
 77  ws-Off                Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 77  ws-Occ-No             Binary-Long  value zero.
 77  ws-Occ-Base           Binary-Long  value zero.
 77  ws-Rec-No             Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Done               pic x        value "N".
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Line               pic x(8192)  value spaces.
 77  ws-Line-Ptr           Binary-Long  value zero.
 01  ws-Col-Name           pic x(64)    value spaces.
 77  ws-Name-Ptr           Binary-Long  value zero.
 01  ws-Ddl-Line           pic x(200)   value spaces.
 77  ws-Ddl-Ptr            Binary-Long  value zero.
 01  ws-Name-Up            pic x(32)    value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Edit3              pic z(5)9.
 01  ws-Edit4              pic z9.
 01  ws-Char               pic x        value space.
 01  ws-Attr-Word          pic x(32)    occurs 6.
 01  ws-Key-Word           pic x(32)    occurs 8.
*>
*> field value work
 01  ws-Out-Val            pic x(600)   value spaces.
 77  ws-Out-Len            Binary-Long  value zero.
 01  ws-Field-Val          pic x(64)    value spaces.
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Abs                pic 9(24)    value zero.
 01  ws-Int-Part           pic 9(24)    value zero.
 01  ws-Frac-Part          pic 9(24)    value zero.
 01  ws-Int-Edit           pic z(23)9.
 01  ws-Big                pic 9(20)    value zero.
 01  ws-Scale-Pow          pic 9(19)    value zero.
 01  ws-Total              pic s9(24)   value zero.
 01  ws-Date               pic 9(8)     value zero.
 01  ws-Date-X redefines ws-Date pic x(8).
 01  ws-Float-1            comp-1       value zero.
 01  ws-Float-1-X redefines ws-Float-1 pic x(4).
 01  ws-Float-2            comp-2       value zero.
 01  ws-Float-2-X redefines ws-Float-2 pic x(8).
 01  ws-Float-Disp         pic s9(18)v9(9) value zero.
 01  ws-Float-Edit         pic -(18)9.9(9).
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
*>
*> one load row split back into its columns
 01  Val-Table             value spaces.
     03  Val-Entry         occurs 1000.
         05  Vl-Text       pic x(64).
 77  Val-Count             Binary-Long  value zero.
 77  ws-In-Quote           pic x        value space.
 77  ws-Vx                 Binary-Long  value zero.
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
              display "laysql: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  2000-Load-Layout thru 2000-Exit.
     perform  2500-Load-Attr   thru 2500-Exit.
     perform  2700-Shape       thru 2700-Exit.
     perform  3000-Build-Tables thru 3000-Exit.
     perform  4000-Write-Ddl   thru 4000-Exit.
     if       Data-In-Name not = spaces
              if  ws-Org = space
                  if  ws-Has-Binary = "Y"
                      set Org-Seq to true
                  else
                      set Org-Line to true
                  end-if
              end-if
              perform varying ws-Tx from 1 by 1 until ws-Tx > Tab-Count
                  perform 5000-Unload-Table thru 5000-Exit
                  perform 6000-Read-Back thru 6000-Exit
              end-perform
     end-if.
     perform  8000-Report thru 8000-Exit.
     move     ws-Return to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 2
              display "Usage: laysql <layout.lay> TABLE=<name> "
                      "[RECORD=<01>] [OCCURS=CHILD|FLAT]"
              display "       [KEY=<field>[,<field>]] [ATTR=<f>] "
                      "[DDL=<f>]"
              display "       [DATA=<f> [DELIM=<c>] [ORG=LINE|SEQ] "
                      "[LEN=nnnn]]"
              move 16 to return-code
              goback.
     accept   Layout-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "TABLE="
                       move function upper-case (ws-Arg-Text (7:64))
                            to ws-Table-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "RECORD="
                       move function upper-case
                            (ws-Arg-Text (8:32)) to ws-Record-Want
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "OCCURS="
                       if  function upper-case (ws-Arg-Text) (8:4)
                               = "FLAT"
                           move "Y" to ws-Flat
                       else
                           move "N" to ws-Flat
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "KEY="
                       move function upper-case (ws-Arg-Text (5:200))
                            to ws-Key-List
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "ATTR="
                       move ws-Arg-Text (6:251) to Attr-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "DDL="
                       move ws-Arg-Text (5:252) to Ddl-Out-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DATA="
                       move ws-Arg-Text (6:251) to Data-In-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "DELIM="
                       move ws-Arg-Text (7:1) to ws-Delim
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
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Table-Name = spaces
              display "TABLE= is required"
              move 16 to return-code
              goback.
     inspect  ws-Table-Name replacing all "-" by "_".
     if       ws-Delim = space or ws-Delim = '"'
              display "DELIM= cannot be a space or a quote"
              move 16 to return-code
              goback.
     if       Ddl-Out-Name = spaces
              string function trim (ws-Table-Name) ".sql"
                     delimited by size into Ddl-Out-Name.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the wanted 01 block's rows, groups included, the way chk-data
*> finds the block
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
              end-if
              go to 2010-Next.
     if       LayI-Offset = zero and LayI-Type = "G"
              move "Y" to ws-Prev-Zero-G
     else
              move "N" to ws-Prev-Zero-G.
     if       ws-Block-Seen not = "Y" and ws-Record-Want = spaces
              move "Y" to ws-In-Block
              move "Y" to ws-Block-Seen.
     if       ws-In-Block not = "Y" or Lay-Count not < 500
              go to 2010-Next.
     add      1 to Lay-Count.
     move     LayI-Name   to Ly-Name (Lay-Count).
     move     LayI-Offset to Ly-Offset (Lay-Count).
     move     LayI-Bytes  to Ly-Bytes (Lay-Count).
     move     LayI-Type   to Ly-Type (Lay-Count).
     move     LayI-Usage  to Ly-Usage (Lay-Count).
     move     LayI-Digits to Ly-Digits (Lay-Count).
     move     "N" to Ly-Redef (Lay-Count) Ly-Signed (Lay-Count)
                     Ly-Leading (Lay-Count) Ly-Date (Lay-Count).
     move     1 to Ly-Occ (Lay-Count).
     move     LayI-Bytes to Ly-Span (Lay-Count).
     move     zero to Ly-Up (Lay-Count) Ly-Scale (Lay-Count)
                      Ly-Table (Lay-Count).
*> the defaults the layout cannot tell us - see ATTR=
     if       LayI-Usage = "P"
              move "Y" to Ly-Signed (Lay-Count).
     if       LayI-Usage = "P" or = "B" or = "1" or = "2"
              move "Y" to ws-Has-Binary.
     move     function upper-case (LayI-Name) to ws-Name-Up.
     move     zero to ws-Sub.
     inspect  ws-Name-Up tallying ws-Sub for all "DATE".
     if       LayI-Type = "9" and LayI-Digits = 8
         and (LayI-Usage = space or = "P")
         and (ws-Sub > zero
              or ws-Name-Up (function length (function trim
                             (ws-Name-Up)) - 2:3) = "-DT")
              move "Y" to Ly-Date (Lay-Count).
     if       LayI-Offset + LayI-Bytes > ws-Rec-Len
              compute ws-Rec-Len = LayI-Offset + LayI-Bytes.
     go       to 2010-Next.
 2090-Check.
     if       Lay-Count = zero
              display "No usable fields in the layout"
              move 16 to return-code
              goback.
     if       ws-Seq-Len = zero
              move ws-Rec-Len to ws-Seq-Len.
 2000-Exit.
     exit.
*>
*> sign, scale and date as laycvt takes its ATTR file
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
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
              if  function upper-case (Ly-Name (ws-Fx))
                      = ws-Attr-Word (1)
                  add 1 to ws-Sub
                  perform varying ws-Cx from 2 by 1 until ws-Cx > 6
                      evaluate ws-Attr-Word (ws-Cx)
                          when "SIGNED"
                               move "Y" to Ly-Signed (ws-Fx)
                          when "UNSIGNED"
                               move "N" to Ly-Signed (ws-Fx)
                          when "LEADING"
                               move "Y" to Ly-Leading (ws-Fx)
                          when "DATE"
                               move "Y" to Ly-Date (ws-Fx)
                          when "NODATE"
                               move "N" to Ly-Date (ws-Fx)
                          when "SCALE"
                               if  ws-Cx < 6
                                   compute Ly-Scale (ws-Fx) =
                                       function numval
                                           (ws-Attr-Word (ws-Cx + 1))
                                   add 1 to ws-Cx
                               end-if
                               if  Ly-Scale (ws-Fx) > Ly-Digits (ws-Fx)
                                   move Ly-Digits (ws-Fx)
                                        to Ly-Scale (ws-Fx)
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
*> REDEFINES and OCCURS read off the offsets.  In declaration order
*> new bytes only ever move forward, so a row starting short of the
*> bytes already mapped - or inside a REDEFINES already found - is
*> itself a REDEFINES.  A field's repeat is its bytes over its own
*> size priced as cobxref prices it; a group's is its bytes over the
*> extent of its first occurrence, which is where cobxref places its
*> children.
*>----------------------------------------------------------------
 2700-Shape.
     move     zero to ws-High-Water ws-Redef-End ws-Redef-Count.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
              compute ws-Ext = Ly-Offset (ws-Fx) + Ly-Bytes (ws-Fx)
              if  Ly-Offset (ws-Fx) < ws-High-Water
               or Ly-Offset (ws-Fx) < ws-Redef-End
                  move "Y" to Ly-Redef (ws-Fx)
                  add 1 to ws-Redef-Count
                  if  ws-Ext > ws-Redef-End
                      move ws-Ext to ws-Redef-End
                  end-if
              else
                  if  Ly-Type (ws-Fx) not = "G"
                    and ws-Ext > ws-High-Water
                      move ws-Ext to ws-High-Water
                  end-if
              end-if
     end-perform.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
              if  Ly-Type (ws-Fx) = "G"
                  perform 2750-Group-Span thru 2750-Exit
              else
                  perform 2760-Field-Span thru 2760-Exit
              end-if
     end-perform.
*> the nearest enclosing OCCURS of each row, off the byte ranges
     perform  varying ws-Fx from 2 by 1 until ws-Fx > Lay-Count
              perform varying ws-Rx from ws-Fx by -1 until ws-Rx < 2
                       or Ly-Up (ws-Fx) not = zero
                  subtract 1 from ws-Rx giving ws-Ux
                  if  Ly-Type (ws-Ux) = "G" and Ly-Occ (ws-Ux) > 1
                    and Ly-Redef (ws-Ux) = "N"
                    and Ly-Offset (ws-Fx) not < Ly-Offset (ws-Ux)
                    and Ly-Offset (ws-Fx) < Ly-Offset (ws-Ux)
                                          + Ly-Span (ws-Ux)
                    and Ly-Offset (ws-Fx) + Ly-Span (ws-Fx)
                        not > Ly-Offset (ws-Ux) + Ly-Span (ws-Ux)
                      move ws-Ux to Ly-Up (ws-Fx)
                  end-if
              end-perform
     end-perform.
 2700-Exit.
     exit.
*>
*> group ws-Fx: the extent of its first occurrence off the rows
*> that follow inside its bytes, REDEFINES left out
 2750-Group-Span.
     move     zero to ws-Ext.
     move     "N" to ws-Done.
     perform  varying ws-Rx from ws-Fx by 1
              until ws-Rx not < Lay-Count or ws-Done = "Y"
              add 1 to ws-Rx giving ws-Ux
              if  Ly-Offset (ws-Ux) < Ly-Offset (ws-Fx)
               or Ly-Offset (ws-Ux) not < Ly-Offset (ws-Fx)
                                        + Ly-Bytes (ws-Fx)
                  move "Y" to ws-Done
              else
                  if  Ly-Redef (ws-Ux) = "N"
                    and Ly-Offset (ws-Ux) + Ly-Bytes (ws-Ux)
                        - Ly-Offset (ws-Fx) > ws-Ext
                      compute ws-Ext = Ly-Offset (ws-Ux)
                                     + Ly-Bytes (ws-Ux)
                                     - Ly-Offset (ws-Fx)
                  end-if
              end-if
     end-perform.
     if       ws-Ext > zero and ws-Ext < Ly-Bytes (ws-Fx)
         and  function mod (Ly-Bytes (ws-Fx), ws-Ext) = zero
              compute Ly-Occ (ws-Fx) = Ly-Bytes (ws-Fx) / ws-Ext
              move ws-Ext to Ly-Span (ws-Fx).
 2750-Exit.
     exit.
*>
*> field ws-Fx: its own size as cobxref's zz398 prices it
 2760-Field-Span.
     evaluate true
         when Ly-Usage (ws-Fx) = "1"
              move 4 to ws-Natural
         when Ly-Usage (ws-Fx) = "2"
              move 8 to ws-Natural
         when Ly-Usage (ws-Fx) = "B" and Ly-Digits (ws-Fx) < 5
              move 2 to ws-Natural
         when Ly-Usage (ws-Fx) = "B" and Ly-Digits (ws-Fx) < 10
              move 4 to ws-Natural
         when Ly-Usage (ws-Fx) = "B"
              move 8 to ws-Natural
         when Ly-Usage (ws-Fx) = "P"
              compute ws-Natural = (Ly-Digits (ws-Fx) / 2) + 1
         when other
              move Ly-Digits (ws-Fx) to ws-Natural
     end-evaluate.
     if       ws-Natural > zero and ws-Natural < Ly-Bytes (ws-Fx)
         and  function mod (Ly-Bytes (ws-Fx), ws-Natural) = zero
              compute Ly-Occ (ws-Fx) = Ly-Bytes (ws-Fx) / ws-Natural
              move ws-Natural to Ly-Span (ws-Fx).
 2760-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the tables and their columns
*>----------------------------------------------------------------
 3000-Build-Tables.
     move     1 to Tab-Count.
     move     ws-Table-Name to Tb-Name (1).
     move     zero to Tb-Row (1) Tb-Src-Rows (1) Tb-Rows (1)
                      Tb-Load-Rows (1).
*> a child table for each outermost OCCURS, under OCCURS=CHILD
     if       ws-Flat = "N"
              perform varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
                  if  Ly-Occ (ws-Fx) > 1 and Ly-Up (ws-Fx) = zero
                    and Ly-Redef (ws-Fx) = "N"
                      perform 3050-Add-Child thru 3050-Exit
                  end-if
              end-perform
     end-if.
*> the table each elementary row's columns go to
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
              move 1 to Ly-Table (ws-Fx)
              if  ws-Flat = "N"
                  move ws-Fx to ws-Ux
                  perform until ws-Ux = zero
                      perform varying ws-Tx from 2 by 1
                              until ws-Tx > Tab-Count
                          if  Tb-Row (ws-Tx) = ws-Ux
                              move ws-Tx to Ly-Table (ws-Fx)
                          end-if
                      end-perform
                      move Ly-Up (ws-Ux) to ws-Ux
                  end-perform
              end-if
     end-perform.
     perform  3100-Find-Keys thru 3100-Exit.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tab-Count
              compute Tb-First-Col (ws-Tx) = Col-Count + 1
              if  ws-Tx > 1
                  perform varying ws-Sub from 1 by 1
                          until ws-Sub > Key-Count
                      move Key-Row (ws-Sub) to ws-Fx
                      move zero to Flat-Count
                      perform 3300-Add-Column thru 3300-Exit
                      move "K" to Cl-Kind (Col-Count)
                  end-perform
                  move "OCC_NO" to ws-Col-Name
                  perform 3400-New-Column thru 3400-Exit
                  move "O" to Cl-Kind (Col-Count)
                  move "SMALLINT" to Cl-Sql (Col-Count)
              end-if
              perform varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
                  if  Ly-Type (ws-Fx) not = "G"
                    and Ly-Redef (ws-Fx) = "N"
                    and Ly-Table (ws-Fx) = ws-Tx
                      perform 3200-Field-Columns thru 3200-Exit
                  end-if
              end-perform
              move Col-Count to Tb-Last-Col (ws-Tx)
              perform 3600-Order-Columns thru 3600-Exit
     end-perform.
     if       ws-Col-Over = "Y"
              display "More than 1000 columns - the rest dropped"
              move 16 to return-code
              goback.
 3000-Exit.
     exit.
*>
 3050-Add-Child.
     if       Tab-Count not < 20
              display "More than 19 OCCURS tables - "
                      function trim (Ly-Name (ws-Fx)) " flattened"
              go to 3050-Exit.
     add      1 to Tab-Count.
     move     ws-Fx to Tb-Row (Tab-Count).
     move     zero to Tb-Src-Rows (Tab-Count) Tb-Rows (Tab-Count)
                      Tb-Load-Rows (Tab-Count).
     move     function upper-case (Ly-Name (ws-Fx)) to ws-Name-Up.
     inspect  ws-Name-Up replacing all "-" by "_".
     move     spaces to Tb-Name (Tab-Count).
     string   function trim (ws-Table-Name) "_"
              function trim (ws-Name-Up)
              delimited by size into Tb-Name (Tab-Count).
 3050-Exit.
     exit.
*>
*> KEY= fields, else the parent's first field, carried to children
 3100-Find-Keys.
     move     zero to Key-Count.
     if       ws-Key-List = spaces
              perform varying ws-Fx from 1 by 1
                      until ws-Fx > Lay-Count or Key-Count > zero
                  if  Ly-Type (ws-Fx) not = "G"
                    and Ly-Redef (ws-Fx) = "N"
                    and Ly-Table (ws-Fx) = 1
                    and Ly-Occ (ws-Fx) = 1 and Ly-Up (ws-Fx) = zero
                      move 1 to Key-Count
                      move ws-Fx to Key-Row (1)
                  end-if
              end-perform
              go to 3100-Exit.
     move     "Y" to ws-Key-Given.
     move     spaces to ws-Key-Word (1) ws-Key-Word (2) ws-Key-Word (3)
                        ws-Key-Word (4) ws-Key-Word (5) ws-Key-Word (6)
                        ws-Key-Word (7) ws-Key-Word (8).
     unstring ws-Key-List delimited by "," or all spaces
              into ws-Key-Word (1) ws-Key-Word (2) ws-Key-Word (3)
                   ws-Key-Word (4) ws-Key-Word (5) ws-Key-Word (6)
                   ws-Key-Word (7) ws-Key-Word (8).
     perform  varying ws-Sub from 1 by 1 until ws-Sub > 8
              if  ws-Key-Word (ws-Sub) not = spaces
                  move zero to ws-Ux
                  perform varying ws-Fx from 1 by 1
                          until ws-Fx > Lay-Count
                      if  function upper-case (Ly-Name (ws-Fx))
                              = ws-Key-Word (ws-Sub)
                        and Ly-Type (ws-Fx) not = "G"
                        and Ly-Redef (ws-Fx) = "N"
                        and Ly-Table (ws-Fx) = 1
                        and Ly-Occ (ws-Fx) = 1 and Ly-Up (ws-Fx) = zero
                          move ws-Fx to ws-Ux
                      end-if
                  end-perform
                  if  ws-Ux = zero
                      display "KEY field "
                              function trim (ws-Key-Word (ws-Sub))
                              " is not a single field of the record"
                      move 16 to return-code
                      goback
                  end-if
                  add 1 to Key-Count
                  move ws-Ux to Key-Row (Key-Count)
              end-if
     end-perform.
 3100-Exit.
     exit.
*>
*> the columns of field ws-Fx in table ws-Tx: one, or one for each
*> occurrence of every OCCURS flattened over it
 3200-Field-Columns.
     move     zero to Flat-Count.
     move     ws-Fx to ws-Ux.
     perform  until ws-Ux = zero
              if  Ly-Occ (ws-Ux) > 1
                and not (ws-Tx > 1 and ws-Ux = Tb-Row (ws-Tx))
                  perform varying ws-Sub from Flat-Count by -1
                          until ws-Sub < 1
                      move Flat-Entry (ws-Sub) to Flat-Entry (ws-Sub + 1)
                  end-perform
                  add 1 to Flat-Count
                  move ws-Ux to Ft-Row (1)
                  move 1 to Ft-Idx (1)
              end-if
              if  ws-Tx > 1 and ws-Ux = Tb-Row (ws-Tx)
                  move zero to ws-Ux
              else
                  move Ly-Up (ws-Ux) to ws-Ux
              end-if
     end-perform.
 3210-Next-Instance.
     perform  3300-Add-Column thru 3300-Exit.
     if       Flat-Count = zero or ws-Col-Over = "Y"
              go to 3200-Exit.
*> the occurrence numbers counted on, innermost fastest
     move     Flat-Count to ws-Sub.
 3220-Carry.
     add      1 to Ft-Idx (ws-Sub).
     if       Ft-Idx (ws-Sub) not > Ly-Occ (Ft-Row (ws-Sub))
              go to 3210-Next-Instance.
     move     1 to Ft-Idx (ws-Sub).
     subtract 1 from ws-Sub.
     if       ws-Sub > zero
              go to 3220-Carry.
 3200-Exit.
     exit.
*>
*> a column for field ws-Fx at the occurrences in Flat-Table
 3300-Add-Column.
     move     function upper-case (Ly-Name (ws-Fx)) to ws-Name-Up.
     inspect  ws-Name-Up replacing all "-" by "_".
     move     spaces to ws-Col-Name.
     move     1 to ws-Name-Ptr.
     string   function trim (ws-Name-Up) delimited by size
              into ws-Col-Name pointer ws-Name-Ptr.
     move     Ly-Offset (ws-Fx) to ws-Off.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Flat-Count
              move Ft-Idx (ws-Sub2) to ws-Edit3
              string "_" function trim (ws-Edit3) delimited by size
                     into ws-Col-Name pointer ws-Name-Ptr
              compute ws-Off = ws-Off + (Ft-Idx (ws-Sub2) - 1)
                                      * Ly-Span (Ft-Row (ws-Sub2))
     end-perform.
     perform  3400-New-Column thru 3400-Exit.
     if       ws-Col-Over = "Y"
              go to 3300-Exit.
     move     ws-Fx to Cl-Row (Col-Count).
     move     ws-Off to Cl-Offset (Col-Count).
     move     Ly-Span (ws-Fx) to Cl-Len (Col-Count).
     perform  3500-Column-Type thru 3500-Exit.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Key-Count
              if  Key-Row (ws-Sub2) = ws-Fx
                  move "Y" to Cl-Key (Col-Count)
              end-if
     end-perform.
 3300-Exit.
     exit.
*>
 3400-New-Column.
     if       Col-Count not < 1000
              move "Y" to ws-Col-Over
              go to 3400-Exit.
     add      1 to Col-Count.
     move     ws-Tx to Cl-Table (Col-Count).
     move     ws-Col-Name to Cl-Name (Col-Count).
     move     zero to Cl-Row (Col-Count) Cl-Offset (Col-Count)
                      Cl-Len (Col-Count) Cl-Bad (Col-Count)
                      Cl-Src-Total (Col-Count) Cl-Load-Total (Col-Count).
     move     "N" to Cl-Key (Col-Count).
     move     spaces to Cl-Sql (Col-Count).
 3400-Exit.
     exit.
*>
*> the column type of field ws-Fx
 3500-Column-Type.
     move     Ly-Digits (ws-Fx) to ws-Edit3.
     move     Ly-Scale (ws-Fx) to ws-Edit4.
     evaluate true
         when Ly-Usage (ws-Fx) = "1"
              move "F" to Cl-Kind (Col-Count)
              move "REAL" to Cl-Sql (Col-Count)
         when Ly-Usage (ws-Fx) = "2"
              move "F" to Cl-Kind (Col-Count)
              move "DOUBLE PRECISION" to Cl-Sql (Col-Count)
         when Ly-Date (ws-Fx) = "Y"
              move "D" to Cl-Kind (Col-Count)
              move "DATE" to Cl-Sql (Col-Count)
         when Ly-Usage (ws-Fx) = "B" and Ly-Scale (ws-Fx) = zero
              move "N" to Cl-Kind (Col-Count)
              evaluate true
                  when Ly-Digits (ws-Fx) < 5
                       move "SMALLINT" to Cl-Sql (Col-Count)
                  when Ly-Digits (ws-Fx) < 10
                       move "INTEGER" to Cl-Sql (Col-Count)
                  when other
                       move "BIGINT" to Cl-Sql (Col-Count)
              end-evaluate
         when Ly-Type (ws-Fx) = "9" or Ly-Usage (ws-Fx) = "P" or = "B"
              move "N" to Cl-Kind (Col-Count)
              string "DECIMAL(" function trim (ws-Edit3) ","
                     function trim (ws-Edit4) ")"
                     delimited by size into Cl-Sql (Col-Count)
         when other
              move "X" to Cl-Kind (Col-Count)
              move Ly-Span (ws-Fx) to ws-Edit3
              if  Ly-Span (ws-Fx) > 254
                  string "VARCHAR(" function trim (ws-Edit3) ")"
                         delimited by size into Cl-Sql (Col-Count)
              else
                  string "CHAR(" function trim (ws-Edit3) ")"
                         delimited by size into Cl-Sql (Col-Count)
              end-if
     end-evaluate.
 3500-Exit.
     exit.
*>
*> table ws-Tx's field columns into record order, so a flattened
*> OCCURS reads an occurrence at a time; the carried key and OCC_NO
*> stay in front
 3600-Order-Columns.
     move     Tb-First-Col (ws-Tx) to ws-Sub.
     if       ws-Tx > 1
              add Key-Count 1 to ws-Sub.
     perform  varying ws-Cx from ws-Sub by 1
              until ws-Cx > Tb-Last-Col (ws-Tx)
              move Col-Entry (ws-Cx) to Col-Hold
              perform varying ws-Sub2 from ws-Cx by -1
                      until ws-Sub2 not > ws-Sub
                         or Cl-Offset (ws-Sub2 - 1) not > Hd-Offset
                  move Col-Entry (ws-Sub2 - 1) to Col-Entry (ws-Sub2)
              end-perform
              move Col-Hold to Col-Entry (ws-Sub2)
     end-perform.
 3600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the DDL: a CREATE TABLE for each table, the REDEFINES listed
*> ahead of them for a decision
*>----------------------------------------------------------------
 4000-Write-Ddl.
     open     output Ddl-Out.
     if       fs-reply not = zero
              display "Cannot create " function trim (Ddl-Out-Name)
                      ", status " fs-reply
              move 16 to return-code
              goback.
     move     spaces to ws-Ddl-Line.
     string   "-- " function trim (Prog-Name) " from "
              function trim (Layout-In-Name) " on "
              function current-date (1:8)
              delimited by size into ws-Ddl-Line.
     write    Ddl-Out-Rec from ws-Ddl-Line.
     if       ws-Redef-Count > zero
              move 4 to ws-Return
              write Ddl-Out-Rec from "--"
              write Ddl-Out-Rec from
                 "-- REDEFINES left out - decide which view to load:"
              perform varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
                  if  Ly-Redef (ws-Fx) = "Y"
                      move Ly-Offset (ws-Fx) to ws-Edit
                      move Ly-Bytes (ws-Fx) to ws-Edit2
                      move spaces to ws-Ddl-Line
                      string "--   " Ly-Name (ws-Fx) " offset "
                             function trim (ws-Edit) " bytes "
                             function trim (ws-Edit2)
                             delimited by size into ws-Ddl-Line
                      write Ddl-Out-Rec from ws-Ddl-Line
                  end-if
              end-perform
     end-if.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tab-Count
              perform 4100-Create-Table thru 4100-Exit
     end-perform.
     close    Ddl-Out.
 4000-Exit.
     exit.
*>
 4100-Create-Table.
     write    Ddl-Out-Rec from " ".
     move     spaces to ws-Ddl-Line.
     string   "CREATE TABLE " function trim (Tb-Name (ws-Tx)) " ("
              delimited by size into ws-Ddl-Line.
     write    Ddl-Out-Rec from ws-Ddl-Line.
     perform  varying ws-Cx from Tb-First-Col (ws-Tx) by 1
              until ws-Cx > Tb-Last-Col (ws-Tx)
              move spaces to ws-Ddl-Line
              if  ws-Cx = Tb-First-Col (ws-Tx)
                  move "    " to ws-Ddl-Line (1:4)
              else
                  move "  , " to ws-Ddl-Line (1:4)
              end-if
              move Cl-Name (ws-Cx) to ws-Ddl-Line (5:32)
              move 37 to ws-Ddl-Ptr
              string " " function trim (Cl-Sql (ws-Cx))
                     delimited by size into ws-Ddl-Line
                     pointer ws-Ddl-Ptr
              if  Cl-Kind (ws-Cx) = "K" or = "O"
               or (Cl-Key (ws-Cx) = "Y" and ws-Key-Given = "Y")
                  string " NOT NULL" delimited by size
                         into ws-Ddl-Line pointer ws-Ddl-Ptr
              end-if
              write Ddl-Out-Rec from ws-Ddl-Line
     end-perform.
*> the keys: the parent's KEY= fields, the child's and OCC_NO
     if       ws-Key-Given = "Y"
              move spaces to ws-Ddl-Line
              move 1 to ws-Ddl-Ptr
              string "  , PRIMARY KEY (" delimited by size
                     into ws-Ddl-Line pointer ws-Ddl-Ptr
              perform 4200-Key-Names thru 4200-Exit
              if  ws-Tx > 1
                  string ", OCC_NO" delimited by size
                         into ws-Ddl-Line pointer ws-Ddl-Ptr
              end-if
              string ")" delimited by size
                     into ws-Ddl-Line pointer ws-Ddl-Ptr
              write Ddl-Out-Rec from ws-Ddl-Line
              if  ws-Tx > 1
                  move spaces to ws-Ddl-Line
                  move 1 to ws-Ddl-Ptr
                  string "  , FOREIGN KEY (" delimited by size
                         into ws-Ddl-Line pointer ws-Ddl-Ptr
                  perform 4200-Key-Names thru 4200-Exit
                  string ") REFERENCES " function trim (Tb-Name (1))
                         delimited by size
                         into ws-Ddl-Line pointer ws-Ddl-Ptr
                  write Ddl-Out-Rec from ws-Ddl-Line
              end-if
     end-if.
     write    Ddl-Out-Rec from "    );".
 4100-Exit.
     exit.
*>
 4200-Key-Names.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Key-Count
              if  ws-Sub > 1
                  string ", " delimited by size
                         into ws-Ddl-Line pointer ws-Ddl-Ptr
              end-if
              move function upper-case (Ly-Name (Key-Row (ws-Sub)))
                   to ws-Name-Up
              inspect ws-Name-Up replacing all "-" by "_"
              string function trim (ws-Name-Up) delimited by size
                     into ws-Ddl-Line pointer ws-Ddl-Ptr
     end-perform.
 4200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> table ws-Tx unloaded: a row a record for the parent, a row an
*> occurrence in use for a child
*>----------------------------------------------------------------
 5000-Unload-Table.
     move     spaces to Load-Name.
     string   function trim (Tb-Name (ws-Tx)) ".load"
              delimited by size into Load-Name.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
              move 16 to return-code
              goback.
     open     output Load-File.
     if       fs-reply not = zero
              display "Cannot create " function trim (Load-Name)
                      ", status " fs-reply
              move 16 to return-code
              goback.
     move     zero to ws-Rec-No.
 5010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 5090-Wrap.
     add      1 to ws-Rec-No.
     if       ws-Tx = 1
              move zero to ws-Occ-Base
              add 1 to Tb-Src-Rows (1)
              perform 5100-Write-Row thru 5100-Exit
              go to 5010-Next.
     move     Tb-Row (ws-Tx) to ws-Child-Row.
     perform  varying ws-Occ-No from 1 by 1
              until ws-Occ-No > Ly-Occ (ws-Child-Row)
              compute ws-Occ-Base = (ws-Occ-No - 1)
                                  * Ly-Span (ws-Child-Row)
              compute ws-Off = Ly-Offset (ws-Child-Row) + ws-Occ-Base
              move Ly-Span (ws-Child-Row) to ws-Len
              if  ws-Record (ws-Off + 1:ws-Len) not = spaces
                and ws-Record (ws-Off + 1:ws-Len) not = low-values
                  add 1 to Tb-Src-Rows (ws-Tx)
                  perform 5100-Write-Row thru 5100-Exit
              end-if
     end-perform.
     go       to 5010-Next.
 5090-Wrap.
     perform  7200-Close-In thru 7200-Exit.
     close    Load-File.
     if       ws-Tx = 1
              move ws-Rec-No to Tb-Src-Rows (1).
 5000-Exit.
     exit.
*>
*> one load row of table ws-Tx, the occurrence at ws-Occ-Base
 5100-Write-Row.
     move     spaces to ws-Line.
     move     1 to ws-Line-Ptr.
     perform  varying ws-Cx from Tb-First-Col (ws-Tx) by 1
              until ws-Cx > Tb-Last-Col (ws-Tx)
              if  ws-Cx > Tb-First-Col (ws-Tx)
                  string ws-Delim delimited by size into ws-Line
                         pointer ws-Line-Ptr
              end-if
              perform 5200-Column-Text thru 5200-Exit
              if  ws-Out-Len > zero
                  string ws-Out-Val (1:ws-Out-Len) delimited by size
                         into ws-Line pointer ws-Line-Ptr
              end-if
     end-perform.
     move     ws-Line to Load-Rec.
     write    Load-Rec.
     add      1 to Tb-Rows (ws-Tx).
 5100-Exit.
     exit.
*>
*> column ws-Cx of ws-Record as load text in ws-Out-Val
 5200-Column-Text.
     move     spaces to ws-Out-Val.
     move     zero to ws-Out-Len.
     if       Cl-Kind (ws-Cx) = "O"
              move ws-Occ-No to ws-Edit3
              move function trim (ws-Edit3) to ws-Out-Val
              move function length (function trim (ws-Edit3))
                   to ws-Out-Len
              go to 5200-Exit.
     move     Cl-Row (ws-Cx) to ws-Fx.
     move     Cl-Offset (ws-Cx) to ws-Off.
     if       Cl-Kind (ws-Cx) not = "K"
              add ws-Occ-Base to ws-Off.
     move     Cl-Len (ws-Cx) to ws-Len.
     evaluate Cl-Kind (ws-Cx)
         when "F"
              perform 5400-Float-Text thru 5400-Exit
         when "D"
              perform 5500-Date-Text thru 5500-Exit
         when "N"
         when "K"
              if  Ly-Type (ws-Fx) = "9"
               or Ly-Usage (ws-Fx) = "P" or = "B"
                  perform 6900-Decode-Field thru 6900-Exit
                  if  ws-Bad-Sw = "Y"
                      add 1 to Cl-Bad (ws-Cx)
                  else
                      perform 6950-Number-Text thru 6950-Exit
                      if  Cl-Kind (ws-Cx) = "N"
                          add ws-Num to Cl-Src-Total (ws-Cx)
                      end-if
                  end-if
              else
                  perform 5300-Quote-Text thru 5300-Exit
              end-if
         when other
              perform 5300-Quote-Text thru 5300-Exit
     end-evaluate.
 5200-Exit.
     exit.
*>
*> text quoted, trailing spaces dropped, quotes doubled
 5300-Quote-Text.
     move     1 to ws-Out-Len.
     move     '"' to ws-Out-Val (1:1).
     move     ws-Len to ws-Ptr.
     perform  until ws-Ptr < 1
              or ws-Record (ws-Off + ws-Ptr:1) not = space
              subtract 1 from ws-Ptr
     end-perform.
     if       ws-Ptr > 290
              move 290 to ws-Ptr.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > ws-Ptr
              move ws-Record (ws-Off + ws-Sub:1) to ws-Char
              if  ws-Char = '"'
                  add 1 to ws-Out-Len
                  move '"' to ws-Out-Val (ws-Out-Len:1)
              end-if
              add 1 to ws-Out-Len
              move ws-Char to ws-Out-Val (ws-Out-Len:1)
     end-perform.
     add      1 to ws-Out-Len.
     move     '"' to ws-Out-Val (ws-Out-Len:1).
 5300-Exit.
     exit.
*>
*> COMP-1/COMP-2 by way of a fixed-point display value; one too big
*> for it goes empty
 5400-Float-Text.
     if       ws-Len = 4
              move ws-Record (ws-Off + 1:4) to ws-Float-1-X
              compute ws-Float-Disp = ws-Float-1
                  on size error
                      add 1 to Cl-Bad (ws-Cx)
                      go to 5400-Exit
              end-compute
     else
              move ws-Record (ws-Off + 1:8) to ws-Float-2-X
              compute ws-Float-Disp = ws-Float-2
                  on size error
                      add 1 to Cl-Bad (ws-Cx)
                      go to 5400-Exit
              end-compute.
     move     ws-Float-Disp to ws-Float-Edit.
     move     function trim (ws-Float-Edit) to ws-Out-Val.
     move     function length (function trim (ws-Float-Edit))
              to ws-Out-Len.
 5400-Exit.
     exit.
*>
*> yyyymmdd as yyyy-mm-dd; spaces or zero go empty, anything else
*> that is not a date goes empty and is counted
 5500-Date-Text.
     perform  6900-Decode-Field thru 6900-Exit.
     if       ws-Bad-Sw = "Y"
              if  ws-Record (ws-Off + 1:ws-Len) not = spaces
                  add 1 to Cl-Bad (ws-Cx)
              end-if
              go to 5500-Exit.
     if       ws-Num = zero
              go to 5500-Exit.
     if       ws-Num < zero or ws-Num > 99999999
              add 1 to Cl-Bad (ws-Cx)
              go to 5500-Exit.
     move     ws-Num to ws-Date.
     if       function test-date-yyyymmdd (ws-Date) not = zero
              add 1 to Cl-Bad (ws-Cx)
              go to 5500-Exit.
     string   ws-Date-X (1:4) "-" ws-Date-X (5:2) "-" ws-Date-X (7:2)
              delimited by size into ws-Out-Val.
     move     10 to ws-Out-Len.
 5500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> table ws-Tx's load file read back: its rows counted and its
*> numeric columns totalled from the text, for the reconciliation
*>----------------------------------------------------------------
 6000-Read-Back.
     open     input Load-File.
     if       fs-reply not = zero
              display "Cannot read back " function trim (Load-Name)
              move 16 to return-code
              goback.
 6010-Next.
     read     Load-File at end
              close Load-File
              go to 6000-Exit.
     add      1 to Tb-Load-Rows (ws-Tx).
     perform  6100-Split-Row thru 6100-Exit.
     move     zero to ws-Vx.
     perform  varying ws-Cx from Tb-First-Col (ws-Tx) by 1
              until ws-Cx > Tb-Last-Col (ws-Tx)
              add 1 to ws-Vx
              if  Cl-Kind (ws-Cx) = "N" and ws-Vx not > Val-Count
                and Vl-Text (ws-Vx) not = spaces
                  if  function test-numval (Vl-Text (ws-Vx)) = zero
                      compute ws-Scale-Pow =
                              10 ** Ly-Scale (Cl-Row (ws-Cx))
                      compute ws-Total =
                              function numval (Vl-Text (ws-Vx))
                                               * ws-Scale-Pow
                      add ws-Total to Cl-Load-Total (ws-Cx)
                  end-if
              end-if
     end-perform.
     go       to 6010-Next.
 6000-Exit.
     exit.
*>
*> Load-Rec split at the delimiter, a quoted value kept whole
 6100-Split-Row.
     move     spaces to Val-Table.
     move     1 to Val-Count.
     move     zero to ws-Ptr.
     move     "N" to ws-In-Quote.
     move     8192 to ws-Line-Ptr.
     perform  until ws-Line-Ptr < 1
              or Load-Rec (ws-Line-Ptr:1) not = space
              subtract 1 from ws-Line-Ptr
     end-perform.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > ws-Line-Ptr
              move Load-Rec (ws-Sub:1) to ws-Char
              evaluate true
                  when ws-Char = '"'
                       if  ws-In-Quote = "Y"
                           move "N" to ws-In-Quote
                       else
                           move "Y" to ws-In-Quote
                       end-if
                  when ws-Char = ws-Delim and ws-In-Quote = "N"
                       if  Val-Count < 1000
                           add 1 to Val-Count
                       end-if
                       move zero to ws-Ptr
                  when other
                       if  ws-Ptr < 64
                           add 1 to ws-Ptr
                           move ws-Char to Vl-Text (Val-Count)
                                                   (ws-Ptr:1)
                       end-if
              end-evaluate
     end-perform.
 6100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the bytes at ws-Off for ws-Len of field ws-Fx's usage to ws-Num,
*> decoded as laycvt decodes them: display with its sign (trailing
*> overpunch either convention, or a separate + or -), packed
*> nibbles and sign, binary big-endian
*>----------------------------------------------------------------
 6900-Decode-Field.
     move     zero to ws-Num.
     move     space to ws-Neg-Sw ws-Bad-Sw.
     evaluate Ly-Usage (ws-Fx)
         when "P"
              perform 6910-Unpack thru 6910-Exit
         when "B"
              perform 6920-Unbinary thru 6920-Exit
         when other
              perform 6930-Undisplay thru 6930-Exit
     end-evaluate.
     if       ws-Neg-Sw = "Y"
              compute ws-Num = zero - ws-Num.
 6900-Exit.
     exit.
*>
 6910-Unpack.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > ws-Len
              compute ws-Byte = ws-Off + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              if  ws-Nib > 9
                  move "Y" to ws-Bad-Sw
              else
                  compute ws-Num = ws-Num * 10 + ws-Nib
              end-if
              if  ws-Sub = ws-Len
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
 6910-Exit.
     exit.
*>
 6920-Unbinary.
     move     zero to ws-Big.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > ws-Len
              compute ws-Byte = ws-Off + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              if  ws-Sub = 1 and ws-Byte-N > 127
                and Ly-Signed (ws-Fx) = "Y"
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
              go to 6920-Exit.
     move     ws-Big to ws-Num.
 6920-Exit.
     exit.
*>
 6930-Undisplay.
     move     spaces to ws-Field-Val.
     move     ws-Len to ws-Ptr.
     if       ws-Ptr > 18 or ws-Ptr < 1
              move "Y" to ws-Bad-Sw
              go to 6930-Exit.
     move     ws-Record (ws-Off + 1:ws-Len) to ws-Field-Val.
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
              go to 6930-Exit.
     move     ws-Field-Val (1:ws-Ptr) to ws-Num.
 6930-Exit.
     exit.
*>
*> ws-Num as text with field ws-Fx's implied decimal point
 6950-Number-Text.
     move     ws-Num to ws-Total.
     perform  6960-Total-Text thru 6960-Exit.
 6950-Exit.
     exit.
*>
*> ws-Total, a count of units of field ws-Fx's scale, as text
 6960-Total-Text.
     if       ws-Total < zero
              compute ws-Abs = zero - ws-Total
     else
              move ws-Total to ws-Abs.
     compute  ws-Scale-Pow = 10 ** Ly-Scale (ws-Fx).
     compute  ws-Int-Part = ws-Abs / ws-Scale-Pow.
     compute  ws-Frac-Part = ws-Abs - ws-Int-Part * ws-Scale-Pow.
     move     ws-Int-Part to ws-Int-Edit.
     move     spaces to ws-Out-Val.
     move     1 to ws-Ptr.
     if       ws-Total < zero
              string "-" delimited by size into ws-Out-Val
                     with pointer ws-Ptr.
     string   function trim (ws-Int-Edit) delimited by size
              into ws-Out-Val with pointer ws-Ptr.
     if       Ly-Scale (ws-Fx) > zero
              string "." ws-Frac-Part (25 - Ly-Scale (ws-Fx):
                                       Ly-Scale (ws-Fx))
                     delimited by size
                     into ws-Out-Val with pointer ws-Ptr.
     compute  ws-Out-Len = ws-Ptr - 1.
 6960-Exit.
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
*>
*>----------------------------------------------------------------
*> what was generated, the REDEFINES to decide and, with DATA=, the
*> reconciliation
*>----------------------------------------------------------------
 8000-Report.
     display  " ".
     display  "SQL generation report - " function trim (Layout-In-Name).
     display  "====================================".
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tab-Count
              compute ws-Sub = Tb-Last-Col (ws-Tx)
                             - Tb-First-Col (ws-Tx) + 1
              move ws-Sub to ws-Edit
              display "Table " Tb-Name (ws-Tx) (1:40) ws-Edit " columns"
     end-perform.
     display  "DDL written to " function trim (Ddl-Out-Name).
     if       ws-Redef-Count > zero
              display " "
              display "REDEFINES left out - decide which view to load:"
              perform varying ws-Fx from 1 by 1 until ws-Fx > Lay-Count
                  if  Ly-Redef (ws-Fx) = "Y"
                      move Ly-Offset (ws-Fx) to ws-Edit
                      move Ly-Bytes (ws-Fx) to ws-Edit2
                      display "    " Ly-Name (ws-Fx) " offset "
                              function trim (ws-Edit) " bytes "
                              function trim (ws-Edit2)
                  end-if
              end-perform
     end-if.
     if       Data-In-Name = spaces
              go to 8000-Exit.
     display  " ".
     display  "Reconciliation - " function trim (Data-In-Name).
     display  "====================================".
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tab-Count
              perform 8100-Reconcile-Table thru 8100-Exit
     end-perform.
 8000-Exit.
     exit.
*>
 8100-Reconcile-Table.
     display  " ".
     move     Tb-Src-Rows (ws-Tx) to ws-Edit.
     move     Tb-Load-Rows (ws-Tx) to ws-Edit2.
     if       ws-Tx = 1
              display function trim (Tb-Name (ws-Tx)) ".load"
                      "  records " ws-Edit "  rows " ws-Edit2
     else
              display function trim (Tb-Name (ws-Tx)) ".load"
                      "  occurrences " ws-Edit "  rows " ws-Edit2.
     if       Tb-Src-Rows (ws-Tx) not = Tb-Load-Rows (ws-Tx)
           or Tb-Rows (ws-Tx) not = Tb-Load-Rows (ws-Tx)
              display "    ** ROW COUNT DOES NOT AGREE **"
              move 8 to ws-Return.
     perform  varying ws-Cx from Tb-First-Col (ws-Tx) by 1
              until ws-Cx > Tb-Last-Col (ws-Tx)
              if  Cl-Kind (ws-Cx) = "N"
                  move Cl-Row (ws-Cx) to ws-Fx
                  move Cl-Src-Total (ws-Cx) to ws-Total
                  perform 6960-Total-Text thru 6960-Exit
                  move ws-Out-Val (1:30) to ws-Field-Val
                  move Cl-Load-Total (ws-Cx) to ws-Total
                  perform 6960-Total-Text thru 6960-Exit
                  if  Cl-Src-Total (ws-Cx) = Cl-Load-Total (ws-Cx)
                      display "    " Cl-Name (ws-Cx) (1:32) " "
                              ws-Field-Val (1:30) " agrees"
                  else
                      display "    " Cl-Name (ws-Cx) (1:32) " "
                              ws-Field-Val (1:30) " load "
                              ws-Out-Val (1:30) " ** DOES NOT AGREE **"
                      move 8 to ws-Return
                  end-if
              end-if
              if  Cl-Bad (ws-Cx) > zero
                  move Cl-Bad (ws-Cx) to ws-Edit
                  display "    " Cl-Name (ws-Cx) (1:32) " "
                          function trim (ws-Edit)
                          " value(s) not valid - loaded empty"
              end-if
     end-perform.
 8100-Exit.
     exit.
