       >>source free
 Identification division.
*>**********************
      program-id.       laysort.
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
*>    Usage.            Layout-aware sort/merge of fixed-format data
*>                      files.  Sort keys are named by field off the
*>                      cobxref .lay layout instead of worked out by
*>                      hand as byte offsets, and numeric keys are
*>                      ordered by VALUE - display (signed or not),
*>                      COMP-3 and COMP alike - never by their raw
*>                      bytes, which is where a byte sort falls over.
*>
*>                      laysort <layout.lay> KEY=<field>[:A|D[:S]]
*>                              [,<field>[:A|D[:S]]...]
*>                              IN=<file> [IN=<file>...] OUT=<file>
*>                              [MERGE] [RECORD=<01 name>]
*>                              [ORG=LINE|SEQ] [LEN=nnnn]
*>
*>                      A ascending (the default), D descending; S
*>                      marks a COMP key as signed (two's complement)
*>                      - the layout does not say.  Up to eight keys,
*>                      the first the major.  Several IN= files are
*>                      sorted together into the one OUT= file.
*>                      MERGE says the inputs are each already in key
*>                      order: they are merged, and any input record
*>                      found out of sequence is reported (the output
*>                      is still in full key order).  Records with
*>                      equal keys keep their input order.
*>
*>                      ORG and LEN as chk-data and ocdumpfile take
*>                      them: LINE (default) line sequential, SEQ
*>                      fixed-length records of LEN= bytes or the
*>                      layout's own length.
*>
*>                      A control report of records in and out per
*>                      input file closes the run.  Return code 0
*>                      sorted, 4 merge inputs out of sequence, 16 a
*>                      layout, key or file problem.
*>**
*>    Called by.
*>                      Job decks, and anyone with a master to order.
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
     select   Layout-In        assign Layout-In-Name
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
 fd  Data-Out.
 01  Data-Out-Rec          pic x(4096).
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
*> the built key, the input the record came from, the record
 sd  Sort-Work.
 01  Sort-Rec.
     03  Sr-Key            pic x(256).
     03  Sr-File           pic 99.
     03  Sr-Data           pic x(4096).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "laysort v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Data-Out-Name         pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Sort-Work-Name        pic x(64)    value "laysort_sort.tmp".
 01  ws-Record-Want        pic x(32)    value spaces.
 01  ws-Key-Spec           pic x(256)   value spaces.
 77  ws-Merge-Sw           pic x        value "N".
     88  Merge-Mode                     value "Y".
 77  ws-Org                pic x        value "L".
     88  Org-Line                       value "L".
     88  Org-Seq                        value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
*>
*> the input files and their counts
 01  In-Table              value spaces.
     03  In-Entry          occurs 16.
         05  In-Name       pic x(256).
         05  In-Read       pic 9(9).
         05  In-Written    pic 9(9).
         05  In-Seq-Errs   pic 9(9).
 77  In-Count              Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
*>
*> the record block's elementary fields
 01  Fld-Table             value spaces.
     03  Fld-Entry         occurs 300.
         05  Fl-Name       pic x(32).
         05  Fl-Offset     pic 9(6).
         05  Fl-Bytes      pic 9(6).
         05  Fl-Type       pic x.
         05  Fl-Usage      pic x.
 77  Fld-Count             Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Rec-Len            Binary-Long  value zero.
*>
*> the sort keys as named, and each one's field
 01  Key-Table             value spaces.
     03  Key-Entry         occurs 8.
         05  Ky-Name       pic x(32).
         05  Ky-Dir        pic x.
         05  Ky-Signed     pic x.
         05  Ky-Fx         Binary-Long.
         05  Ky-Numeric    pic x.
         05  Ky-Width      Binary-Long.
 77  Key-Count             Binary-Long  value zero.
 77  ws-Kx                 Binary-Long  value zero.
 77  ws-Key-Len            Binary-Long  value zero.
 77  ws-Key-Ptr            Binary-Long  value zero.
 01  ws-Key-Words.
     03  ws-Key-Word       pic x(40)    occurs 8.
 01  ws-Key-Part.
     03  ws-Key-Part-Name  pic x(32).
     03  ws-Key-Part-Dir   pic x(4).
     03  ws-Key-Part-Sign  pic x(4).
*>
*> the key being built and the one before it, for the MERGE check
 01  ws-Key-Area           pic x(256)   value spaces.
 01  ws-Prev-Key           pic x(256)   value low-values.
 01  ws-Asc-Table          pic x(256)   value spaces.
 01  ws-Desc-Table         pic x(256)   value spaces.
*>
*> field value work
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Key-Num            pic 9(19)    value zero.
 01  ws-Field-Val          pic x(64)    value spaces.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
 77  ws-Bad-Numeric        Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Sort-Eof           pic x        value "N".
 77  ws-Total-In           Binary-Long  value zero.
 77  ws-Total-Out          Binary-Long  value zero.
 77  ws-Total-Seq          Binary-Long  value zero.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Edit3              pic z(8)9.
*>
*> byte-level handles for ORG=SEQ
 01  Seq-In-Handle         pic x(4)     comp-x value zero.
 01  Seq-Out-Handle        pic x(4)     comp-x value zero.
 01  Seq-In-Off            pic x(8)     comp-x value zero.
 01  Seq-Out-Off           pic x(8)     comp-x value zero.
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
              display "laysort: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  2000-Load-Layout thru 2000-Exit.
     perform  2500-Bind-Keys   thru 2500-Exit.
     perform  2800-Build-Tables thru 2800-Exit.
     sort     Sort-Work
              on ascending key Sr-Key
              with duplicates in order
              input procedure  3000-Feed-Sort thru 3000-Exit
              output procedure 4000-Take-Sort thru 4000-Exit.
     perform  5000-Control-Report thru 5000-Exit.
     if       ws-Total-Seq > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 3
              display "Usage: laysort <layout.lay> KEY=<field>[:A|D"
                      "[:S]][,...] IN=<f> [IN=<f>...] OUT=<f>"
              display "       [MERGE] [RECORD=<01>] [ORG=LINE|SEQ]"
                      " [LEN=nnnn]"
              move 16 to return-code
              goback.
     accept   Layout-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "KEY="
                       move function upper-case
                            (ws-Arg-Text (5:252)) to ws-Key-Spec
                  when function upper-case (ws-Arg-Text) (1:3)
                           = "IN="
                       if  In-Count < 16
                           add 1 to In-Count
                           move ws-Arg-Text (4:253)
                                to In-Name (In-Count)
                           move zero to In-Read (In-Count)
                                        In-Written (In-Count)
                                        In-Seq-Errs (In-Count)
                       else
                           display "More than 16 IN= files - "
                                   function trim (ws-Arg-Text)
                                   " ignored"
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:252) to Data-Out-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "MERGE "
                       move "Y" to ws-Merge-Sw
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "RECORD="
                       move function upper-case
                            (ws-Arg-Text (8:32)) to ws-Record-Want
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "ORG="
                       if  function upper-case (ws-Arg-Text) (5:3)
                               = "SEQ"
                           set Org-Seq to true
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
     if       ws-Key-Spec = spaces or In-Count = zero
           or Data-Out-Name = spaces
              display "KEY=, IN= and OUT= are all required"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record block's elementary rows, the way chk-data takes them
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
     if       ws-In-Block = "Y" and LayI-Type not = "G"
          and Fld-Count < 300
              add  1 to Fld-Count
              move LayI-Name   to Fl-Name (Fld-Count)
              move LayI-Offset to Fl-Offset (Fld-Count)
              move LayI-Bytes  to Fl-Bytes (Fld-Count)
              move LayI-Type   to Fl-Type (Fld-Count)
              move LayI-Usage  to Fl-Usage (Fld-Count)
              compute ws-Sub = LayI-Offset + LayI-Bytes
              if  ws-Sub > ws-Rec-Len
                  move ws-Sub to ws-Rec-Len
              end-if.
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
*> KEY= named fields onto the layout: a numeric key takes a 19
*> digit slot in the built key, an alphanumeric one its own bytes
*>----------------------------------------------------------------
 2500-Bind-Keys.
     move     spaces to ws-Key-Words.
     unstring ws-Key-Spec delimited by ","
              into ws-Key-Word (1) ws-Key-Word (2) ws-Key-Word (3)
                   ws-Key-Word (4) ws-Key-Word (5) ws-Key-Word (6)
                   ws-Key-Word (7) ws-Key-Word (8).
     perform  varying ws-Kx from 1 by 1 until ws-Kx > 8
              if  ws-Key-Word (ws-Kx) not = spaces
                  perform 2600-Bind-One thru 2600-Exit
              end-if
     end-perform.
     if       ws-Key-Len > 256
              display "Keys total more than 256 bytes - shorten the"
                      " key list"
              move 16 to return-code
              goback.
 2500-Exit.
     exit.
*>
 2600-Bind-One.
     move     spaces to ws-Key-Part.
     unstring ws-Key-Word (ws-Kx) delimited by ":"
              into ws-Key-Part-Name ws-Key-Part-Dir
                   ws-Key-Part-Sign.
     add      1 to Key-Count.
     move     ws-Key-Part-Name to Ky-Name (Key-Count).
     move     "A" to Ky-Dir (Key-Count).
     if       ws-Key-Part-Dir (1:1) = "D"
              move "D" to Ky-Dir (Key-Count).
     move     "N" to Ky-Signed (Key-Count).
     if       ws-Key-Part-Sign (1:1) = "S"
              move "Y" to Ky-Signed (Key-Count).
     move     zero to Ky-Fx (Key-Count).
     perform  varying ws-Lx from 1 by 1 until ws-Lx > Fld-Count
              if  function upper-case (Fl-Name (ws-Lx))
                      = ws-Key-Part-Name
                  move ws-Lx to Ky-Fx (Key-Count)
                  move Fld-Count to ws-Lx
              end-if
     end-perform.
     if       Ky-Fx (Key-Count) = zero
              display "Key field not in the layout: "
                      function trim (ws-Key-Part-Name)
              move 16 to return-code
              goback.
     move     Ky-Fx (Key-Count) to ws-Lx.
     if       Fl-Usage (ws-Lx) = "1" or = "2"
              display "Floating-point key not supported: "
                      function trim (ws-Key-Part-Name)
              move 16 to return-code
              goback.
     if       Fl-Type (ws-Lx) = "9"
           or Fl-Usage (ws-Lx) = "P" or = "B"
              move "Y" to Ky-Numeric (Key-Count)
              move 19 to Ky-Width (Key-Count)
     else
              move "N" to Ky-Numeric (Key-Count)
              move Fl-Bytes (ws-Lx) to Ky-Width (Key-Count).
     add      Ky-Width (Key-Count) to ws-Key-Len.
 2600-Exit.
     exit.
*>
*> the collating sequence and its mirror, for descending text keys
 2800-Build-Tables.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > 256
              move function char (ws-Sub) to ws-Asc-Table (ws-Sub:1)
              move function char (257 - ws-Sub)
                   to ws-Desc-Table (ws-Sub:1)
     end-perform.
 2800-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> input procedure: every record of every input, its key built
*>----------------------------------------------------------------
 3000-Feed-Sort.
     perform  varying ws-Ix from 1 by 1 until ws-Ix > In-Count
              perform 3100-Feed-One-File thru 3100-Exit
     end-perform.
 3000-Exit.
     exit.
*>
 3100-Feed-One-File.
     move     In-Name (ws-Ix) to Data-In-Name.
     move     "N" to ws-Eof.
     move     low-values to ws-Prev-Key.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open input " function trim
                      (Data-In-Name) " - no records taken from it"
              go to 3100-Exit.
 3110-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              perform 7200-Close-In thru 7200-Exit
              go to 3100-Exit.
     add      1 to In-Read (ws-Ix).
     perform  3200-Build-Key thru 3200-Exit.
     if       Merge-Mode and ws-Key-Area < ws-Prev-Key
              add 1 to In-Seq-Errs (ws-Ix)
              move In-Read (ws-Ix) to ws-Edit
              display "OUT OF SEQUENCE: " function trim
                      (Data-In-Name) " record " function trim
                      (ws-Edit).
     move     ws-Key-Area to ws-Prev-Key.
     move     ws-Key-Area to Sr-Key.
     move     ws-Ix to Sr-File.
     move     ws-Record to Sr-Data.
     release  Sort-Rec.
     go       to 3110-Next.
 3100-Exit.
     exit.
*>
*> the key fields of ws-Record, side by side in key order
 3200-Build-Key.
     move     spaces to ws-Key-Area.
     move     1 to ws-Key-Ptr.
     perform  varying ws-Kx from 1 by 1 until ws-Kx > Key-Count
              move Ky-Fx (ws-Kx) to ws-Lx
              if  Ky-Numeric (ws-Kx) = "Y"
                  perform 6000-Decode-Field thru 6000-Exit
*>                offset by 10**18 so the digits order as the values
                  compute ws-Key-Num = ws-Num + 1000000000000000000
                  if  Ky-Dir (ws-Kx) = "D"
                      compute ws-Key-Num =
                              9999999999999999999 - ws-Key-Num
                  end-if
                  move ws-Key-Num to ws-Key-Area (ws-Key-Ptr:19)
              else
                  move ws-Record (Fl-Offset (ws-Lx) + 1:
                                  Fl-Bytes (ws-Lx))
                       to ws-Key-Area (ws-Key-Ptr:Fl-Bytes (ws-Lx))
                  if  Ky-Dir (ws-Kx) = "D"
                      inspect ws-Key-Area (ws-Key-Ptr:
                                           Fl-Bytes (ws-Lx))
                              converting ws-Asc-Table
                              to ws-Desc-Table
                  end-if
              end-if
              add Ky-Width (ws-Kx) to ws-Key-Ptr
     end-perform.
 3200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> output procedure: the ordered records out, counted against
*> the input each came from
*>----------------------------------------------------------------
 4000-Take-Sort.
     perform  7300-Open-Out thru 7300-Exit.
 4010-Next.
     return   Sort-Work at end
              go to 4090-Done.
     move     Sr-Data to ws-Record.
     perform  7400-Write-Out thru 7400-Exit.
     add      1 to In-Written (Sr-File).
     go       to 4010-Next.
 4090-Done.
     perform  7500-Close-Out thru 7500-Exit.
 4000-Exit.
     exit.
*>
 5000-Control-Report.
     display  " ".
     if       Merge-Mode
              display "Merge control report - " function trim
                      (Data-Out-Name)
     else
              display "Sort control report - " function trim
                      (Data-Out-Name).
     display  "===================================================".
     display  "Keys: " function trim (ws-Key-Spec).
     display  "Input file                              "
              "     In       Out   Seq err".
     perform  varying ws-Ix from 1 by 1 until ws-Ix > In-Count
              move In-Read (ws-Ix) to ws-Edit
              move In-Written (ws-Ix) to ws-Edit2
              move In-Seq-Errs (ws-Ix) to ws-Edit3
              display In-Name (ws-Ix) (1:38) " " ws-Edit " "
                      ws-Edit2 " " ws-Edit3
              add In-Read (ws-Ix) to ws-Total-In
              add In-Written (ws-Ix) to ws-Total-Out
              add In-Seq-Errs (ws-Ix) to ws-Total-Seq
     end-perform.
     move     ws-Total-In to ws-Edit.
     move     ws-Total-Out to ws-Edit2.
     move     ws-Total-Seq to ws-Edit3.
     display  "Totals                                 " ws-Edit " "
              ws-Edit2 " " ws-Edit3.
     if       ws-Total-In not = ws-Total-Out
              display "*** RECORDS IN AND OUT DO NOT AGREE ***"
              move 16 to return-code
              goback.
     if       ws-Bad-Numeric > zero
              move ws-Bad-Numeric to ws-Edit
              display "Numeric keys not numeric (ordered as zero): "
                      function trim (ws-Edit).
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Lx of ws-Record to ws-Num by value: display with its
*> sign (trailing overpunch either convention, or a separate + or
*> -), packed nibbles and sign, binary big-endian
*>----------------------------------------------------------------
 6000-Decode-Field.
     move     zero to ws-Num.
     move     space to ws-Neg-Sw ws-Bad-Sw.
     evaluate Fl-Usage (ws-Lx)
         when "P"
              perform 6100-Unpack thru 6100-Exit
         when "B"
              perform 6200-Unbinary thru 6200-Exit
         when other
              perform 6300-Undisplay thru 6300-Exit
     end-evaluate.
     if       ws-Bad-Sw = "Y"
              add 1 to ws-Bad-Numeric
              move zero to ws-Num.
     if       ws-Neg-Sw = "Y"
              compute ws-Num = zero - ws-Num.
 6000-Exit.
     exit.
*>
 6100-Unpack.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Lx)
              compute ws-Byte = Fl-Offset (ws-Lx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              if  ws-Nib > 9
                  move "Y" to ws-Bad-Sw
              else
                  compute ws-Num = ws-Num * 10 + ws-Nib
              end-if
              if  ws-Sub = Fl-Bytes (ws-Lx)
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
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Lx)
              compute ws-Byte = Fl-Offset (ws-Lx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              if  ws-Sub = 1 and ws-Byte-N > 127
                and Ky-Signed (ws-Kx) = "Y"
*>                two's complement: take the complement's value
                  move "Y" to ws-Neg-Sw
              end-if
              if  ws-Neg-Sw = "Y"
                  compute ws-Num = ws-Num * 256 + (255 - ws-Byte-N)
              else
                  compute ws-Num = ws-Num * 256 + ws-Byte-N
              end-if
     end-perform.
     if       ws-Neg-Sw = "Y"
              add 1 to ws-Num.
 6200-Exit.
     exit.
*>
 6300-Undisplay.
     move     spaces to ws-Field-Val.
     move     ws-Record (Fl-Offset (ws-Lx) + 1:Fl-Bytes (ws-Lx))
              to ws-Field-Val.
     move     Fl-Bytes (ws-Lx) to ws-Ptr.
     if       ws-Ptr > 64
              move 64 to ws-Ptr.
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
*> record I/O, line sequential or fixed-length SEQ alike; ws-Eof
*> comes back Y when an open fails or the file ends
*>----------------------------------------------------------------
 7000-Open-In.
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
*>
 7300-Open-Out.
     move     zero to Seq-Out-Off.
     if       Org-Seq
              call "CBL_CREATE_FILE" using Data-Out-Name Seq-Acc-Out
                                           Seq-Flag0 Seq-Flag0
                                           Seq-Out-Handle
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
              call "CBL_WRITE_FILE" using Seq-Out-Handle
                                          Seq-Out-Off Seq-Count
                                          Seq-Flag0 ws-Record
              add ws-Seq-Len to Seq-Out-Off
     else
              move ws-Record to Data-Out-Rec
              write Data-Out-Rec.
 7400-Exit.
     exit.
*>
 7500-Close-Out.
     if       Org-Seq
              call "CBL_CLOSE_FILE" using Seq-Out-Handle
              move zero to return-code
     else
              close Data-Out.
 7500-Exit.
     exit.
