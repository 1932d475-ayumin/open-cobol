       >>source free
 Identification division.
*>**********************
      program-id.       laymask.
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
*>    Usage.            Masks production extracts for test use, field
*>                      by field off the cobxref .lay layout, so real
*>                      volumes can leave production without the
*>                      names, account numbers and addresses in them.
*>
*>                      laymask <rules file> [SEED=<n>]
*>
*>                      The rules file names each file of the run and
*>                      the rule for each field to be masked:
*>
*>                        FILE <input> <layout.lay> <output>
*>                             [ORG=LINE|SEQ] [LEN=nnnn] [RECORD=<01>]
*>                        <field> SCRAMBLE      letters to letters and
*>                                              digits to digits, case,
*>                                              spaces and punctuation
*>                                              kept
*>                        <field> DIGITS        digits changed, all else
*>                                              kept (display or packed)
*>                        <field> LIST <file>   replaced by a value off
*>                                              the list file, one value
*>                                              to a line
*>                        <field> DATESHIFT <n> yyyymmdd moved n days
*>                                              (minus for earlier)
*>                        <field> BLANK         spaces, or zero for a
*>                                              numeric
*>
*>                      Field rules belong to the FILE line above them.
*>                      Every rule is a function of the value and the
*>                      SEED alone - never of the field or the file - so
*>                      the same input value masks to the same output
*>                      in every file and every run with that seed, and
*>                      customer keys still join the transactions.
*>                      SCRAMBLE and DIGITS are one-to-one, so distinct
*>                      keys stay distinct.
*>
*>                      The seed comes from SEED= or LAYMASK_SEED and
*>                      is required - it is the secret that stops the
*>                      masking being repeated outside.
*>
*>                      Every FILE and rule is checked first; a layout
*>                      that will not open, or any field a rule names
*>                      that the layout does not hold, and nothing at
*>                      all is written.  Return code 0 masked, 16
*>                      refused.
*>**
*>    Called by.
*>                      Run in production to cut a test extract.
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
     select   Rules-In         assign Rules-In-Name
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
 fd  Rules-In.
 01  Rules-In-Rec          pic x(256).
*>
 fd  List-In.
 01  List-In-Rec           pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "laymask v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Rules-In-Name         pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Data-Out-Name         pic x(256)   value spaces.
 01  List-In-Name          pic x(256)   value spaces.
 01  ws-Record-Want        pic x(32)    value spaces.
 01  ws-Seed-Text          pic x(20)    value spaces.
 77  ws-Seed               Binary-Double value zero.
 77  ws-Org                pic x        value "L".
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 77  ws-Refuse             pic x        value "N".
*>
*> the files of the run
 01  File-Table            value spaces.
     03  File-Entry        occurs 20.
         05  Mf-In         pic x(256).
         05  Mf-Layout     pic x(256).
         05  Mf-Out        pic x(256).
         05  Mf-Org        pic x.
         05  Mf-Len        pic 9(5).
         05  Mf-Record     pic x(32).
         05  Mf-Read       pic 9(9).
         05  Mf-Written    pic 9(9).
 77  File-Count            Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
*>
*> the field rules, each against its file
 01  Rule-Table            value spaces.
     03  Rule-Entry        occurs 300.
         05  Ru-File       pic 9(4).
         05  Ru-Field      pic x(32).
         05  Ru-Kind       pic x(10).
         05  Ru-Arg        pic x(64).
         05  Ru-List       pic 9(4).
         05  Ru-Days       pic s9(5).
         05  Ru-Fx         pic 9(4).
         05  Ru-Count      pic 9(9).
 77  Rule-Count            Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
*>
*> LIST replacement values, loaded once per list file
 01  List-Table            value spaces.
     03  List-Entry        occurs 10.
         05  Ls-Name       pic x(256).
         05  Ls-Count      pic 9(4).
         05  Ls-Value      pic x(64)    occurs 500.
 77  List-Count            Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
*>
*> the current file's record block
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
 01  ws-Word1              pic x(256)   value spaces.
 01  ws-Word2              pic x(256)   value spaces.
 01  ws-Word3              pic x(256)   value spaces.
 01  ws-Word4              pic x(256)   value spaces.
 01  ws-Word5              pic x(64)    value spaces.
 01  ws-Word6              pic x(64)    value spaces.
 01  ws-Word7              pic x(64)    value spaces.
 01  ws-Opt                pic x(64)    value spaces.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
*>
*> masking work: the field's characters, the keyed hash stream
 01  ws-Value              pic x(256)   value spaces.
 77  ws-Val-Len            Binary-Long  value zero.
 77  ws-Hash               Binary-Double value zero.
 77  ws-Shift              Binary-Long  value zero.
 77  ws-Pass               Binary-Long  value zero.
 77  ws-Pos                Binary-Long  value zero.
 77  ws-Step               Binary-Long  value zero.
 01  ws-Char               pic x        value space.
 01  ws-Orig-Char          pic x        value space.
 01  ws-Char-N redefines ws-Orig-Char pic 99 comp-x.
 01  ws-Upper              pic x(26)
                           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
 01  ws-Lower              pic x(26)
                           value "abcdefghijklmnopqrstuvwxyz".
 01  ws-Digit-Set          pic x(10)    value "0123456789".
 77  ws-Ix                 Binary-Long  value zero.
*>
*> packed digits laid out one to a byte
 01  ws-Digits             pic x(40)    value spaces.
 77  ws-Dig-Count          Binary-Long  value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 01  ws-Date               pic 9(8)     value zero.
 01  ws-Date-X redefines ws-Date pic x(8).
 77  ws-Day-No             Binary-Long  value zero.
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
              display "laymask: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  1500-Load-Rules  thru 1500-Exit.
     perform  2500-Check-Run   thru 2500-Exit.
     if       ws-Refuse = "Y"
              display "Masking refused - nothing written"
              move 16 to return-code
              goback.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              perform 3000-Mask-File thru 3000-Exit
     end-perform.
     perform  5000-Control-Report thru 5000-Exit.
     move     zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 1
              display "Usage: laymask <rules file> [SEED=<n>]"
              move 16 to return-code
              goback.
     accept   Rules-In-Name from argument-value.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              if  function upper-case (ws-Arg-Text) (1:5) = "SEED="
                  move ws-Arg-Text (6:20) to ws-Seed-Text
              else
                  display "Argument not understood: "
                          function trim (ws-Arg-Text)
              end-if
     end-perform.
     if       ws-Seed-Text = spaces
              accept ws-Seed-Text from environment "LAYMASK_SEED"
                  on exception
                      move spaces to ws-Seed-Text
              end-accept.
     if       ws-Seed-Text = spaces
              display "SEED= or LAYMASK_SEED is required"
              move 16 to return-code
              goback.
*> the seed text folded into the hash start, digits or not
     move     ws-Seed-Text to ws-Value.
     move     20 to ws-Val-Len.
     move     7 to ws-Hash.
     perform  varying ws-Pos from 1 by 1 until ws-Pos > 20
              move ws-Value (ws-Pos:1) to ws-Orig-Char
              perform 6900-Stir thru 6900-Exit
     end-perform.
     move     ws-Hash to ws-Seed.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the rules file into File-Table and Rule-Table
*>----------------------------------------------------------------
 1500-Load-Rules.
     open     input Rules-In.
     if       fs-reply not = zero
              display "Cannot open rules file "
                      function trim (Rules-In-Name)
              move 16 to return-code
              goback.
 1510-Next.
     read     Rules-In at end
              close Rules-In
              go to 1500-Exit.
     if       Rules-In-Rec = spaces
           or function trim (Rules-In-Rec) (1:2) = "*>"
              go to 1510-Next.
     move     spaces to ws-Word1 ws-Word2 ws-Word3 ws-Word4
                        ws-Word5 ws-Word6 ws-Word7.
     unstring Rules-In-Rec delimited by all spaces
              into ws-Word1 ws-Word2 ws-Word3 ws-Word4
                   ws-Word5 ws-Word6 ws-Word7.
*> a leading space makes the first word empty
     if       ws-Word1 = spaces
              move ws-Word2 to ws-Word1
              move ws-Word3 to ws-Word2
              move ws-Word4 to ws-Word3
              move ws-Word5 to ws-Word4
              move ws-Word6 to ws-Word5
              move ws-Word7 to ws-Word6
              move spaces   to ws-Word7.
     if       function upper-case (ws-Word1) = "FILE"
              perform 1600-File-Line thru 1600-Exit
              go to 1510-Next.
     if       File-Count = zero
              display "Rule ahead of any FILE line: "
                      function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
              go to 1510-Next.
     if       Rule-Count not < 300
              display "More than 300 rules - "
                      function trim (Rules-In-Rec) " dropped"
              move "Y" to ws-Refuse
              go to 1510-Next.
     add      1 to Rule-Count.
     move     File-Count to Ru-File (Rule-Count).
     move     function upper-case (ws-Word1) to Ru-Field (Rule-Count).
     move     function upper-case (ws-Word2) to Ru-Kind (Rule-Count).
     move     ws-Word3 (1:64) to Ru-Arg (Rule-Count).
     move     zero to Ru-List (Rule-Count) Ru-Days (Rule-Count)
                      Ru-Fx (Rule-Count) Ru-Count (Rule-Count).
     evaluate Ru-Kind (Rule-Count)
         when "SCRAMBLE"
         when "DIGITS"
         when "BLANK"
              continue
         when "LIST"
              perform 1700-Load-List thru 1700-Exit
         when "DATESHIFT"
              if  function test-numval (ws-Word3) not = zero
                  display "DATESHIFT wants a number of days: "
                          function trim (Rules-In-Rec)
                  move "Y" to ws-Refuse
              else
                  compute Ru-Days (Rule-Count) =
                          function numval (ws-Word3)
              end-if
         when other
              display "Rule not understood: "
                      function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
     end-evaluate.
     go       to 1510-Next.
 1500-Exit.
     exit.
*>
 1600-File-Line.
     if       File-Count not < 20
              display "More than 20 FILE lines - "
                      function trim (ws-Word2) " dropped"
              move "Y" to ws-Refuse
              go to 1600-Exit.
     if       ws-Word4 = spaces
              display "FILE wants <input> <layout.lay> <output>: "
                      function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
              go to 1600-Exit.
     add      1 to File-Count.
     move     ws-Word2 to Mf-In (File-Count).
     move     ws-Word3 to Mf-Layout (File-Count).
     move     ws-Word4 to Mf-Out (File-Count).
     move     "L" to Mf-Org (File-Count).
     move     zero to Mf-Len (File-Count) Mf-Read (File-Count)
                      Mf-Written (File-Count).
     move     spaces to Mf-Record (File-Count).
     perform  varying ws-Sub from 1 by 1 until ws-Sub > 3
              evaluate ws-Sub
                  when 1 move ws-Word5 to ws-Opt
                  when 2 move ws-Word6 to ws-Opt
                  when 3 move ws-Word7 to ws-Opt
              end-evaluate
              move function upper-case (ws-Opt) to ws-Opt
              evaluate true
                  when ws-Opt (1:7) = "ORG=SEQ"
                       move "S" to Mf-Org (File-Count)
                  when ws-Opt (1:4) = "LEN="
                       compute Mf-Len (File-Count) =
                               function numval (ws-Opt (5:6))
                  when ws-Opt (1:7) = "RECORD="
                       move ws-Opt (8:32) to Mf-Record (File-Count)
              end-evaluate
     end-perform.
 1600-Exit.
     exit.
*>
*> the LIST file for rule Rule-Count, read once however many rules
*> name it
 1700-Load-List.
     move     zero to ws-Lx.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > List-Count
              if  Ls-Name (ws-Sub) = ws-Word3
                  move ws-Sub to ws-Lx
              end-if
     end-perform.
     if       ws-Lx not = zero
              move ws-Lx to Ru-List (Rule-Count)
              go to 1700-Exit.
     if       List-Count not < 10
              display "More than 10 LIST files - "
                      function trim (ws-Word3)
              move "Y" to ws-Refuse
              go to 1700-Exit.
     move     ws-Word3 to List-In-Name.
     open     input List-In.
     if       fs-reply not = zero
              display "Cannot open list file "
                      function trim (List-In-Name)
              move "Y" to ws-Refuse
              go to 1700-Exit.
     add      1 to List-Count.
     move     ws-Word3 to Ls-Name (List-Count).
     move     zero to Ls-Count (List-Count).
     move     List-Count to Ru-List (Rule-Count).
 1710-Next.
     read     List-In at end
              close List-In
              go to 1790-Check.
     if       List-In-Rec = spaces or Ls-Count (List-Count) not < 500
              go to 1710-Next.
     add      1 to Ls-Count (List-Count).
     move     List-In-Rec to Ls-Value (List-Count
                                       Ls-Count (List-Count)).
     go       to 1710-Next.
 1790-Check.
     if       Ls-Count (List-Count) = zero
              display "List file is empty: "
                      function trim (List-In-Name)
              move "Y" to ws-Refuse.
 1700-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every FILE's layout opened and every rule's field found in it
*> before a byte is written
*>----------------------------------------------------------------
 2500-Check-Run.
     if       File-Count = zero
              display "No FILE lines in the rules file"
              move "Y" to ws-Refuse
              go to 2500-Exit.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              perform 2000-Load-Layout thru 2000-Exit
              if  Fld-Count = zero
                  display "No usable fields in layout "
                          function trim (Mf-Layout (ws-Mx))
                  move "Y" to ws-Refuse
              end-if
              perform 2600-Bind-Rules thru 2600-Exit
     end-perform.
 2500-Exit.
     exit.
*>
 2600-Bind-Rules.
     perform  varying ws-Rx from 1 by 1 until ws-Rx > Rule-Count
              if  Ru-File (ws-Rx) = ws-Mx
                  move zero to Ru-Fx (ws-Rx)
                  perform varying ws-Fx from 1 by 1
                          until ws-Fx > Fld-Count
                      if  function upper-case (Fl-Name (ws-Fx))
                              = Ru-Field (ws-Rx)
                        and Ru-Fx (ws-Rx) = zero
                          move ws-Fx to Ru-Fx (ws-Rx)
                      end-if
                  end-perform
                  if  Ru-Fx (ws-Rx) = zero
                      display "Field " function trim (Ru-Field (ws-Rx))
                              " is not in layout "
                              function trim (Mf-Layout (ws-Mx))
                      move "Y" to ws-Refuse
                  else
                      move Ru-Fx (ws-Rx) to ws-Fx
                      if  Fl-Usage (ws-Fx) = "B" or = "1" or = "2"
                        and Ru-Kind (ws-Rx) not = "BLANK"
                          display "Field " function trim
                                  (Ru-Field (ws-Rx))
                                  " is binary - only BLANK masks it"
                          move "Y" to ws-Refuse
                      end-if
                  end-if
              end-if
     end-perform.
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record block of FILE ws-Mx's layout, the way chk-data takes
*> it
*>----------------------------------------------------------------
 2000-Load-Layout.
     move     zero to Fld-Count ws-Rec-Len.
     move     space to ws-In-Block ws-Block-Seen.
     move     Mf-Layout (ws-Mx) to Layout-In-Name.
     move     function upper-case (Mf-Record (ws-Mx))
              to ws-Record-Want.
     open     input Layout-In.
     if       fs-reply not = zero
              display "Cannot open layout "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              go to 2000-Exit.
 2010-Next.
     read     Layout-In at end
              close Layout-In
              go to 2000-Exit.
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
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one FILE: every record read, its ruled fields masked, written
*>----------------------------------------------------------------
 3000-Mask-File.
     perform  2000-Load-Layout thru 2000-Exit.
     perform  2600-Bind-Rules thru 2600-Exit.
     move     Mf-In (ws-Mx)  to Data-In-Name.
     move     Mf-Out (ws-Mx) to Data-Out-Name.
     move     Mf-Org (ws-Mx) to ws-Org.
     move     Mf-Len (ws-Mx) to ws-Seq-Len.
     if       ws-Seq-Len = zero
              move ws-Rec-Len to ws-Seq-Len.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
                      " - file skipped"
              go to 3000-Exit.
     perform  7300-Open-Out thru 7300-Exit.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 3090-Wrap.
     add      1 to Mf-Read (ws-Mx).
     perform  varying ws-Rx from 1 by 1 until ws-Rx > Rule-Count
              if  Ru-File (ws-Rx) = ws-Mx
                  move Ru-Fx (ws-Rx) to ws-Fx
                  perform 4000-Mask-Field thru 4000-Exit
              end-if
     end-perform.
     perform  7400-Write-Out thru 7400-Exit.
     add      1 to Mf-Written (ws-Mx).
     go       to 3010-Next.
 3090-Wrap.
     perform  7200-Close-In  thru 7200-Exit.
     perform  7500-Close-Out thru 7500-Exit.
 3000-Exit.
     exit.
*>
*> field ws-Fx of ws-Record by rule ws-Rx
 4000-Mask-Field.
     move     Fl-Bytes (ws-Fx) to ws-Val-Len.
     if       ws-Val-Len > 256
              move 256 to ws-Val-Len.
     move     spaces to ws-Value.
     move     ws-Record (Fl-Offset (ws-Fx) + 1:ws-Val-Len)
              to ws-Value (1:ws-Val-Len).
     evaluate Ru-Kind (ws-Rx)
         when "BLANK"
              perform 4100-Blank thru 4100-Exit
              go to 4090-Counted
         when "LIST"
              perform 4300-From-List thru 4300-Exit
         when "DATESHIFT"
              perform 4400-Shift-Date thru 4400-Exit
         when other
*>            SCRAMBLE and DIGITS; packed digits are laid out a
*>            byte apiece, masked as text and packed back
              if  Fl-Usage (ws-Fx) = "P"
                  perform 6000-Unpack-Digits thru 6000-Exit
                  move ws-Digits to ws-Value
                  move ws-Dig-Count to ws-Val-Len
              end-if
              perform 4200-Mask-Chars thru 4200-Exit
              if  Fl-Usage (ws-Fx) = "P"
                  move ws-Value to ws-Digits
                  perform 6100-Pack-Digits thru 6100-Exit
              end-if
     end-evaluate.
     if       Fl-Usage (ws-Fx) not = "P"
              move ws-Value (1:ws-Val-Len)
                   to ws-Record (Fl-Offset (ws-Fx) + 1:ws-Val-Len).
 4090-Counted.
     add      1 to Ru-Count (ws-Rx).
 4000-Exit.
     exit.
*>
*> spaces, zero digits for a display numeric, zero nibbles with
*> the sign kept for packed, all zero bits for binary
 4100-Blank.
     evaluate true
         when Fl-Usage (ws-Fx) = "P"
              perform 6000-Unpack-Digits thru 6000-Exit
              move all "0" to ws-Digits (1:ws-Dig-Count)
              perform 6100-Pack-Digits thru 6100-Exit
         when Fl-Usage (ws-Fx) not = space
              move low-values to ws-Record (Fl-Offset (ws-Fx) + 1:
                                            Fl-Bytes (ws-Fx))
         when Fl-Type (ws-Fx) = "9"
              move all "0" to ws-Record (Fl-Offset (ws-Fx) + 1:
                                         Fl-Bytes (ws-Fx))
         when other
              move spaces to ws-Record (Fl-Offset (ws-Fx) + 1:
                                        Fl-Bytes (ws-Fx))
     end-evaluate.
 4100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> SCRAMBLE / DIGITS over ws-Value (1:ws-Val-Len).  Each character
*> is moved round its own set by a shift taken off the keyed hash
*> of everything before it - once forward, once backward - so the
*> result hangs on the whole value and the seed, and (the shift
*> being known to whoever holds the seed) is one-to-one.
*>----------------------------------------------------------------
 4200-Mask-Chars.
     perform  varying ws-Pass from 1 by 1 until ws-Pass > 2
              move ws-Seed to ws-Hash
              perform varying ws-Step from 1 by 1
                      until ws-Step > ws-Val-Len
                  if  ws-Pass = 1
                      move ws-Step to ws-Pos
                  else
                      compute ws-Pos = ws-Val-Len - ws-Step + 1
                  end-if
                  move ws-Value (ws-Pos:1) to ws-Char
                  move ws-Char to ws-Orig-Char
                  perform 4250-Move-Char thru 4250-Exit
                  move ws-Char to ws-Value (ws-Pos:1)
                  perform 6900-Stir thru 6900-Exit
              end-perform
     end-perform.
 4200-Exit.
     exit.
*>
*> ws-Char round its set by the current hash; letters only under
*> SCRAMBLE
 4250-Move-Char.
     move     zero to ws-Ix.
     inspect  ws-Digit-Set tallying ws-Ix for characters
              before initial ws-Char.
     if       ws-Ix < 10
              compute ws-Shift = function mod (ws-Hash, 10)
              compute ws-Ix = function mod (ws-Ix + ws-Shift, 10)
              move ws-Digit-Set (ws-Ix + 1:1) to ws-Char
              go to 4250-Exit.
     if       Ru-Kind (ws-Rx) not = "SCRAMBLE"
              go to 4250-Exit.
     compute  ws-Shift = function mod (ws-Hash, 26).
     move     zero to ws-Ix.
     inspect  ws-Upper tallying ws-Ix for characters
              before initial ws-Char.
     if       ws-Ix < 26
              compute ws-Ix = function mod (ws-Ix + ws-Shift, 26)
              move ws-Upper (ws-Ix + 1:1) to ws-Char
              go to 4250-Exit.
     move     zero to ws-Ix.
     inspect  ws-Lower tallying ws-Ix for characters
              before initial ws-Char.
     if       ws-Ix < 26
              compute ws-Ix = function mod (ws-Ix + ws-Shift, 26)
              move ws-Lower (ws-Ix + 1:1) to ws-Char.
 4250-Exit.
     exit.
*>
*> a value off the list chosen by the keyed hash of the whole
*> value - spaces stay spaces
 4300-From-List.
     if       ws-Value (1:ws-Val-Len) = spaces
              go to 4300-Exit.
     move     ws-Seed to ws-Hash.
     perform  varying ws-Pos from 1 by 1 until ws-Pos > ws-Val-Len
              move ws-Value (ws-Pos:1) to ws-Orig-Char
              perform 6900-Stir thru 6900-Exit
     end-perform.
     move     Ru-List (ws-Rx) to ws-Lx.
     compute  ws-Ix = function mod (ws-Hash, Ls-Count (ws-Lx)) + 1.
     move     spaces to ws-Value.
     move     Ls-Value (ws-Lx ws-Ix) to ws-Value.
 4300-Exit.
     exit.
*>
*> yyyymmdd moved Ru-Days days; not a date and it stands
 4400-Shift-Date.
     if       Fl-Usage (ws-Fx) = "P"
              perform 6000-Unpack-Digits thru 6000-Exit
              if  ws-Dig-Count < 8
                  go to 4400-Exit
              end-if
              move ws-Digits (ws-Dig-Count - 7:8) to ws-Date-X
     else
              if  ws-Val-Len < 8
                  go to 4400-Exit
              end-if
              move ws-Value (1:8) to ws-Date-X.
     if       ws-Date-X not numeric
              go to 4400-Exit.
     if       function test-date-yyyymmdd (ws-Date) not = zero
              go to 4400-Exit.
     compute  ws-Day-No = function integer-of-date (ws-Date)
                        + Ru-Days (ws-Rx).
     compute  ws-Date = function date-of-integer (ws-Day-No).
     if       Fl-Usage (ws-Fx) = "P"
              move ws-Date-X to ws-Digits (ws-Dig-Count - 7:8)
              perform 6100-Pack-Digits thru 6100-Exit
     else
              move ws-Date-X to ws-Value (1:8).
 4400-Exit.
     exit.
*>
 5000-Control-Report.
     display  " ".
     display  "Masking control report - "
              function trim (Rules-In-Name).
     display  "====================================".
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              move Mf-Read (ws-Mx) to ws-Edit
              move Mf-Written (ws-Mx) to ws-Edit2
              display function trim (Mf-In (ws-Mx)) " -> "
                      function trim (Mf-Out (ws-Mx))
              display "    records in " ws-Edit "  out " ws-Edit2
              perform varying ws-Rx from 1 by 1
                      until ws-Rx > Rule-Count
                  if  Ru-File (ws-Rx) = ws-Mx
                      move Ru-Count (ws-Rx) to ws-Edit
                      display "    " Ru-Field (ws-Rx) " "
                              Ru-Kind (ws-Rx) ws-Edit " masked"
                  end-if
              end-perform
     end-perform.
 5000-Exit.
     exit.
*>
*> packed field ws-Fx's digit nibbles into ws-Digits, one a byte
 6000-Unpack-Digits.
     move     spaces to ws-Digits.
     move     zero to ws-Dig-Count.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx) or ws-Sub > 20
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              add 1 to ws-Dig-Count
              move ws-Digit-Set (function mod (ws-Nib, 10) + 1:1)
                   to ws-Digits (ws-Dig-Count:1)
              if  ws-Sub < Fl-Bytes (ws-Fx)
                  add 1 to ws-Dig-Count
                  move ws-Digit-Set (function mod (ws-Nib2, 10) + 1:1)
                       to ws-Digits (ws-Dig-Count:1)
              end-if
     end-perform.
 6000-Exit.
     exit.
*>
*> ws-Digits back into the packed field, its sign nibble kept
 6100-Pack-Digits.
     move     zero to ws-Dig-Count.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fl-Bytes (ws-Fx) or ws-Sub > 20
              compute ws-Byte = Fl-Offset (ws-Fx) + ws-Sub
              move ws-Record (ws-Byte:1) to ws-Byte-X
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              add 1 to ws-Dig-Count
              move ws-Digits (ws-Dig-Count:1) to ws-Nib
              if  ws-Sub < Fl-Bytes (ws-Fx)
                  add 1 to ws-Dig-Count
                  move ws-Digits (ws-Dig-Count:1) to ws-Nib2
              end-if
              compute ws-Byte-N = ws-Nib * 16 + ws-Nib2
              move ws-Byte-X to ws-Record (ws-Byte:1)
     end-perform.
 6100-Exit.
     exit.
*>
*> the keyed hash taken one character further
 6900-Stir.
     compute  ws-Hash = function mod
                        (ws-Hash * 48271 + ws-Char-N + 1, 2147483647).
 6900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> record I/O, line sequential or fixed-length SEQ alike
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
