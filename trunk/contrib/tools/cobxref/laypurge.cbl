       >>source free
 Identification division.
*>**********************
      program-id.       laypurge.
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
*>    Usage.            Purges old records from inside master files by
*>                      retention rule, field by field off the cobxref
*>                      .lay layout - housekeep ages whole files, this
*>                      ages the records in them, closed accounts and
*>                      old transactions that would otherwise stay for
*>                      ever.
*>
*>                      laypurge <rules file> [TRIAL] [DATE=yyyymmdd]
*>
*>                      The rules file has one line per master:
*>
*>                        <data file> <layout.lay> <date field>
*>                             <keep days> [<field> = <value>]
*>                             [ORG=LINE|SEQ] [LEN=nnnn] [RECORD=<01>]
*>
*>                      A record goes when its date field (yyyymmdd,
*>                      display or packed) is more than <keep days>
*>                      before the run date and - when a condition is
*>                      given, as  STATUS = "C"  - that field holds the
*>                      value too (quotes optional, no spaces in it).
*>                      A record whose date is not a date is kept and
*>                      counted as undated.
*>
*>                      Each master is read once; the records kept go to
*>                      <data file>.keep and the records purged to the
*>                      dated purge archive <data file>.purge.yyyymmdd
*>                      (.hhmmss added should that name be taken).  Only
*>                      when both are written whole is the archive
*>                      catalogued in HOUSEKEEP.CAT (action PURGED) and
*>                      the master replaced by the kept records.  A
*>                      master with nothing to purge is left untouched
*>                      and no archive is kept.
*>
*>                      TRIAL reads every master and reports what would
*>                      go, the first records of it shown, and writes
*>                      nothing at all.  DATE= runs as of another date
*>                      than today.
*>
*>                      Every line, layout and field is checked first;
*>                      any one wrong and nothing at all is touched.
*>                      Every run ends with a control report of records
*>                      read, kept and purged.  Return code 0 done,
*>                      4 a master would not open and was skipped,
*>                      16 refused or a master could not be rewritten.
*>**
*>    Called by.
*>                      Run from the nightly schedule after the backups.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN/READ/WRITE/CREATE/CLOSE_FILE for
*>                      ORG=SEQ, CBL_CHECK_FILE_EXIST, CBL_DELETE_FILE,
*>                      CBL_RENAME_FILE.
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
     select   Keep-Out         assign Keep-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Purge-Out        assign Purge-Out-Name
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
     select   Catalog-File     assign Catalog-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Data-In.
 01  Data-In-Rec           pic x(4096).
*>
 fd  Keep-Out.
 01  Keep-Out-Rec          pic x(4096).
*>
 fd  Purge-Out.
 01  Purge-Out-Rec         pic x(4096).
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
 fd  Catalog-File.
 01  Catalog-Rec           pic x(300).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "laypurge v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  Rules-In-Name         pic x(256)   value spaces.
 01  Layout-In-Name        pic x(256)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Keep-Out-Name         pic x(256)   value spaces.
 01  Purge-Out-Name        pic x(256)   value spaces.
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
 01  ws-Record-Want        pic x(32)    value spaces.
 77  ws-Org                pic x        value "L".
  88 Org-Line                           value "L".
  88 Org-Seq                            value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 77  ws-Refuse             pic x        value "N".
 77  ws-Trial              pic x        value "N".
 77  ws-Return             Binary-Long  value zero.
*>
*> the run date, the cut-off day number each master is held to
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Run-Date-X redefines ws-Run-Date pic x(8).
 01  ws-Run-Time           pic x(6)     value spaces.
 77  ws-Run-Day            Binary-Long  value zero.
 77  ws-Cut-Day            Binary-Long  value zero.
 01  ws-Cut-Date           pic 9(8)     value zero.
*>
*> the masters of the run
 01  File-Table            value spaces.
     03  File-Entry        occurs 50.
         05  Mf-In         pic x(256).
         05  Mf-Layout     pic x(256).
         05  Mf-Date-Fld   pic x(32).
         05  Mf-Keep-Days  pic 9(5).
         05  Mf-Cond-Fld   pic x(32).
         05  Mf-Cond-Val   pic x(64).
         05  Mf-Org        pic x.
         05  Mf-Len        pic 9(5).
         05  Mf-Record     pic x(32).
         05  Mf-Archive    pic x(256).
         05  Mf-Outcome    pic x(40).
         05  Mf-Read       pic 9(9).
         05  Mf-Kept       pic 9(9).
         05  Mf-Purged     pic 9(9).
         05  Mf-Undated    pic 9(9).
 77  File-Count            Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
*>
*> the current master's record block
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
 77  ws-Date-Fx            Binary-Long  value zero.
 77  ws-Cond-Fx            Binary-Long  value zero.
*>
 01  ws-Word-Table         value spaces.
     03  ws-Word           pic x(256)   occurs 10.
 77  ws-Wx                 Binary-Long  value zero.
 01  ws-Opt                pic x(64)    value spaces.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Fx                 Binary-Long  value zero.
 77  ws-Eof                pic x        value "N".
 77  ws-Out-Bad            pic x        value "N".
 77  ws-Purge-It           pic x        value "N".
 77  ws-Shown              Binary-Long  value zero.
 01  ws-Record             pic x(4096)  value spaces.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Edit3              pic z(8)9.
*>
*> the record's date and condition field
 01  ws-Value              pic x(256)   value spaces.
 77  ws-Val-Len            Binary-Long  value zero.
 01  ws-Date               pic 9(8)     value zero.
 01  ws-Date-X redefines ws-Date pic x(8).
 77  ws-Day-No             Binary-Long  value zero.
 01  ws-Digit-Set          pic x(10)    value "0123456789".
*>
*> packed digits laid out one to a byte
 01  ws-Digits             pic x(40)    value spaces.
 77  ws-Dig-Count          Binary-Long  value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
 01  ws-Bytes-Edit         pic z(14)9.
 01  ws-Cat-Line           pic x(300)   value spaces.
 77  ws-Cat-Ptr            Binary-Long  value zero.
*>
*> byte-level handles for ORG=SEQ
 01  Seq-In-Handle         pic x(4)     comp-x value zero.
 01  Seq-Keep-Handle       pic x(4)     comp-x value zero.
 01  Seq-Purge-Handle      pic x(4)     comp-x value zero.
 01  Seq-In-Off            pic x(8)     comp-x value zero.
 01  Seq-Keep-Off          pic x(8)     comp-x value zero.
 01  Seq-Purge-Off         pic x(8)     comp-x value zero.
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
              display "laypurge: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args    thru 1000-Exit.
     perform  1500-Load-Rules  thru 1500-Exit.
     perform  2500-Check-Run   thru 2500-Exit.
     if       ws-Refuse = "Y"
              display "Purge refused - nothing touched"
              move 16 to return-code
              goback.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              perform 3000-Purge-File thru 3000-Exit
     end-perform.
     perform  5000-Control-Report thru 5000-Exit.
     move     ws-Return to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 1
              display "Usage: laypurge <rules file> [TRIAL]"
                      " [DATE=yyyymmdd]"
              move 16 to return-code
              goback.
     accept   Rules-In-Name from argument-value.
     move     function current-date (1:8)  to ws-Run-Date-X.
     move     function current-date (9:6)  to ws-Run-Time.
     perform  varying ws-Arg-Sub from 2 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              move function upper-case (ws-Arg-Text) to ws-Arg-Text
              evaluate true
                  when ws-Arg-Text = "TRIAL"
                       move "Y" to ws-Trial
                  when ws-Arg-Text (1:5) = "DATE="
                       move ws-Arg-Text (6:8) to ws-Run-Date-X
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Run-Date-X not numeric
         or   function test-date-yyyymmdd (ws-Run-Date) not = zero
              display "DATE= wants a date yyyymmdd"
              move 16 to return-code
              goback.
     compute  ws-Run-Day = function integer-of-date (ws-Run-Date).
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the rules file into File-Table
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
     move     spaces to ws-Word-Table.
     unstring function trim (Rules-In-Rec) delimited by all spaces
              into ws-Word (1) ws-Word (2) ws-Word (3) ws-Word (4)
                   ws-Word (5) ws-Word (6) ws-Word (7) ws-Word (8)
                   ws-Word (9) ws-Word (10).
     if       ws-Word (4) = spaces
              display "Rule wants <data file> <layout.lay> <date field>"
                      " <keep days>: " function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
              go to 1510-Next.
     if       function test-numval (ws-Word (4)) not = zero
         or   function numval (ws-Word (4)) < zero
         or   function numval (ws-Word (4)) > 99999
              display "Keep days must be a number: "
                      function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
              go to 1510-Next.
     if       File-Count not < 50
              display "More than 50 masters - "
                      function trim (ws-Word (1)) " dropped"
              move "Y" to ws-Refuse
              go to 1510-Next.
     add      1 to File-Count.
     move     ws-Word (1) to Mf-In (File-Count).
     move     ws-Word (2) to Mf-Layout (File-Count).
     move     function upper-case (ws-Word (3)) to Mf-Date-Fld (File-Count).
     compute  Mf-Keep-Days (File-Count) = function numval (ws-Word (4)).
     move     "L" to Mf-Org (File-Count).
     move     zero to Mf-Len (File-Count) Mf-Read (File-Count)
                      Mf-Kept (File-Count) Mf-Purged (File-Count)
                      Mf-Undated (File-Count).
     move     spaces to Mf-Record (File-Count) Mf-Cond-Fld (File-Count)
                        Mf-Cond-Val (File-Count) Mf-Archive (File-Count)
                        Mf-Outcome (File-Count).
     move     5 to ws-Wx.
 1520-Next-Word.
     if       ws-Wx > 10 or ws-Word (ws-Wx) = spaces
              go to 1510-Next.
     move     function upper-case (ws-Word (ws-Wx)) to ws-Opt.
     evaluate true
         when ws-Opt (1:7) = "ORG=SEQ"
              move "S" to Mf-Org (File-Count)
         when ws-Opt (1:8) = "ORG=LINE"
              move "L" to Mf-Org (File-Count)
         when ws-Opt (1:4) = "LEN="
              compute Mf-Len (File-Count) =
                      function numval (ws-Opt (5:6))
         when ws-Opt (1:7) = "RECORD="
              move ws-Opt (8:32) to Mf-Record (File-Count)
         when ws-Wx < 10
          and ws-Word (ws-Wx + 1) = "="
          and ws-Word (ws-Wx + 2) not = spaces
          and Mf-Cond-Fld (File-Count) = spaces
              move ws-Opt to Mf-Cond-Fld (File-Count)
              add  2 to ws-Wx
              move ws-Word (ws-Wx) to ws-Value
              perform 1600-Strip-Quotes thru 1600-Exit
              move ws-Value to Mf-Cond-Val (File-Count)
         when other
              display "Rule not understood at "
                      function trim (ws-Word (ws-Wx)) ": "
                      function trim (Rules-In-Rec)
              move "Y" to ws-Refuse
     end-evaluate.
     add      1 to ws-Wx.
     go       to 1520-Next-Word.
 1500-Exit.
     exit.
*>
*> "C" or 'C' as plain C
 1600-Strip-Quotes.
     if       ws-Value (1:1) not = '"' and not = "'"
              go to 1600-Exit.
     move     zero to ws-Val-Len.
     inspect  ws-Value tallying ws-Val-Len for characters
              before initial space.
     if       ws-Val-Len > 1
         and  ws-Value (ws-Val-Len:1) = ws-Value (1:1)
              move space to ws-Value (ws-Val-Len:1).
     move     ws-Value (2:) to ws-Value.
 1600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every master's layout opened and its date and condition fields
*> found in it before a record is touched
*>----------------------------------------------------------------
 2500-Check-Run.
     if       File-Count = zero
              display "No masters in the rules file"
              move "Y" to ws-Refuse
              go to 2500-Exit.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              perform 2000-Load-Layout thru 2000-Exit
              if  Fld-Count = zero
                  display "No usable fields in layout "
                          function trim (Mf-Layout (ws-Mx))
                  move "Y" to ws-Refuse
              else
                  perform 2600-Bind-Fields thru 2600-Exit
              end-if
     end-perform.
 2500-Exit.
     exit.
*>
*> the date field, and the condition field when there is one, of
*> master ws-Mx into ws-Date-Fx / ws-Cond-Fx
 2600-Bind-Fields.
     move     zero to ws-Date-Fx ws-Cond-Fx.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Fld-Count
              if  function upper-case (Fl-Name (ws-Fx))
                      = Mf-Date-Fld (ws-Mx)
                and ws-Date-Fx = zero
                  move ws-Fx to ws-Date-Fx
              end-if
              if  function upper-case (Fl-Name (ws-Fx))
                      = Mf-Cond-Fld (ws-Mx)
                and ws-Cond-Fx = zero
                  move ws-Fx to ws-Cond-Fx
              end-if
     end-perform.
     if       ws-Date-Fx = zero
              display "Date field " function trim (Mf-Date-Fld (ws-Mx))
                      " is not in layout "
                      function trim (Mf-Layout (ws-Mx))
              move "Y" to ws-Refuse
     else
      if      not ((Fl-Usage (ws-Date-Fx) = space
                    and Fl-Bytes (ws-Date-Fx) not < 8)
                or (Fl-Usage (ws-Date-Fx) = "P"
                    and Fl-Bytes (ws-Date-Fx) not < 5))
              display "Date field " function trim (Mf-Date-Fld (ws-Mx))
                      " cannot hold yyyymmdd - display or packed only"
              move "Y" to ws-Refuse.
     if       Mf-Cond-Fld (ws-Mx) = spaces
              go to 2600-Exit.
     if       ws-Cond-Fx = zero
              display "Condition field "
                      function trim (Mf-Cond-Fld (ws-Mx))
                      " is not in layout "
                      function trim (Mf-Layout (ws-Mx))
              move "Y" to ws-Refuse
     else
      if      Fl-Usage (ws-Cond-Fx) not = space
              display "Condition field "
                      function trim (Mf-Cond-Fld (ws-Mx))
                      " is not display - it cannot be compared"
              move "Y" to ws-Refuse.
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record block of master ws-Mx's layout, the way chk-data
*> takes it
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
*> one master: every record read and sent to the keep file or the
*> purge archive; both whole and the master is replaced
*>----------------------------------------------------------------
 3000-Purge-File.
     perform  2000-Load-Layout thru 2000-Exit.
     perform  2600-Bind-Fields thru 2600-Exit.
     compute  ws-Cut-Day = ws-Run-Day - Mf-Keep-Days (ws-Mx).
     move     Mf-In (ws-Mx)  to Data-In-Name.
     move     Mf-Org (ws-Mx) to ws-Org.
     move     Mf-Len (ws-Mx) to ws-Seq-Len.
     if       ws-Seq-Len = zero
              move ws-Rec-Len to ws-Seq-Len.
     move     zero to ws-Shown.
     move     "N" to ws-Out-Bad.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
                      " - master skipped"
              move "not opened - skipped" to Mf-Outcome (ws-Mx)
              if  ws-Return < 4
                  move 4 to ws-Return
              end-if
              go to 3000-Exit.
     if       ws-Trial = "Y"
              display " "
              display "TRIAL " function trim (Data-In-Name)
                      " - records that would be purged:"
     else
              perform 3500-Name-Archive thru 3500-Exit
              perform 7300-Open-Out thru 7300-Exit
              if  ws-Out-Bad = "Y"
                  perform 7200-Close-In thru 7200-Exit
                  move "outputs not created - untouched"
                       to Mf-Outcome (ws-Mx)
                  move 16 to ws-Return
                  go to 3000-Exit
              end-if
     end-if.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 3090-Wrap.
     add      1 to Mf-Read (ws-Mx).
     perform  4000-Judge-Record thru 4000-Exit.
     if       ws-Purge-It = "Y"
              add 1 to Mf-Purged (ws-Mx)
              if  ws-Trial = "Y"
                  perform 3800-Show-Record thru 3800-Exit
              else
                  perform 7600-Write-Purge thru 7600-Exit
              end-if
     else
              add 1 to Mf-Kept (ws-Mx)
              if  ws-Trial not = "Y"
                  perform 7400-Write-Keep thru 7400-Exit
              end-if
     end-if.
     if       ws-Out-Bad = "Y"
              display "Write failed on " function trim (Data-In-Name)
                      " at record " Mf-Read (ws-Mx)
              go to 3090-Wrap.
     go       to 3010-Next.
 3090-Wrap.
     perform  7200-Close-In thru 7200-Exit.
     if       ws-Trial = "Y"
              if  ws-Shown < Mf-Purged (ws-Mx)
                  compute ws-Edit = Mf-Purged (ws-Mx) - ws-Shown
                  display "    ... and " function trim (ws-Edit)
                          " more"
              end-if
              move "TRIAL - untouched" to Mf-Outcome (ws-Mx)
              go to 3000-Exit.
     perform  7500-Close-Out thru 7500-Exit.
     if       ws-Out-Bad = "Y"
              call "CBL_DELETE_FILE" using Keep-Out-Name
              call "CBL_DELETE_FILE" using Purge-Out-Name
              move zero to return-code
              move "write failed - untouched" to Mf-Outcome (ws-Mx)
              move spaces to Mf-Archive (ws-Mx)
              move 16 to ws-Return
              go to 3000-Exit.
     if       Mf-Purged (ws-Mx) = zero
              call "CBL_DELETE_FILE" using Keep-Out-Name
              call "CBL_DELETE_FILE" using Purge-Out-Name
              move zero to return-code
              move "nothing to purge - untouched" to Mf-Outcome (ws-Mx)
              move spaces to Mf-Archive (ws-Mx)
              go to 3000-Exit.
     perform  3600-Catalog-Archive thru 3600-Exit.
     perform  3700-Replace-Master thru 3700-Exit.
 3000-Exit.
     exit.
*>
*> <data file>.purge.yyyymmdd, or .hhmmss on the end when a run
*> earlier in the day has it already
 3500-Name-Archive.
     move     spaces to Purge-Out-Name Keep-Out-Name.
     string   function trim (Data-In-Name) ".keep"
              delimited by size into Keep-Out-Name.
     string   function trim (Data-In-Name) ".purge." ws-Run-Date-X
              delimited by size into Purge-Out-Name.
     call     "CBL_CHECK_FILE_EXIST" using Purge-Out-Name ws-File-Info.
     if       return-code = zero
              move 1 to ws-Cat-Ptr
              inspect Purge-Out-Name tallying ws-Cat-Ptr
                      for characters before initial space
              string "." ws-Run-Time delimited by size
                     into Purge-Out-Name pointer ws-Cat-Ptr.
     move     zero to return-code.
     move     Purge-Out-Name to Mf-Archive (ws-Mx).
 3500-Exit.
     exit.
*>
*> the archive into HOUSEKEEP.CAT the way housekeep writes its own
*> - date, action, file, size, destination
 3600-Catalog-Archive.
     move     zero to ws-File-Size.
     call     "CBL_CHECK_FILE_EXIST" using Purge-Out-Name ws-File-Info.
     move     zero to return-code.
     move     ws-File-Size to ws-Bytes-Edit.
     open     extend Catalog-File.
     if       fs-reply not = zero
              open output Catalog-File.
     if       fs-reply not = zero
              display "Cannot write catalog "
                      function trim (Catalog-Name)
              go to 3600-Exit.
     move     spaces to ws-Cat-Line.
     move     1 to ws-Cat-Ptr.
     string   ws-Run-Date-X " PURGED   "
              function trim (Data-In-Name)
              " " function trim (ws-Bytes-Edit) " bytes"
              " -> " function trim (Purge-Out-Name)
              delimited by size into ws-Cat-Line
              pointer ws-Cat-Ptr.
     write    Catalog-Rec from ws-Cat-Line.
     close    Catalog-File.
 3600-Exit.
     exit.
*>
*> the kept records become the master
 3700-Replace-Master.
     call     "CBL_DELETE_FILE" using Data-In-Name.
     call     "CBL_RENAME_FILE" using Keep-Out-Name Data-In-Name.
     if       return-code not = zero
              display "Cannot replace " function trim (Data-In-Name)
                      " - the kept records are in "
                      function trim (Keep-Out-Name)
              move zero to return-code
              move "REPLACE FAILED - see .keep" to Mf-Outcome (ws-Mx)
              move 16 to ws-Return
              go to 3700-Exit.
     move     "purged and rewritten" to Mf-Outcome (ws-Mx).
 3700-Exit.
     exit.
*>
*> the first twenty a TRIAL would purge, date and record start
 3800-Show-Record.
     if       ws-Shown not < 20
              go to 3800-Exit.
     add      1 to ws-Shown.
     display  "    " ws-Date-X "  " ws-Record (1:64).
 3800-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ws-Record purged when its date is before the cut-off and its
*> condition field, if any, holds the value
*>----------------------------------------------------------------
 4000-Judge-Record.
     move     "N" to ws-Purge-It.
     move     ws-Date-Fx to ws-Fx.
     move     spaces to ws-Date-X.
     if       Fl-Usage (ws-Fx) = "P"
              perform 6000-Unpack-Digits thru 6000-Exit
              if  ws-Dig-Count not < 8
                  move ws-Digits (ws-Dig-Count - 7:8) to ws-Date-X
              end-if
     else
              move ws-Record (Fl-Offset (ws-Fx) + 1:8) to ws-Date-X.
     if       ws-Date-X not numeric
              add 1 to Mf-Undated (ws-Mx)
              go to 4000-Exit.
     if       function test-date-yyyymmdd (ws-Date) not = zero
              add 1 to Mf-Undated (ws-Mx)
              go to 4000-Exit.
     compute  ws-Day-No = function integer-of-date (ws-Date).
     if       ws-Day-No not < ws-Cut-Day
              go to 4000-Exit.
     if       Mf-Cond-Fld (ws-Mx) not = spaces
              move ws-Cond-Fx to ws-Fx
              move Fl-Bytes (ws-Fx) to ws-Val-Len
              if  ws-Val-Len > 256
                  move 256 to ws-Val-Len
              end-if
              move spaces to ws-Value
              move ws-Record (Fl-Offset (ws-Fx) + 1:ws-Val-Len)
                   to ws-Value (1:ws-Val-Len)
              if  Fl-Type (ws-Fx) = "9"
                and function test-numval (Mf-Cond-Val (ws-Mx)) = zero
                and function test-numval (ws-Value) = zero
                  if  function numval (ws-Value)
                          not = function numval (Mf-Cond-Val (ws-Mx))
                      go to 4000-Exit
                  end-if
              else
                  if  ws-Value not = Mf-Cond-Val (ws-Mx)
                      go to 4000-Exit
                  end-if
              end-if
     end-if.
     move     "Y" to ws-Purge-It.
 4000-Exit.
     exit.
*>
 5000-Control-Report.
     display  " ".
     if       ws-Trial = "Y"
              display "Purge control report (TRIAL) - "
                      function trim (Rules-In-Name)
     else
              display "Purge control report - "
                      function trim (Rules-In-Name).
     display  "====================================".
     display  "Run date " ws-Run-Date-X.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > File-Count
              compute ws-Cut-Date = function date-of-integer
                                    (ws-Run-Day - Mf-Keep-Days (ws-Mx))
              display " "
              display function trim (Mf-In (ws-Mx)) " - "
                      function trim (Mf-Outcome (ws-Mx))
              move Mf-Keep-Days (ws-Mx) to ws-Edit
              if  Mf-Cond-Fld (ws-Mx) = spaces
                  display "    " function trim (Mf-Date-Fld (ws-Mx))
                          " before " ws-Cut-Date
                          " (kept " function trim (ws-Edit) " days)"
              else
                  display "    " function trim (Mf-Date-Fld (ws-Mx))
                          " before " ws-Cut-Date
                          " (kept " function trim (ws-Edit) " days)"
                          " and " function trim (Mf-Cond-Fld (ws-Mx))
                          " = " function trim (Mf-Cond-Val (ws-Mx))
              end-if
              move Mf-Read (ws-Mx) to ws-Edit
              move Mf-Kept (ws-Mx) to ws-Edit2
              move Mf-Purged (ws-Mx) to ws-Edit3
              display "    records read " ws-Edit "  kept " ws-Edit2
                      "  purged " ws-Edit3
              if  Mf-Undated (ws-Mx) not = zero
                  move Mf-Undated (ws-Mx) to ws-Edit
                  display "    kept as undated " ws-Edit
              end-if
              if  Mf-Archive (ws-Mx) not = spaces
                  display "    purge archive "
                          function trim (Mf-Archive (ws-Mx))
              end-if
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
*> the keep file and the purge archive
 7300-Open-Out.
     move     zero to Seq-Keep-Off Seq-Purge-Off.
     if       Org-Seq
              call "CBL_CREATE_FILE" using Keep-Out-Name Seq-Acc-Out
                                           Seq-Flag0 Seq-Flag0
                                           Seq-Keep-Handle
              if  return-code not = zero
                  display "Cannot create " function trim
                          (Keep-Out-Name)
                  move "Y" to ws-Out-Bad
                  move zero to return-code
                  go to 7300-Exit
              end-if
              call "CBL_CREATE_FILE" using Purge-Out-Name Seq-Acc-Out
                                           Seq-Flag0 Seq-Flag0
                                           Seq-Purge-Handle
              if  return-code not = zero
                  display "Cannot create " function trim
                          (Purge-Out-Name)
                  call "CBL_CLOSE_FILE" using Seq-Keep-Handle
                  call "CBL_DELETE_FILE" using Keep-Out-Name
                  move "Y" to ws-Out-Bad
                  move zero to return-code
              end-if
     else
              open output Keep-Out
              if  fs-reply not = zero
                  display "Cannot create " function trim
                          (Keep-Out-Name) ", status " fs-reply
                  move "Y" to ws-Out-Bad
                  go to 7300-Exit
              end-if
              open output Purge-Out
              if  fs-reply not = zero
                  display "Cannot create " function trim
                          (Purge-Out-Name) ", status " fs-reply
                  close Keep-Out
                  call "CBL_DELETE_FILE" using Keep-Out-Name
                  move zero to return-code
                  move "Y" to ws-Out-Bad
              end-if.
 7300-Exit.
     exit.
*>
 7400-Write-Keep.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_WRITE_FILE" using Seq-Keep-Handle
                                          Seq-Keep-Off Seq-Count
                                          Seq-Flag0 ws-Record
              if  return-code not = zero
                  move "Y" to ws-Out-Bad
                  move zero to return-code
              end-if
              add ws-Seq-Len to Seq-Keep-Off
     else
              move ws-Record to Keep-Out-Rec
              write Keep-Out-Rec
              if  fs-reply not = zero
                  move "Y" to ws-Out-Bad
              end-if.
 7400-Exit.
     exit.
*>
 7500-Close-Out.
     if       Org-Seq
              call "CBL_CLOSE_FILE" using Seq-Keep-Handle
              call "CBL_CLOSE_FILE" using Seq-Purge-Handle
              move zero to return-code
     else
              close Keep-Out
              close Purge-Out.
 7500-Exit.
     exit.
*>
 7600-Write-Purge.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_WRITE_FILE" using Seq-Purge-Handle
                                          Seq-Purge-Off Seq-Count
                                          Seq-Flag0 ws-Record
              if  return-code not = zero
                  move "Y" to ws-Out-Bad
                  move zero to return-code
              end-if
              add ws-Seq-Len to Seq-Purge-Off
     else
              move ws-Record to Purge-Out-Rec
              write Purge-Out-Rec
              if  fs-reply not = zero
                  move "Y" to ws-Out-Bad
              end-if.
 7600-Exit.
     exit.
