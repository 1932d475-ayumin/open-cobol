      >>source free
 Identification division.
*>**********************
      program-id.       reportrun.
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
*>    Usage.            Definition-driven listing reports.  "All the
*>                      suppliers in region 4 with a balance over
*>                      10,000, totalled by category" has been a
*>                      one-off program a time; this runtime, as
*>                      formsrun does for screens, interprets a report
*>                      definition at run time against the data file
*>                      and its cobxref .lay layout: no code, no
*>                      compile.
*>
*>                      reportrun REPORT=<name> [DEFS=<file>]
*>                                [OUT=<file>] [PRINT=LPR|PDF]
*>                                [PSN=<queue>] [CUPSCFG=<file>]
*>                                [CHECK]
*>
*>                      The definitions file (REPORTS.DAT, or the
*>                      REPORTRUN_DEFS name) holds one definition per
*>                      report:
*>
*>                        *> comment
*>                        REPORT  <name> <title words...>
*>                        LAYOUT  <layout.lay> [<01 name>]
*>                        FILE    <data file> [SEQ [<record length>]]
*>                        ATTR    <field> [SCALE <n>] [SIGNED]
*>                        SELECT  <field> <op> <value>
*>                        SORT    <field> [A|D]
*>                        BREAK   <field> [<label words...>]
*>                        COLUMN  <field> [EDIT <mask>] [TOTAL]
*>                                [HEAD <heading words...>]
*>                        HEADING <page heading text>
*>                        PAGE    <lines a page>
*>                        END
*>
*>                      LAYOUT takes the first 01 of the .lay, or the
*>                      one named.  FILE is line sequential unless SEQ
*>                      says fixed-length records (of the layout's own
*>                      length, or the one given), as laysort reads
*>                      them.  The layout carries neither scale nor
*>                      sign, so ATTR gives them as laycvt's ATTR file
*>                      does: SCALE the implied decimal places, SIGNED
*>                      a COMP field in two's complement (display and
*>                      packed fields carry their own sign).
*>
*>                      SELECT lines must all hold for a record to be
*>                      listed.  <op> is EQ NE GT GE LT LE (or = <> >
*>                      >= < <=) against a value - the rest of the
*>                      line, in the field's own units for a numeric
*>                      field (10000 or 10000.00 alike) - or IN a
*>                      comma list of values.
*>
*>                      SORT fields order the listing, the first the
*>                      major, A ascending (the default) or D
*>                      descending; numeric fields by value.  BREAK
*>                      fields - up to 3, the first the major - take a
*>                      subtotal line when their value changes, and
*>                      must lead the SORT in the same order.  Every
*>                      TOTAL column is totalled at each break and for
*>                      the report; each total line shows the record
*>                      count.
*>
*>                      COLUMN fields print left to right, two spaces
*>                      apart, under their HEAD text (the field name
*>                      when none).  EDIT is a COBOL-style edit mask -
*>                      9 Z * , . B 0 / with a single or trailing + -
*>                      CR DB, or a floating - + or $ - applied at run
*>                      time; a numeric column without one is edited
*>                      ZZ...9.99- to its digits and scale, with room
*>                      for three digits more when it is totalled.  A
*>                      value too big for its mask prints as #s.
*>
*>                      Each page starts with the report title, the
*>                      run date and the page number, then the HEADING
*>                      lines (up to 3), then the column headings.
*>                      PAGE sets the lines a page (default 60).  The
*>                      listing goes to OUT= (default <REPORT>.RPT)
*>                      with a form feed between pages, ready for
*>                      printcbl's lpr or PDF path; PRINT=LPR or
*>                      PRINT=PDF spools it directly, with printcbl's
*>                      own lpr settings, CUPSCFG= options file and
*>                      queue names (PSN= names another queue).
*>
*>                      CHECK validates the definition against the
*>                      layout without reading the data: every field
*>                      resolved, each selection, sort key, break and
*>                      column as parsed, the columns' print positions
*>                      and the line width - the analyst's proof the
*>                      definition is right before it runs.
*>
*>                      Return code 0 done, 4 done but nothing was
*>                      selected, 8 the definition does not bind
*>                      (CHECK has the detail), 16 a file or argument
*>                      problem.
*>**
*>    Called by.
*>                      Job decks, and the analyst at the command
*>                      line.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN_FILE, CBL_READ_FILE, CBL_CLOSE_FILE
*>                      for SEQ files, SYSTEM for PRINT=.
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>*************************************************************************
*>
*> Copyright Notice.
*>*****************
*>
*> This file/program is part of Open Cobol and is copyright
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
*> This program is distributed in the hope that it will be useful, but
*> WITHOUT ANY WARRANTY; without even the implied warranty of
*> MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*> General Public License for more details. If it breaks, you own both
*> pieces but I will endevor to fix it, providing you tell me about the
*> problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with this program; see the file COPYING.  If not, write to the Free
*> Software Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307
*> USA.
*>*************************************************************************
*>
 environment division.
 configuration section.
 source-computer.      linux.
 object-computer.      linux.
 input-Output section.
 file-control.
*>
     select   Defs-In          assign Defs-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Data-In          assign Data-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-Out       assign Report-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Cups-Cfg         assign Cups-Cfg-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Sort-Work        assign Sort-Work-Name.
*>
 data division.
 file section.
*>***********
 fd  Defs-In.
 01  Defs-In-Rec           pic x(200).
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
 fd  Data-In.
 01  Data-In-Rec           pic x(4096).
*>
 fd  Report-Out.
 01  Report-Out-Rec        pic x(250).
*>
 fd  Cups-Cfg.
 01  Cups-Cfg-Rec          pic x(160).
*>
*> the built sort key, then the selected record
 sd  Sort-Work.
 01  Sort-Rec.
     03  Sr-Key            pic x(256).
     03  Sr-Data           pic x(4096).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "reportrun v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Defs-In-Name          pic x(64)    value "REPORTS.DAT".
 01  Layout-In-Name        pic x(128)   value spaces.
 01  Data-In-Name          pic x(128)   value spaces.
 01  Report-Out-Name       pic x(128)   value spaces.
 01  Cups-Cfg-Name         pic x(128)   value spaces.
 01  Sort-Work-Name        pic x(64)    value "reportrun_sort.tmp".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Report-Want        pic x(16)    value spaces.
 77  ws-Check-Sw           pic x        value space.
 77  ws-Print-Sw           pic x        value space.
     88  Print-Lpr                      value "L".
     88  Print-Pdf                      value "P".
 01  ws-Psn                pic x(48)    value spaces.
*>
*> the printcbl lpr settings, portrait and its PDF queue, so a
*> report spools exactly as a listing does
 01  ws-Lpr-Opts           pic x(119)   value
     "-o 'orientation-requested=3 page-left=24 page-top=24 page-right=24 sides=two-sided-long-edge cpi=16.6 lpi=9'".
 01  ws-Lpr-Psn            pic x(48)    value "HPLJ4TCP".
 01  ws-Pdf-Psn            pic x(48)    value "PDF".
 01  ws-Print-Command      pic x(400)   value spaces.
*>
*> the definition as loaded
 01  ws-Report-Title       pic x(60)    value spaces.
 01  ws-Record-Want        pic x(32)    value spaces.
 77  ws-Org                pic x        value "L".
     88  Org-Line                       value "L".
     88  Org-Seq                        value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 77  ws-Page-Lines         Binary-Long  value 60.
 77  ws-Rpt-Found          pic x        value space.
 77  ws-In-Rpt             pic x        value space.
*>
 01  Atr-Table             value spaces.
     03  Atr-Entry         occurs 40.
         05  At-Name       pic x(32).
         05  At-Scale      pic 99.
         05  At-Signed     pic x.
 77  Atr-Count             Binary-Long  value zero.
*>
*> selections: op EQ NE GT GE LT LE IN
 01  Sel-Table             value spaces.
     03  Sel-Entry         occurs 10.
         05  Se-Name       pic x(32).
         05  Se-Op         pic xx.
         05  Se-Value      pic x(64).
         05  Se-Fx         Binary-Long.
 77  Sel-Count             Binary-Long  value zero.
*>
*> sort keys: a numeric key takes a 19 digit slot, text its bytes
 01  Key-Table             value spaces.
     03  Key-Entry         occurs 6.
         05  Ky-Name       pic x(32).
         05  Ky-Dir        pic x.
         05  Ky-Fx         Binary-Long.
         05  Ky-Numeric    pic x.
         05  Ky-Width      Binary-Long.
 77  Key-Count             Binary-Long  value zero.
 77  ws-Key-Len            Binary-Long  value zero.
 77  ws-Key-Ptr            Binary-Long  value zero.
 01  ws-Key-Area           pic x(256)   value spaces.
 01  ws-Key-Num            pic 9(19)    value zero.
 01  ws-Asc-Table          pic x(256)   value spaces.
 01  ws-Desc-Table         pic x(256)   value spaces.
*>
*> control breaks, the major first, with their running totals
 01  Brk-Table             value spaces.
     03  Brk-Entry         occurs 3.
         05  Bk-Name       pic x(32).
         05  Bk-Label      pic x(30).
         05  Bk-Fx         Binary-Long.
         05  Bk-Prev       pic x(64).
         05  Bk-Count      pic 9(9).
         05  Bk-Tot        pic s9(18)   occurs 20.
 77  Brk-Count             Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 77  ws-Break-At           Binary-Long  value zero.
*>
*> print columns: Co-Width the printed width, Co-Pos its column
 01  Col-Table             value spaces.
     03  Col-Entry         occurs 20.
         05  Co-Name       pic x(32).
         05  Co-Head       pic x(40).
         05  Co-Mask       pic x(40).
         05  Co-Total      pic x.
         05  Co-Fx         Binary-Long.
         05  Co-Numeric    pic x.
         05  Co-Width      Binary-Long.
         05  Co-Pos        Binary-Long.
         05  Co-Grand      pic s9(18).
 77  Col-Count             Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Line-Width         Binary-Long  value zero.
 77  ws-First-Tot-Pos      Binary-Long  value zero.
*>
 01  Hdg-Table             value spaces.
     03  Hdg-Line          pic x(132)   occurs 3.
 77  Hdg-Count             Binary-Long  value zero.
*>
*> the record block's elementary fields, with ATTR's scale and sign
 01  Fld-Table             value spaces.
     03  Fld-Entry         occurs 300.
         05  Fl-Name       pic x(32).
         05  Fl-Offset     pic 9(6).
         05  Fl-Bytes      pic 9(6).
         05  Fl-Type       pic x.
         05  Fl-Usage      pic x.
         05  Fl-Digits     pic 9(4).
         05  Fl-Scale      pic 99.
         05  Fl-Signed     pic x.
 77  Fld-Count             Binary-Long  value zero.
 77  ws-In-Block           pic x        value space.
 77  ws-Block-Seen         pic x        value space.
 77  ws-Rec-Len            Binary-Long  value zero.
*>
*> definitions-file parse words
 01  ws-Word1              pic x(32)    value spaces.
 01  ws-Word2              pic x(32)    value spaces.
 01  ws-Rest               pic x(160)   value spaces.
 01  ws-Tok                pic x(40)    value spaces.
 77  ws-Parse-Ptr          Binary-Long  value zero.
 77  ws-Tok-Ptr            Binary-Long  value zero.
 77  ws-Err-Count          Binary-Long  value zero.
 77  ws-Warn-Count         Binary-Long  value zero.
 01  ws-Find-Name          pic x(32)    value spaces.
 77  ws-Find-Fx            Binary-Long  value zero.
*>
*> the run
 01  ws-Record             pic x(4096)  value spaces.
 77  ws-Eof                pic x        value "N".
 77  ws-Sort-Eof           pic x        value "N".
 77  ws-Read-Count         Binary-Long  value zero.
 77  ws-Sel-Hits           Binary-Long  value zero.
 77  ws-Listed             Binary-Long  value zero.
 77  ws-Bad-Numeric        Binary-Long  value zero.
 77  ws-Ok-Sw              pic x        value space.
 77  ws-Page-No            Binary-Long  value zero.
 77  ws-Line-No            Binary-Long  value 999.
 77  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Date-Disp          pic x(10)    value spaces.
 01  ws-Print-Line         pic x(250)   value spaces.
 01  ws-Head-Line          pic x(250)   value spaces.
 01  ws-Label-Text         pic x(120)   value spaces.
*>
*> field value work
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Cmp-Num            pic s9(18)   value zero.
 01  ws-Field-Val          pic x(64)    value spaces.
 01  ws-Val-Text           pic x(64)    value spaces.
 01  ws-Cmp-Text           pic x(64)    value spaces.
 01  ws-List-Word          pic x(64)    value spaces.
 77  ws-List-Ptr           Binary-Long  value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Bad-Sw             pic x        value space.
 77  ws-Lx                 Binary-Long  value zero.
 77  ws-Sx                 Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
*>
*> the edit-mask interpreter's work
 01  ws-Mask               pic x(40)    value spaces.
 01  ws-Edited             pic x(40)    value spaces.
 01  ws-Mask-Digits        pic x(40)    value spaces.
 01  ws-Digits             pic 9(18)    value zero.
 01  ws-Abs                pic 9(18)    value zero.
 01  ws-Pow                pic 9(18)    value zero.
 77  ws-Mask-Len           Binary-Long  value zero.
 77  ws-Mask-Dec           Binary-Long  value zero.
 77  ws-Mask-Pos           Binary-Long  value zero.
 77  ws-Mask-Float         pic x        value space.
 77  ws-Float-Run          Binary-Long  value zero.
 77  ws-Val-Scale          Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
 77  ws-Dx                 Binary-Long  value zero.
 77  ws-First-Sig          Binary-Long  value zero.
 77  ws-Sig-Sw             pic x        value space.
 77  ws-Star-Sw            pic x        value space.
 77  ws-Dot-Seen           pic x        value space.
 01  ws-Mask-Char          pic x        value space.
*>
 01  ws-Edit9              pic z(8)9.
 01  ws-Edit9b             pic z(8)9.
 01  ws-Edit4              pic zzz9.
 01  ws-Edit4b             pic zzz9.
*>
*> byte-level input for fixed-length records
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
              display "reportrun: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Defs-In-Name from environment "REPORTRUN_DEFS"
              on exception
              move "REPORTS.DAT" to Defs-In-Name
     end-accept.
     if       Defs-In-Name = spaces
              move "REPORTS.DAT" to Defs-In-Name.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "REPORT="
                       move function upper-case
                            (ws-Arg-Text (8:16)) to ws-Report-Want
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DEFS="
                       move ws-Arg-Text (6:64) to Defs-In-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:128) to Report-Out-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "PRINT="
                       evaluate function upper-case
                                (ws-Arg-Text (7:4))
                           when "LPR "
                                set Print-Lpr to true
                           when "PDF "
                                set Print-Pdf to true
                           when other
                                display "PRINT= takes LPR or PDF"
                                move 16 to return-code
                                goback
                       end-evaluate
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "PSN="
                       move ws-Arg-Text (5:48) to ws-Psn
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "CUPSCFG="
                       move ws-Arg-Text (9:128) to Cups-Cfg-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "CHECK "
                       move "Y" to ws-Check-Sw
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
              end-evaluate
     end-perform.
     if       ws-Report-Want = spaces
              display "Usage: reportrun REPORT=<name> [DEFS=<file>]"
                       " [OUT=<file>] [PRINT=LPR|PDF] [PSN=<queue>]"
              display "       [CUPSCFG=<file>] [CHECK]"
              move 16 to return-code
              goback.
     if       Report-Out-Name = spaces
              string function trim (ws-Report-Want) ".RPT"
                     delimited by size into Report-Out-Name.
     perform  1000-Load-Report  thru 1000-Exit.
     perform  1500-Load-Layout  thru 1500-Exit.
     perform  1700-Bind-Report  thru 1700-Exit.
     if       ws-Check-Sw = "Y"
              perform 8000-Check-Report thru 8000-Exit
              goback.
     if       ws-Err-Count > zero
              display "The report does not bind cleanly - run with"
                       " CHECK for the detail"
              move 8 to return-code
              goback.
     perform  2800-Build-Tables thru 2800-Exit.
     open     output Report-Out.
     if       fs-reply not = zero
              display "Cannot create " function trim (Report-Out-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     accept   ws-Run-Date from date yyyymmdd.
     string   ws-Run-Date (1:4) "-" ws-Run-Date (5:2) "-"
              ws-Run-Date (7:2) delimited by size into ws-Date-Disp.
     sort     Sort-Work
              on ascending key Sr-Key
              with duplicates in order
              input procedure  3000-Select thru 3000-Exit
              output procedure 4000-List thru 4000-Exit.
     close    Report-Out.
     move     ws-Read-Count to ws-Edit9.
     move     ws-Listed to ws-Edit9b.
     display  function trim (ws-Edit9b) " of " function trim (ws-Edit9)
              " records listed to " function trim (Report-Out-Name).
     if       ws-Bad-Numeric > zero
              move ws-Bad-Numeric to ws-Edit9
              display "Numeric fields not numeric (taken as zero): "
                      function trim (ws-Edit9).
     if       Print-Lpr or Print-Pdf
              perform 7500-Print thru 7500-Exit.
     if       ws-Listed = zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
*>----------------------------------------------------------------
*> the named definition out of the definitions file
*>----------------------------------------------------------------
 1000-Load-Report.
     open     input Defs-In.
     if       fs-reply not = zero
              display "Cannot open report definitions "
                       function trim (Defs-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 1010-Next.
     read     Defs-In at end
              close Defs-In
              go to 1090-Check.
     if       Defs-In-Rec = spaces
           or Defs-In-Rec (1:2) = "*>"
           or Defs-In-Rec (1:1) = "*"
              go to 1010-Next.
     move     spaces to ws-Word1 ws-Word2 ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring Defs-In-Rec delimited by all spaces
              into ws-Word1 ws-Word2
              with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 201
              move Defs-In-Rec (ws-Parse-Ptr:) to ws-Rest.
     move     function trim (ws-Rest) to ws-Rest.
     move     function upper-case (ws-Word1) to ws-Word1.
     if       ws-Word1 not = "REPORT" and ws-In-Rpt not = "Y"
              go to 1010-Next.
     evaluate ws-Word1
         when "REPORT"
              if  function upper-case (ws-Word2) = ws-Report-Want
                and ws-Rpt-Found = space
                  move "Y" to ws-Rpt-Found
                  move "Y" to ws-In-Rpt
                  move ws-Rest to ws-Report-Title
              else
                  move space to ws-In-Rpt
              end-if
         when "END"
              move space to ws-In-Rpt
         when "LAYOUT"
              move ws-Word2 to Layout-In-Name
              move spaces to ws-Tok
              unstring ws-Rest delimited by all spaces into ws-Tok
              move function upper-case (ws-Tok) to ws-Record-Want
         when "FILE"
              move ws-Word2 to Data-In-Name
              perform 1150-Take-File thru 1150-Exit
         when "ATTR"
              perform 1200-Take-Attr thru 1200-Exit
         when "SELECT"
              perform 1250-Take-Select thru 1250-Exit
         when "SORT"
              perform 1300-Take-Sort thru 1300-Exit
         when "BREAK"
              perform 1350-Take-Break thru 1350-Exit
         when "COLUMN"
              perform 1400-Take-Column thru 1400-Exit
         when "HEADING"
              if  Hdg-Count < 3
                  add 1 to Hdg-Count
                  move spaces to Hdg-Line (Hdg-Count)
                  move 1 to ws-Sub
                  unstring Defs-In-Rec delimited by all spaces
                           into ws-Word1 with pointer ws-Sub
                  move Defs-In-Rec (ws-Sub:) to Hdg-Line (Hdg-Count)
              else
                  display "More than 3 HEADING lines - "
                          function trim (Defs-In-Rec)
                  add 1 to ws-Err-Count
              end-if
         when "PAGE"
              if  function test-numval (ws-Word2) = zero
                  compute ws-Page-Lines = function numval (ws-Word2)
              else
                  display "PAGE needs a number of lines"
                  add 1 to ws-Err-Count
              end-if
         when other
              display "Definition line not understood: "
                      function trim (Defs-In-Rec)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1010-Next.
 1090-Check.
     if       ws-Rpt-Found = space
              display "No REPORT named " function trim (ws-Report-Want)
                       " in " function trim (Defs-In-Name)
              move 16 to return-code
              goback.
     if       Layout-In-Name = spaces or Data-In-Name = spaces
           or Col-Count = zero
              display "The report needs LAYOUT, FILE and at least one"
                       " COLUMN"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*> the next blank-delimited word of ws-Rest into ws-Tok
 1100-Next-Token.
     move     spaces to ws-Tok.
     if       ws-Tok-Ptr > 160
              go to 1100-Exit.
     unstring ws-Rest delimited by all spaces
              into ws-Tok with pointer ws-Tok-Ptr.
 1100-Exit.
     exit.
*>
*> FILE <name> [SEQ [<record length>]]
 1150-Take-File.
     move     1 to ws-Tok-Ptr.
     perform  1100-Next-Token thru 1100-Exit.
     if       function upper-case (ws-Tok) = "SEQ"
              set Org-Seq to true
              perform 1100-Next-Token thru 1100-Exit
              if  ws-Tok not = spaces
                  if  function test-numval (ws-Tok) = zero
                      compute ws-Seq-Len = function numval (ws-Tok)
                  else
                      display "FILE SEQ length not a number: "
                              function trim (ws-Tok)
                      add 1 to ws-Err-Count
                  end-if
              end-if.
 1150-Exit.
     exit.
*>
*> ATTR <field> [SCALE <n>] [SIGNED]
 1200-Take-Attr.
     if       Atr-Count not < 40
              display "Too many ATTR lines - 40 is the limit"
              add 1 to ws-Err-Count
              go to 1200-Exit.
     add      1 to Atr-Count.
     move     function upper-case (ws-Word2) to At-Name (Atr-Count).
     move     zero to At-Scale (Atr-Count).
     move     "N" to At-Signed (Atr-Count).
     move     1 to ws-Tok-Ptr.
 1210-Word.
     perform  1100-Next-Token thru 1100-Exit.
     if       ws-Tok = spaces
              go to 1200-Exit.
     evaluate function upper-case (ws-Tok)
         when "SIGNED"
              move "Y" to At-Signed (Atr-Count)
         when "SCALE"
              perform 1100-Next-Token thru 1100-Exit
              if  function test-numval (ws-Tok) = zero
                  compute At-Scale (Atr-Count) =
                          function numval (ws-Tok)
              else
                  display "ATTR " function trim (ws-Word2)
                          " SCALE needs a number"
                  add 1 to ws-Err-Count
              end-if
         when other
              display "ATTR " function trim (ws-Word2)
                      " word not understood: " function trim (ws-Tok)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1210-Word.
 1200-Exit.
     exit.
*>
*> SELECT <field> <op> <value...>
 1250-Take-Select.
     if       Sel-Count not < 10
              display "Too many SELECT lines - 10 is the limit"
              add 1 to ws-Err-Count
              go to 1250-Exit.
     add      1 to Sel-Count.
     move     function upper-case (ws-Word2) to Se-Name (Sel-Count).
     move     1 to ws-Tok-Ptr.
     perform  1100-Next-Token thru 1100-Exit.
     evaluate function upper-case (ws-Tok)
         when "EQ"  when "="
              move "EQ" to Se-Op (Sel-Count)
         when "NE"  when "<>"
              move "NE" to Se-Op (Sel-Count)
         when "GT"  when ">"
              move "GT" to Se-Op (Sel-Count)
         when "GE"  when ">="
              move "GE" to Se-Op (Sel-Count)
         when "LT"  when "<"
              move "LT" to Se-Op (Sel-Count)
         when "LE"  when "<="
              move "LE" to Se-Op (Sel-Count)
         when "IN"
              move "IN" to Se-Op (Sel-Count)
         when other
              display "SELECT " function trim (ws-Word2)
                      " operator not understood: "
                      function trim (ws-Tok)
              add 1 to ws-Err-Count
              go to 1250-Exit
     end-evaluate.
     move     spaces to Se-Value (Sel-Count).
     if       ws-Tok-Ptr < 161
              move function trim (ws-Rest (ws-Tok-Ptr:))
                   to Se-Value (Sel-Count).
     if       Se-Value (Sel-Count) = spaces
              display "SELECT " function trim (ws-Word2)
                      " has no value"
              add 1 to ws-Err-Count.
 1250-Exit.
     exit.
*>
*> SORT <field> [A|D]
 1300-Take-Sort.
     if       Key-Count not < 6
              display "Too many SORT lines - 6 is the limit"
              add 1 to ws-Err-Count
              go to 1300-Exit.
     add      1 to Key-Count.
     move     function upper-case (ws-Word2) to Ky-Name (Key-Count).
     move     "A" to Ky-Dir (Key-Count).
     move     1 to ws-Tok-Ptr.
     perform  1100-Next-Token thru 1100-Exit.
     evaluate function upper-case (ws-Tok)
         when spaces  when "A"
              continue
         when "D"
              move "D" to Ky-Dir (Key-Count)
         when other
              display "SORT " function trim (ws-Word2)
                      " takes A or D, not " function trim (ws-Tok)
              add 1 to ws-Err-Count
     end-evaluate.
 1300-Exit.
     exit.
*>
*> BREAK <field> [<label words...>]
 1350-Take-Break.
     if       Brk-Count not < 3
              display "Too many BREAK lines - 3 is the limit"
              add 1 to ws-Err-Count
              go to 1350-Exit.
     add      1 to Brk-Count.
     move     function upper-case (ws-Word2) to Bk-Name (Brk-Count).
     move     ws-Rest to Bk-Label (Brk-Count).
     if       Bk-Label (Brk-Count) = spaces
              move ws-Word2 to Bk-Label (Brk-Count).
 1350-Exit.
     exit.
*>
*> COLUMN <field> [EDIT <mask>] [TOTAL] [HEAD <heading words...>]
 1400-Take-Column.
     if       Col-Count not < 20
              display "Too many COLUMN lines - 20 is the limit"
              add 1 to ws-Err-Count
              go to 1400-Exit.
     add      1 to Col-Count.
     move     function upper-case (ws-Word2) to Co-Name (Col-Count).
     move     spaces to Co-Head (Col-Count) Co-Mask (Col-Count).
     move     "N" to Co-Total (Col-Count).
     move     zero to Co-Grand (Col-Count).
     move     1 to ws-Tok-Ptr.
 1410-Word.
     perform  1100-Next-Token thru 1100-Exit.
     if       ws-Tok = spaces
              go to 1490-Head.
     evaluate function upper-case (ws-Tok)
         when "EDIT"
              perform 1100-Next-Token thru 1100-Exit
              move function upper-case (ws-Tok)
                   to Co-Mask (Col-Count)
              if  ws-Tok = spaces
                  display "COLUMN " function trim (ws-Word2)
                          " EDIT names no mask"
                  add 1 to ws-Err-Count
              end-if
         when "TOTAL"
              move "Y" to Co-Total (Col-Count)
         when "HEAD"
              if  ws-Tok-Ptr < 161
                  move function trim (ws-Rest (ws-Tok-Ptr:))
                       to Co-Head (Col-Count)
              end-if
              go to 1490-Head
         when other
              display "COLUMN " function trim (ws-Word2)
                      " word not understood: " function trim (ws-Tok)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1410-Word.
 1490-Head.
     if       Co-Head (Col-Count) = spaces
              move ws-Word2 to Co-Head (Col-Count).
 1400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record block's elementary rows, the way laysort takes them
*>----------------------------------------------------------------
 1500-Load-Layout.
     open     input Layout-In.
     if       fs-reply not = zero
              display "Cannot open layout "
                       function trim (Layout-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 1510-Next.
     read     Layout-In at end
              close Layout-In
              go to 1590-Check.
     if       Layout-In-Rec = spaces
              go to 1510-Next.
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
              go to 1510-Next.
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
              move LayI-Digits to Fl-Digits (Fld-Count)
              move zero        to Fl-Scale (Fld-Count)
              move "N"         to Fl-Signed (Fld-Count)
              compute ws-Sub = LayI-Offset + LayI-Bytes
              if  ws-Sub > ws-Rec-Len
                  move ws-Sub to ws-Rec-Len
              end-if.
     go       to 1510-Next.
 1590-Check.
     if       Fld-Count = zero or ws-Rec-Len = zero
              display "No usable fields in the layout"
                      function trim (ws-Record-Want)
              move 16 to return-code
              goback.
     if       ws-Rec-Len > 4096
              move ws-Rec-Len to ws-Edit9
              display "Records of " function trim (ws-Edit9)
                       " bytes are past"
                       " this runtime's 4096 limit"
              move 16 to return-code
              goback.
     if       ws-Seq-Len = zero
              move ws-Rec-Len to ws-Seq-Len.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every name in the definition resolved to its layout row, the
*> columns measured and placed
*>----------------------------------------------------------------
 1700-Bind-Report.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Atr-Count
              move At-Name (ws-Sx) to ws-Find-Name
              perform 1790-Find-Field thru 1790-Exit
              if  ws-Find-Fx = zero
                  display "ATTR " function trim (ws-Find-Name)
                          " is not in the layout"
                  add 1 to ws-Err-Count
              else
                  move At-Scale (ws-Sx) to Fl-Scale (ws-Find-Fx)
                  move At-Signed (ws-Sx) to Fl-Signed (ws-Find-Fx)
                  if  Fl-Scale (ws-Find-Fx) > Fl-Digits (ws-Find-Fx)
                      move Fl-Digits (ws-Find-Fx)
                           to Fl-Scale (ws-Find-Fx)
                  end-if
              end-if
     end-perform.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sel-Count
              move Se-Name (ws-Sx) to ws-Find-Name
              perform 1790-Find-Field thru 1790-Exit
              move ws-Find-Fx to Se-Fx (ws-Sx)
              if  ws-Find-Fx not = zero
                  perform 1710-Bind-Select thru 1710-Exit
              end-if
     end-perform.
     move     zero to ws-Key-Len.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Key-Count
              move Ky-Name (ws-Sx) to ws-Find-Name
              perform 1790-Find-Field thru 1790-Exit
              move ws-Find-Fx to Ky-Fx (ws-Sx)
              if  ws-Find-Fx not = zero
                  move ws-Find-Fx to ws-Lx
                  if  Fl-Type (ws-Lx) = "9"
                   or Fl-Usage (ws-Lx) = "P" or = "B"
                      move "Y" to Ky-Numeric (ws-Sx)
                      move 19 to Ky-Width (ws-Sx)
                  else
                      move "N" to Ky-Numeric (ws-Sx)
                      move Fl-Bytes (ws-Lx) to Ky-Width (ws-Sx)
                  end-if
                  add Ky-Width (ws-Sx) to ws-Key-Len
              end-if
     end-perform.
     if       ws-Key-Len > 256
              display "SORT fields total more than 256 bytes -"
                      " shorten the sort"
              add 1 to ws-Err-Count.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > Brk-Count
              move Bk-Name (ws-Bx) to ws-Find-Name
              perform 1790-Find-Field thru 1790-Exit
              move ws-Find-Fx to Bk-Fx (ws-Bx)
              if  ws-Bx > Key-Count
                  display "BREAK " function trim (Bk-Name (ws-Bx))
                          " is not among the SORT fields - breaks"
                          " must lead the SORT, in order"
                  add 1 to ws-Err-Count
              else
                  if  Ky-Name (ws-Bx) not = Bk-Name (ws-Bx)
                      move ws-Bx to ws-Edit4
                      display "BREAK " function trim (Bk-Name (ws-Bx))
                              " is not SORT field "
                              function trim (ws-Edit4)
                              " - breaks must lead the SORT, in order"
                      add 1 to ws-Err-Count
                  end-if
              end-if
     end-perform.
     move     1 to ws-Ptr.
     move     zero to ws-First-Tot-Pos.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              perform 1750-Bind-Column thru 1750-Exit
     end-perform.
     compute  ws-Line-Width = ws-Ptr - 3.
     if       ws-Line-Width > 250
              move ws-Line-Width to ws-Edit9
              display "The columns need " function trim (ws-Edit9)
                      " print"
                      " positions - 250 is the limit"
              add 1 to ws-Err-Count.
     if       ws-Page-Lines < Hdg-Count + 8
              move ws-Page-Lines to ws-Edit9
              display "PAGE of " function trim (ws-Edit9)
                      " lines leaves no room"
                      " for the detail"
              add 1 to ws-Err-Count.
 1700-Exit.
     exit.
*>
*> a selection's value must suit its field
 1710-Bind-Select.
     move     ws-Find-Fx to ws-Lx.
     if       Fl-Usage (ws-Lx) = "1" or = "2"
              display "SELECT " function trim (Se-Name (ws-Sx))
                      " is a floating-point item - not selectable"
              add 1 to ws-Err-Count
              go to 1710-Exit.
     if       Fl-Type (ws-Lx) not = "9"
          and Fl-Usage (ws-Lx) not = "P" and not = "B"
              go to 1710-Exit.
     if       Se-Op (ws-Sx) = "IN"
              move Se-Value (ws-Sx) to ws-Cmp-Text
              move 1 to ws-List-Ptr
              perform 1720-Check-List-Value thru 1720-Exit
                      until ws-List-Ptr > 64
     else
              if  function test-numval (Se-Value (ws-Sx)) not = zero
                  display "SELECT " function trim (Se-Name (ws-Sx))
                          " is numeric - "
                          function trim (Se-Value (ws-Sx))
                          " is not a number"
                  add 1 to ws-Err-Count
              end-if.
 1710-Exit.
     exit.
*>
 1720-Check-List-Value.
     move     spaces to ws-List-Word.
     unstring ws-Cmp-Text delimited by ","
              into ws-List-Word with pointer ws-List-Ptr.
     if       ws-List-Word not = spaces
        and   function test-numval (ws-List-Word) not = zero
              display "SELECT " function trim (Se-Name (ws-Sx))
                      " is numeric - " function trim (ws-List-Word)
                      " is not a number"
              add 1 to ws-Err-Count.
 1720-Exit.
     exit.
*>
*> a column's field, its mask (or the default one), its width
 1750-Bind-Column.
     move     Co-Name (ws-Cx) to ws-Find-Name.
     perform  1790-Find-Field thru 1790-Exit.
     move     ws-Find-Fx to Co-Fx (ws-Cx).
     move     ws-Ptr to Co-Pos (ws-Cx).
     move     function length (function trim (Co-Head (ws-Cx)))
              to Co-Width (ws-Cx).
     if       ws-Find-Fx = zero
              go to 1780-Place.
     move     ws-Find-Fx to ws-Lx.
     if       Fl-Usage (ws-Lx) = "1" or = "2"
              display "COLUMN " function trim (Co-Name (ws-Cx))
                      " is a floating-point item - not printable"
              add 1 to ws-Err-Count
              go to 1780-Place.
     if       Fl-Type (ws-Lx) = "9"
           or Fl-Usage (ws-Lx) = "P" or = "B"
              move "Y" to Co-Numeric (ws-Cx)
     else
              move "N" to Co-Numeric (ws-Cx).
     if       Co-Numeric (ws-Cx) = "N"
              if  Co-Mask (ws-Cx) not = spaces
                  display "COLUMN " function trim (Co-Name (ws-Cx))
                          " is text - EDIT is for numeric fields"
                  add 1 to ws-Err-Count
              end-if
              if  Co-Total (ws-Cx) = "Y"
                  display "COLUMN " function trim (Co-Name (ws-Cx))
                          " is text - it cannot be totalled"
                  add 1 to ws-Err-Count
              end-if
              move Fl-Bytes (ws-Lx) to ws-Sub
              if  ws-Sub > 64
                  move 64 to ws-Sub
              end-if
              if  ws-Sub > Co-Width (ws-Cx)
                  move ws-Sub to Co-Width (ws-Cx)
              end-if
              go to 1780-Place.
     if       Co-Mask (ws-Cx) = spaces
              perform 1760-Default-Mask thru 1760-Exit
     else
              perform 1770-Check-Mask thru 1770-Exit.
     move     Co-Mask (ws-Cx) to ws-Mask.
     move     function length (function trim (ws-Mask trailing))
              to ws-Mask-Len.
     if       ws-Mask-Len > Co-Width (ws-Cx)
              move ws-Mask-Len to Co-Width (ws-Cx).
     if       Co-Total (ws-Cx) = "Y" and ws-First-Tot-Pos = zero
              move Co-Pos (ws-Cx) to ws-First-Tot-Pos.
 1780-Place.
     compute  ws-Ptr = ws-Ptr + Co-Width (ws-Cx) + 2.
 1750-Exit.
     exit.
*>
*> Z...Z9 for the integer digits (three more when totalled), then
*> .9... to the scale, then a trailing minus
 1760-Default-Mask.
     compute  ws-Sub = Fl-Digits (ws-Lx) - Fl-Scale (ws-Lx).
     if       ws-Sub < 1
              move 1 to ws-Sub.
     if       Co-Total (ws-Cx) = "Y"
              add 3 to ws-Sub.
     if       ws-Sub > 18
              move 18 to ws-Sub.
     move     spaces to ws-Mask.
     move     1 to ws-Mx.
     perform  varying ws-Dx from 1 by 1 until ws-Dx > ws-Sub
              if  ws-Dx = ws-Sub
                  move "9" to ws-Mask (ws-Mx:1)
              else
                  move "Z" to ws-Mask (ws-Mx:1)
              end-if
              add 1 to ws-Mx
     end-perform.
     if       Fl-Scale (ws-Lx) > zero
              move "." to ws-Mask (ws-Mx:1)
              add 1 to ws-Mx
              perform varying ws-Dx from 1 by 1
                      until ws-Dx > Fl-Scale (ws-Lx)
                  move "9" to ws-Mask (ws-Mx:1)
                  add 1 to ws-Mx
              end-perform.
     move     "-" to ws-Mask (ws-Mx:1).
     move     ws-Mask to Co-Mask (ws-Cx).
 1760-Exit.
     exit.
*>
*> only the characters the interpreter knows, and room enough for
*> the field's integer digits, counted as the interpreter counts (a warning, not a fault - it may be
*> meant)
 1770-Check-Mask.
     move     Co-Mask (ws-Cx) to ws-Mask.
     move     function length (function trim (ws-Mask trailing))
              to ws-Mask-Len.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > ws-Mask-Len
              move ws-Mask (ws-Mx:1) to ws-Mask-Char
              evaluate true
                  when ws-Mask-Char = "9" or "Z" or "*" or "-" or "+"
                                   or "$" or "." or "," or "B" or "0"
                                   or "/"
                       continue
                  when ws-Mask (ws-Mx:2) = "CR" or "DB"
                       add 1 to ws-Mx
                  when other
                       display "COLUMN " function trim (Co-Name (ws-Cx))
                               " EDIT mask character not known: "
                               ws-Mask-Char
                       add 1 to ws-Err-Count
              end-evaluate
     end-perform.
     move     zero to ws-Num.
     perform  6500-Edit-Number thru 6500-Exit.
     compute  ws-Sub = ws-Mask-Pos - ws-Mask-Dec.
     compute  ws-Dx = Fl-Digits (ws-Lx) - Fl-Scale (ws-Lx).
     if       ws-Sub < ws-Dx
              display "note: COLUMN " function trim (Co-Name (ws-Cx))
                      " mask holds fewer integer digits than the"
                      " field - large values print as #s"
              add 1 to ws-Warn-Count.
 1770-Exit.
     exit.
*>
*> ws-Find-Name to its layout row in ws-Find-Fx, zero and a fault
*> when it is not there
 1790-Find-Field.
     move     zero to ws-Find-Fx.
     perform  varying ws-Lx from 1 by 1 until ws-Lx > Fld-Count
              if  function upper-case (Fl-Name (ws-Lx))
                      = ws-Find-Name
                  move ws-Lx to ws-Find-Fx
                  move Fld-Count to ws-Lx
              end-if
     end-perform.
     if       ws-Find-Fx = zero
              display function trim (ws-Find-Name)
                      " is not in the layout"
              add 1 to ws-Err-Count.
 1790-Exit.
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
*> input procedure: every record read, the selected ones released
*> with their sort key built
*>----------------------------------------------------------------
 3000-Select.
     move     "N" to ws-Eof.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open data file " function trim
                      (Data-In-Name) " - nothing to list"
              go to 3000-Exit.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              perform 7200-Close-In thru 7200-Exit
              go to 3000-Exit.
     add      1 to ws-Read-Count.
     move     "Y" to ws-Ok-Sw.
     perform  varying ws-Sx from 1 by 1
              until ws-Sx > Sel-Count or ws-Ok-Sw = "N"
              perform 3100-Test-Select thru 3100-Exit
     end-perform.
     if       ws-Ok-Sw = "N"
              go to 3010-Next.
     add      1 to ws-Sel-Hits.
     perform  3200-Build-Key thru 3200-Exit.
     move     ws-Key-Area to Sr-Key.
     move     ws-Record to Sr-Data.
     release  Sort-Rec.
     go       to 3010-Next.
 3000-Exit.
     exit.
*>
*> SELECT ws-Sx against ws-Record - ws-Ok-Sw N when it fails
 3100-Test-Select.
     move     Se-Fx (ws-Sx) to ws-Lx.
     if       Se-Op (ws-Sx) = "IN"
              move "N" to ws-Ok-Sw
              move 1 to ws-List-Ptr
              perform 3150-Test-List-Value thru 3150-Exit
                      until ws-List-Ptr > 64 or ws-Ok-Sw = "Y"
              go to 3100-Exit.
     move     Se-Value (ws-Sx) to ws-List-Word.
     perform  3300-Compare thru 3300-Exit.
 3100-Exit.
     exit.
*>
 3150-Test-List-Value.
     move     spaces to ws-List-Word.
     unstring Se-Value (ws-Sx) delimited by ","
              into ws-List-Word with pointer ws-List-Ptr.
     if       ws-List-Word = spaces
              go to 3150-Exit.
     move     function trim (ws-List-Word) to ws-List-Word.
     move     "Y" to ws-Ok-Sw.
     move     "EQ" to Se-Op (ws-Sx).
     perform  3300-Compare thru 3300-Exit.
     move     "IN" to Se-Op (ws-Sx).
 3150-Exit.
     exit.
*>
*> the key fields of ws-Record, side by side in key order
 3200-Build-Key.
     move     spaces to ws-Key-Area.
     move     1 to ws-Key-Ptr.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Key-Count
              move Ky-Fx (ws-Sx) to ws-Lx
              if  Ky-Numeric (ws-Sx) = "Y"
                  perform 6000-Decode-Field thru 6000-Exit
*>                offset by 10**18 so the digits order as the values
                  compute ws-Key-Num = ws-Num + 1000000000000000000
                  if  Ky-Dir (ws-Sx) = "D"
                      compute ws-Key-Num =
                              9999999999999999999 - ws-Key-Num
                  end-if
                  move ws-Key-Num to ws-Key-Area (ws-Key-Ptr:19)
              else
                  move ws-Record (Fl-Offset (ws-Lx) + 1:
                                  Fl-Bytes (ws-Lx))
                       to ws-Key-Area (ws-Key-Ptr:Fl-Bytes (ws-Lx))
                  if  Ky-Dir (ws-Sx) = "D"
                      inspect ws-Key-Area (ws-Key-Ptr:
                                           Fl-Bytes (ws-Lx))
                              converting ws-Asc-Table
                              to ws-Desc-Table
                  end-if
              end-if
              add Ky-Width (ws-Sx) to ws-Key-Ptr
     end-perform.
 3200-Exit.
     exit.
*>
*> field ws-Lx of ws-Record against ws-List-Word by Se-Op (ws-Sx):
*> numbers by value in the field's units, text by its bytes
 3300-Compare.
     move     "N" to ws-Ok-Sw.
     if       Fl-Type (ws-Lx) = "9"
           or Fl-Usage (ws-Lx) = "P" or = "B"
              perform 6000-Decode-Field thru 6000-Exit
              compute ws-Pow = 10 ** Fl-Scale (ws-Lx)
              compute ws-Cmp-Num rounded =
                      function numval (ws-List-Word) * ws-Pow
              evaluate Se-Op (ws-Sx)
                  when "EQ"
                       if ws-Num = ws-Cmp-Num  move "Y" to ws-Ok-Sw
                       end-if
                  when "NE"
                       if ws-Num not = ws-Cmp-Num
                          move "Y" to ws-Ok-Sw
                       end-if
                  when "GT"
                       if ws-Num > ws-Cmp-Num  move "Y" to ws-Ok-Sw
                       end-if
                  when "GE"
                       if ws-Num >= ws-Cmp-Num move "Y" to ws-Ok-Sw
                       end-if
                  when "LT"
                       if ws-Num < ws-Cmp-Num  move "Y" to ws-Ok-Sw
                       end-if
                  when "LE"
                       if ws-Num <= ws-Cmp-Num move "Y" to ws-Ok-Sw
                       end-if
              end-evaluate
              go to 3300-Exit.
     move     spaces to ws-Field-Val ws-Cmp-Text.
     move     Fl-Bytes (ws-Lx) to ws-Sub.
     if       ws-Sub > 64
              move 64 to ws-Sub.
     move     ws-Record (Fl-Offset (ws-Lx) + 1:ws-Sub)
              to ws-Field-Val (1:ws-Sub).
     move     ws-List-Word (1:ws-Sub) to ws-Cmp-Text (1:ws-Sub).
     evaluate Se-Op (ws-Sx)
         when "EQ"
              if ws-Field-Val = ws-Cmp-Text  move "Y" to ws-Ok-Sw
              end-if
         when "NE"
              if ws-Field-Val not = ws-Cmp-Text
                 move "Y" to ws-Ok-Sw
              end-if
         when "GT"
              if ws-Field-Val > ws-Cmp-Text  move "Y" to ws-Ok-Sw
              end-if
         when "GE"
              if ws-Field-Val >= ws-Cmp-Text move "Y" to ws-Ok-Sw
              end-if
         when "LT"
              if ws-Field-Val < ws-Cmp-Text  move "Y" to ws-Ok-Sw
              end-if
         when "LE"
              if ws-Field-Val <= ws-Cmp-Text move "Y" to ws-Ok-Sw
              end-if
     end-evaluate.
 3300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> output procedure: the selected records in order, breaks
*> subtotalled as their fields change, the grand total last
*>----------------------------------------------------------------
 4000-List.
     move     "N" to ws-Sort-Eof.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > Brk-Count
              perform 4800-Clear-Break thru 4800-Exit
     end-perform.
 4010-Next.
     return   Sort-Work at end
              go to 4090-Done.
     move     Sr-Data to ws-Record.
     perform  4100-Check-Breaks thru 4100-Exit.
     perform  4200-Detail thru 4200-Exit.
     add      1 to ws-Listed.
     go       to 4010-Next.
 4090-Done.
     if       ws-Listed > zero
              perform varying ws-Bx from Brk-Count by -1
                      until ws-Bx < 1
                  perform 4300-Break-Total thru 4300-Exit
              end-perform.
     perform  4400-Grand-Total thru 4400-Exit.
 4000-Exit.
     exit.
*>
*> the major-most break whose field has changed, and every break
*> inside it, totalled - innermost first - then restarted
 4100-Check-Breaks.
     if       Brk-Count = zero
              go to 4100-Exit.
     move     zero to ws-Break-At.
     perform  varying ws-Bx from 1 by 1
              until ws-Bx > Brk-Count or ws-Break-At not = zero
              move Bk-Fx (ws-Bx) to ws-Lx
              perform 6400-Field-Text thru 6400-Exit
              if  ws-Val-Text not = Bk-Prev (ws-Bx)
                  move ws-Bx to ws-Break-At
              end-if
     end-perform.
     if       ws-Break-At = zero
              go to 4100-Exit.
     if       ws-Listed > zero
              perform varying ws-Bx from Brk-Count by -1
                      until ws-Bx < ws-Break-At
                  perform 4300-Break-Total thru 4300-Exit
              end-perform.
     perform  varying ws-Bx from ws-Break-At by 1
              until ws-Bx > Brk-Count
              perform 4800-Clear-Break thru 4800-Exit
              move Bk-Fx (ws-Bx) to ws-Lx
              perform 6400-Field-Text thru 6400-Exit
              move ws-Val-Text to Bk-Prev (ws-Bx)
     end-perform.
 4100-Exit.
     exit.
*>
*> one detail line, its totals added in
 4200-Detail.
     move     spaces to ws-Print-Line.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              move Co-Fx (ws-Cx) to ws-Lx
              if  Co-Numeric (ws-Cx) = "Y"
                  perform 6000-Decode-Field thru 6000-Exit
                  if  Co-Total (ws-Cx) = "Y"
                      add ws-Num to Co-Grand (ws-Cx)
                      perform varying ws-Bx from 1 by 1
                              until ws-Bx > Brk-Count
                          add ws-Num to Bk-Tot (ws-Bx, ws-Cx)
                      end-perform
                  end-if
                  perform 4900-Place-Number thru 4900-Exit
              else
                  perform 6400-Field-Text thru 6400-Exit
                  move ws-Val-Text (1:Co-Width (ws-Cx))
                       to ws-Print-Line (Co-Pos (ws-Cx):
                                         Co-Width (ws-Cx))
              end-if
     end-perform.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > Brk-Count
              add 1 to Bk-Count (ws-Bx)
     end-perform.
     perform  4700-Put-Line thru 4700-Exit.
 4200-Exit.
     exit.
*>
*> break ws-Bx's total line, then a blank line to set it off
 4300-Break-Total.
     move     Bk-Count (ws-Bx) to ws-Edit9.
     move     spaces to ws-Label-Text.
     string   "Total " function trim (Bk-Label (ws-Bx)) " "
              function trim (Bk-Prev (ws-Bx)) " - "
              function trim (ws-Edit9) " record(s)"
              delimited by size into ws-Label-Text.
     perform  4600-Total-Line thru 4600-Exit.
 4300-Exit.
     exit.
*>
 4400-Grand-Total.
     move     ws-Listed to ws-Edit9.
     move     spaces to ws-Label-Text.
     string   "Grand total - " function trim (ws-Edit9) " record(s)"
              delimited by size into ws-Label-Text.
     move     zero to ws-Bx.
     perform  4600-Total-Line thru 4600-Exit.
     move     ws-Read-Count to ws-Edit9.
     move     ws-Listed to ws-Edit9b.
     move     spaces to ws-Print-Line.
     string   "*** end of report - " function trim (ws-Edit9b)
              " of " function trim (ws-Edit9) " record(s) selected ***"
              delimited by size into ws-Print-Line.
     perform  4700-Put-Line thru 4700-Exit.
 4400-Exit.
     exit.
*>
*> a total line - break ws-Bx, or the grand total when ws-Bx is
*> zero: the label ahead of the first total column when it fits
*> there, on a line of its own above the totals when it does not
 4600-Total-Line.
     move     spaces to ws-Print-Line.
     move     function length (function trim (ws-Label-Text))
              to ws-Sub.
     if       ws-First-Tot-Pos = zero
           or ws-Sub > ws-First-Tot-Pos - 2
              move ws-Label-Text to ws-Print-Line
              perform 4700-Put-Line thru 4700-Exit
              move spaces to ws-Print-Line
     else
              move ws-Label-Text to ws-Print-Line (1:ws-Sub).
     if       ws-First-Tot-Pos = zero
              go to 4690-Gap.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              if  Co-Total (ws-Cx) = "Y"
                  if  ws-Bx = zero
                      move Co-Grand (ws-Cx) to ws-Num
                  else
                      move Bk-Tot (ws-Bx, ws-Cx) to ws-Num
                  end-if
                  move Co-Fx (ws-Cx) to ws-Lx
                  perform 4900-Place-Number thru 4900-Exit
              end-if
     end-perform.
     perform  4700-Put-Line thru 4700-Exit.
 4690-Gap.
     move     spaces to ws-Print-Line.
     perform  4700-Put-Line thru 4700-Exit.
 4600-Exit.
     exit.
*>
*> ws-Print-Line out, a page heading first when the page is full
 4700-Put-Line.
     if       ws-Line-No not < ws-Page-Lines
              perform 4750-Page-Head thru 4750-Exit.
     move     ws-Print-Line to Report-Out-Rec.
     write    Report-Out-Rec after advancing 1 line.
     add      1 to ws-Line-No.
 4700-Exit.
     exit.
*>
*> title, date and page; the HEADING lines; the column headings,
*> numeric ones over the right of their column
 4750-Page-Head.
     add      1 to ws-Page-No.
     move     spaces to Report-Out-Rec.
     move     ws-Report-Title to Report-Out-Rec.
     move     ws-Page-No to ws-Edit4.
     compute  ws-Sub = ws-Line-Width - 25.
     if       ws-Sub < 62
              move 62 to ws-Sub.
     string   ws-Date-Disp "   Page " ws-Edit4 delimited by size
              into Report-Out-Rec with pointer ws-Sub.
     if       ws-Page-No = 1
              write Report-Out-Rec after advancing 1 line
     else
*>            the last line of the page ended ahead of the form feed
              move Report-Out-Rec to ws-Head-Line
              move spaces to Report-Out-Rec
              write Report-Out-Rec after advancing 1 line
              move ws-Head-Line to Report-Out-Rec
              write Report-Out-Rec after advancing page.
     move     1 to ws-Line-No.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hdg-Count
              move Hdg-Line (ws-Sub) to Report-Out-Rec
              write Report-Out-Rec after advancing 1 line
              add 1 to ws-Line-No
     end-perform.
     move     spaces to Report-Out-Rec.
     write    Report-Out-Rec after advancing 1 line.
     move     spaces to Report-Out-Rec.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              move function length (function trim (Co-Head (ws-Cx)))
                   to ws-Sub
              if  Co-Numeric (ws-Cx) = "Y"
                  compute ws-Ptr = Co-Pos (ws-Cx) + Co-Width (ws-Cx)
                                 - ws-Sub
              else
                  move Co-Pos (ws-Cx) to ws-Ptr
              end-if
              move Co-Head (ws-Cx) (1:ws-Sub)
                   to Report-Out-Rec (ws-Ptr:ws-Sub)
     end-perform.
     write    Report-Out-Rec after advancing 1 line.
     move     spaces to Report-Out-Rec.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              move all "-" to Report-Out-Rec (Co-Pos (ws-Cx):
                                              Co-Width (ws-Cx))
     end-perform.
     write    Report-Out-Rec after advancing 1 line.
     add      3 to ws-Line-No.
 4750-Exit.
     exit.
*>
 4800-Clear-Break.
     move     zero to Bk-Count (ws-Bx).
     perform  varying ws-Cx from 1 by 1 until ws-Cx > 20
              move zero to Bk-Tot (ws-Bx, ws-Cx)
     end-perform.
 4800-Exit.
     exit.
*>
*> ws-Num through column ws-Cx's mask, right in its column
 4900-Place-Number.
     move     Co-Mask (ws-Cx) to ws-Mask.
     perform  6500-Edit-Number thru 6500-Exit.
     compute  ws-Ptr = Co-Pos (ws-Cx) + Co-Width (ws-Cx)
                     - ws-Mask-Len.
     move     ws-Edited (1:ws-Mask-Len)
              to ws-Print-Line (ws-Ptr:ws-Mask-Len).
 4900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Lx of ws-Record to ws-Num by value, in units of its
*> scale: display with its sign (trailing overpunch either
*> convention, or a separate + or -), packed nibbles and sign,
*> binary big-endian - two's complement when ATTR says SIGNED
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
                and Fl-Signed (ws-Lx) = "Y"
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
     move     Fl-Bytes (ws-Lx) to ws-Ptr.
     if       ws-Ptr > 64
              move 64 to ws-Ptr.
     move     ws-Record (Fl-Offset (ws-Lx) + 1:ws-Ptr)
              to ws-Field-Val.
     if       ws-Field-Val (1:ws-Ptr) = spaces
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
     inspect  ws-Field-Val (1:ws-Ptr) replacing leading space by "0".
     if       ws-Field-Val (1:ws-Ptr) not numeric
              move "Y" to ws-Bad-Sw
              go to 6300-Exit.
     move     ws-Field-Val (1:ws-Ptr) to ws-Num.
 6300-Exit.
     exit.
*>
*> field ws-Lx as printable text in ws-Val-Text: text as it
*> stands, a number through its default edit - a break's value
*> and its comparison both come from here
 6400-Field-Text.
     move     spaces to ws-Val-Text.
     if       Fl-Type (ws-Lx) = "9"
           or Fl-Usage (ws-Lx) = "P" or = "B"
              perform 6000-Decode-Field thru 6000-Exit
              move spaces to ws-Mask
              compute ws-Sub = Fl-Digits (ws-Lx) - Fl-Scale (ws-Lx)
              if  ws-Sub < 1
                  move 1 to ws-Sub
              end-if
              move all "Z" to ws-Mask (1:ws-Sub)
              move "9" to ws-Mask (ws-Sub:1)
              if  Fl-Scale (ws-Lx) > zero
                  move "." to ws-Mask (ws-Sub + 1:1)
                  move all "9" to ws-Mask (ws-Sub + 2:
                                           Fl-Scale (ws-Lx))
              end-if
              move function trim (ws-Mask) to ws-Mask
              move function length (function trim (ws-Mask))
                   to ws-Sub
              move "-" to ws-Mask (ws-Sub + 1:1)
              perform 6500-Edit-Number thru 6500-Exit
              move function trim (ws-Edited) to ws-Val-Text
     else
              move Fl-Bytes (ws-Lx) to ws-Sub
              if  ws-Sub > 64
                  move 64 to ws-Sub
              end-if
              move ws-Record (Fl-Offset (ws-Lx) + 1:ws-Sub)
                   to ws-Val-Text (1:ws-Sub).
 6400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the edit-mask interpreter: ws-Num, in units of field ws-Lx's
*> scale, through ws-Mask into ws-Edited - digit positions 9 Z *
*> and a floating - + $ after its first; insertion , B 0 / and
*> the point; sign + - CR DB single or trailing.  The value is
*> rescaled to the mask's decimal places first, and one too big
*> for the mask's digits comes back as #s.
*>----------------------------------------------------------------
 6500-Edit-Number.
     move     spaces to ws-Edited.
     move     function length (function trim (ws-Mask trailing))
              to ws-Mask-Len.
     if       ws-Mask-Len > 40
              move 40 to ws-Mask-Len.
     move     space to ws-Mask-Float ws-Dot-Seen ws-Sig-Sw
                       ws-Star-Sw.
     move     zero to ws-Float-Run ws-Mask-Pos ws-Mask-Dec
                      ws-First-Sig.
     if       ws-Mask (1:1) = "-" or "+" or "$"
        and   ws-Mask (2:1) = ws-Mask (1:1)
              move ws-Mask (1:1) to ws-Mask-Float
*>            the run goes on through , B 0 / to its last symbol
              perform varying ws-Mx from 1 by 1
                      until ws-Mx > ws-Mask-Len
                         or (ws-Mask (ws-Mx:1) not = ws-Mask-Float
                         and ws-Mask (ws-Mx:1) not = "," and not = "B"
                                          and not = "0" and not = "/")
                  if  ws-Mask (ws-Mx:1) = ws-Mask-Float
                      move ws-Mx to ws-Float-Run
                  end-if
              end-perform.
*> count the digit positions, those past the point apart
     perform  varying ws-Mx from 1 by 1 until ws-Mx > ws-Mask-Len
              move ws-Mask (ws-Mx:1) to ws-Mask-Char
              evaluate true
                  when ws-Mx > 1 and ws-Mx not > ws-Float-Run
                   and ws-Mask-Char = ws-Mask-Float
                       add 1 to ws-Mask-Pos
                  when ws-Mask-Char = "9" or "Z" or "*"
                       add 1 to ws-Mask-Pos
                       if  ws-Dot-Seen = "Y"
                           add 1 to ws-Mask-Dec
                       end-if
                  when ws-Mask-Char = "."
                       move "Y" to ws-Dot-Seen
              end-evaluate
     end-perform.
     if       ws-Num < zero
              compute ws-Abs = zero - ws-Num
     else
              move ws-Num to ws-Abs.
     move     Fl-Scale (ws-Lx) to ws-Val-Scale.
     if       ws-Mask-Dec > ws-Val-Scale
              compute ws-Pow = 10 ** (ws-Mask-Dec - ws-Val-Scale)
              compute ws-Abs = ws-Abs * ws-Pow
     else
              if  ws-Mask-Dec < ws-Val-Scale
                  compute ws-Pow = 10 ** (ws-Val-Scale - ws-Mask-Dec)
                  compute ws-Abs rounded = ws-Abs / ws-Pow
              end-if.
     move     ws-Abs to ws-Digits.
     if       ws-Mask-Pos < 18
              compute ws-Pow = 10 ** ws-Mask-Pos
              if  ws-Abs not < ws-Pow
                  move all "#" to ws-Edited (1:ws-Mask-Len)
                  go to 6500-Exit
              end-if.
     move     all "0" to ws-Mask-Digits.
     if       ws-Mask-Pos > 18
              compute ws-Dx = ws-Mask-Pos - 17
              move ws-Digits to ws-Mask-Digits (ws-Dx:18)
     else
              move ws-Digits (19 - ws-Mask-Pos:ws-Mask-Pos)
                   to ws-Mask-Digits (1:ws-Mask-Pos).
*> fill left to right
     move     1 to ws-Dx.
     move     space to ws-Dot-Seen.
     perform  varying ws-Mx from 1 by 1 until ws-Mx > ws-Mask-Len
              perform 6550-Edit-One thru 6550-Exit
     end-perform.
*> the floating symbol lands just left of the first digit shown
     if       ws-Mask-Float not = space
              if  ws-First-Sig < 2
                  move ws-Float-Run to ws-Mx
              else
                  compute ws-Mx = ws-First-Sig - 1
              end-if
              evaluate true
                  when ws-Mask-Float = "$"
                       move "$" to ws-Edited (ws-Mx:1)
                  when ws-Num < zero
                       move "-" to ws-Edited (ws-Mx:1)
                  when ws-Mask-Float = "+"
                       move "+" to ws-Edited (ws-Mx:1)
              end-evaluate.
 6500-Exit.
     exit.
*>
 6550-Edit-One.
     move     ws-Mask (ws-Mx:1) to ws-Mask-Char.
     if       ws-Mask-Float not = space and ws-Mx not > ws-Float-Run
          and ws-Mask-Char = ws-Mask-Float
              if  ws-Mx = 1
                  go to 6550-Exit
              end-if
              perform 6560-Digit-Suppress thru 6560-Exit
              go to 6550-Exit.
     evaluate true
         when ws-Mask-Char = "9"
              move ws-Mask-Digits (ws-Dx:1) to ws-Edited (ws-Mx:1)
              add 1 to ws-Dx
              if  ws-Sig-Sw not = "Y"
                  move "Y" to ws-Sig-Sw
                  move ws-Mx to ws-First-Sig
              end-if
         when ws-Mask-Char = "Z"
              perform 6560-Digit-Suppress thru 6560-Exit
         when ws-Mask-Char = "*"
              move "Y" to ws-Star-Sw
              perform 6560-Digit-Suppress thru 6560-Exit
         when ws-Mask-Char = "."
              move "." to ws-Edited (ws-Mx:1)
              if  ws-Sig-Sw not = "Y"
                  move "Y" to ws-Sig-Sw
                  move ws-Mx to ws-First-Sig
              end-if
         when ws-Mask-Char = "," or "0" or "/" or "B"
              evaluate true
                  when ws-Sig-Sw = "Y" and ws-Mask-Char = "B"
                       move space to ws-Edited (ws-Mx:1)
                  when ws-Sig-Sw = "Y"
                       move ws-Mask-Char to ws-Edited (ws-Mx:1)
                  when ws-Star-Sw = "Y"
                       move "*" to ws-Edited (ws-Mx:1)
              end-evaluate
         when ws-Mask (ws-Mx:2) = "CR" or "DB"
              if  ws-Num < zero
                  move ws-Mask (ws-Mx:2) to ws-Edited (ws-Mx:2)
              end-if
              add 1 to ws-Mx
         when ws-Mask-Char = "-"
              if  ws-Num < zero
                  move "-" to ws-Edited (ws-Mx:1)
              end-if
         when ws-Mask-Char = "+"
              if  ws-Num < zero
                  move "-" to ws-Edited (ws-Mx:1)
              else
                  move "+" to ws-Edited (ws-Mx:1)
              end-if
         when other
              move ws-Mask-Char to ws-Edited (ws-Mx:1)
     end-evaluate.
 6550-Exit.
     exit.
*>
*> a suppressible digit: shown once significance starts, else the
*> fill - a space, or * under a cheque-protect mask
 6560-Digit-Suppress.
     if       ws-Sig-Sw = "Y" or ws-Mask-Digits (ws-Dx:1) not = "0"
              move ws-Mask-Digits (ws-Dx:1) to ws-Edited (ws-Mx:1)
              if  ws-Sig-Sw not = "Y"
                  move "Y" to ws-Sig-Sw
                  move ws-Mx to ws-First-Sig
              end-if
     else
              if  ws-Star-Sw = "Y"
                  move "*" to ws-Edited (ws-Mx:1)
              end-if.
     add      1 to ws-Dx.
 6560-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> record input, line sequential or fixed-length SEQ alike; ws-Eof
*> comes back Y when an open fails or the file ends
*>----------------------------------------------------------------
 7000-Open-In.
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
*> PRINT=: the finished listing to lpr as printcbl sends a
*> listing - its options, or the first usable record of the
*> CUPSCFG= file in their place, and its queue or PSN='s
*>----------------------------------------------------------------
 7500-Print.
     if       Cups-Cfg-Name not = spaces
              open input Cups-Cfg
              if  fs-reply = zero
                  perform 7510-Cups-Read thru 7510-Exit
                  close Cups-Cfg
              end-if.
     if       ws-Psn = spaces
              if  Print-Pdf
                  move ws-Pdf-Psn to ws-Psn
              else
                  move ws-Lpr-Psn to ws-Psn
              end-if.
     move     spaces to ws-Print-Command.
     string   "lpr "       delimited by size
              ws-Lpr-Opts  delimited by "  "
              " -P "       delimited by size
              ws-Psn       delimited by space
              " "          delimited by size
              Report-Out-Name delimited by space
              into ws-Print-Command.
     call     "SYSTEM" using ws-Print-Command.
     if       return-code not = zero
              display "Spooling failed: " function trim
                      (ws-Print-Command)
              move 16 to return-code
              goback.
     display  "Spooled to " function trim (ws-Psn).
 7500-Exit.
     exit.
*>
 7510-Cups-Read.
     read     Cups-Cfg at end
              go to 7510-Exit.
     if       Cups-Cfg-Rec (1:1) = "*" or Cups-Cfg-Rec = spaces
              go to 7510-Cups-Read.
     move     Cups-Cfg-Rec (1:119) to ws-Lpr-Opts.
 7510-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> CHECK: the binding on paper, no data read
*>----------------------------------------------------------------
 8000-Check-Report.
     display  " ".
     display  "Report  : " function trim (ws-Report-Want)
              "  -  " function trim (ws-Report-Title).
     display  "Layout  : " function trim (Layout-In-Name) " "
              function trim (ws-Record-Want).
     if       Org-Seq
              move ws-Seq-Len to ws-Edit9
              display "File    : " function trim (Data-In-Name)
                      "  fixed-length " function trim (ws-Edit9)
                      " bytes"
     else
              display "File    : " function trim (Data-In-Name)
                      "  line sequential".
     move     ws-Rec-Len to ws-Edit9.
     move     ws-Page-Lines to ws-Edit4.
     move     ws-Line-Width to ws-Edit4b.
     display  "Record  : " function trim (ws-Edit9) " bytes   Page: "
              function trim (ws-Edit4) " lines   Line: "
              function trim (ws-Edit4b) " columns".
     display  " ".
     if       Sel-Count > zero
              display "Selection (all must hold):"
              perform varying ws-Sx from 1 by 1 until ws-Sx > Sel-Count
                  move Se-Fx (ws-Sx) to ws-Lx
                  perform 8100-Field-Desc thru 8100-Exit
                  display "  " Se-Name (ws-Sx) (1:24) " " Se-Op (ws-Sx)
                          " " function trim (Se-Value (ws-Sx)) "  "
                          function trim (ws-Label-Text)
              end-perform
     else
              display "Selection: every record".
     if       Key-Count > zero
              display "Sort:"
              perform varying ws-Sx from 1 by 1 until ws-Sx > Key-Count
                  move Ky-Fx (ws-Sx) to ws-Lx
                  perform 8100-Field-Desc thru 8100-Exit
                  display "  " Ky-Name (ws-Sx) (1:24) " " Ky-Dir (ws-Sx)
                          "  " function trim (ws-Label-Text)
              end-perform
     else
              display "Sort: file order".
     if       Brk-Count > zero
              display "Breaks:"
              perform varying ws-Bx from 1 by 1 until ws-Bx > Brk-Count
                  display "  " Bk-Name (ws-Bx) (1:24) " "
                          function trim (Bk-Label (ws-Bx))
              end-perform.
     display  " ".
     display  "Column                   Pos Wid Off    Len    T U"
              " Edit                 Heading".
     display  "--------------------------------------------------"
              "---------------------------------".
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Col-Count
              perform 8200-Check-Column thru 8200-Exit
     end-perform.
     display  " ".
     if       ws-Err-Count = zero
              display "The report binds cleanly."
              move zero to return-code
     else
              move ws-Err-Count to ws-Edit9
              display function trim (ws-Edit9)
                       " problem(s) - fix the report definition first."
              move 8 to return-code.
 8000-Exit.
     exit.
*>
*> field ws-Lx's place and form as text, or its absence
 8100-Field-Desc.
     move     spaces to ws-Label-Text.
     if       ws-Lx = zero
              move "** NOT IN THE LAYOUT **" to ws-Label-Text
              go to 8100-Exit.
     move     Fl-Offset (ws-Lx) to ws-Edit9.
     move     Fl-Bytes (ws-Lx) to ws-Edit9b.
     move     Fl-Scale (ws-Lx) to ws-Edit4.
     string   "offset " function trim (ws-Edit9)
              " len " function trim (ws-Edit9b)
              " type " Fl-Type (ws-Lx) " usage " Fl-Usage (ws-Lx)
              " scale " function trim (ws-Edit4)
              delimited by size into ws-Label-Text.
 8100-Exit.
     exit.
*>
 8200-Check-Column.
     move     Co-Fx (ws-Cx) to ws-Lx.
     if       ws-Lx = zero
              display Co-Name (ws-Cx) (1:24)
                      " ** NOT IN THE LAYOUT **"
              go to 8200-Exit.
     move     Co-Pos (ws-Cx) to ws-Edit4.
     move     Co-Width (ws-Cx) to ws-Edit4b.
     move     spaces to ws-Val-Text.
     if       Co-Numeric (ws-Cx) = "Y"
              move Co-Mask (ws-Cx) to ws-Val-Text
              if  Co-Total (ws-Cx) = "Y"
                  move "TOTAL" to ws-Val-Text (22:5)
              end-if.
     display  Co-Name (ws-Cx) (1:24) " " ws-Edit4 ws-Edit4b " "
              Fl-Offset (ws-Lx) " " Fl-Bytes (ws-Lx) " "
              Fl-Type (ws-Lx) " " Fl-Usage (ws-Lx) " "
              ws-Val-Text (1:27) " " function trim (Co-Head (ws-Cx)).
 8200-Exit.
     exit.
