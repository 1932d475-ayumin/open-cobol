       >>source free
 Identification division.
*>**********************
      program-id.       xref-exposure.
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
*>    Usage.            Classified data exposure report.  Loads the
*>                      durable extracts cobxref writes (-EXTRACT with
*>                      -FILECAT): every named .ext dictionary extract
*>                      and the matching .fcat file catalog found
*>                      alongside by extension.  Each FILE SECTION
*>                      field is looked up in the data element
*>                      register through ELEMCLASS - aliases fold
*>                      onto their canonical name through the synonym
*>                      dictionary there - and a PII or PCI field is
*>                      tied to the FD it is defined under, so to the
*>                      SELECT and its ASSIGN target in the catalog.
*>
*>                      Every file so found is then opened and its
*>                      first bytes read: a COBDESCRYPT file starts
*>                      with its COBDESF1 header and is encrypted at
*>                      rest.  The report lists each file holding
*>                      classified fields that is not, with the fields,
*>                      their class and the programs defining them:
*>                        PLAIN      the file is there, in clear
*>                        NOT FOUND  the file could not be opened to
*>                                   check - assume the worst
*>
*>                      xref-exposure <file.ext> | @<list-file>
*>                                    [DIR=<data directory>] [ALL]
*>
*>                      An ASSIGN name is found through its DD_<name>
*>                      environment variable as the runtime finds it,
*>                      else under DIR= (the current directory when
*>                      not given).  ALL lists the encrypted files as
*>                      well.  Return code 0 nothing exposed, 4 files
*>                      listed, 16 nothing loaded or no register.
*>**
*>    Called by.
*>                      Run standalone, e.g. after the nightly batch
*>                      cobxref inventory run.
*>**
*>    Calls.
*>                      ENVPROF
*>                      ELEMCLASS
*>                      CBL_OPEN_FILE, CBL_READ_FILE, CBL_CLOSE_FILE
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
     select   Fcat-In          assign Fcat-In-Name
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
*> same columns cobxref's Fcat-Record writes
 fd  Fcat-In.
 01  Fcat-In-Rec.
     03  FctI-Prog             pic x(32).
     03  filler                pic x.
     03  FctI-Select           pic x(32).
     03  filler                pic x.
     03  FctI-Assign           pic x(32).
     03  filler                pic x.
     03  FctI-Mode             pic x(6).
*>
 fd  List-In.
 01  List-In-Rec               pic x(256).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(22) value "xref-exposure v1.01.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Arg-Sub            pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  Extract-In-Name       pic x(256)   value spaces.
 01  Fcat-In-Name          pic x(256)   value spaces.
 01  List-In-Name          pic x(256)   value spaces.
 01  ws-Data-Dir           pic x(192)   value spaces.
 77  ws-List-Mode-Sw       pic x        value space.
     88  ws-List-Mode                   value "Y".
 77  ws-Show-All-Sw        pic x        value space.
     88  ws-Show-All                    value "Y".
*>
*> the program in hand: its SELECTs with their ASSIGN targets and
*> the listing line of their FD, and its FILE SECTION definitions
*>
 01  Sel-Table.
     03  Sel-Entry         occurs 300.
         05  Sel-Prog      pic x(32).
         05  Sel-Name      pic x(32).
         05  Sel-Assign    pic x(32).
         05  Sel-FD-Line   pic 9(6).
 77  Sel-Count             Binary-Long  value zero.
 01  Def-Table.
     03  Def-Entry         occurs 5000.
         05  Def-Prog      pic x(32).
         05  Def-Name      pic x(32).
         05  Def-Line      pic 9(6).
 77  Def-Count             Binary-Long  value zero.
*>
*> one entry per classified field per file per program - the
*> whole estate, sorted by file for the grouped report
*>
 01  Exp-Table.
     03  Exp-Entry         occurs 5000.
         05  Exp-Assign    pic x(32).
         05  Exp-Field     pic x(32).
         05  Exp-Prog      pic x(32).
         05  Exp-Select    pic x(32).
         05  Exp-Class     pic x(8).
         05  Exp-Alias     pic x(32).
 77  Exp-Count             Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Own                Binary-Long  value zero.
 77  ws-Grp-Start          Binary-Long  value zero.
 77  ws-Grp-End            Binary-Long  value zero.
 77  ws-Name-Len           Binary-Long  value zero.
 77  ws-File-Count         Binary-Long  value zero.
 77  ws-Class-Count        Binary-Long  value zero.
 77  ws-Exposed-Count      Binary-Long  value zero.
 77  ws-Crypt-Count        Binary-Long  value zero.
 77  ws-Skip-Sw            pic x        value space.
 01  ws-Count-Edit         pic z(6)9.
 01  ws-Verdict            pic x(10)    value spaces.
*>
*> the first bytes of a catalogued file, for the COBDESF1 header
 01  ws-Path               pic x(256)   value spaces.
 01  ws-DD-Name            pic x(40)    value spaces.
 01  ws-Handle             pic x(4)     comp-x value zero.
 01  ws-Access             pic x        comp-x value 1.
 01  ws-Deny               pic x        comp-x value zero.
 01  ws-Device             pic x        comp-x value zero.
 01  ws-Read-Flags         pic x        comp-x value zero.
 01  ws-Offset             pic x(8)     comp-x value zero.
 01  ws-Count              pic x(4)     comp-x value 8.
 01  ws-Head               pic x(8)     value spaces.
*>
*> the ELEMCLASS request area
 copy "elem-class.cpy".
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
              display "xref-exposure: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
*> unused slots must sort behind every real file
     move     high-values to Exp-Table.
     perform  1000-Get-Args thru 1000-Exit.
     initialize ec-request.
     move     "COUNT" to ec-function.
     call     "ELEMCLASS" using ec-request
              on exception
              move "16" to ec-status
     end-call.
     if       ec-no-register
              display "xref-exposure: no data element register - "
                      "nothing is classified"
              move 16 to return-code
              goback.
     if       ws-List-Mode
              perform 2000-Load-From-List thru 2000-Exit
     else
              perform 2100-Load-One-Extract thru 2100-Exit.
     if       ws-File-Count = zero
              display "xref-exposure: nothing loaded - no report"
              move 16 to return-code
              goback.
     if       Exp-Count > 1
              sort Exp-Entry ascending Exp-Assign Exp-Field Exp-Prog.
     perform  3000-Report thru 3000-Exit.
     if       ws-Exposed-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: xref-exposure <file.ext> | @<list>"
                      " [DIR=<data dir>] [ALL]"
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
                  when function upper-case (ws-Arg-Text) = "ALL"
                       move "Y" to ws-Show-All-Sw
                  when function upper-case (ws-Arg-Text (1:4)) = "DIR="
                       move ws-Arg-Text (5:192) to ws-Data-Dir
              end-evaluate
     end-perform.
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
*> one program's extract pair: the .fcat name is the .ext name with
*> the extension swapped, the same base-name rule cobxref used
*>----------------------------------------------------------------
 2100-Load-One-Extract.
     move     zero to Sel-Count Def-Count.
     perform  2200-Build-Companion thru 2200-Exit.
     perform  2300-Load-Fcat thru 2300-Exit.
     open     input Extract-In.
     if       fs-reply not = zero
              display "Cannot open extract "
                       function trim (Extract-In-Name)
                       ", status " fs-reply
              go to 2100-Exit.
     add      1 to ws-File-Count.
 2110-Next-Row.
     read     Extract-In at end
              close Extract-In
              go to 2120-Classify.
     if       ExtI-Data-Name = spaces
           or ExtI-Section-Code not = "F"
              go to 2110-Next-Row.
*>
*> a SELECT name is defined on its SELECT line; the first FILE
*> SECTION reference after that is its FD, where its records start
*>
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Sel-Count
              if  Sel-Name (ws-Sub) = ExtI-Data-Name
                and Sel-Prog (ws-Sub) = ExtI-Prog-Name
                  if  ExtI-Ref-RefNo > ExtI-Defn-RefNo
                    and (Sel-FD-Line (ws-Sub) = zero
                         or ExtI-Ref-RefNo < Sel-FD-Line (ws-Sub))
                      move ExtI-Ref-RefNo to Sel-FD-Line (ws-Sub)
                  end-if
                  go to 2110-Next-Row
              end-if
     end-perform.
*> a definition row is the one whose reference is its own line
     if       ExtI-Ref-RefNo not = ExtI-Defn-RefNo
              go to 2110-Next-Row.
     if       Def-Count not < 5000
              go to 2110-Next-Row.
     add      1 to Def-Count.
     move     ExtI-Prog-Name to Def-Prog (Def-Count).
     move     ExtI-Data-Name to Def-Name (Def-Count).
     move     ExtI-Defn-RefNo to Def-Line (Def-Count).
     go       to 2110-Next-Row.
 2120-Classify.
     perform  2500-Classify-Def thru 2500-Exit
              varying ws-Sub from 1 by 1 until ws-Sub > Def-Count.
 2100-Exit.
     exit.
*>
 2200-Build-Companion.
     move     spaces to Fcat-In-Name.
     move     zero to ws-Name-Len.
     inspect  function trim (Extract-In-Name)
              tallying ws-Name-Len for characters.
     if       ws-Name-Len > 4
          and Extract-In-Name (ws-Name-Len - 3:4) = ".ext"
              move Extract-In-Name (1:ws-Name-Len - 4) to Fcat-In-Name
              string ".fcat" delimited by size
                     into Fcat-In-Name (ws-Name-Len - 3:5).
 2200-Exit.
     exit.
*>
*> one entry per SELECT - the catalog carries a row per OPEN mode
*>
 2300-Load-Fcat.
     if       Fcat-In-Name = spaces
              go to 2300-Exit.
     open     input Fcat-In.
     if       fs-reply not = zero
              display "No file catalog "
                       function trim (Fcat-In-Name)
                       " - its files cannot be named"
              go to 2300-Exit.
 2310-Next-Fcat.
     read     Fcat-In at end
              close Fcat-In
              go to 2300-Exit.
     if       FctI-Select = spaces
              go to 2310-Next-Fcat.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Sel-Count
              if  Sel-Name (ws-Sub)
                      = function upper-case (FctI-Select)
                and Sel-Prog (ws-Sub) = FctI-Prog
                  go to 2310-Next-Fcat
              end-if
     end-perform.
     if       Sel-Count not < 300
              go to 2310-Next-Fcat.
     add      1 to Sel-Count.
     move     FctI-Prog to Sel-Prog (Sel-Count).
     move     function upper-case (FctI-Select) to Sel-Name (Sel-Count).
     move     FctI-Assign to Sel-Assign (Sel-Count).
     move     zero to Sel-FD-Line (Sel-Count).
     go       to 2310-Next-Fcat.
 2300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a classified definition belongs to the FD opened last before it
*>----------------------------------------------------------------
 2500-Classify-Def.
     move     "CLASS" to ec-function.
     move     Def-Name (ws-Sub) to ec-name.
     call     "ELEMCLASS" using ec-request.
     if       not ec-is-sensitive
              go to 2500-Exit.
     add      1 to ws-Class-Count.
     move     zero to ws-Own.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Sel-Count
              if  Sel-Prog (ws-Sub2) = Def-Prog (ws-Sub)
                and Sel-FD-Line (ws-Sub2) > zero
                and Sel-FD-Line (ws-Sub2) < Def-Line (ws-Sub)
                  if  ws-Own = zero
                   or Sel-FD-Line (ws-Sub2) > Sel-FD-Line (ws-Own)
                      move ws-Sub2 to ws-Own
                  end-if
              end-if
     end-perform.
     if       Exp-Count not < 5000
              go to 2500-Exit.
     add      1 to Exp-Count.
     if       ws-Own = zero
              move "(no catalog entry)" to Exp-Assign (Exp-Count)
              move spaces to Exp-Select (Exp-Count)
     else
              move Sel-Assign (ws-Own) to Exp-Assign (Exp-Count)
              move Sel-Name (ws-Own) to Exp-Select (Exp-Count).
     move     ec-canonical to Exp-Field (Exp-Count).
     move     ec-class to Exp-Class (Exp-Count).
     move     Def-Prog (ws-Sub) to Exp-Prog (Exp-Count).
     move     spaces to Exp-Alias (Exp-Count).
     if       Def-Name (ws-Sub) not = ec-canonical
              move Def-Name (ws-Sub) to Exp-Alias (Exp-Count).
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> grouped report - one block per file holding classified fields;
*> encrypted files only with ALL
*>----------------------------------------------------------------
 3000-Report.
     display  " ".
     display  "Classified fields in files not COBDES-encrypted".
     display  "===============================================".
     move     1 to ws-Sub.
     perform  3100-One-File thru 3100-Exit
              until ws-Sub > Exp-Count.
     display  " ".
     move     ws-File-Count to ws-Count-Edit.
     display  "Extracts loaded          : " ws-Count-Edit.
     move     ws-Class-Count to ws-Count-Edit.
     display  "Classified definitions   : " ws-Count-Edit.
     move     ws-Crypt-Count to ws-Count-Edit.
     display  "Files encrypted at rest  : " ws-Count-Edit.
     move     ws-Exposed-Count to ws-Count-Edit.
     display  "Files exposed            : " ws-Count-Edit.
 3000-Exit.
     exit.
*>
 3100-One-File.
     move     ws-Sub to ws-Grp-Start.
     move     ws-Sub to ws-Grp-End.
     perform  until ws-Grp-End = Exp-Count
                 or Exp-Assign (ws-Grp-End + 1)
                        not = Exp-Assign (ws-Grp-Start)
              add 1 to ws-Grp-End
     end-perform.
     perform  3200-Check-File thru 3200-Exit.
     if       ws-Verdict = "ENCRYPTED"
              add 1 to ws-Crypt-Count
              if  not ws-Show-All
                  go to 3190-Advance
              end-if
     else
              add 1 to ws-Exposed-Count.
     display  " ".
     display  function trim (Exp-Assign (ws-Grp-Start))
              "  " ws-Verdict.
     perform  varying ws-Sub2 from ws-Grp-Start by 1
              until ws-Sub2 > ws-Grp-End
              display "  " Exp-Field (ws-Sub2)
                      " " Exp-Class (ws-Sub2)
                      " " function trim (Exp-Prog (ws-Sub2))
                      with no advancing
              if  Exp-Select (ws-Sub2) not = spaces
                  display " (" function trim (Exp-Select (ws-Sub2))
                          ")" with no advancing
              end-if
              if  Exp-Alias (ws-Sub2) not = spaces
                  display " as " function trim (Exp-Alias (ws-Sub2))
                          with no advancing
              end-if
              display " "
     end-perform.
 3190-Advance.
     compute  ws-Sub = ws-Grp-End + 1.
 3100-Exit.
     exit.
*>
*> the ASSIGN target as the runtime would find it, and its first
*> eight bytes
*>
 3200-Check-File.
     move     "NOT FOUND" to ws-Verdict.
     if       Exp-Assign (ws-Grp-Start) (1:1) = "("
              go to 3200-Exit.
     move     spaces to ws-DD-Name ws-Path.
     string   "DD_" delimited by size
              Exp-Assign (ws-Grp-Start) delimited by space
              into ws-DD-Name.
     accept   ws-Path from environment ws-DD-Name
              on exception
              move spaces to ws-Path
     end-accept.
     if       ws-Path = spaces
          and ws-Data-Dir not = spaces
              string ws-Data-Dir delimited by space
                     "/" delimited by size
                     Exp-Assign (ws-Grp-Start) delimited by space
                     into ws-Path.
     if       ws-Path = spaces
              move Exp-Assign (ws-Grp-Start) to ws-Path.
     move     zero to ws-Handle.
     call     "CBL_OPEN_FILE" using ws-Path ws-Access
                                    ws-Deny ws-Device ws-Handle.
     if       return-code not = zero
              move zero to return-code
              go to 3200-Exit.
     move     spaces to ws-Head.
     move     zero to ws-Offset.
     move     8 to ws-Count.
     call     "CBL_READ_FILE" using ws-Handle ws-Offset ws-Count
                                    ws-Read-Flags ws-Head.
     call     "CBL_CLOSE_FILE" using ws-Handle.
     move     zero to return-code.
     if       ws-Head = "COBDESF1"
              move "ENCRYPTED" to ws-Verdict
     else
              move "PLAIN" to ws-Verdict.
 3200-Exit.
     exit.
