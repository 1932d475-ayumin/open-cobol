       >>source free
 Identification division.
*>**********************
      program-id.       elemmaint.
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
*>    Usage.            Maintenance console for the data element
*>                      register (DATAELEM.DAT, or the file named by
*>                      the DATA_ELEMENTS environment variable).  One
*>                      record per business field, keyed by its
*>                      canonical name - the logical name synmaint
*>                      folds the aliases onto:
*>                          <name x32> <class x8> <owner x30>
*>                          <definition x60>
*>                      Class is one of PUBLIC, INTERNAL, PII, PCI.
*>                      ocdumpfile, occompare and oczap mask or refuse
*>                      PII and PCI values for an operator without the
*>                      P permission (through ELEMCLASS), and
*>                      xref-exposure lists every file holding them
*>                      that is not COBDES-encrypted.
*>
*>                      Menu (boxwidget LIST):
*>                        browse elements, add an element, change an
*>                        element, delete an element, save and exit,
*>                        quit without saving.
*>
*>                      Anyone may browse.  Saving changes what the
*>                      tools will show, so it needs a signed-on
*>                      operator holding P; every save goes to the
*>                      run-audit trail (TOOLAUDIT.DAT, or TOOL_AUDIT).
*>**
*>    Called by.
*>                      Run standalone from the devtools menu.
*>**
*>    Calls.
*>                      ENVPROF
*>                      boxwidget
*>                      OPSIGNON
*>                      OPSIGNON-CHECK
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
     select   optional Elem-File assign Elem-File-Name
              organization     line sequential
              status           fs-reply.
*>
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Elem-File.
 01  Elem-File-Rec.
     03  ElF-Name              pic x(32).
     03  filler                pic x.
     03  ElF-Class             pic x(8).
     03  filler                pic x.
     03  ElF-Owner             pic x(30).
     03  filler                pic x.
     03  ElF-Definition        pic x(60).
*>
*> same columns as the devtools run-audit record
 fd  Tool-Audit.
 01  Tool-Audit-Rec.
     03  Aud-Tool              pic x(10).
     03  filler                pic x.
     03  Aud-Operator          pic x(16).
     03  filler                pic x.
     03  Aud-Date              pic 9(8).
     03  filler                pic x.
     03  Aud-Time              pic 9(6).
     03  filler                pic x.
     03  Aud-RC                pic 9(4).
     03  filler                pic x.
     03  Aud-Input             pic x(64).
     03  filler                pic x.
     03  Aud-Options           pic x(64).
     03  filler                pic x.
     03  Aud-Outputs           pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "elemmaint v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Elem-File-Name        pic x(64)    value "DATAELEM.DAT".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 01  Elem-Table.
     03  Elem-Entry        occurs 2000.
         05  Elem-Name     pic x(32).
         05  Elem-Class    pic x(8).
         05  Elem-Owner    pic x(30).
         05  Elem-Definition pic x(60).
 77  Elem-Count            Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Pick               Binary-Long  value zero.
 77  ws-Changed-Sw         pic x        value "N".
 77  ws-Done-Sw            pic x        value "N".
 77  ws-Saved-Sw           pic x        value "N".
 01  ws-New-Name           pic x(32)    value spaces.
 01  ws-New-Class          pic x(8)     value spaces.
 01  ws-Class-Ok           pic x        value "N".
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Count-Disp         pic z(4)9.
*>
*> the OPSIGNON request area
 copy "op-signon.cpy".
*>
 copy "box-widget.cpy".
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
              display "elemmaint: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   Elem-File-Name from environment "DATA_ELEMENTS"
              on exception
              move "DATAELEM.DAT" to Elem-File-Name
     end-accept.
     if       Elem-File-Name = spaces
              move "DATAELEM.DAT" to Elem-File-Name.
     perform  1000-Load thru 1000-Exit.
     perform  2000-Menu thru 2000-Exit
              until ws-Done-Sw = "Y".
     goback.
*>
 1000-Load.
     open     input Elem-File.
     if       fs-reply not = zero
              go to 1000-Exit.
 1010-Next.
     read     Elem-File at end
              close Elem-File
              go to 1000-Exit.
     if       ElF-Name = spaces or ElF-Name (1:1) = "*"
           or Elem-Count not < 2000
              go to 1010-Next.
     add      1 to Elem-Count.
     move     function upper-case (ElF-Name) to Elem-Name (Elem-Count).
     move     function upper-case (ElF-Class)
              to Elem-Class (Elem-Count).
     move     ElF-Owner to Elem-Owner (Elem-Count).
     move     ElF-Definition to Elem-Definition (Elem-Count).
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
 2000-Menu.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     4 to bw-row.
     move     15 to bw-col.
     move     13 to bw-height.
     move     50 to bw-width.
     move     "Data Element Register" to bw-title.
     move     6 to bw-item-count.
     move     "Browse elements"             to bw-item (1).
     move     "Add an element"              to bw-item (2).
     move     "Change an element"           to bw-item (3).
     move     "Delete an element"           to bw-item (4).
     move     "Save and exit"               to bw-item (5).
     move     "Quit without saving"         to bw-item (6).
     call     "boxwidget" using bw-request.
     if       bw-cancelled
              go to 2000-Exit.
     evaluate bw-choice
         when 1
              perform 3000-Browse thru 3000-Exit
         when 2
              perform 4000-Add thru 4000-Exit
         when 3
              perform 4500-Change thru 4500-Exit
         when 4
              perform 5000-Delete thru 5000-Exit
         when 5
              perform 6000-Save thru 6000-Exit
              if  ws-Saved-Sw = "Y"
                  move "Y" to ws-Done-Sw
              end-if
         when 6
              if  ws-Changed-Sw = "Y"
                  initialize bw-request
                  move "CONFIRM" to bw-function
                  move 8 to bw-row
                  move 15 to bw-col
                  move 7 to bw-height
                  move 50 to bw-width
                  move "Quit" to bw-title
                  move "Changes not saved - quit anyway?"
                       to bw-text
                  call "boxwidget" using bw-request
                  if  bw-reply-yes
                      move "Y" to ws-Done-Sw
                  end-if
              else
                  move "Y" to ws-Done-Sw
              end-if
     end-evaluate.
 2000-Exit.
     exit.
*>
*> the element list; picking one shows its owner and definition
*>
 3000-Browse.
     perform  3900-Pick-List thru 3900-Exit.
     move     "Elements (name  class  owner)" to bw-title.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-choice = zero
           or bw-choice > Elem-Count
              go to 3000-Exit.
     move     bw-choice to ws-Pick.
     initialize bw-request.
     move     "MESSAGE" to bw-function.
     move     6 to bw-row.
     move     3 to bw-col.
     move     8 to bw-height.
     move     74 to bw-width.
     move     spaces to bw-title.
     string   function trim (Elem-Name (ws-Pick)) delimited by size
              " - " delimited by size
              function trim (Elem-Class (ws-Pick)) delimited by size
              ", owner " delimited by size
              function trim (Elem-Owner (ws-Pick)) delimited by size
              into bw-title.
     move     Elem-Definition (ws-Pick) to bw-text.
     call     "boxwidget" using bw-request.
 3000-Exit.
     exit.
*>
 3900-Pick-List.
     initialize bw-request.
     move     "LIST" to bw-function.
     move     2 to bw-row.
     move     5 to bw-col.
     move     20 to bw-height.
     move     70 to bw-width.
     if       Elem-Count = zero
              move 1 to bw-item-count
              move "(register is empty)" to bw-item (1)
              go to 3900-Exit.
     move     zero to ws-Sub2.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Elem-Count or ws-Sub > 100
              add 1 to ws-Sub2
              move spaces to bw-item (ws-Sub2)
              move Elem-Name (ws-Sub) to bw-item (ws-Sub2) (1:32)
              move Elem-Class (ws-Sub) to bw-item (ws-Sub2) (34:8)
              move Elem-Owner (ws-Sub) to bw-item (ws-Sub2) (43:18)
     end-perform.
     move     ws-Sub2 to bw-item-count.
 3900-Exit.
     exit.
*>
 4000-Add.
     if       Elem-Count not < 2000
              initialize bw-request
              move "MESSAGE" to bw-function
              move 8 to bw-row
              move 15 to bw-col
              move 7 to bw-height
              move 50 to bw-width
              move "Full" to bw-title
              move "Register table is full" to bw-text
              call "boxwidget" using bw-request
              go to 4000-Exit.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     6 to bw-row.
     move     15 to bw-col.
     move     8 to bw-height.
     move     52 to bw-width.
     move     "Add data element" to bw-title.
     move     "Canonical field name:" to bw-prompt.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-input-value = spaces
              go to 4000-Exit.
     move     function upper-case (bw-input-value (1:32))
              to ws-New-Name.
*> one entry per canonical name - the register is keyed on it
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Elem-Count
              if  Elem-Name (ws-Sub) = ws-New-Name
                  initialize bw-request
                  move "MESSAGE" to bw-function
                  move 8 to bw-row
                  move 12 to bw-col
                  move 7 to bw-height
                  move 56 to bw-width
                  move "Duplicate" to bw-title
                  move "That element is already registered - change it"
                       to bw-text
                  call "boxwidget" using bw-request
                  go to 4000-Exit
              end-if
     end-perform.
     perform  4100-Get-Class thru 4100-Exit.
     if       ws-Class-Ok not = "Y"
              go to 4000-Exit.
     add      1 to Elem-Count.
     move     ws-New-Name to Elem-Name (Elem-Count).
     move     ws-New-Class to Elem-Class (Elem-Count).
     move     spaces to Elem-Owner (Elem-Count)
                        Elem-Definition (Elem-Count).
     move     Elem-Count to ws-Pick.
     perform  4200-Get-Owner thru 4200-Exit.
     perform  4300-Get-Definition thru 4300-Exit.
     move     "Y" to ws-Changed-Sw.
 4000-Exit.
     exit.
*>
*> the class must be one the tools know, or it protects nothing
*>
 4100-Get-Class.
     move     "N" to ws-Class-Ok.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     6 to bw-row.
     move     15 to bw-col.
     move     8 to bw-height.
     move     52 to bw-width.
     move     ws-New-Name to bw-title.
     move     "Class PUBLIC/INTERNAL/PII/PCI:" to bw-prompt.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-input-value = spaces
              go to 4100-Exit.
     move     function upper-case (bw-input-value (1:8))
              to ws-New-Class.
     if       ws-New-Class = "PUBLIC" or "INTERNAL" or "PII" or "PCI"
              move "Y" to ws-Class-Ok
              go to 4100-Exit.
     initialize bw-request.
     move     "MESSAGE" to bw-function.
     move     8 to bw-row.
     move     12 to bw-col.
     move     7 to bw-height.
     move     56 to bw-width.
     move     "Class" to bw-title.
     move     "Class must be PUBLIC, INTERNAL, PII or PCI" to bw-text.
     call     "boxwidget" using bw-request.
 4100-Exit.
     exit.
*>
*> blank input keeps what is there
*>
 4200-Get-Owner.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     6 to bw-row.
     move     15 to bw-col.
     move     8 to bw-height.
     move     52 to bw-width.
     move     Elem-Name (ws-Pick) to bw-title.
     move     "Business owner:" to bw-prompt.
     move     Elem-Owner (ws-Pick) to bw-input-value.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-input-value = spaces
              go to 4200-Exit.
     move     bw-input-value (1:30) to Elem-Owner (ws-Pick).
 4200-Exit.
     exit.
*>
 4300-Get-Definition.
     initialize bw-request.
     move     "INPUT" to bw-function.
     move     6 to bw-row.
     move     5 to bw-col.
     move     8 to bw-height.
     move     72 to bw-width.
     move     Elem-Name (ws-Pick) to bw-title.
     move     "Definition:" to bw-prompt.
     move     Elem-Definition (ws-Pick) to bw-input-value.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-input-value = spaces
              go to 4300-Exit.
     move     bw-input-value to Elem-Definition (ws-Pick).
 4300-Exit.
     exit.
*>
 4500-Change.
     if       Elem-Count = zero
              go to 4500-Exit.
     perform  3900-Pick-List thru 3900-Exit.
     move     "Pick the element to change" to bw-title.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-choice = zero
           or bw-choice > Elem-Count
              go to 4500-Exit.
     move     bw-choice to ws-Pick.
     move     Elem-Name (ws-Pick) to ws-New-Name.
     perform  4100-Get-Class thru 4100-Exit.
     if       ws-Class-Ok = "Y"
              move ws-New-Class to Elem-Class (ws-Pick).
     perform  4200-Get-Owner thru 4200-Exit.
     perform  4300-Get-Definition thru 4300-Exit.
     move     "Y" to ws-Changed-Sw.
 4500-Exit.
     exit.
*>
 5000-Delete.
     if       Elem-Count = zero
              go to 5000-Exit.
     perform  3900-Pick-List thru 3900-Exit.
     move     "Pick the element to delete" to bw-title.
     call     "boxwidget" using bw-request.
     if       bw-cancelled or bw-choice = zero
           or bw-choice > Elem-Count
              go to 5000-Exit.
     move     bw-choice to ws-Pick.
     perform  varying ws-Sub from ws-Pick by 1
              until ws-Sub not < Elem-Count
              move Elem-Entry (ws-Sub + 1) to Elem-Entry (ws-Sub)
     end-perform.
     subtract 1 from Elem-Count.
     move     "Y" to ws-Changed-Sw.
 5000-Exit.
     exit.
*>
*> a class decides what the tools mask, so only a signed-on operator
*> holding P may change the register
*>
 6000-Save.
     move     "N" to ws-Saved-Sw.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     move     "N" to op-perm-ok.
     if       op-signed-on
              move "P" to op-perm-want
              call "OPSIGNON-CHECK" using op-request
                   on exception
                   move "N" to op-perm-ok
              end-call.
     if       not op-perm-granted
              initialize bw-request
              move "MESSAGE" to bw-function
              move 8 to bw-row
              move 10 to bw-col
              move 7 to bw-height
              move 60 to bw-width
              move "Not saved" to bw-title
              move "Changing the register needs the P permission"
                   to bw-text
              call "boxwidget" using bw-request
              go to 6000-Exit.
     open     output Elem-File.
     if       fs-reply not = zero and not = 05
              initialize bw-request
              move "MESSAGE" to bw-function
              move 8 to bw-row
              move 15 to bw-col
              move 7 to bw-height
              move 50 to bw-width
              move "Error" to bw-title
              move "Cannot rewrite the register file" to bw-text
              call "boxwidget" using bw-request
              go to 6000-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Elem-Count
              move spaces to Elem-File-Rec
              move Elem-Name (ws-Sub) to ElF-Name
              move Elem-Class (ws-Sub) to ElF-Class
              move Elem-Owner (ws-Sub) to ElF-Owner
              move Elem-Definition (ws-Sub) to ElF-Definition
              write Elem-File-Rec
     end-perform.
     close    Elem-File.
     move     "N" to ws-Changed-Sw.
     move     "Y" to ws-Saved-Sw.
     perform  6100-Write-Audit thru 6100-Exit.
 6000-Exit.
     exit.
*>
*> one run-audit record per save: who, which register, how many
*>
 6100-Write-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 6100-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "ELEMMAINT" to Aud-Tool.
     move     op-id to Aud-Operator.
     accept   Aud-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     zero to Aud-RC.
     move     Elem-File-Name to Aud-Input.
     move     "SAVE" to Aud-Options.
     move     Elem-Count to ws-Count-Disp.
     string   "ELEMENTS=" delimited by size
              function trim (ws-Count-Disp) delimited by size
              into Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 6100-Exit.
     exit.
