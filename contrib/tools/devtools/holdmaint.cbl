      >>source free
 Identification division.
*>**********************
      program-id.       holdmaint.
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
*>    Usage.            Legal hold register - when legal asks for
*>                      everything about an account or a period to be
*>                      preserved, the hold goes in here instead of a
*>                      hand edit of HOUSEKEEP.POL.  housekeep and
*>                      hkrestore honour it through HOLDCHK.
*>
*>                      holdmaint LIST
*>                      holdmaint PLACE <id> REQUESTER=<who asked>
*>                                REASON=<text> [START=yyyymmdd]
*>                      holdmaint ADD <id> FILE=<pattern>
*>                      holdmaint ADD <id> CAT=<file> [DATE=yyyymmdd]
*>                      holdmaint RELEASE <id>
*>                      holdmaint REPORT [<id>|ALL]
*>
*>                      PLACE opens a hold (in force from START,
*>                      default today); ADD puts a file pattern (* and
*>                      ?, live files and their archived copies) or
*>                      one HOUSEKEEP.CAT archived entry (the file as
*>                      catalogued, DATE the entry's date, default
*>                      every entry) under it.  RELEASE ends it - the
*>                      release date and the operator who released it
*>                      stay on the hold, which is never reused.
*>                      PLACE, ADD and RELEASE need an OPSIGNON
*>                      sign-on with the L permission, and each writes
*>                      a HOLDMAINT record to the run-audit trail
*>                      (TOOLAUDIT.DAT, or the TOOL_AUDIT name).
*>
*>                      REPORT lists, under each hold in force (or the
*>                      one named, or ALL holds), what it preserves
*>                      now: the live files its patterns find from the
*>                      current directory (run it where housekeep
*>                      runs) and the archived copies the catalog
*>                      shows for it, with their sizes.
*>
*>                      The register is LEGALHOLD.DAT, or the
*>                      LEGAL_HOLDS name - see holdchk.cob for its
*>                      layout.
*>**
*>    Called by.
*>                      Run standalone by the shift supervisor on
*>                      legal's instruction.
*>**
*>    Calls.
*>                      ENVPROF
*>                      OPSIGNON, OPSIGNON-CHECK, HOLDCHK
*>                      SYSTEM (ls), CBL_CHECK_FILE_EXIST,
*>                      CBL_DELETE_FILE
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
     select   optional Hold-File assign Hold-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Catalog-File     assign Catalog-Name
              organization     line sequential
              status           fs-reply.
*>
*> one matched file name per record, housekeep's ls idiom
     select   Match-List       assign Match-List-Name
              organization     line sequential
              status           fs-reply.
*>
*> the common run-audit trail - a record per change, so the access
*> recertification can see who used the L permission
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Hold-File.
 01  Hold-Rec.
     05  Hr-Type           pic x.
     05  filler            pic x.
     05  Hr-Id             pic x(12).
     05  filler            pic x.
     05  Hr-Start          pic 9(8).
     05  filler            pic x.
     05  Hr-Release        pic 9(8).
     05  filler            pic x.
     05  Hr-Requester      pic x(30).
     05  filler            pic x.
     05  Hr-Placed-By      pic x(16).
     05  filler            pic x.
     05  Hr-Released-By    pic x(16).
     05  filler            pic x.
     05  Hr-Reason         pic x(60).
 01  Item-Rec.
     05  Ir-Type           pic x.
     05  filler            pic x.
     05  Ir-Id             pic x(12).
     05  filler            pic x.
     05  Ir-Kind           pic x(4).
     05  filler            pic x.
     05  Ir-Date           pic 9(8).
     05  filler            pic x.
     05  Ir-Pattern        pic x(120).
*>
 fd  Catalog-File.
 01  Catalog-Rec           pic x(300).
*>
 fd  Match-List.
 01  Match-Rec             pic x(200).
*>
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
 77  Prog-Name             pic x(19) value "holdmaint v1.01.00".
 77  fs-reply              pic 99.
 01  Hold-Name             pic x(64)    value "LEGALHOLD.DAT".
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
 01  Match-List-Name       pic x(64)    value "holdmaint_match.tmp".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Id-Want            pic x(12)    value spaces.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic x(8)     value spaces.
 01  ws-Date-X             pic x(8)     value spaces.
*>
 01  Hold-Table            value spaces.
     03  Hold-Entry        occurs 200.
         05  Hd-Id         pic x(12).
         05  Hd-Start      pic 9(8).
         05  Hd-Release    pic 9(8).
         05  Hd-Requester  pic x(30).
         05  Hd-Placed-By  pic x(16).
         05  Hd-Released-By pic x(16).
         05  Hd-Reason     pic x(60).
 77  Hold-Count            Binary-Long  value zero.
 01  Item-Table            value spaces.
     03  Item-Entry        occurs 1000.
         05  Im-Id         pic x(12).
         05  Im-Kind       pic x(4).
         05  Im-Date       pic 9(8).
         05  Im-Pattern    pic x(120).
 77  Item-Count            Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
*>
*> the new hold or item as given on the command line
 01  ws-Requester          pic x(30)    value spaces.
 01  ws-Reason             pic x(60)    value spaces.
 01  ws-Start              pic 9(8)     value zero.
 01  ws-Kind               pic x(4)     value spaces.
 01  ws-Pattern            pic x(120)   value spaces.
 01  ws-Item-Date          pic 9(8)     value zero.
 77  ws-Bad-Arg            pic x        value "N".
*>
*> shell-bound patterns are checked for metacharacters first -
*> housekeep's screen, * and ? allowed
 01  ws-Check-Name         pic x(200)   value spaces.
 77  ws-Bad-Name-Tally     pic 9(3)     value zero.
 01  ws-Command            pic x(500)   value spaces.
 01  ws-Audit-Opts         pic x(64)    value spaces.
*>
*> the report
 01  ws-State              pic x(40)    value spaces.
 01  ws-Cat-Date           pic x(8)     value spaces.
 01  ws-Cat-Action         pic x(8)     value spaces.
 01  ws-Cat-File           pic x(120)   value spaces.
 01  ws-Cat-Bytes          pic x(16)    value spaces.
 01  ws-Cat-W5             pic x(8)     value spaces.
 01  ws-Cat-W6             pic x(4)     value spaces.
 01  ws-Cat-Dest           pic x(80)    value spaces.
 01  ws-Arch-Path          pic x(200)   value spaces.
 01  ws-Base-Name          pic x(120)   value spaces.
 77  ws-Slash-Pos          Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 77  ws-Live-Count         Binary-Long  value zero.
 77  ws-Arch-Count         Binary-Long  value zero.
 77  ws-Gone-Count         Binary-Long  value zero.
 77  ws-Shown-Count        Binary-Long  value zero.
 01  ws-Count-Edit         pic z(5)9.
 01  ws-Bytes-Edit         pic z(14)9.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
*>
 copy "op-signon.cpy".
 copy "hold-chk.cpy".
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
              display "holdmaint: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   Hold-Name from environment "LEGAL_HOLDS"
              on exception
              move "LEGALHOLD.DAT" to Hold-Name
     end-accept.
     if       Hold-Name = spaces
              move "LEGALHOLD.DAT" to Hold-Name.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: holdmaint LIST | PLACE <id> "
                      "REQUESTER=.. REASON=.. [START=..] "
                      "| ADD <id> FILE=.. | ADD <id> CAT=.. [DATE=..] "
                      "| RELEASE <id> | REPORT [<id>|ALL]"
              move 16 to return-code
              goback.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     if       ws-Arg-Number > 1
              accept ws-Arg-Text from argument-value
              move function upper-case (ws-Arg-Text (1:12))
                   to ws-Id-Want.
     perform  1000-Load thru 1000-Exit.
     evaluate ws-Mode
         when "LIST"
              perform 2000-List thru 2000-Exit
         when "PLACE"
              perform 1200-Sign-On thru 1200-Exit
              perform 3000-Place thru 3000-Exit
         when "ADD"
              perform 1200-Sign-On thru 1200-Exit
              perform 4000-Add thru 4000-Exit
         when "RELEASE"
              perform 1200-Sign-On thru 1200-Exit
              perform 4500-Release thru 4500-Exit
         when "REPORT"
              perform 6000-Report thru 6000-Exit
         when other
              display "Mode not understood: " ws-Mode
              move 16 to return-code
     end-evaluate.
     goback.
*>
 1000-Load.
     open     input Hold-File.
     if       fs-reply not = zero and not = 05
              go to 1000-Exit.
 1010-Next.
     read     Hold-File at end
              close Hold-File
              go to 1000-Exit.
     if       Hr-Type = "H" and Hold-Count < 200
              add 1 to Hold-Count
              move Hr-Id          to Hd-Id (Hold-Count)
              move Hr-Start       to Hd-Start (Hold-Count)
              move Hr-Release     to Hd-Release (Hold-Count)
              move Hr-Requester   to Hd-Requester (Hold-Count)
              move Hr-Placed-By   to Hd-Placed-By (Hold-Count)
              move Hr-Released-By to Hd-Released-By (Hold-Count)
              move Hr-Reason      to Hd-Reason (Hold-Count)
              go to 1010-Next.
     if       Ir-Type = "I" and Item-Count < 1000
              add 1 to Item-Count
              move Ir-Id      to Im-Id (Item-Count)
              move Ir-Kind    to Im-Kind (Item-Count)
              move Ir-Date    to Im-Date (Item-Count)
              move Ir-Pattern to Im-Pattern (Item-Count).
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*> a change to the register is a signed-on operator's, with L
 1200-Sign-On.
     if       ws-Id-Want = spaces
              display function trim (ws-Mode) " needs a hold id"
              move 16 to return-code
              goback.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - register not changed"
              move 16 to return-code
              goback.
     move     "L" to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              display "Legal holds need the L permission"
                      " - register not changed"
              move 16 to return-code
              goback.
 1200-Exit.
     exit.
*>
 1500-Find-Hold.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hold-Count
              if  Hd-Id (ws-Sub) = ws-Id-Want
                  move ws-Sub to ws-Hit
                  move Hold-Count to ws-Sub
              end-if
     end-perform.
 1500-Exit.
     exit.
*>
 2000-List.
     if       Hold-Count = zero
              display "No legal holds on the register."
              go to 2000-Exit.
     display  "Hold         Start    Released Requester"
              "                      Reason".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hold-Count
              move Hd-Release (ws-Sub) to ws-Date-X
              if  Hd-Release (ws-Sub) = zero
                  move spaces to ws-Date-X
              end-if
              display Hd-Id (ws-Sub) " " Hd-Start (ws-Sub) " "
                      ws-Date-X " " Hd-Requester (ws-Sub) " "
                      function trim (Hd-Reason (ws-Sub))
              perform varying ws-Ix from 1 by 1
                      until ws-Ix > Item-Count
                  if  Im-Id (ws-Ix) = Hd-Id (ws-Sub)
                      move Im-Date (ws-Ix) to ws-Date-X
                      if  Im-Date (ws-Ix) = zero
                          move spaces to ws-Date-X
                      end-if
                      display "    " Im-Kind (ws-Ix) " "
                              ws-Date-X " "
                              function trim (Im-Pattern (ws-Ix))
                  end-if
              end-perform
     end-perform.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> PLACE: a new hold - an id is never reused, released or not
*>----------------------------------------------------------------
 3000-Place.
     perform  1500-Find-Hold thru 1500-Exit.
     if       ws-Hit not = zero
              display "Hold " function trim (ws-Id-Want)
                      " is already on the register"
              move 16 to return-code
              go to 3000-Exit.
     move     ws-Run-Date to ws-Start.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:10)
                           = "REQUESTER="
                       move ws-Arg-Text (11:30) to ws-Requester
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "REASON="
                       move ws-Arg-Text (8:60) to ws-Reason
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "START="
                       move ws-Arg-Text (7:8) to ws-Date-X
                       perform 3100-Check-Date thru 3100-Exit
                       move ws-Item-Date to ws-Start
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Requester = spaces or ws-Reason = spaces
              display "PLACE needs REQUESTER= and REASON="
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              go to 3000-Exit.
     if       Hold-Count not < 200
              display "Hold register full"
              move 16 to return-code
              go to 3000-Exit.
     add      1 to Hold-Count.
     move     ws-Id-Want   to Hd-Id (Hold-Count).
     move     ws-Start     to Hd-Start (Hold-Count).
     move     zero         to Hd-Release (Hold-Count).
     move     ws-Requester to Hd-Requester (Hold-Count).
     move     op-id        to Hd-Placed-By (Hold-Count).
     move     spaces       to Hd-Released-By (Hold-Count).
     move     ws-Reason    to Hd-Reason (Hold-Count).
     perform  5000-Save thru 5000-Exit.
     display  "Hold placed: " function trim (ws-Id-Want)
              " in force from " ws-Start.
     move     spaces to ws-Audit-Opts.
     string   "PLACE " ws-Id-Want delimited by size
              into ws-Audit-Opts.
     perform  7200-Write-Audit thru 7200-Exit.
 3000-Exit.
     exit.
*>
*> ws-Date-X a real yyyymmdd, into ws-Item-Date
 3100-Check-Date.
     move     zero to ws-Item-Date.
     if       ws-Date-X is not numeric
              display "Not a date (yyyymmdd): " ws-Date-X
              move "Y" to ws-Bad-Arg
              go to 3100-Exit.
     move     ws-Date-X to ws-Item-Date.
     if       function test-date-yyyymmdd (ws-Item-Date) not = zero
              display "Not a date (yyyymmdd): " ws-Date-X
              move "Y" to ws-Bad-Arg
              move zero to ws-Item-Date.
 3100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ADD: a file pattern or one catalogued archive entry under a hold
*> not yet released
*>----------------------------------------------------------------
 4000-Add.
     perform  1500-Find-Hold thru 1500-Exit.
     if       ws-Hit = zero
              display "No hold " function trim (ws-Id-Want)
              move 16 to return-code
              go to 4000-Exit.
     if       Hd-Release (ws-Hit) not = zero
              display "Hold " function trim (ws-Id-Want)
                      " was released on " Hd-Release (ws-Hit)
                      " - place a new one"
              move 16 to return-code
              go to 4000-Exit.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "FILE="
                       move "FILE" to ws-Kind
                       move ws-Arg-Text (6:120) to ws-Pattern
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "CAT="
                       move "CAT" to ws-Kind
                       move ws-Arg-Text (5:120) to ws-Pattern
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DATE="
                       move ws-Arg-Text (6:8) to ws-Date-X
                       perform 3100-Check-Date thru 3100-Exit
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Pattern = spaces
              display "ADD needs FILE=<pattern> or CAT=<file>"
              move "Y" to ws-Bad-Arg.
     if       ws-Kind = "FILE" and ws-Item-Date not = zero
              display "DATE= goes with CAT= only"
              move "Y" to ws-Bad-Arg.
     move     ws-Pattern to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              display "Pattern contains characters not allowed: "
                      function trim (ws-Pattern)
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              go to 4000-Exit.
     if       Item-Count not < 1000
              display "Hold register full"
              move 16 to return-code
              go to 4000-Exit.
     add      1 to Item-Count.
     move     ws-Id-Want   to Im-Id (Item-Count).
     move     ws-Kind      to Im-Kind (Item-Count).
     move     ws-Item-Date to Im-Date (Item-Count).
     move     ws-Pattern   to Im-Pattern (Item-Count).
     perform  5000-Save thru 5000-Exit.
     display  "Added to hold " function trim (ws-Id-Want) ": "
              function trim (ws-Kind) " "
              function trim (ws-Pattern).
     move     spaces to ws-Audit-Opts.
     string   "ADD " delimited by size
              ws-Id-Want delimited by space
              " " delimited by size
              ws-Kind delimited by space
              "=" delimited by size
              ws-Pattern delimited by size
              into ws-Audit-Opts.
     perform  7200-Write-Audit thru 7200-Exit.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> RELEASE: the hold ends today, by the signed-on operator - both
*> stay on the hold and go to the run-audit trail
*>----------------------------------------------------------------
 4500-Release.
     perform  1500-Find-Hold thru 1500-Exit.
     if       ws-Hit = zero
              display "No hold " function trim (ws-Id-Want)
              move 16 to return-code
              go to 4500-Exit.
     if       Hd-Release (ws-Hit) not = zero
              display "Hold " function trim (ws-Id-Want)
                      " was already released on " Hd-Release (ws-Hit)
                      " by " function trim (Hd-Released-By (ws-Hit))
              move 16 to return-code
              go to 4500-Exit.
     move     ws-Run-Date to Hd-Release (ws-Hit).
     move     op-id to Hd-Released-By (ws-Hit).
     perform  5000-Save thru 5000-Exit.
     display  "Hold released: " function trim (ws-Id-Want)
              " by " function trim (op-id) " on " ws-Run-Date.
     display  "What it preserved is housekeep's again from the"
              " next run.".
     move     spaces to ws-Audit-Opts.
     string   "RELEASE " ws-Id-Want delimited by size
              into ws-Audit-Opts.
     perform  7200-Write-Audit thru 7200-Exit.
 4500-Exit.
     exit.
*>
*> each hold followed by its items
 5000-Save.
     open     output Hold-File.
     if       fs-reply not = zero and not = 05
              display "Cannot rewrite "
                       function trim (Hold-Name)
              move 16 to return-code
              goback.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hold-Count
              move spaces to Hold-Rec
              move "H"                    to Hr-Type
              move Hd-Id (ws-Sub)         to Hr-Id
              move Hd-Start (ws-Sub)      to Hr-Start
              move Hd-Release (ws-Sub)    to Hr-Release
              move Hd-Requester (ws-Sub)  to Hr-Requester
              move Hd-Placed-By (ws-Sub)  to Hr-Placed-By
              move Hd-Released-By (ws-Sub) to Hr-Released-By
              move Hd-Reason (ws-Sub)     to Hr-Reason
              write Hold-Rec
              perform varying ws-Ix from 1 by 1
                      until ws-Ix > Item-Count
                  if  Im-Id (ws-Ix) = Hd-Id (ws-Sub)
                      move spaces to Item-Rec
                      move "I"                to Ir-Type
                      move Im-Id (ws-Ix)      to Ir-Id
                      move Im-Kind (ws-Ix)    to Ir-Kind
                      move Im-Date (ws-Ix)    to Ir-Date
                      move Im-Pattern (ws-Ix) to Ir-Pattern
                      write Item-Rec
                  end-if
              end-perform
     end-perform.
     close    Hold-File.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> REPORT: what each hold preserves now - its live files and its
*> archived copies
*>----------------------------------------------------------------
 6000-Report.
     if       Hold-Count = zero
              display "No legal holds on the register."
              go to 6000-Exit.
     move     zero to ws-Shown-Count.
     perform  6100-One-Hold thru 6100-Exit
              varying ws-Hit from 1 by 1 until ws-Hit > Hold-Count.
     call     "CBL_DELETE_FILE" using Match-List-Name.
     move     zero to return-code.
     if       ws-Shown-Count = zero
              if  ws-Id-Want = spaces
                  display "No legal holds in force."
              else
                  display "No hold " function trim (ws-Id-Want)
                  move 4 to return-code
              end-if.
 6000-Exit.
     exit.
*>
 6100-One-Hold.
     evaluate true
         when ws-Id-Want = "ALL"
              continue
         when ws-Id-Want not = spaces
              if  Hd-Id (ws-Hit) not = ws-Id-Want
                  go to 6100-Exit
              end-if
         when Hd-Release (ws-Hit) not = zero
              go to 6100-Exit
     end-evaluate.
     add      1 to ws-Shown-Count.
     move     spaces to ws-State.
     evaluate true
         when Hd-Release (ws-Hit) not = zero
              string "RELEASED " Hd-Release (ws-Hit) " by "
                     Hd-Released-By (ws-Hit) delimited by size
                     into ws-State
         when Hd-Start (ws-Hit) > ws-Run-Date
              string "NOT YET IN FORCE - from " Hd-Start (ws-Hit)
                     delimited by size into ws-State
         when other
              string "IN FORCE since " Hd-Start (ws-Hit)
                     delimited by size into ws-State
     end-evaluate.
     display  " ".
     display  "Hold " function trim (Hd-Id (ws-Hit)) "  "
              function trim (ws-State).
     display  "  requested by " function trim (Hd-Requester (ws-Hit))
              ", placed by " function trim (Hd-Placed-By (ws-Hit)).
     display  "  reason: " function trim (Hd-Reason (ws-Hit)).
     if       Hd-Release (ws-Hit) not = zero
              display "  nothing is preserved under a released hold"
              go to 6100-Exit.
     move     zero to ws-Live-Count ws-Arch-Count ws-Gone-Count.
     perform  varying ws-Ix from 1 by 1 until ws-Ix > Item-Count
              if  Im-Id (ws-Ix) = Hd-Id (ws-Hit)
                  and Im-Kind (ws-Ix) = "FILE"
                  perform 6200-Live-Files thru 6200-Exit
              end-if
     end-perform.
     perform  6300-Archived thru 6300-Exit.
     move     ws-Live-Count to ws-Count-Edit.
     display  "  live files     : " ws-Count-Edit.
     move     ws-Arch-Count to ws-Count-Edit.
     display  "  archived copies: " ws-Count-Edit.
     if       ws-Gone-Count > zero
              move ws-Gone-Count to ws-Count-Edit
              display "  catalogued copies no longer in the archive: "
                      ws-Count-Edit.
 6100-Exit.
     exit.
*>
*> the live files one FILE pattern finds - housekeep's ls idiom
 6200-Live-Files.
     move     Im-Pattern (ws-Ix) to ws-Check-Name.
     perform  8000-Check-Shell-Safe thru 8000-Exit.
     if       ws-Bad-Name-Tally not = zero
              go to 6200-Exit.
     move     spaces to ws-Command.
     string   "ls -d " delimited by size
              function trim (Im-Pattern (ws-Ix)) delimited by size
              " 2>/dev/null > " delimited by size
              Match-List-Name delimited by space
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     open     input Match-List.
     if       fs-reply not = zero
              go to 6200-Exit.
 6210-Next.
     read     Match-List at end
              close Match-List
              go to 6200-Exit.
     if       Match-Rec = spaces
              go to 6210-Next.
     call     "CBL_CHECK_FILE_EXIST" using Match-Rec ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              go to 6210-Next.
     add      1 to ws-Live-Count.
     move     ws-File-Size to ws-Bytes-Edit.
     display  "  live     " ws-Bytes-Edit " "
              function trim (Match-Rec).
     go       to 6210-Next.
 6200-Exit.
     exit.
*>
*> the catalog's archived copies HOLDCHK says this hold covers
 6300-Archived.
     open     input Catalog-File.
     if       fs-reply not = zero
              go to 6300-Exit.
 6310-Next.
     read     Catalog-File at end
              close Catalog-File
              go to 6300-Exit.
     move     spaces to ws-Cat-Date ws-Cat-Action ws-Cat-File
                        ws-Cat-Bytes ws-Cat-W5 ws-Cat-W6
                        ws-Cat-Dest.
     unstring Catalog-Rec delimited by all spaces
              into ws-Cat-Date ws-Cat-Action ws-Cat-File
                   ws-Cat-Bytes ws-Cat-W5 ws-Cat-W6 ws-Cat-Dest.
     if       ws-Cat-Action not = "ARCHIVED" or ws-Cat-Dest = spaces
              go to 6310-Next.
*> archive-dir/basename, where housekeep put it
     move     ws-Cat-File to ws-Base-Name.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 120
              if  ws-Base-Name (ws-Bx:1) = "/"
                  move ws-Bx to ws-Slash-Pos
              end-if
     end-perform.
     add      1 to ws-Slash-Pos.
     compute  ws-Bx = 121 - ws-Slash-Pos.
     if       ws-Bx > zero
              move ws-Base-Name (ws-Slash-Pos:ws-Bx) to ws-Base-Name
     else
              move spaces to ws-Base-Name.
     move     spaces to ws-Arch-Path.
     string   function trim (ws-Cat-Dest) delimited by size
              "/" delimited by size
              function trim (ws-Base-Name) delimited by size
              into ws-Arch-Path.
     initialize hc-request.
     move     "MATCH" to hc-function.
     move     Hd-Id (ws-Hit) to hc-hold-id.
     move     ws-Arch-Path to hc-file.
     call     "HOLDCHK" using hc-request
              on exception
              display "  HOLDCHK not available - archived copies"
                      " not listed"
              close Catalog-File
              go to 6300-Exit
     end-call.
     if       not hc-held
              go to 6310-Next.
     call     "CBL_CHECK_FILE_EXIST" using ws-Arch-Path ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              add 1 to ws-Gone-Count
              go to 6310-Next.
     add      1 to ws-Arch-Count.
     move     ws-File-Size to ws-Bytes-Edit.
     display  "  archived " ws-Bytes-Edit " "
              function trim (ws-Arch-Path).
     display  "           from " function trim (ws-Cat-File)
              " on " ws-Cat-Date.
     go       to 6310-Next.
 6300-Exit.
     exit.
*>
*> one run-audit record per register change: who, which hold
 7200-Write-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 7200-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "HOLDMAINT" to Aud-Tool.
     move     op-id to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     zero to Aud-RC.
     move     Hold-Name to Aud-Input.
     move     ws-Audit-Opts to Aud-Options.
     string   "HOLD=" ws-Id-Want delimited by size
              into Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 7200-Exit.
     exit.
*>
*> same metacharacter screen housekeep applies to its patterns
 8000-Check-Shell-Safe.
     move     zero to ws-Bad-Name-Tally.
     inspect  ws-Check-Name tallying ws-Bad-Name-Tally
              for all ";" all "|" all "&" all "`" all "$"
                      all "<" all ">" all "'" all '"'
                      all "(" all ")" all "\"
                      all "~" all x"0A".
     move     spaces to ws-Check-Name.
 8000-Exit.
     exit.
