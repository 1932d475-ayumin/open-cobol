      >>source free
 Identification division.
*>**********************
      program-id.       envcheck.
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
*>    Usage.            Environment profile validation.  The tools
*>                      take every file and path setting from the
*>                      active environment's profile (DEV.ENV,
*>                      TEST.ENV, PROD.ENV - see envprof.cob); this
*>                      reads the profiles, not the environment, and
*>                      reports for every setting:
*>                        - FILE READ   the file exists
*>                        - FILE WRITE  the file exists and can be
*>                                      written, or is not there yet
*>                                      and its directory can be
*>                        - DIR READ    the directory exists
*>                        - DIR WRITE   it exists and a file can be
*>                                      made in it
*>                        - any FILE, DIR or ROOT of a DEV or TEST
*>                          profile that lies in a PROD directory -
*>                          a PROD ROOT, DIR, or the directory of a
*>                          PROD FILE - is flagged INTO PROD
*>                        - lines in error, and names one profile
*>                          sets that another does not
*>
*>                      envcheck [ENV=DEV|TEST|PROD] [DIR=<dir>]
*>                               [OUT=<report>]
*>
*>                      All three profiles are checked unless ENV=
*>                      names one (the PROD profile is still read, for
*>                      its directories).  Profiles are looked for in
*>                      DIR=, else the SHOP_PROFILES directory, else
*>                      the current one.  The report goes to
*>                      ENVCHECK.RPT unless OUT= is given.  No profile
*>                      need be active to run this - it is how a new
*>                      one is proved before it is.
*>
*>                      Return code: 0 clean, 4 warnings only (a
*>                      profile absent, a name missing from one, a
*>                      WRITE file not made yet), 8 errors, 16 no
*>                      profile to check.
*>**
*>    Called by.
*>                      Operations, before a profile is changed or
*>                      brought into use.
*>**
*>    Calls.
*>                      ENVPROF, CBL_CHECK_FILE_EXIST, CBL_DELETE_FILE
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
*> a file the profile says the tools write - opened EXTEND and
*> closed again, nothing written; or a scratch file made and
*> deleted to prove a directory takes new files
     select   Probe-File       assign ws-Probe-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-Out       assign Report-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Probe-File.
 01  Probe-Rec             pic x(80).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(200).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "envcheck v1.00.00".
 77  fs-reply              pic 99.
*>
 01  Report-Name           pic x(64)    value "ENVCHECK.RPT".
 01  ws-Profile-Dir        pic x(128)   value spaces.
 01  ws-Only-Env           pic x(4)     value spaces.
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-RC                 pic 9(4)     value zero.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  ws-Pid                pic 9(9)     value zero.
*>
*> the ENVPROF request and its READ answer
 copy "env-prof.cpy".
 copy "env-list.cpy".
*>
*> the three profiles, PROD first - ep-list's layout, a copy each
 01  Env-Names             value "PRODTESTDEV ".
     03  Env-Name          pic x(4)     occurs 3.
 01  Prof-Table.
     03  Prof-Entry        occurs 3.
         05  Pf-File       pic x(128).
         05  Pf-State      pic x.
             88  Pf-Loaded              value "L".
             88  Pf-Absent              value "A".
             88  Pf-Skipped             value "S".
         05  Pf-Errors     pic 9(4).
         05  Pf-Warnings   pic 9(4).
         05  Pf-List.
             07  Pe-Count  pic 9(3).
             07  Pe-Entry  occurs 200.
                 09  Pe-Kind    pic x(5).
                 09  Pe-Name    pic x(32).
                 09  Pe-Value   pic x(128).
                 09  Pe-Access  pic x(5).
                 09  Pe-Line    pic 9(4).
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Py                 Binary-Long  value zero.
 77  ws-Ex                 Binary-Long  value zero.
 77  ws-Ey                 Binary-Long  value zero.
 77  ws-Loaded-Count       Binary-Long  value zero.
*>
*> the PROD directories - its ROOTs and DIRs and where its FILEs live
 01  Prod-Dir-Table        value spaces.
     03  Prod-Dir          pic x(128)   occurs 300.
 77  Prod-Dir-Count        Binary-Long  value zero.
 77  ws-Dx                 Binary-Long  value zero.
*>
*> one setting being judged
 01  ws-Path               pic x(128)   value spaces.
 01  ws-Dir                pic x(128)   value spaces.
 01  ws-Probe-Name         pic x(160)   value spaces.
 01  ws-Result             pic x(40)    value spaces.
 01  ws-Verdict            pic x(12)    value spaces.
 77  ws-Result-Ptr         Binary-Long  value zero.
 77  ws-Len                Binary-Long  value zero.
 77  ws-Slash-Pos          Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Exists-Sw          pic x        value space.
     88  ws-Exists                      value "Y".
 77  ws-Found-Sw           pic x        value space.
     88  ws-Found                       value "Y".
 77  ws-Into-Prod-Sw       pic x        value space.
     88  ws-Into-Prod                   value "Y".
 77  ws-Level              pic x        value space.
     88  ws-Level-Error                 value "E".
     88  ws-Level-Warn                  value "W".
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
*>
 01  ws-Line               pic x(200)   value spaces.
 01  ws-Missing-Line       pic x(200)   value spaces.
 77  ws-Missing-Ptr        Binary-Long  value zero.
 01  ws-Edit               pic zzz9.
 01  ws-Edit2              pic zzz9.
 01  ws-Line-Edit          pic zzz9.
*>
 procedure division.
*>==================
 0000-mainline section.
 0000-Main.
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     call     "C$GETPID" returning ws-Pid.
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-RC not = zero
              move ws-RC to return-code
              goback.
     perform  2000-Load-Profiles thru 2000-Exit.
     if       ws-Loaded-Count = zero
              display "No profile to check - looked for "
                      function trim (Pf-File (1)) ", "
                      function trim (Pf-File (2)) ", "
                      function trim (Pf-File (3))
              move 16 to return-code
              goback.
     perform  3000-Prod-Dirs thru 3000-Exit.
     open     output Report-Out.
     if       fs-reply not = zero
              display "Cannot write report " function trim (Report-Name)
                      ", status " fs-reply
              move 16 to return-code
              goback.
     perform  5000-Report-Head thru 5000-Exit.
     perform  4000-Check-Profile thru 4000-Exit
              varying ws-Px from 1 by 1 until ws-Px > 3.
     perform  5900-Report-Totals thru 5900-Exit.
     close    Report-Out.
*>
     move     zero to ws-RC.
     perform  varying ws-Px from 1 by 1 until ws-Px > 3
              if  Pf-Errors (ws-Px) > zero
                  move 8 to ws-RC
              end-if
              if  (Pf-Warnings (ws-Px) > zero or Pf-Absent (ws-Px))
                and ws-RC = zero
                  move 4 to ws-RC
              end-if
     end-perform.
     move     ws-RC to ws-Edit.
     display  "Profiles checked - return code " function trim (ws-Edit)
              " - report in " function trim (Report-Name).
     move     ws-RC to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Profile-Dir from environment "SHOP_PROFILES"
              on exception
              move spaces to ws-Profile-Dir
     end-accept.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:4) = "ENV="
                       move function upper-case (ws-Arg-Text (5:4))
                            to ws-Only-Env
                       if  ws-Only-Env not = "DEV" and not = "TEST"
                                       and not = "PROD"
                           move 16 to ws-RC
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4) = "DIR="
                       move ws-Arg-Text (5:128) to ws-Profile-Dir
                  when function upper-case (ws-Arg-Text) (1:4) = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when other
                       move 16 to ws-RC
              end-evaluate
     end-perform.
     if       ws-RC not = zero
              display "Usage: envcheck [ENV=DEV|TEST|PROD] [DIR=<dir>]"
                      " [OUT=<report>]".
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> each profile through ENVPROF READ - PROD always, for its
*> directories, the others unless ENV= names one
*>----------------------------------------------------------------
 2000-Load-Profiles.
     move     zero to ws-Loaded-Count.
     perform  varying ws-Px from 1 by 1 until ws-Px > 3
              initialize Prof-Entry (ws-Px)
              move spaces to Pf-File (ws-Px)
              if  ws-Profile-Dir = spaces
                  string Env-Name (ws-Px) delimited by space
                         ".ENV" delimited by size
                         into Pf-File (ws-Px)
              else
                  string function trim (ws-Profile-Dir)
                         delimited by size
                         "/" delimited by size
                         Env-Name (ws-Px) delimited by space
                         ".ENV" delimited by size
                         into Pf-File (ws-Px)
              end-if
              if  ws-Only-Env not = spaces
                and ws-Only-Env not = Env-Name (ws-Px)
                and ws-Px > 1
                  move "S" to Pf-State (ws-Px)
              else
                  initialize ep-request
                  move "READ" to ep-function
                  move Env-Name (ws-Px) to ep-env
                  move Pf-File (ws-Px) to ep-profile
                  call "ENVPROF" using ep-request ep-list
                       on exception
                       display "envcheck: ENVPROF library not available"
                       move 16 to return-code
                       goback
                  end-call
                  if  ep-no-profile
                      move "A" to Pf-State (ws-Px)
                  else
                      move "L" to Pf-State (ws-Px)
                      move ep-list to Pf-List (ws-Px)
                      add 1 to ws-Loaded-Count
                  end-if
              end-if
     end-perform.
*> PROD read only for its directories when another was asked for
     if       ws-Only-Env not = spaces and ws-Only-Env not = "PROD"
        and   Pf-Loaded (1)
              subtract 1 from ws-Loaded-Count.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the PROD directories a DEV or TEST setting must keep out of
*>----------------------------------------------------------------
 3000-Prod-Dirs.
     move     zero to Prod-Dir-Count.
     if       not Pf-Loaded (1)
              go to 3000-Exit.
     perform  varying ws-Ex from 1 by 1 until ws-Ex > Pe-Count (1)
              move spaces to ws-Dir
              evaluate Pe-Kind (1 ws-Ex)
                  when "ROOT"
                  when "DIR"
                       move Pe-Value (1 ws-Ex) to ws-Dir
                  when "FILE"
                       move Pe-Value (1 ws-Ex) to ws-Path
                       perform 3100-Dir-Of thru 3100-Exit
              end-evaluate
              if  ws-Dir not = spaces and ws-Dir not = "."
                and Prod-Dir-Count < 300
                  perform 3200-Strip-Slash thru 3200-Exit
                  move space to ws-Found-Sw
                  perform varying ws-Dx from 1 by 1
                          until ws-Dx > Prod-Dir-Count
                          if  Prod-Dir (ws-Dx) = ws-Dir
                              move "Y" to ws-Found-Sw
                          end-if
                  end-perform
                  if  not ws-Found
                      add 1 to Prod-Dir-Count
                      move ws-Dir to Prod-Dir (Prod-Dir-Count)
                  end-if
              end-if
     end-perform.
 3000-Exit.
     exit.
*>
*> ws-Path's directory into ws-Dir - spaces when it has none
 3100-Dir-Of.
     move     spaces to ws-Dir.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Cx from 128 by -1 until ws-Cx < 1
              or ws-Slash-Pos not = zero
              if  ws-Path (ws-Cx:1) = "/"
                  move ws-Cx to ws-Slash-Pos
              end-if
     end-perform.
     if       ws-Slash-Pos = 1
              move "/" to ws-Dir
     else
              if  ws-Slash-Pos > 1
                  move ws-Path (1:ws-Slash-Pos - 1) to ws-Dir
              end-if
     end-if.
 3100-Exit.
     exit.
*>
*> "/srv/prod/" and "/srv/prod" are the same directory
 3200-Strip-Slash.
     move     function length (function trim (ws-Dir trailing))
              to ws-Len.
     if       ws-Len > 1 and ws-Dir (ws-Len:1) = "/"
              move space to ws-Dir (ws-Len:1).
 3200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one profile, a report line a setting
*>----------------------------------------------------------------
 4000-Check-Profile.
     if       Pf-Skipped (ws-Px)
        or   (ws-Only-Env not = spaces
              and ws-Only-Env not = Env-Name (ws-Px))
              go to 4000-Exit.
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     string   "PROFILE " Env-Name (ws-Px) "  "
              function trim (Pf-File (ws-Px))
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:100).
     write    Report-Rec.
     if       Pf-Absent (ws-Px)
              move "  Not found - no tool can run under this environment"
                   to Report-Rec
              write Report-Rec
              go to 4000-Exit.
     move     spaces to Report-Rec.
     move     "Line" to Report-Rec (1:4).
     move     "Setting" to Report-Rec (6:7).
     move     "Kind" to Report-Rec (39:4).
     move     "Access" to Report-Rec (45:6).
     move     "Result" to Report-Rec (52:6).
     move     "Value" to Report-Rec (78:5).
     write    Report-Rec.
     perform  4100-Check-Entry thru 4100-Exit
              varying ws-Ex from 1 by 1 until ws-Ex > Pe-Count (ws-Px).
     perform  4500-Missing-Names thru 4500-Exit.
 4000-Exit.
     exit.
*>
 4100-Check-Entry.
     move     spaces to ws-Result.
     move     1 to ws-Result-Ptr.
     move     space to ws-Level.
     move     Pe-Value (ws-Px ws-Ex) to ws-Path.
     evaluate Pe-Kind (ws-Px ws-Ex)
         when "BAD"
              move "E" to ws-Level
              move "LINE IN ERROR" to ws-Result
         when "ENV"
              go to 4100-Exit
         when "VALUE"
              move "SET" to ws-Result
         when "ROOT"
              perform 4300-Check-Exists thru 4300-Exit
              if  not ws-Exists
                  move "W" to ws-Level
                  move "MISSING" to ws-Verdict
                  perform 4900-Add-Result thru 4900-Exit
              end-if
              perform 4400-Check-Prod thru 4400-Exit
         when "DIR"
              perform 4300-Check-Exists thru 4300-Exit
              if  not ws-Exists
                  move "E" to ws-Level
                  move "MISSING" to ws-Verdict
                  perform 4900-Add-Result thru 4900-Exit
              else
                  if  Pe-Access (ws-Px ws-Ex) = "WRITE"
                      move ws-Path to ws-Dir
                      perform 4250-Probe-Dir thru 4250-Exit
                  end-if
              end-if
              perform 4400-Check-Prod thru 4400-Exit
         when "FILE"
              perform 4200-Check-File thru 4200-Exit
              perform 4400-Check-Prod thru 4400-Exit
     end-evaluate.
     if       ws-Result = spaces
              move "OK" to ws-Result.
     evaluate true
         when ws-Level-Error
              add 1 to Pf-Errors (ws-Px)
         when ws-Level-Warn
              add 1 to Pf-Warnings (ws-Px)
     end-evaluate.
     move     spaces to Report-Rec.
     move     Pe-Line (ws-Px ws-Ex) to ws-Line-Edit.
     move     ws-Line-Edit to Report-Rec (1:4).
     move     Pe-Name (ws-Px ws-Ex) to Report-Rec (6:32).
     if       Pe-Kind (ws-Px ws-Ex) not = "BAD"
              move Pe-Kind (ws-Px ws-Ex) to Report-Rec (39:5)
              move Pe-Access (ws-Px ws-Ex) to Report-Rec (45:5).
     move     ws-Result to Report-Rec (52:25).
     move     Pe-Value (ws-Px ws-Ex) to Report-Rec (78:123).
     write    Report-Rec.
 4100-Exit.
     exit.
*>
*> FILE - READ ones must be there; WRITE ones must take an EXTEND,
*> or, not made yet, their directory must take a new file
 4200-Check-File.
     perform  4300-Check-Exists thru 4300-Exit.
     if       Pe-Access (ws-Px ws-Ex) not = "WRITE"
              if  not ws-Exists
                  move "E" to ws-Level
                  move "MISSING" to ws-Verdict
                  perform 4900-Add-Result thru 4900-Exit
              end-if
              go to 4200-Exit.
     if       ws-Exists
              move ws-Path to ws-Probe-Name
              open extend Probe-File
              if  fs-reply = zero
                  close Probe-File
              else
                  move "E" to ws-Level
                  move "NOT WRITABLE" to ws-Verdict
                  perform 4900-Add-Result thru 4900-Exit
              end-if
              go to 4200-Exit.
     perform  3100-Dir-Of thru 3100-Exit.
     if       ws-Dir = spaces
              move "." to ws-Dir.
     move     ws-Dir to ws-Path.
     perform  4300-Check-Exists thru 4300-Exit.
     move     Pe-Value (ws-Px ws-Ex) to ws-Path.
     if       not ws-Exists
              move "E" to ws-Level
              move "NO DIRECTORY" to ws-Verdict
              perform 4900-Add-Result thru 4900-Exit
              go to 4200-Exit.
     perform  4250-Probe-Dir thru 4250-Exit.
     if       ws-Result = spaces
              move "W" to ws-Level
              move "NOT MADE YET" to ws-Verdict
              perform 4900-Add-Result thru 4900-Exit.
 4200-Exit.
     exit.
*>
*> can a file be made in ws-Dir - one is, and deleted again
 4250-Probe-Dir.
     move     spaces to ws-Probe-Name.
     string   function trim (ws-Dir) delimited by size
              "/envcheck." delimited by size
              ws-Pid delimited by size
              ".tmp" delimited by size
              into ws-Probe-Name.
     open     output Probe-File.
     if       fs-reply not = zero
              move "E" to ws-Level
              move "NOT WRITABLE" to ws-Verdict
              perform 4900-Add-Result thru 4900-Exit
              go to 4250-Exit.
     close    Probe-File.
     call     "CBL_DELETE_FILE" using ws-Probe-Name.
     move     zero to return-code.
 4250-Exit.
     exit.
*>
 4300-Check-Exists.
     move     space to ws-Exists-Sw.
     call     "CBL_CHECK_FILE_EXIST" using ws-Path ws-File-Info.
     if       return-code = zero
              move "Y" to ws-Exists-Sw
     else
              move zero to return-code.
 4300-Exit.
     exit.
*>
*> a DEV or TEST path in, or equal to, a PROD directory
 4400-Check-Prod.
     if       ws-Px = 1
              go to 4400-Exit.
     move     space to ws-Into-Prod-Sw.
     move     Pe-Value (ws-Px ws-Ex) to ws-Path.
     perform  varying ws-Dx from 1 by 1
              until ws-Dx > Prod-Dir-Count or ws-Into-Prod
              move function length (function trim (Prod-Dir (ws-Dx)
                   trailing)) to ws-Len
              if  ws-Len not < 128
                  if  ws-Path = Prod-Dir (ws-Dx)
                      move "Y" to ws-Into-Prod-Sw
                  end-if
              else
               if ws-Path (1:ws-Len) = Prod-Dir (ws-Dx) (1:ws-Len)
                and (ws-Path (ws-Len + 1:1) = "/" or space
                     or Prod-Dir (ws-Dx) = "/")
                  move "Y" to ws-Into-Prod-Sw
               end-if
              end-if
     end-perform.
     if       ws-Into-Prod
              move "E" to ws-Level
              move "INTO PROD" to ws-Verdict
              perform 4900-Add-Result thru 4900-Exit.
 4400-Exit.
     exit.
*>
*> names the other loaded profiles set and this one does not
 4500-Missing-Names.
     move     spaces to ws-Missing-Line.
     move     1 to ws-Missing-Ptr.
     perform  varying ws-Py from 1 by 1 until ws-Py > 3
              if  ws-Py not = ws-Px and Pf-Loaded (ws-Py)
                  perform varying ws-Ey from 1 by 1
                          until ws-Ey > Pe-Count (ws-Py)
                          if  Pe-Name (ws-Py ws-Ey) not = spaces
                              perform 4550-Find-Name thru 4550-Exit
                          end-if
                  end-perform
              end-if
     end-perform.
     if       ws-Missing-Ptr > 1
              move spaces to Report-Rec
              write Report-Rec
              move spaces to Report-Rec
              string "  Set elsewhere, not here: "
                     ws-Missing-Line delimited by size
                     into Report-Rec
              write Report-Rec.
 4500-Exit.
     exit.
*>
 4550-Find-Name.
     move     space to ws-Found-Sw.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Pe-Count (ws-Px)
              or ws-Found
              if  Pe-Name (ws-Px ws-Cx) = Pe-Name (ws-Py ws-Ey)
                  move "Y" to ws-Found-Sw
              end-if
     end-perform.
*> once a name, however many profiles have it
     if       not ws-Found and ws-Missing-Ptr > 1
              move zero to ws-Len
              inspect ws-Missing-Line tallying ws-Len
                      for all function trim (Pe-Name (ws-Py ws-Ey))
              if  ws-Len > zero
                  move "Y" to ws-Found-Sw
              end-if
     end-if.
     if       not ws-Found
              if  ws-Missing-Ptr > 1
                  string ", " delimited by size
                         into ws-Missing-Line with pointer ws-Missing-Ptr
              end-if
              string Pe-Name (ws-Py ws-Ey) delimited by space
                     into ws-Missing-Line with pointer ws-Missing-Ptr
              add 1 to Pf-Warnings (ws-Px).
 4550-Exit.
     exit.
*>
*> ws-Verdict onto the setting's result
 4900-Add-Result.
     if       ws-Result-Ptr > 1
              string ", " delimited by size
                     into ws-Result with pointer ws-Result-Ptr.
     string   ws-Verdict delimited by "  "
              into ws-Result with pointer ws-Result-Ptr.
 4900-Exit.
     exit.
*>
 5000-Report-Head.
     move     spaces to Report-Rec.
     string   "ENVIRONMENT PROFILE VALIDATION - " ws-Run-Date " "
              ws-Time-Now (1:4)
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     all "=" to Report-Rec (1:60).
     write    Report-Rec.
     move     spaces to Report-Rec.
     if       Prod-Dir-Count = zero
              move "  No PROD directories known - the INTO PROD check"
                 & " is not made" to Report-Rec
     else
              move Prod-Dir-Count to ws-Edit
              string "  PROD directories from the PROD profile: "
                     function trim (ws-Edit)
                     delimited by size into Report-Rec.
     write    Report-Rec.
 5000-Exit.
     exit.
*>
 5900-Report-Totals.
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     "TOTALS" to Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     perform  varying ws-Px from 1 by 1 until ws-Px > 3
              move spaces to Report-Rec
              evaluate true
                  when Pf-Skipped (ws-Px)
                    or (ws-Only-Env not = spaces
                        and ws-Only-Env not = Env-Name (ws-Px))
                       continue
                  when Pf-Absent (ws-Px)
                       string "  " Env-Name (ws-Px) "  not found"
                              delimited by size into Report-Rec
                       write Report-Rec
                  when other
                       move Pf-Errors (ws-Px) to ws-Edit
                       move Pf-Warnings (ws-Px) to ws-Edit2
                       string "  " Env-Name (ws-Px) "  errors "
                              ws-Edit "  warnings " ws-Edit2
                              delimited by size into Report-Rec
                       write Report-Rec
              end-evaluate
     end-perform.
 5900-Exit.
     exit.
