      >>source free
 Identification division.
*>**********************
      program-id.       rptdist.
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
*>    Usage.            Report bursting and distribution.  The morning
*>                      pack, DEVTOOLS.RPT, the chk-data control
*>                      reports, printacct and reportrun listings all
*>                      came off the one printer for someone to sort
*>                      by hand; this splits each report into one
*>                      piece per recipient and delivers each piece
*>                      to that person's folder, mail address or
*>                      printer, logging every delivery so a missed
*>                      one can be sent again without re-running the
*>                      job that made the report.
*>
*>                      rptdist [LIST=<file>] [DEPT=<file>]
*>                              [REPORT=<name>] [TRIAL]
*>                      rptdist REISSUE [RUN=<run id>] [REPORT=<name>]
*>                              [USER=<user>] [ALL]
*>
*>                      The distribution list (DISTRIB.LST, or the
*>                      RPTDIST_LIST name):
*>                        *> comment
*>                        REPORT  <name> <report file>
*>                        SECTION LINE <marker text...>
*>                        SECTION PAGE <column> <length>
*>                        TO      <who>[,<who>...]
*>                        KEY     <value> <who>[,<who>...]
*>                        KEY     * <who>[,<who>...]
*>                        END
*>
*>                      Without a SECTION line the report goes whole
*>                      to its TO recipients.  SECTION LINE starts a
*>                      section at every line whose text begins with
*>                      the marker, the word after the marker its key;
*>                      SECTION PAGE makes each page (form feed) a
*>                      section, keyed by the given columns of the
*>                      page's first line that is not blank.  Lines
*>                      ahead of the first section - the report's own
*>                      banner - go with every piece.
*>
*>                      A section goes to every TO recipient, to those
*>                      of its KEY line, or - with no KEY line for
*>                      its key - to the user of that name, else to
*>                      everyone in the department of that name (so a
*>                      department or a program owner on the heading
*>                      line routes itself), else to the KEY * line.
*>                      A section nobody gets is UNROUTED: logged and
*>                      shown, return code 4.  <who> is a user of the
*>                      department map, or DEPT=<department> for
*>                      everyone in it.
*>
*>                      Recipients come from the department map
*>                      printacct charges by (USERDEPT.DAT, or DEPT=):
*>                        <user x16> <department x16> <method x6>
*>                        <target x120>
*>                      method FOLDER <directory>, MAIL <address>, or
*>                      PRINT <queue> [<CUPSCFG file>] - lpr with
*>                      printcbl's settings, or the CUPSCFG file's
*>                      options in their place.  Mail goes through
*>                      the RPTDIST_MAILER command (mail).
*>
*>                      Each piece is kept in the spool directory
*>                      (DISTSPOOL, or RPTDIST_SPOOL) as
*>                      <run id>.<report>.<user>, the run id the
*>                      run's yyyymmddhhmmss.  Every delivery, failed
*>                      delivery and unrouted section is a row of
*>                      RPTDIST.LOG (RPTDIST_LOG).  REISSUE sends the
*>                      kept pieces of a run again (the last run when
*>                      RUN= is not given) - those whose delivery
*>                      failed, or ALL of them - to the recipients'
*>                      current delivery; it needs a signed-on
*>                      operator, who is logged against it.  TRIAL
*>                      shows the sections and who would get them,
*>                      and delivers nothing.
*>
*>                      Return code 0 all delivered, 4 a section
*>                      unrouted or a delivery failed, 8 REISSUE
*>                      refused, 16 a file or argument problem.
*>**
*>    Called by.
*>                      The batch tail, after morningpack; the
*>                      operator for REISSUE.
*>**
*>    Calls.
*>                      ENVPROF
*>                      OPSIGNON, SYSTEM (mkdir, cp, mail, lpr),
*>                      CBL_CHECK_FILE_EXIST.
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
     select   Dist-List        assign Dist-List-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Dept-Map         assign Dept-Map-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Report-In        assign Report-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Piece-Out        assign Piece-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Dist-Log         assign Dist-Log-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Cups-Cfg         assign Cups-Cfg-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Dist-List.
 01  Dist-List-Rec         pic x(200).
*>
*> printacct's user -> department map, with the delivery after
 fd  Dept-Map.
 01  Dept-Map-Rec.
     03  DMap-User         pic x(16).
     03  filler            pic x.
     03  DMap-Dept         pic x(16).
     03  filler            pic x.
     03  DMap-Method       pic x(6).
     03  filler            pic x.
     03  DMap-Target       pic x(120).
*>
 fd  Report-In.
 01  Report-In-Rec         pic x(400).
*>
 fd  Piece-Out.
 01  Piece-Out-Rec         pic x(400).
*>
 fd  Cups-Cfg.
 01  Cups-Cfg-Rec          pic x(160).
*>
*> one row per delivery, failure or unrouted section
 fd  Dist-Log.
 01  Dist-Log-Rec.
     03  Dlg-Date          pic 9(8).
     03  filler            pic x.
     03  Dlg-Time          pic 9(6).
     03  filler            pic x.
     03  Dlg-Run           pic x(14).
     03  filler            pic x.
     03  Dlg-Event         pic x(8).
     03  filler            pic x.
     03  Dlg-Report        pic x(16).
     03  filler            pic x.
     03  Dlg-User          pic x(16).
     03  filler            pic x.
     03  Dlg-Method        pic x(6).
     03  filler            pic x.
     03  Dlg-Lines         pic 9(6).
     03  filler            pic x.
     03  Dlg-Who           pic x(16).
     03  filler            pic x.
     03  Dlg-Piece         pic x(128).
     03  filler            pic x.
     03  Dlg-Text          pic x(120).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(17) value "rptdist v1.01.00".
 77  fs-reply              pic 99.
*>
 copy "op-signon.cpy".
*>
 01  Dist-List-Name        pic x(256)   value "DISTRIB.LST".
 01  Dept-Map-Name         pic x(256)   value "USERDEPT.DAT".
 01  Report-In-Name        pic x(256)   value spaces.
 01  Piece-Out-Name        pic x(256)   value spaces.
 01  Dist-Log-Name         pic x(256)   value "RPTDIST.LOG".
 01  Cups-Cfg-Name         pic x(256)   value spaces.
 01  ws-Spool-Dir          pic x(128)   value "DISTSPOOL".
 01  ws-Mailer             pic x(64)    value "mail".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-Mode               pic x        value "D".
     88  Mode-Distribute                value "D".
     88  Mode-Trial                     value "T".
     88  Mode-Reissue                   value "R".
 01  ws-Report-Want        pic x(16)    value spaces.
 01  ws-User-Want          pic x(16)    value spaces.
 01  ws-Run-Want           pic x(14)    value spaces.
 77  ws-All-Sw             pic x        value "N".
*>
*> printcbl's lpr settings, as a listing is spooled
 01  ws-Lpr-Default        pic x(119)   value
     "-o 'orientation-requested=3 page-left=24 page-top=24 page-right=24 sides=two-sided-long-edge cpi=16.6 lpi=9'".
 01  ws-Lpr-Opts           pic x(160)   value spaces.
*>
*> the department map
 01  User-Table            value spaces.
     03  User-Entry        occurs 200.
         05  Us-User       pic x(16).
         05  Us-Key        pic x(16).
         05  Us-Dept       pic x(16).
         05  Us-Method     pic x(6).
         05  Us-Target     pic x(120).
 77  User-Count            Binary-Long  value zero.
 77  ws-Ux                 Binary-Long  value zero.
*>
*> the distribution list: its reports, and their TO and KEY rules
 01  Rpt-Table             value spaces.
     03  Rpt-Entry         occurs 30.
         05  Rp-Name       pic x(16).
         05  Rp-File       pic x(128).
         05  Rp-Split      pic x.
         05  Rp-Marker     pic x(40).
         05  Rp-Mark-Len   Binary-Long.
         05  Rp-Col        Binary-Long.
         05  Rp-Len        Binary-Long.
 77  Rpt-Count             Binary-Long  value zero.
 77  ws-Rx                 Binary-Long  value zero.
*>
 01  Rule-Table            value spaces.
     03  Rule-Entry        occurs 300.
         05  Ru-Rpt        Binary-Long.
         05  Ru-Type       pic x.
         05  Ru-Key        pic x(32).
         05  Ru-Who        pic x(160).
 77  Rule-Count            Binary-Long  value zero.
 77  ws-Qx                 Binary-Long  value zero.
*>
*> the report being distributed: its sections and who gets each
 01  Sec-Table             value spaces.
     03  Sec-Entry         occurs 500.
         05  Sc-Start      Binary-Long.
         05  Sc-Key        pic x(32).
         05  Sc-Got        Binary-Long.
 77  Sec-Count             Binary-Long  value zero.
 77  ws-Sx                 Binary-Long  value zero.
*>
 01  Rcp-Table             value spaces.
     03  Rcp-Entry         occurs 50.
         05  Rc-Ux         Binary-Long.
         05  Rc-Lines      Binary-Long.
         05  Rc-Flag       pic x        occurs 500.
 77  Rcp-Count             Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
*>
*> REISSUE: the run's pieces and how each last fared
 01  Iss-Table             value spaces.
     03  Iss-Entry         occurs 300.
         05  Is-Report     pic x(16).
         05  Is-User       pic x(16).
         05  Is-Piece      pic x(128).
         05  Is-Lines      pic 9(6).
         05  Is-Event      pic x(8).
 77  Iss-Count             Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
*>
*> list parse words
 01  ws-Word1              pic x(32)    value spaces.
 01  ws-Word2              pic x(128)   value spaces.
 01  ws-Rest               pic x(160)   value spaces.
 01  ws-Tok                pic x(40)    value spaces.
 77  ws-Parse-Ptr          Binary-Long  value zero.
 77  ws-Err-Count          Binary-Long  value zero.
*>
*> the run
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  ws-Run-Id             pic x(14)    value spaces.
 01  ws-Line               pic x(400)   value spaces.
 01  ws-Text               pic x(400)   value spaces.
 01  ws-Key                pic x(32)    value spaces.
 01  ws-Who-List           pic x(160)   value spaces.
 01  ws-Who                pic x(40)    value spaces.
 77  ws-Who-Ptr            Binary-Long  value zero.
 77  ws-Line-No            Binary-Long  value zero.
 77  ws-Lead               Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Await-Key          pic x        value space.
 77  ws-Matched            pic x        value space.
 77  ws-Found-Sw           pic x        value space.
 77  ws-Eof                pic x        value "N".
 77  ws-Written            Binary-Long  value zero.
 77  ws-Sent-Count         Binary-Long  value zero.
 77  ws-Fail-Count         Binary-Long  value zero.
 77  ws-Unrouted           Binary-Long  value zero.
 77  ws-Send-RC            Binary-Long  value zero.
 01  ws-Event              pic x(8)     value spaces.
 01  ws-Log-Who            pic x(16)    value spaces.
 01  ws-Log-Text           pic x(120)   value spaces.
 01  ws-Log-Report         pic x(16)    value spaces.
 01  ws-Log-User           pic x(16)    value spaces.
 01  ws-Log-Method         pic x(6)     value spaces.
 77  ws-Log-Lines          Binary-Long  value zero.
 01  ws-Command            pic x(600)   value spaces.
 01  ws-Psn                pic x(48)    value spaces.
 01  ws-Edit6              pic zzzzz9.
 01  ws-Edit6b             pic zzzzz9.
 01  ws-Edit3              pic zz9.
 01  ws-File-Info          pic x(16)    value spaces.
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
              display "rptdist: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  0100-Environment thru 0100-Exit.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "REISSUE "
                       set Mode-Reissue to true
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "TRIAL "
                       set Mode-Trial to true
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "ALL "
                       move "Y" to ws-All-Sw
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "LIST="
                       move ws-Arg-Text (6:) to Dist-List-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DEPT="
                       move ws-Arg-Text (6:) to Dept-Map-Name
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "REPORT="
                       move function upper-case (ws-Arg-Text (8:16))
                            to ws-Report-Want
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "USER="
                       move function upper-case (ws-Arg-Text (6:16))
                            to ws-User-Want
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "RUN="
                       move ws-Arg-Text (5:14) to ws-Run-Want
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       display "Usage: rptdist [LIST=<f>] [DEPT=<f>]"
                               " [REPORT=<name>] [TRIAL]"
                       display "       rptdist REISSUE [RUN=<id>]"
                               " [REPORT=<name>] [USER=<user>] [ALL]"
                       move 16 to return-code
                       goback
              end-evaluate
     end-perform.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     string   ws-Run-Date ws-Time-Now (1:6) delimited by size
              into ws-Run-Id.
     perform  1000-Load-Users thru 1000-Exit.
     if       Mode-Reissue
              perform 6000-Reissue thru 6000-Exit
              goback.
     perform  1100-Load-List thru 1100-Exit.
     if       ws-Err-Count > zero
              display "The distribution list has errors - nothing"
                       " distributed"
              move 16 to return-code
              goback.
     if       not Mode-Trial
              move spaces to ws-Command
              string "mkdir -p " function trim (ws-Spool-Dir)
                     delimited by size into ws-Command
              call "SYSTEM" using ws-Command
              move zero to return-code.
     perform  varying ws-Rx from 1 by 1 until ws-Rx > Rpt-Count
              if  ws-Report-Want = spaces
               or ws-Report-Want = Rp-Name (ws-Rx)
                  perform 2000-Distribute thru 2000-Exit
              end-if
     end-perform.
     display  " ".
     move     ws-Sent-Count to ws-Edit6.
     move     ws-Fail-Count to ws-Edit6b.
     move     ws-Unrouted to ws-Edit3.
     if       Mode-Trial
              display "Trial only - nothing delivered; "
                      function trim (ws-Edit3)
                      " section(s) would go unrouted"
     else
              display "Run " ws-Run-Id ": " function trim (ws-Edit6)
                      " piece(s) delivered, " function trim (ws-Edit6b)
                      " failed, " function trim (ws-Edit3)
                      " section(s) unrouted".
     if       ws-Fail-Count > zero or ws-Unrouted > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 0100-Environment.
     accept   Dist-List-Name from environment "RPTDIST_LIST"
              on exception
              move "DISTRIB.LST" to Dist-List-Name
     end-accept.
     if       Dist-List-Name = spaces
              move "DISTRIB.LST" to Dist-List-Name.
     accept   Dist-Log-Name from environment "RPTDIST_LOG"
              on exception
              move "RPTDIST.LOG" to Dist-Log-Name
     end-accept.
     if       Dist-Log-Name = spaces
              move "RPTDIST.LOG" to Dist-Log-Name.
     accept   ws-Spool-Dir from environment "RPTDIST_SPOOL"
              on exception
              move "DISTSPOOL" to ws-Spool-Dir
     end-accept.
     if       ws-Spool-Dir = spaces
              move "DISTSPOOL" to ws-Spool-Dir.
     accept   ws-Mailer from environment "RPTDIST_MAILER"
              on exception
              move "mail" to ws-Mailer
     end-accept.
     if       ws-Mailer = spaces
              move "mail" to ws-Mailer.
 0100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the recipients and their delivery
*>----------------------------------------------------------------
 1000-Load-Users.
     open     input Dept-Map.
     if       fs-reply not = zero
              display "Cannot open department map "
                       function trim (Dept-Map-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 1010-Next.
     read     Dept-Map at end
              close Dept-Map
              go to 1000-Exit.
     if       Dept-Map-Rec = spaces or Dept-Map-Rec (1:1) = "*"
              go to 1010-Next.
     if       User-Count not < 200
              display "More than 200 users in the department map -"
                      " the rest ignored"
              close Dept-Map
              go to 1000-Exit.
     add      1 to User-Count.
     move     DMap-User to Us-User (User-Count).
     move     function upper-case (DMap-User) to Us-Key (User-Count).
     move     function upper-case (DMap-Dept)
              to Us-Dept (User-Count).
     move     function upper-case (DMap-Method)
              to Us-Method (User-Count).
     move     DMap-Target to Us-Target (User-Count).
     go       to 1010-Next.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the distribution list
*>----------------------------------------------------------------
 1100-Load-List.
     open     input Dist-List.
     if       fs-reply not = zero
              display "Cannot open distribution list "
                       function trim (Dist-List-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     move     zero to ws-Rx.
 1110-Next.
     read     Dist-List at end
              close Dist-List
              go to 1100-Exit.
     if       Dist-List-Rec = spaces
           or Dist-List-Rec (1:1) = "*"
              go to 1110-Next.
     move     spaces to ws-Word1 ws-Word2 ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring Dist-List-Rec delimited by all spaces
              into ws-Word1 ws-Word2
              with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 201
              move Dist-List-Rec (ws-Parse-Ptr:) to ws-Rest.
     move     function trim (ws-Rest) to ws-Rest.
     move     function upper-case (ws-Word1) to ws-Word1.
     if       ws-Word1 not = "REPORT" and ws-Rx = zero
              display "Outside a REPORT: " function trim (Dist-List-Rec)
              add 1 to ws-Err-Count
              go to 1110-Next.
     evaluate ws-Word1
         when "REPORT"
              if  Rpt-Count not < 30
                  display "More than 30 reports - "
                          function trim (Dist-List-Rec)
                  add 1 to ws-Err-Count
                  move zero to ws-Rx
                  go to 1110-Next
              end-if
              add 1 to Rpt-Count
              move Rpt-Count to ws-Rx
              move function upper-case (ws-Word2) to Rp-Name (ws-Rx)
              move ws-Rest to Rp-File (ws-Rx)
              move "N" to Rp-Split (ws-Rx)
              move zero to Rp-Col (ws-Rx) Rp-Len (ws-Rx)
                           Rp-Mark-Len (ws-Rx)
              if  ws-Rest = spaces
                  display "REPORT " function trim (ws-Word2)
                          " names no report file"
                  add 1 to ws-Err-Count
              end-if
         when "END"
              move zero to ws-Rx
         when "SECTION"
              perform 1150-Take-Section thru 1150-Exit
         when "TO"
              perform 1180-Add-Rule thru 1180-Exit
              if  Rule-Count > zero
                  move "T" to Ru-Type (Rule-Count)
                  move spaces to Ru-Key (Rule-Count)
                  move ws-Word2 to Ru-Who (Rule-Count)
              end-if
         when "KEY"
              perform 1180-Add-Rule thru 1180-Exit
              if  Rule-Count > zero
                  move "K" to Ru-Type (Rule-Count)
                  move function upper-case (ws-Word2)
                       to Ru-Key (Rule-Count)
                  move ws-Rest to Ru-Who (Rule-Count)
                  if  ws-Rest = spaces
                      display "KEY " function trim (ws-Word2)
                              " names nobody"
                      add 1 to ws-Err-Count
                  end-if
              end-if
         when other
              display "Distribution list line not understood: "
                      function trim (Dist-List-Rec)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1110-Next.
 1100-Exit.
     exit.
*>
*> SECTION LINE <marker...> | SECTION PAGE <column> <length>
 1150-Take-Section.
     evaluate function upper-case (ws-Word2)
         when "LINE"
              if  ws-Rest = spaces
                  display "SECTION LINE needs its marker text"
                  add 1 to ws-Err-Count
                  go to 1150-Exit
              end-if
              move "L" to Rp-Split (ws-Rx)
              move function upper-case (ws-Rest) to Rp-Marker (ws-Rx)
              move function length (function trim (ws-Rest))
                   to Rp-Mark-Len (ws-Rx)
              if  Rp-Mark-Len (ws-Rx) > 40
                  move 40 to Rp-Mark-Len (ws-Rx)
              end-if
         when "PAGE"
              move "P" to Rp-Split (ws-Rx)
              move spaces to ws-Tok ws-Text
              unstring ws-Rest delimited by all spaces
                       into ws-Tok ws-Text
              if  function test-numval (ws-Tok) not = zero
               or function test-numval (ws-Text (1:40)) not = zero
                  display "SECTION PAGE needs a column and a length"
                  add 1 to ws-Err-Count
                  go to 1150-Exit
              end-if
              compute Rp-Col (ws-Rx) = function numval (ws-Tok)
              compute Rp-Len (ws-Rx) =
                      function numval (ws-Text (1:40))
              if  Rp-Col (ws-Rx) < 1 or Rp-Len (ws-Rx) < 1
               or Rp-Len (ws-Rx) > 32
                  display "SECTION PAGE column from 1, length 1 to 32"
                  add 1 to ws-Err-Count
              end-if
         when other
              display "SECTION takes LINE or PAGE, not "
                      function trim (ws-Word2)
              add 1 to ws-Err-Count
     end-evaluate.
 1150-Exit.
     exit.
*>
 1180-Add-Rule.
     if       Rule-Count not < 300
              display "More than 300 TO and KEY lines - "
                      function trim (Dist-List-Rec)
              add 1 to ws-Err-Count
              go to 1180-Exit.
     if       ws-Word2 = spaces
              display function trim (ws-Word1) " names nobody"
              add 1 to ws-Err-Count
              go to 1180-Exit.
     add      1 to Rule-Count.
     move     ws-Rx to Ru-Rpt (Rule-Count).
 1180-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one report: its sections found, each routed, then a piece
*> built and delivered for each recipient
*>----------------------------------------------------------------
 2000-Distribute.
     move     Rp-File (ws-Rx) to Report-In-Name.
     display  " ".
     display  function trim (Rp-Name (ws-Rx)) " - "
              function trim (Report-In-Name).
     move     zero to Sec-Count Rcp-Count.
     move     spaces to Sec-Table Rcp-Table.
     perform  2100-Scan-Report thru 2100-Exit.
     if       ws-Eof = "X"
              go to 2000-Exit.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sec-Count
              perform 2200-Route-Section thru 2200-Exit
     end-perform.
     if       Mode-Trial
              perform 2400-Show-Routing thru 2400-Exit
              go to 2000-Exit.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Rcp-Count
              perform 3000-Build-Piece thru 3000-Exit
              if  Piece-Out-Name not = spaces
                  move Rc-Ux (ws-Cx) to ws-Ux
                  perform 4000-Deliver thru 4000-Exit
                  move Rp-Name (ws-Rx) to ws-Log-Report
                  move Us-User (ws-Ux) to ws-Log-User
                  move Us-Method (ws-Ux) to ws-Log-Method
                  move Rc-Lines (ws-Cx) to ws-Log-Lines
                  move spaces to ws-Log-Who
                  perform 8500-Log-Event thru 8500-Exit
              end-if
     end-perform.
 2000-Exit.
     exit.
*>
*> pass one: where each section starts and its key
 2100-Scan-Report.
     move     "N" to ws-Eof.
     open     input Report-In.
     if       fs-reply not = zero
              display "  cannot open the report, status " fs-reply
                      " - not distributed"
              move "X" to ws-Eof
              add 1 to ws-Fail-Count
              go to 2100-Exit.
     move     zero to ws-Line-No.
     move     space to ws-Await-Key.
     if       Rp-Split (ws-Rx) = "N"
              move 1 to Sec-Count
              move 1 to Sc-Start (1)
              move spaces to Sc-Key (1).
 2110-Next.
     read     Report-In at end
              close Report-In
              go to 2100-Exit.
     add      1 to ws-Line-No.
     move     Report-In-Rec to ws-Line.
     evaluate Rp-Split (ws-Rx)
         when "P"
              if  ws-Line-No = 1 or ws-Line (1:1) = x"0C"
                  perform 2150-New-Section thru 2150-Exit
                  move "Y" to ws-Await-Key
              end-if
              if  ws-Line (1:1) = x"0C"
                  move ws-Line (2:) to ws-Text
              else
                  move ws-Line to ws-Text
              end-if
              if  ws-Await-Key = "Y" and ws-Text not = spaces
               and Sec-Count > zero
                  move function upper-case (ws-Text
                          (Rp-Col (ws-Rx):Rp-Len (ws-Rx)))
                       to Sc-Key (Sec-Count)
                  move function trim (Sc-Key (Sec-Count))
                       to Sc-Key (Sec-Count)
                  move space to ws-Await-Key
              end-if
         when "L"
              perform 2160-Check-Marker thru 2160-Exit
     end-evaluate.
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
 2150-New-Section.
     if       Sec-Count not < 500
              display "  more than 500 sections - the rest go with"
                      " the last"
              go to 2150-Exit.
     add      1 to Sec-Count.
     move     ws-Line-No to Sc-Start (Sec-Count).
     move     spaces to Sc-Key (Sec-Count).
     move     zero to Sc-Got (Sec-Count).
 2150-Exit.
     exit.
*>
*> a line whose text starts with the marker opens a section keyed
*> by the word after it
 2160-Check-Marker.
     move     ws-Line to ws-Text.
     if       ws-Text (1:1) = x"0C"
              move space to ws-Text (1:1).
     if       ws-Text = spaces
              go to 2160-Exit.
     move     zero to ws-Lead.
     inspect  ws-Text tallying ws-Lead for leading spaces.
     if       ws-Lead + Rp-Mark-Len (ws-Rx) > 400
              go to 2160-Exit.
     if       function upper-case (ws-Text (ws-Lead + 1:
                                   Rp-Mark-Len (ws-Rx)))
                  not = Rp-Marker (ws-Rx) (1:Rp-Mark-Len (ws-Rx))
              go to 2160-Exit.
     perform  2150-New-Section thru 2150-Exit.
     compute  ws-Ptr = ws-Lead + Rp-Mark-Len (ws-Rx) + 1.
     move     spaces to ws-Key.
     if       ws-Ptr < 401
              move function trim (ws-Text (ws-Ptr:)) to ws-Text
              unstring ws-Text delimited by all spaces into ws-Key.
     move     function upper-case (ws-Key) to Sc-Key (Sec-Count).
 2160-Exit.
     exit.
*>
*> section ws-Sx: TO recipients, then its KEY line, else a user or
*> department of the key's name, else KEY *
 2200-Route-Section.
     move     Sc-Key (ws-Sx) to ws-Key.
     move     space to ws-Matched.
     perform  varying ws-Qx from 1 by 1 until ws-Qx > Rule-Count
              if  Ru-Rpt (ws-Qx) = ws-Rx and Ru-Type (ws-Qx) = "T"
                  move Ru-Who (ws-Qx) to ws-Who-List
                  perform 2300-Add-Who-List thru 2300-Exit
              end-if
     end-perform.
     if       ws-Key not = spaces
              perform varying ws-Qx from 1 by 1
                      until ws-Qx > Rule-Count
                  if  Ru-Rpt (ws-Qx) = ws-Rx and Ru-Type (ws-Qx) = "K"
                   and Ru-Key (ws-Qx) = ws-Key
                      move Ru-Who (ws-Qx) to ws-Who-List
                      perform 2300-Add-Who-List thru 2300-Exit
                      move "Y" to ws-Matched
                  end-if
              end-perform
              if  ws-Matched not = "Y"
                  perform 2250-Key-By-Name thru 2250-Exit
              end-if.
     if       ws-Matched not = "Y"
              perform varying ws-Qx from 1 by 1
                      until ws-Qx > Rule-Count
                  if  Ru-Rpt (ws-Qx) = ws-Rx and Ru-Type (ws-Qx) = "K"
                   and Ru-Key (ws-Qx) = "*"
                      move Ru-Who (ws-Qx) to ws-Who-List
                      perform 2300-Add-Who-List thru 2300-Exit
                  end-if
              end-perform.
     if       Sc-Got (ws-Sx) = zero
              add 1 to ws-Unrouted
              move ws-Sx to ws-Edit6
              display "  section " function trim (ws-Edit6) " key "
                      function trim (ws-Key) " - UNROUTED, nobody"
                      " gets it"
              if  not Mode-Trial
                  move "UNROUTED" to ws-Event
                  move Rp-Name (ws-Rx) to ws-Log-Report
                  move ws-Key to ws-Log-User
                  move spaces to ws-Log-Method ws-Log-Who
                                 Piece-Out-Name
                  move zero to ws-Log-Lines
                  move "no TO, KEY, user or department for the key"
                       to ws-Log-Text
                  perform 8500-Log-Event thru 8500-Exit
              end-if.
 2200-Exit.
     exit.
*>
 2250-Key-By-Name.
     perform  varying ws-Ux from 1 by 1 until ws-Ux > User-Count
              if  Us-Key (ws-Ux) = ws-Key
                  perform 2350-Add-Recipient thru 2350-Exit
                  move "Y" to ws-Matched
              end-if
     end-perform.
     if       ws-Matched = "Y"
              go to 2250-Exit.
     perform  varying ws-Ux from 1 by 1 until ws-Ux > User-Count
              if  Us-Dept (ws-Ux) = ws-Key
                  perform 2350-Add-Recipient thru 2350-Exit
                  move "Y" to ws-Matched
              end-if
     end-perform.
 2250-Exit.
     exit.
*>
*> each user or DEPT=<department> of ws-Who-List gets section ws-Sx
 2300-Add-Who-List.
     move     1 to ws-Who-Ptr.
 2310-Next.
     if       ws-Who-Ptr > 160
              go to 2300-Exit.
     move     spaces to ws-Who.
     unstring ws-Who-List delimited by "," or all spaces
              into ws-Who with pointer ws-Who-Ptr.
     if       ws-Who = spaces
              go to 2310-Next.
     move     function upper-case (ws-Who) to ws-Who.
     move     space to ws-Found-Sw.
     if       ws-Who (1:5) = "DEPT="
              perform varying ws-Ux from 1 by 1
                      until ws-Ux > User-Count
                  if  Us-Dept (ws-Ux) = ws-Who (6:16)
                      perform 2350-Add-Recipient thru 2350-Exit
                      move "Y" to ws-Found-Sw
                  end-if
              end-perform
     else
              perform varying ws-Ux from 1 by 1
                      until ws-Ux > User-Count
                  if  Us-Key (ws-Ux) = ws-Who (1:16)
                      perform 2350-Add-Recipient thru 2350-Exit
                      move "Y" to ws-Found-Sw
                  end-if
              end-perform.
     if       ws-Found-Sw not = "Y"
              display "  " function trim (ws-Who)
                      " is not in the department map - skipped".
     go       to 2310-Next.
 2300-Exit.
     exit.
*>
*> user ws-Ux a recipient of section ws-Sx
 2350-Add-Recipient.
     perform  varying ws-Cx from 1 by 1
              until ws-Cx > Rcp-Count or Rc-Ux (ws-Cx) = ws-Ux
              continue
     end-perform.
     if       ws-Cx > Rcp-Count
              if  Rcp-Count not < 50
                  display "  more than 50 recipients - "
                          function trim (Us-User (ws-Ux)) " skipped"
                  go to 2350-Exit
              end-if
              add 1 to Rcp-Count
              move Rcp-Count to ws-Cx
              move ws-Ux to Rc-Ux (ws-Cx)
              move zero to Rc-Lines (ws-Cx).
     if       Rc-Flag (ws-Cx, ws-Sx) not = "Y"
              move "Y" to Rc-Flag (ws-Cx, ws-Sx)
              add 1 to Sc-Got (ws-Sx).
 2350-Exit.
     exit.
*>
*> TRIAL: each section and who it goes to
 2400-Show-Routing.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sec-Count
              move Sc-Start (ws-Sx) to ws-Edit6
              move ws-Sx to ws-Edit3
              move spaces to ws-Text
              move 1 to ws-Ptr
              perform varying ws-Cx from 1 by 1 until ws-Cx > Rcp-Count
                  if  Rc-Flag (ws-Cx, ws-Sx) = "Y"
                      move Rc-Ux (ws-Cx) to ws-Ux
                      string function trim (Us-User (ws-Ux)) " "
                             delimited by size
                             into ws-Text with pointer ws-Ptr
                  end-if
              end-perform
              display "  section " ws-Edit3 " line " ws-Edit6 " key "
                      Sc-Key (ws-Sx) (1:16) " -> "
                      function trim (ws-Text)
     end-perform.
     perform  varying ws-Cx from 1 by 1 until ws-Cx > Rcp-Count
              move Rc-Ux (ws-Cx) to ws-Ux
              display "  " Us-User (ws-Ux) " by "
                      Us-Method (ws-Ux) " "
                      function trim (Us-Target (ws-Ux))
     end-perform.
 2400-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> pass two, once per recipient: the banner and that recipient's
*> sections into the piece kept in the spool directory
*>----------------------------------------------------------------
 3000-Build-Piece.
     move     Rc-Ux (ws-Cx) to ws-Ux.
     move     spaces to Piece-Out-Name.
     string   function trim (ws-Spool-Dir) "/" ws-Run-Id "."
              function trim (Rp-Name (ws-Rx)) "."
              function trim (Us-User (ws-Ux))
              delimited by size into Piece-Out-Name.
     open     input Report-In.
     if       fs-reply not = zero
              display "  report gone before its pieces were built"
              move spaces to Piece-Out-Name
              go to 3000-Exit.
     open     output Piece-Out.
     if       fs-reply not = zero
              display "  cannot write piece "
                      function trim (Piece-Out-Name)
                      ", status " fs-reply
              close Report-In
              move spaces to Piece-Out-Name
              add 1 to ws-Fail-Count
              go to 3000-Exit.
     move     zero to ws-Line-No ws-Sx ws-Written.
 3010-Next.
     read     Report-In at end
              close Report-In Piece-Out
              move ws-Written to Rc-Lines (ws-Cx)
              go to 3000-Exit.
     add      1 to ws-Line-No.
     if       ws-Sx < Sec-Count
        and   ws-Line-No = Sc-Start (ws-Sx + 1)
              add 1 to ws-Sx.
     if       ws-Sx > zero
        and   Rc-Flag (ws-Cx, ws-Sx) not = "Y"
              go to 3010-Next.
     move     Report-In-Rec to Piece-Out-Rec.
*> a piece starts at the top of its first page already
     if       ws-Written = zero and Piece-Out-Rec (1:1) = x"0C"
              move Piece-Out-Rec (2:) to Piece-Out-Rec.
     write    Piece-Out-Rec.
     add      1 to ws-Written.
     go       to 3010-Next.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> piece Piece-Out-Name to user ws-Ux by the map's method, ws-Event
*> SENT or FAILED with the reason in ws-Log-Text
*>----------------------------------------------------------------
 4000-Deliver.
     move     spaces to ws-Command ws-Log-Text.
     evaluate Us-Method (ws-Ux)
         when "FOLDER"
              string "cp " delimited by size
                     function trim (Piece-Out-Name) delimited by size
                     " " delimited by size
                     function trim (Us-Target (ws-Ux))
                                       delimited by size
                     "/" delimited by size
                     function trim (Rp-Name (ws-Rx)) delimited by size
                     "." ws-Run-Id ".RPT" delimited by size
                     into ws-Command
         when "MAIL"
              string function trim (ws-Mailer) delimited by size
                     " -s " quote delimited by size
                     function trim (Rp-Name (ws-Rx)) delimited by size
                     " " ws-Run-Id quote " " delimited by size
                     function trim (Us-Target (ws-Ux))
                                       delimited by size
                     " < " delimited by size
                     function trim (Piece-Out-Name) delimited by size
                     into ws-Command
         when "PRINT"
              perform 4100-Lpr-Command thru 4100-Exit
         when other
              move "FAILED" to ws-Event
              move "no delivery method in the department map"
                   to ws-Log-Text
              add 1 to ws-Fail-Count
              display "  " Us-User (ws-Ux) " FAILED - "
                      function trim (ws-Log-Text)
              go to 4000-Exit
     end-evaluate.
     call     "SYSTEM" using ws-Command.
     if       return-code > 255
              divide return-code by 256 giving ws-Send-RC
     else
              move return-code to ws-Send-RC.
     move     zero to return-code.
     move     ws-Send-RC to ws-Edit3.
     move     Rc-Lines (ws-Cx) to ws-Edit6.
     if       ws-Send-RC = zero
              move "SENT" to ws-Event
              move Us-Target (ws-Ux) to ws-Log-Text
              add 1 to ws-Sent-Count
              display "  " Us-User (ws-Ux) " " Us-Method (ws-Ux) " "
                      function trim (Us-Target (ws-Ux)) " - "
                      function trim (ws-Edit6) " lines sent"
     else
              move "FAILED" to ws-Event
              string Us-Method (ws-Ux) " exit " function trim (ws-Edit3)
                     " " function trim (Us-Target (ws-Ux))
                     delimited by size into ws-Log-Text
              add 1 to ws-Fail-Count
              display "  " Us-User (ws-Ux) " FAILED - "
                      function trim (ws-Log-Text).
 4000-Exit.
     exit.
*>
*> lpr as printcbl spools: its settings, or the CUPSCFG file's
*> first usable record in their place; the target is
*> <queue> [<CUPSCFG file>]
 4100-Lpr-Command.
     move     spaces to ws-Psn Cups-Cfg-Name.
     unstring Us-Target (ws-Ux) delimited by all spaces
              into ws-Psn Cups-Cfg-Name.
     move     ws-Lpr-Default to ws-Lpr-Opts.
     if       Cups-Cfg-Name not = spaces
              open input Cups-Cfg
              if  fs-reply = zero
                  perform 4110-Cups-Read thru 4110-Exit
                  close Cups-Cfg
              end-if.
     string   "lpr " delimited by size
              function trim (ws-Lpr-Opts) delimited by size
              " -P " delimited by size
              function trim (ws-Psn) delimited by size
              " " delimited by size
              function trim (Piece-Out-Name) delimited by size
              into ws-Command.
 4100-Exit.
     exit.
*>
 4110-Cups-Read.
     read     Cups-Cfg at end
              go to 4110-Exit.
     if       Cups-Cfg-Rec (1:1) = "*" or Cups-Cfg-Rec = spaces
              go to 4110-Cups-Read.
     move     Cups-Cfg-Rec to ws-Lpr-Opts.
 4110-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> REISSUE: a run's kept pieces sent again - those that failed,
*> or ALL - by the signed-on operator
*>----------------------------------------------------------------
 6000-Reissue.
     move     spaces to op-id.
     call     "OPSIGNON" using op-request
              on exception
              move "08" to op-status
     end-call.
     if       not op-signed-on
              display "A re-issue needs a signed-on operator"
              move 8 to return-code
              go to 6000-Exit.
     move     op-id to ws-Log-Who.
     open     input Dist-Log.
     if       fs-reply not = zero
              display "No distribution log "
                      function trim (Dist-Log-Name)
              move 16 to return-code
              go to 6000-Exit.
*> the last run, when none is named
     if       ws-Run-Want = spaces
              perform 6050-Last-Run thru 6050-Exit
              close Dist-Log
              open input Dist-Log.
     move     zero to Iss-Count.
 6010-Next.
     read     Dist-Log at end
              close Dist-Log
              go to 6090-Send.
     if       Dlg-Run not = ws-Run-Want
           or Dlg-Piece = spaces
              go to 6010-Next.
     if       ws-Report-Want not = spaces
        and   function upper-case (Dlg-Report) not = ws-Report-Want
              go to 6010-Next.
     if       ws-User-Want not = spaces
        and   function upper-case (Dlg-User) not = ws-User-Want
              go to 6010-Next.
     perform  varying ws-Ix from 1 by 1
              until ws-Ix > Iss-Count
                 or (Is-Report (ws-Ix) = Dlg-Report
                 and Is-User (ws-Ix) = Dlg-User)
              continue
     end-perform.
     if       ws-Ix > Iss-Count
              if  Iss-Count not < 300
                  go to 6010-Next
              end-if
              add 1 to Iss-Count
              move Dlg-Report to Is-Report (ws-Ix)
              move Dlg-User to Is-User (ws-Ix).
     move     Dlg-Piece to Is-Piece (ws-Ix).
     move     Dlg-Lines to Is-Lines (ws-Ix).
     move     Dlg-Event to Is-Event (ws-Ix).
     go       to 6010-Next.
 6090-Send.
     if       Iss-Count = zero
              display "Nothing of run " ws-Run-Want
                      " in the log to re-issue"
              move 4 to return-code
              go to 6000-Exit.
     move     ws-Run-Want to ws-Run-Id.
     move     zero to Rcp-Count.
     move     spaces to Rpt-Table.
     move     1 to ws-Rx ws-Cx.
     perform  varying ws-Ix from 1 by 1 until ws-Ix > Iss-Count
              if  Is-Event (ws-Ix) = "FAILED" or ws-All-Sw = "Y"
                  perform 6100-Resend thru 6100-Exit
              end-if
     end-perform.
     move     ws-Sent-Count to ws-Edit6.
     move     ws-Fail-Count to ws-Edit6b.
     display  "Run " ws-Run-Want ": " function trim (ws-Edit6)
              " piece(s) re-issued, " function trim (ws-Edit6b)
              " failed".
     if       ws-Sent-Count + ws-Fail-Count = zero
              display "Nothing failed in that run - ALL sends every"
                      " piece again".
     if       ws-Fail-Count > zero
              move 4 to return-code
     else
              move zero to return-code.
 6000-Exit.
     exit.
*>
 6050-Last-Run.
     read     Dist-Log at end
              go to 6050-Exit.
     if       Dlg-Run not = spaces
              move Dlg-Run to ws-Run-Want.
     go       to 6050-Last-Run.
 6050-Exit.
     exit.
*>
*> piece ws-Ix to its user's current delivery
 6100-Resend.
     move     Is-Piece (ws-Ix) to Piece-Out-Name.
     move     Is-Report (ws-Ix) to Rp-Name (1).
     move     Is-Lines (ws-Ix) to Rc-Lines (1).
     move     Is-User (ws-Ix) to ws-Log-User.
     move     Is-Report (ws-Ix) to ws-Log-Report.
     move     Is-Lines (ws-Ix) to ws-Log-Lines.
     move     spaces to ws-Log-Method.
     move     zero to ws-Ux.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > User-Count
              if  Us-User (ws-Sub) = Is-User (ws-Ix)
                  move ws-Sub to ws-Ux
              end-if
     end-perform.
     call     "CBL_CHECK_FILE_EXIST" using Piece-Out-Name ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              move "FAILED" to ws-Event
              move "piece no longer in the spool directory"
                   to ws-Log-Text
              add 1 to ws-Fail-Count
              display "  " Is-User (ws-Ix) " FAILED - "
                      function trim (ws-Log-Text)
              perform 8500-Log-Event thru 8500-Exit
              go to 6100-Exit.
     if       ws-Ux = zero
              move "FAILED" to ws-Event
              move "no longer in the department map" to ws-Log-Text
              add 1 to ws-Fail-Count
              display "  " Is-User (ws-Ix) " FAILED - "
                      function trim (ws-Log-Text)
              perform 8500-Log-Event thru 8500-Exit
              go to 6100-Exit.
     display  function trim (Is-Report (ws-Ix)) ":".
     perform  4000-Deliver thru 4000-Exit.
     if       ws-Event = "SENT"
              move "RESENT" to ws-Event.
     move     Us-Method (ws-Ux) to ws-Log-Method.
     perform  8500-Log-Event thru 8500-Exit.
 6100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one row of the distribution log
*>----------------------------------------------------------------
 8500-Log-Event.
     open     extend Dist-Log.
     if       fs-reply not = zero and fs-reply not = 05
              open output Dist-Log.
     if       fs-reply not = zero and fs-reply not = 05
              display "Cannot write distribution log "
                      function trim (Dist-Log-Name)
              go to 8500-Exit.
     move     spaces to Dist-Log-Rec.
     move     ws-Run-Date to Dlg-Date.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Dlg-Time.
     move     ws-Run-Id to Dlg-Run.
     move     ws-Event to Dlg-Event.
     move     ws-Log-Report to Dlg-Report.
     move     ws-Log-User to Dlg-User.
     move     ws-Log-Method to Dlg-Method.
     move     ws-Log-Lines to Dlg-Lines.
     move     ws-Log-Who to Dlg-Who.
     move     Piece-Out-Name to Dlg-Piece.
     move     ws-Log-Text to Dlg-Text.
     write    Dist-Log-Rec.
     close    Dist-Log.
 8500-Exit.
     exit.
