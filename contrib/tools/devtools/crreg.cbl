      >>source free
 Identification division.
*>**********************
      program-id.       crreg.
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
*>    Usage.            Change request register - what was asked for,
*>                      who approved it, and everything done under it.
*>
*>                      crreg LIST [STATUS=<status>]
*>                      crreg SHOW <cr> [CERT=<file>]
*>                      crreg RECON [DAYS=<n>] [EXC=<file>] [OUT=<file>]
*>
*>                      The register (CRREG.DAT, or the CR_REGISTER
*>                      name, layout cr-reg.cpy) is kept on the CRREG
*>                      forms screen - formsrun FORM=CRREG with the
*>                      crreg.forms definition - id, title, requester,
*>                      approver and status, OPEN, APPROVED, REJECTED
*>                      or CLOSED, with the date raised and the date
*>                      approved.  This program only reads it.
*>
*>                      LIST shows the register, or the CRs at one
*>                      status.  SHOW gives one CR and what is linked
*>                      to it:
*>                        - each srclib version checked in under it
*>                          (IN ... CR=) with its cobsrcdiff CHANGES
*>                          file, <member>.vNNNN.chg in the library
*>                          (SRCLIB_DIR, default srclib);
*>                        - each promotion and back-out made under it
*>                          off PROMOTE.LOG (or the PROMOTE_LOG name);
*>                        - the certgate certificate each promotion
*>                          went on, off CERTGATE.DAT (or CERT=).
*>
*>                      RECON is the reconciliation report, written to
*>                      CRRECON.RPT (or OUT=):
*>                        - production changes with no approved CR -
*>                          a promotion whose CR is not on the
*>                          register, not APPROVED or CLOSED, or was
*>                          approved after the promotion; and each
*>                          file libseal VERIFY found ADDED, CHANGED
*>                          or REMOVED in production (LIBSEAL.EXC, or
*>                          EXC=) that no promotion or back-out moved;
*>                        - approved CRs with nothing promoted - still
*>                          APPROVED more than DAYS= (default 30) days
*>                          after approval with no promotion in force.
*>
*>                      Return code: 0 nothing to report, 4 CRs or
*>                      changes listed (or SHOW / LIST found nothing),
*>                      16 no register or a bad argument.
*>**
*>    Called by.
*>                      Run standalone; RECON by the weekly batch
*>                      tail after libseal VERIFY.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_CHECK_FILE_EXIST
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
*> the change request register - fixed records, formsrun's
     select   CR-File          assign CR-Name
              organization     sequential
              status           fs-reply.
*>
     select   Lib-File         assign Lib-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Promote-Log      assign Promote-Log-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Cert-File        assign Cert-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Exc-File         assign Exc-Name
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
 fd  CR-File.
 copy "cr-reg.cpy".
*>
*> srclib's register - only its V (version) records are used here
 fd  Lib-File.
 01  Ver-Rec.
     05  Vr-Type           pic x.
     05  filler            pic x.
     05  Vr-Member         pic x(64).
     05  filler            pic x.
     05  Vr-Version        pic 9(4).
     05  filler            pic x.
     05  Vr-Date           pic 9(8).
     05  filler            pic x.
     05  Vr-Time           pic 9(6).
     05  filler            pic x.
     05  Vr-Operator       pic x(16).
     05  filler            pic x.
     05  Vr-Ranges         pic 9(5).
     05  filler            pic x.
     05  Vr-Flag           pic x.
     05  filler            pic x.
     05  Vr-Reason         pic x(60).
     05  filler            pic x.
     05  Vr-CR             pic x(12).
*>
*> promote's log - P line per promotion or back-out, F line per file
 fd  Promote-Log.
 01  Pm-Rec.
     03  Pm-Type           pic x.
     03  filler            pic x.
     03  Pm-Id             pic x(16).
     03  filler            pic x.
     03  Pm-Action         pic x(8).
     03  filler            pic x.
     03  Pm-Date           pic 9(8).
     03  filler            pic x.
     03  Pm-Time           pic 9(6).
     03  filler            pic x.
     03  Pm-Operator       pic x(16).
     03  filler            pic x.
     03  Pm-Member         pic x(64).
     03  filler            pic x.
     03  Pm-Cert-Id        pic x(16).
     03  filler            pic x.
     03  Pm-CR             pic x(20).
     03  filler            pic x.
     03  Pm-Ref-Id         pic x(16).
     03  filler            pic x.
     03  Pm-Files          pic 9(3).
 01  Pf-Rec.
     03  Pf-Type           pic x.
     03  filler            pic x.
     03  Pf-Id             pic x(16).
     03  filler            pic x.
     03  Pf-Kind           pic x(4).
     03  filler            pic x.
     03  Pf-Saved          pic x(120).
     03  filler            pic x.
     03  Pf-Target         pic x(120).
*>
*> certgate's certificate
 fd  Cert-File.
 01  Cert-Rec.
     03  Cert-Prog         pic x(32).
     03  filler            pic x.
     03  Cert-Date         pic 9(8).
     03  filler            pic x.
     03  Cert-Time         pic 9(6).
     03  filler            pic x.
     03  Cert-Errors       pic 9(6).
     03  filler            pic x.
     03  Cert-Unref        pic 9(6).
     03  filler            pic x.
     03  Cert-Naming       pic 9(3).
     03  filler            pic x.
     03  Cert-Reserved     pic 9(6).
     03  filler            pic x.
     03  Cert-Table-RC     pic 9(4).
     03  filler            pic x.
     03  Cert-Verdict      pic x(4).
     03  filler            pic x.
     03  Cert-Id           pic x(16).
     03  filler            pic x.
     03  Cert-Sum          pic 9(10).
     03  filler            pic x.
     03  Cert-Lines        pic 9(7).
*>
*> libseal VERIFY's exceptions
 fd  Exc-File.
 01  Exc-Rec               pic x(250).
*>
 fd  Report-Out.
 01  Report-Rec            pic x(160).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(15) value "crreg v1.01.00".
 77  fs-reply              pic 99.
 01  CR-Name               pic x(64)    value "CRREG.DAT".
 01  Lib-Dir               pic x(120)   value spaces.
 01  Lib-Name              pic x(200)   value spaces.
 01  Promote-Log-Name      pic x(64)    value "PROMOTE.LOG".
 01  Cert-Name             pic x(64)    value "CERTGATE.DAT".
 01  Exc-Name              pic x(64)    value "LIBSEAL.EXC".
 01  Report-Name           pic x(64)    value "CRRECON.RPT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-First-Opt          Binary-Long  value 2.
 01  ws-Mode               pic x(8)     value spaces.
 01  ws-Want-CR            pic x(20)    value spaces.
 01  ws-Want-Status        pic x(10)    value spaces.
 01  ws-Days               pic 9(4)     value 30.
 01  ws-Days-Text          pic x(8)     value spaces.
 77  ws-Bad-Arg            pic x        value "N".
 01  ws-Run-Date           pic 9(8)     value zero.
 77  ws-Today-Int          Binary-Long  value zero.
 77  ws-Age                Binary-Long  value zero.
*>
*> the register, upper-cased ids
 01  CR-Table              value spaces.
     03  CR-Entry          occurs 2000.
         05  Ct-Id         pic x(12).
         05  Ct-Title      pic x(40).
         05  Ct-Requester  pic x(30).
         05  Ct-Approver   pic x(16).
         05  Ct-Status     pic x(10).
         05  Ct-Raised     pic 9(8).
         05  Ct-Approved   pic 9(8).
         05  Ct-In-Force   pic 9(4).
 77  CR-Count              Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
*>
*> the promotions and back-outs, in log order
 01  Promo-Table           value spaces.
     03  Promo-Entry       occurs 2000.
         05  Pt-Id         pic x(16).
         05  Pt-Action     pic x(8).
         05  Pt-Date       pic 9(8).
         05  Pt-Time       pic 9(6).
         05  Pt-Operator   pic x(16).
         05  Pt-Member     pic x(64).
         05  Pt-Cert-Id    pic x(16).
         05  Pt-CR         pic x(20).
         05  Pt-Ref-Id     pic x(16).
         05  Pt-Out        pic x.
 77  Promo-Count           Binary-Long  value zero.
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Qx                 Binary-Long  value zero.
*>
*> the basename of every production file promote has moved
 01  Moved-Table           value spaces.
     03  Mt-Name           pic x(64)    occurs 5000.
 77  Moved-Count           Binary-Long  value zero.
 77  ws-Mx                 Binary-Long  value zero.
 77  ws-Found              Binary-Long  value zero.
*>
 01  ws-Upper-CR           pic x(20)    value spaces.
 01  ws-Base-Name          pic x(200)   value spaces.
 01  ws-Path               pic x(200)   value spaces.
 77  ws-Slash-Pos          Binary-Long  value zero.
 77  ws-Bx                 Binary-Long  value zero.
 01  ws-Exc-Kind           pic x(12)    value spaces.
 01  ws-Exc-Path           pic x(200)   value spaces.
 01  ws-Exc-Word           pic x(8)     value spaces.
 01  ws-Reason             pic x(40)    value spaces.
 01  ws-Out-Note           pic x(13)    value spaces.
 01  ws-Version-Edit       pic 9(4).
 01  ws-Range-Edit         pic zzzz9.
 01  ws-Count-Edit         pic zzz9.
 01  ws-Age-Edit           pic zzzz9.
 77  ws-Shown-Count        Binary-Long  value zero.
 77  ws-No-CR-Count        Binary-Long  value zero.
 77  ws-Idle-Count         Binary-Long  value zero.
 77  ws-Exc-Sw             pic x        value "N".
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  filler            pic x(8).
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
              display "crreg: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     compute  ws-Today-Int = function integer-of-date (ws-Run-Date).
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display "Usage: crreg LIST [STATUS=..] | SHOW <cr> [CERT=..] "
                      "| RECON [DAYS=..] [EXC=..] [OUT=..]"
              move 16 to return-code
              goback.
     perform  1000-Get-Args thru 1000-Exit.
     perform  1100-Load-Register thru 1100-Exit.
     evaluate ws-Mode
         when "LIST"
              perform 2000-List thru 2000-Exit
         when "SHOW"
              perform 1200-Load-Promotions thru 1200-Exit
              perform 3000-Show thru 3000-Exit
         when "RECON"
              perform 1200-Load-Promotions thru 1200-Exit
              perform 4000-Recon thru 4000-Exit
     end-evaluate.
     goback.
*>
 1000-Get-Args.
     accept   CR-Name from environment "CR_REGISTER"
              on exception
              move "CRREG.DAT" to CR-Name
     end-accept.
     if       CR-Name = spaces
              move "CRREG.DAT" to CR-Name.
     accept   Promote-Log-Name from environment "PROMOTE_LOG"
              on exception
              move "PROMOTE.LOG" to Promote-Log-Name
     end-accept.
     if       Promote-Log-Name = spaces
              move "PROMOTE.LOG" to Promote-Log-Name.
     accept   Lib-Dir from environment "SRCLIB_DIR"
              on exception
              move "srclib" to Lib-Dir
     end-accept.
     if       Lib-Dir = spaces
              move "srclib" to Lib-Dir.
     move     spaces to Lib-Name.
     string   function trim (Lib-Dir) delimited by size
              "/SRCLIB.DAT" delimited by size
              into Lib-Name.
*>
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:8)) to ws-Mode.
     if       ws-Mode = "SHOW" and ws-Arg-Number > 1
              accept ws-Arg-Text from argument-value
              move function upper-case (ws-Arg-Text (1:20))
                   to ws-Want-CR
              move 3 to ws-First-Opt.
     if       ws-Mode not = "LIST" and not = "SHOW"
                                   and not = "RECON"
              display "Verb not understood: " function trim (ws-Mode)
              move "Y" to ws-Bad-Arg.
     perform  varying ws-Arg-Sub from ws-First-Opt by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "STATUS="
                       move function upper-case (ws-Arg-Text (8:10))
                            to ws-Want-Status
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DAYS="
                       move ws-Arg-Text (6:8) to ws-Days-Text
                       if  function test-numval (ws-Days-Text) = zero
                           move function numval (ws-Days-Text)
                                to ws-Days
                       else
                           display "DAYS= must be a number"
                           move "Y" to ws-Bad-Arg
                       end-if
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXC="
                       move ws-Arg-Text (5:64) to Exc-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "CERT="
                       move ws-Arg-Text (6:64) to Cert-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Report-Name
                  when other
                       display "Argument not understood: "
                               function trim (ws-Arg-Text)
                       move "Y" to ws-Bad-Arg
              end-evaluate
     end-perform.
     if       ws-Mode = "SHOW" and ws-Want-CR = spaces
              display "SHOW needs a change request id"
              move "Y" to ws-Bad-Arg.
     if       ws-Bad-Arg = "Y"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*> the whole register into the table
 1100-Load-Register.
     open     input CR-File.
     if       fs-reply not = zero
              display "No change request register "
                      function trim (CR-Name)
                      " - set one up on formsrun FORM=CRREG"
              move 16 to return-code
              goback.
 1110-Next.
     read     CR-File at end
              close CR-File
              go to 1100-Exit.
     if       cr-id = spaces
              go to 1110-Next.
     if       CR-Count not < 2000
              display "Caution: register over 2000 CRs - rest ignored"
              close CR-File
              go to 1100-Exit.
     add      1 to CR-Count.
     move     function upper-case (cr-id) to Ct-Id (CR-Count).
     move     cr-title     to Ct-Title (CR-Count).
     move     cr-requester to Ct-Requester (CR-Count).
     move     cr-approver  to Ct-Approver (CR-Count).
     move     function upper-case (cr-status) to Ct-Status (CR-Count).
     move     zero to Ct-Raised (CR-Count) Ct-Approved (CR-Count)
                      Ct-In-Force (CR-Count).
     if       cr-raised numeric
              move cr-raised to Ct-Raised (CR-Count).
     if       cr-approved numeric
              move cr-approved to Ct-Approved (CR-Count).
     go       to 1110-Next.
 1100-Exit.
     exit.
*>
*> PROMOTE.LOG into the table, each back-out marking the promotion
*> it reversed, and the basename of every file moved
 1200-Load-Promotions.
     open     input Promote-Log.
     if       fs-reply not = zero
              go to 1200-Exit.
 1210-Next.
     read     Promote-Log at end
              close Promote-Log
              go to 1250-In-Force.
     if       Pf-Type = "F"
              move Pf-Target to ws-Path
              perform 8300-Base-Name thru 8300-Exit
              perform 1260-Note-Moved thru 1260-Exit
              go to 1210-Next.
     if       Pm-Type not = "P"
              go to 1210-Next.
     if       Promo-Count not < 2000
              go to 1210-Next.
     add      1 to Promo-Count.
     move     Pm-Id       to Pt-Id (Promo-Count).
     move     Pm-Action   to Pt-Action (Promo-Count).
     move     Pm-Date     to Pt-Date (Promo-Count).
     move     Pm-Time     to Pt-Time (Promo-Count).
     move     Pm-Operator to Pt-Operator (Promo-Count).
     move     Pm-Member   to Pt-Member (Promo-Count).
     move     Pm-Cert-Id  to Pt-Cert-Id (Promo-Count).
     move     function upper-case (Pm-CR) to Pt-CR (Promo-Count).
     move     Pm-Ref-Id   to Pt-Ref-Id (Promo-Count).
     move     "N"         to Pt-Out (Promo-Count).
     if       Pm-Action = "BACKOUT"
              perform varying ws-Px from 1 by 1
                      until ws-Px not < Promo-Count
                  if  Pt-Id (ws-Px) = Pm-Ref-Id
                      move "Y" to Pt-Out (ws-Px)
                  end-if
              end-perform.
     go       to 1210-Next.
*> each CR's promotions still in force
 1250-In-Force.
     perform  varying ws-Px from 1 by 1 until ws-Px > Promo-Count
              if  Pt-Action (ws-Px) = "PROMOTE"
              and Pt-Out (ws-Px) = "N"
                  move Pt-CR (ws-Px) to ws-Upper-CR
                  perform 8100-Find-CR thru 8100-Exit
                  if  ws-Hit not = zero
                      add 1 to Ct-In-Force (ws-Hit)
                  end-if
              end-if
     end-perform.
 1200-Exit.
     exit.
*>
 1260-Note-Moved.
     perform  8400-Find-Moved thru 8400-Exit.
     if       ws-Found = zero and Moved-Count < 5000
              add 1 to Moved-Count
              move ws-Base-Name (1:64) to Mt-Name (Moved-Count).
 1260-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> LIST: the register, or one status of it
*>----------------------------------------------------------------
 2000-List.
     move     zero to ws-Shown-Count.
     display  "CR           Status     Raised   Approved Approver"
              "         Title".
     perform  varying ws-Cx from 1 by 1 until ws-Cx > CR-Count
              if  ws-Want-Status = spaces
              or  Ct-Status (ws-Cx) = ws-Want-Status
                  add 1 to ws-Shown-Count
                  display Ct-Id (ws-Cx) " " Ct-Status (ws-Cx) " "
                          Ct-Raised (ws-Cx) " " Ct-Approved (ws-Cx)
                          " " Ct-Approver (ws-Cx) " "
                          function trim (Ct-Title (ws-Cx))
              end-if
     end-perform.
     if       ws-Shown-Count = zero
              display "No change requests to show."
              move 4 to return-code.
 2000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> SHOW: one CR with its source changes, promotions and certificates
*>----------------------------------------------------------------
 3000-Show.
     move     ws-Want-CR to ws-Upper-CR.
     perform  8100-Find-CR thru 8100-Exit.
     move     ws-Hit to ws-Cx.
     if       ws-Hit = zero
              display "Change request " function trim (ws-Want-CR)
                      " is not on the register"
     else
              display "CR        : " Ct-Id (ws-Cx)
              display "Title     : " function trim (Ct-Title (ws-Cx))
              display "Requester : " function trim (Ct-Requester (ws-Cx))
              display "Approver  : " function trim (Ct-Approver (ws-Cx))
              display "Status    : " function trim (Ct-Status (ws-Cx))
              display "Raised    : " Ct-Raised (ws-Cx)
                      "   Approved : " Ct-Approved (ws-Cx).
     perform  3100-Versions thru 3100-Exit.
     perform  3200-Promotions thru 3200-Exit.
     perform  3300-Certificates thru 3300-Exit.
     if       ws-Cx = zero
              move 4 to return-code.
 3000-Exit.
     exit.
*>
*> srclib versions checked in under it, with their CHANGES files
 3100-Versions.
     display  " ".
     display  "Source changes (srclib " function trim (Lib-Dir) "):".
     move     zero to ws-Shown-Count.
     open     input Lib-File.
     if       fs-reply not = zero
              display "  none - no source library register"
              go to 3100-Exit.
 3110-Next.
     read     Lib-File at end
              close Lib-File
              go to 3190-Done.
     if       Vr-Type not = "V"
        or    function upper-case (Vr-CR) not = ws-Want-CR (1:12)
        or    ws-Want-CR (13:8) not = spaces
              go to 3110-Next.
     add      1 to ws-Shown-Count.
     move     Vr-Version to ws-Version-Edit.
     move     Vr-Ranges to ws-Range-Edit.
     move     spaces to ws-Path.
     string   function trim (Lib-Dir) delimited by size
              "/" delimited by size
              function trim (Vr-Member) delimited by size
              ".v" delimited by size
              ws-Version-Edit delimited by size
              ".chg" delimited by size
              into ws-Path.
     display  "  " function trim (Vr-Member) " v" ws-Version-Edit
              " " Vr-Date " " Vr-Operator " "
              function trim (Vr-Reason).
     evaluate Vr-Flag
         when "N"
              display "      new member - no CHANGES file"
         when "U"
              display "      unchanged from the version before"
         when "?"
              display "      not compared - no CHANGES file"
         when other
              call "CBL_CHECK_FILE_EXIST" using ws-Path ws-File-Info
              if  return-code = zero
                  display "      " ws-Range-Edit " range(s) changed - "
                          function trim (ws-Path)
              else
                  display "      CHANGES file missing - "
                          function trim (ws-Path)
              end-if
              move zero to return-code
     end-evaluate.
     go       to 3110-Next.
 3190-Done.
     if       ws-Shown-Count = zero
              display "  none checked in under this CR".
 3100-Exit.
     exit.
*>
 3200-Promotions.
     display  " ".
     display  "Promotions (" function trim (Promote-Log-Name) "):".
     move     zero to ws-Shown-Count.
     perform  varying ws-Px from 1 by 1 until ws-Px > Promo-Count
              if  Pt-CR (ws-Px) = ws-Want-CR
                  add 1 to ws-Shown-Count
                  display "  " Pt-Id (ws-Px) " " Pt-Action (ws-Px) " "
                          Pt-Date (ws-Px) " " Pt-Operator (ws-Px) " "
                          function trim (Pt-Member (ws-Px))
                  if  Pt-Action (ws-Px) = "BACKOUT"
                      display "      reverses " Pt-Ref-Id (ws-Px)
                  else
                   if  Pt-Out (ws-Px) = "Y"
                      display "      certificate " Pt-Cert-Id (ws-Px)
                              " - since backed out"
                   else
                      display "      certificate " Pt-Cert-Id (ws-Px)
                              " - in force"
                   end-if
                  end-if
              end-if
     end-perform.
     if       ws-Shown-Count = zero
              display "  none made under this CR".
 3200-Exit.
     exit.
*>
*> the certificates those promotions went on
 3300-Certificates.
     display  " ".
     display  "Certificates (" function trim (Cert-Name) "):".
     move     zero to ws-Shown-Count.
     open     input Cert-File.
     if       fs-reply not = zero
              display "  none - no certificate file"
              go to 3300-Exit.
 3310-Next.
     read     Cert-File at end
              close Cert-File
              go to 3390-Done.
     if       Cert-Id = spaces
              go to 3310-Next.
     move     zero to ws-Hit.
     perform  varying ws-Px from 1 by 1 until ws-Px > Promo-Count
              if  Pt-CR (ws-Px) = ws-Want-CR
              and Pt-Cert-Id (ws-Px) = Cert-Id
                  move ws-Px to ws-Hit
              end-if
     end-perform.
     if       ws-Hit = zero
              go to 3310-Next.
     add      1 to ws-Shown-Count.
     display  "  " Cert-Id " " Cert-Verdict " " Cert-Date " "
              Cert-Time " " function trim (Cert-Prog)
              "  sum " Cert-Sum " lines " Cert-Lines.
     go       to 3310-Next.
 3390-Done.
     if       ws-Shown-Count = zero
              display "  none".
 3300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> RECON: production changes with no approved CR, and approved CRs
*> with nothing promoted
*>----------------------------------------------------------------
 4000-Recon.
     open     output Report-Out.
     if       fs-reply not = zero
              display "Cannot write report "
                      function trim (Report-Name)
              move 16 to return-code
              go to 4000-Exit.
     move     spaces to Report-Rec.
     string   "CHANGE REQUEST RECONCILIATION - " ws-Run-Date
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     all "=" to Report-Rec (1:60).
     write    Report-Rec.
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     "PRODUCTION CHANGES WITH NO APPROVED CR" to Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     perform  4100-Promotion thru 4100-Exit
              varying ws-Px from 1 by 1 until ws-Px > Promo-Count.
     perform  4200-Seal-Exceptions thru 4200-Exit.
     if       ws-No-CR-Count = zero
              move "  None - every production change has an approved CR"
                   to Report-Rec
              write Report-Rec.
*>
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     ws-Days to ws-Age-Edit.
     string   "APPROVED CRS WITH NOTHING PROMOTED AFTER "
              function trim (ws-Age-Edit) " DAYS"
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     all "-" to Report-Rec (1:60).
     write    Report-Rec.
     perform  4300-Idle-CR thru 4300-Exit
              varying ws-Cx from 1 by 1 until ws-Cx > CR-Count.
     if       ws-Idle-Count = zero
              move "  None" to Report-Rec
              write Report-Rec.
*>
     move     spaces to Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     CR-Count to ws-Count-Edit.
     string   "CRs on register  " ws-Count-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     Promo-Count to ws-Count-Edit.
     string   "Promotion log    " ws-Count-Edit " entries"
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     ws-No-CR-Count to ws-Count-Edit.
     string   "No approved CR   " ws-Count-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     move     spaces to Report-Rec.
     move     ws-Idle-Count to ws-Count-Edit.
     string   "Nothing promoted " ws-Count-Edit
              delimited by size into Report-Rec.
     write    Report-Rec.
     close    Report-Out.
     move     ws-No-CR-Count to ws-Count-Edit.
     move     ws-Idle-Count to ws-Age-Edit.
     display  "No approved CR: " function trim (ws-Count-Edit)
              "  approved, nothing promoted: "
              function trim (ws-Age-Edit)
              "  - report in " function trim (Report-Name).
     if       ws-No-CR-Count > zero or ws-Idle-Count > zero
              move 4 to return-code.
 4000-Exit.
     exit.
*>
*> a promotion is covered by a CR on the register, APPROVED or since
*> CLOSED, approved on or before the day it went in
 4100-Promotion.
     if       Pt-Action (ws-Px) not = "PROMOTE"
              go to 4100-Exit.
     move     Pt-CR (ws-Px) to ws-Upper-CR.
     perform  8100-Find-CR thru 8100-Exit.
     move     spaces to ws-Reason.
     evaluate true
         when Pt-CR (ws-Px) = spaces
              move "no CR given" to ws-Reason
         when ws-Hit = zero
              move "CR not on the register" to ws-Reason
         when Ct-Status (ws-Hit) not = "APPROVED"
                             and not = "CLOSED"
              string "CR is " function trim (Ct-Status (ws-Hit))
                     delimited by size into ws-Reason
         when Ct-Approved (ws-Hit) = zero
              move "CR has no approval date" to ws-Reason
         when Ct-Approved (ws-Hit) > Pt-Date (ws-Px)
              string "promoted before approval on "
                     Ct-Approved (ws-Hit)
                     delimited by size into ws-Reason
     end-evaluate.
     if       ws-Reason = spaces
              go to 4100-Exit.
     add      1 to ws-No-CR-Count.
     move     spaces to ws-Out-Note.
     if       Pt-Out (ws-Px) = "Y"
              move "(backed out)" to ws-Out-Note.
     move     spaces to Report-Rec.
     string   "  " Pt-Id (ws-Px) " " Pt-Date (ws-Px) " "
              Pt-Operator (ws-Px) " " Pt-CR (ws-Px) " "
              Pt-Member (ws-Px) (1:32) " " ws-Reason " " ws-Out-Note
              delimited by size into Report-Rec.
     write    Report-Rec.
 4100-Exit.
     exit.
*>
*> what libseal found changed in production that promote never moved
 4200-Seal-Exceptions.
     open     input Exc-File.
     if       fs-reply not = zero
              move spaces to Report-Rec
              string "  (no libseal exceptions in "
                     function trim (Exc-Name) ")"
                     delimited by size into Report-Rec
              write Report-Rec
              go to 4200-Exit.
 4210-Next.
     read     Exc-File at end
              close Exc-File
              go to 4200-Exit.
     move     spaces to ws-Exc-Word ws-Exc-Kind ws-Exc-Path.
     unstring Exc-Rec delimited by all space
              into ws-Exc-Word ws-Exc-Kind ws-Exc-Path.
     if       ws-Exc-Word not = "LIBSEAL"
        or    (ws-Exc-Kind not = "ADDED" and not = "CHANGED"
                                         and not = "REMOVED")
              go to 4210-Next.
     move     ws-Exc-Path to ws-Path.
     perform  8300-Base-Name thru 8300-Exit.
     perform  8400-Find-Moved thru 8400-Exit.
     if       ws-Found not = zero
              go to 4210-Next.
     add      1 to ws-No-CR-Count.
     move     spaces to Report-Rec.
     string   "  " function trim (ws-Exc-Kind) " "
              function trim (ws-Exc-Path)
              " - libseal found it, no promotion moved it"
              delimited by size into Report-Rec.
     write    Report-Rec.
     go       to 4210-Next.
 4200-Exit.
     exit.
*>
*> still APPROVED, approved more than DAYS ago, nothing in force
 4300-Idle-CR.
     if       Ct-Status (ws-Cx) not = "APPROVED"
        or    Ct-Approved (ws-Cx) = zero
        or    Ct-In-Force (ws-Cx) not = zero
              go to 4300-Exit.
     if       function test-date-yyyymmdd (Ct-Approved (ws-Cx))
                  not = zero
              go to 4300-Exit.
     compute  ws-Age = ws-Today-Int
                     - function integer-of-date (Ct-Approved (ws-Cx)).
     if       ws-Age not > ws-Days
              go to 4300-Exit.
     add      1 to ws-Idle-Count.
     move     ws-Age to ws-Age-Edit.
     move     spaces to Report-Rec.
     string   "  " Ct-Id (ws-Cx) " approved " Ct-Approved (ws-Cx)
              " by " Ct-Approver (ws-Cx) " " ws-Age-Edit " days  "
              function trim (Ct-Title (ws-Cx))
              delimited by size into Report-Rec.
     write    Report-Rec.
 4300-Exit.
     exit.
*>
*> ws-Upper-CR found on the register - ws-Hit its entry, or zero
 8100-Find-CR.
     move     zero to ws-Hit.
     if       ws-Upper-CR = spaces or ws-Upper-CR (13:8) not = spaces
              go to 8100-Exit.
     perform  varying ws-Bx from 1 by 1
              until ws-Bx > CR-Count or ws-Hit not = zero
              if  Ct-Id (ws-Bx) = ws-Upper-CR (1:12)
                  move ws-Bx to ws-Hit
              end-if
     end-perform.
 8100-Exit.
     exit.
*>
*> ws-Base-Name among the files promote moved - ws-Found, or zero
 8400-Find-Moved.
     move     zero to ws-Found.
     perform  varying ws-Mx from 1 by 1
              until ws-Mx > Moved-Count or ws-Found not = zero
              if  Mt-Name (ws-Mx) = ws-Base-Name (1:64)
                  move ws-Mx to ws-Found
              end-if
     end-perform.
 8400-Exit.
     exit.
*>
*> ws-Path without its directory, into ws-Base-Name
 8300-Base-Name.
     move     zero to ws-Slash-Pos.
     perform  varying ws-Bx from 1 by 1 until ws-Bx > 200
              if  ws-Path (ws-Bx:1) = "/"
                  move ws-Bx to ws-Slash-Pos
              end-if
     end-perform.
     move     spaces to ws-Base-Name.
     if       ws-Slash-Pos = zero
              move ws-Path to ws-Base-Name
     else
      if      ws-Slash-Pos < 200
              move ws-Path (ws-Slash-Pos + 1:) to ws-Base-Name.
 8300-Exit.
     exit.
