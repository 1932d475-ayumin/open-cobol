      >>source free
 Identification division.
*>**********************
      program-id.       libseal.
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
*>    Usage.            Integrity manifest for the production library
*>                      - source, copybooks and executables - so what
*>                      runs can be shown to be what certgate passed,
*>                      and a member touched in place overnight does
*>                      not go unseen.
*>
*>                      libseal SEAL   [DIRS=<f>] [MANIFEST=<f>]
*>                                     [KEY=<name>]
*>                      libseal VERIFY [DIRS=<f>] [MANIFEST=<f>]
*>                                     [EXC=<f>]
*>
*>                      The directories file (LIBSEAL.DIRS) holds one
*>                      ls pattern a line, "*" for a comment, e.g.
*>                        /prod/src/*.cbl
*>                        /prod/copy/*.cpy
*>                        /prod/bin/*
*>                      Every file matched gets a COBDES MAC - an AES
*>                      CBC-MAC over its size and then every byte of
*>                      it - under a keystore key kept for the job
*>                      (LIBSEAL unless KEY= names another; cobdeskey
*>                      ADD it first).  The manifest (LIBSEAL.MAN) is
*>                      a header naming the key, when and by whom it
*>                      was sealed, then one line per file: MAC,
*>                      size, date, time, path.  The header's SEAL=
*>                      is a MAC over the header and every line, so
*>                      the manifest cannot be edited to match a
*>                      changed file either.
*>
*>                      SEAL (re)builds the manifest from what is in
*>                      the library now, listing what changed since
*>                      the last one.  It needs an operator signed on
*>                      through OPSIGNON with the K permission, and
*>                      is logged - granted or refused - on the
*>                      run-audit trail (TOOLAUDIT.DAT, or TOOL_AUDIT)
*>                      and, through COBDES, on its audit log
*>                      (COBDES.AUD, or COBDES_AUDIT).
*>
*>                      VERIFY is the nightly check: every file ADDED,
*>                      REMOVED or CHANGED since the seal, any file
*>                      that cannot be read, and a manifest whose seal
*>                      no longer verifies, go to LIBSEAL.EXC (or
*>                      EXC=) - rewritten each run, empty on a clean
*>                      night - which the morning pack puts on its
*>                      front page.
*>
*>                      Return code: 0 clean, 4 exceptions, 12 the
*>                      manifest's seal does not verify, 16 refused
*>                      or nothing to work from.
*>**
*>    Called by.
*>                      SEAL: the promotion procedure, after certgate
*>                      and the move to production.  VERIFY: the
*>                      nightly deck, ahead of morningpack.
*>**
*>    Calls.
*>                      ENVPROF
*>                      SYSTEM (ls), CBL_CHECK_FILE_EXIST,
*>                      CBL_OPEN_FILE, CBL_READ_FILE, CBL_CLOSE_FILE,
*>                      CBL_DELETE_FILE, OPSIGNON, OPSIGNON-CHECK,
*>                      COBDES-INIT, COBDES-BLOCK, COBDES-CLOSE (cobdes
*>                      preloaded, COB_PRE_LOAD=cobdes)
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
     select   Dirs-In          assign Dirs-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Match-List       assign Match-List-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Manifest         assign Manifest-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Exc-File         assign Exc-Name
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
 fd  Dirs-In.
 01  Dirs-Rec              pic x(200).
*>
 fd  Match-List.
 01  Match-Rec             pic x(200).
*>
*> a file's line; the header line is laid out by ws-Head
 fd  Manifest.
 01  Man-Rec.
     03  Mf-Mac            pic x(32).
     03  filler            pic x.
     03  Mf-Size           pic 9(12).
     03  filler            pic x.
     03  Mf-Date           pic 9(8).
     03  filler            pic x.
     03  Mf-Time           pic 9(6).
     03  filler            pic x.
     03  Mf-Path           pic x(178).
*>
 fd  Exc-File.
 01  Exc-Rec               pic x(250).
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
 77  Prog-Name             pic x(17) value "libseal v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Dirs-In-Name          pic x(64)    value "LIBSEAL.DIRS".
 01  Match-List-Name       pic x(64)    value "libseal_match.tmp".
 01  Manifest-Name         pic x(64)    value "LIBSEAL.MAN".
 01  Exc-Name              pic x(64)    value "LIBSEAL.EXC".
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 01  ws-Mode               pic x(8)     value spaces.
     88  Mode-Seal                      value "SEAL".
     88  Mode-Verify                    value "VERIFY".
 01  ws-Key-Name           pic x(16)    value "LIBSEAL".
 01  ws-Operator           pic x(16)    value spaces.
 77  ws-RC                 pic 9(4)     value zero.
 01  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
*>
*> the manifest header: the SEAL= MAC runs over its first 85 bytes,
*> then every file line
 01  ws-Head.
     03  Wh-Tag            pic x(8)     value "LIBSEAL1".
     03  filler            pic x(5)     value " KEY=".
     03  Wh-Key            pic x(16)    value spaces.
     03  filler            pic x(8)     value " SEALED=".
     03  Wh-Date           pic 9(8)     value zero.
     03  filler            pic x        value space.
     03  Wh-Time           pic 9(6)     value zero.
     03  filler            pic x(4)     value " BY=".
     03  Wh-By             pic x(16)    value spaces.
     03  filler            pic x(7)     value " FILES=".
     03  Wh-Files          pic 9(6)     value zero.
     03  filler            pic x(6)     value " SEAL=".
     03  Wh-Seal           pic x(32)    value spaces.
 01  ws-Seal-Hex           pic x(32)    value spaces.
*>
*> the manifest as sealed, and the library as it stands now - each
*> entry is a manifest line image plus a matched flag
 01  Old-Table             value spaces.
     03  Old-Entry         occurs 3000.
         05  Od-Image.
             07  Od-Mac    pic x(32).
             07  filler    pic x.
             07  Od-Size   pic 9(12).
             07  filler    pic x.
             07  Od-Date   pic 9(8).
             07  filler    pic x.
             07  Od-Time   pic 9(6).
             07  filler    pic x.
             07  Od-Path   pic x(178).
         05  Od-Seen       pic x.
 77  Old-Count             Binary-Long  value zero.
 01  Cur-Table             value spaces.
     03  Cur-Entry         occurs 3000.
         05  Cu-Image.
             07  Cu-Mac    pic x(32).
             07  filler    pic x.
             07  Cu-Size   pic 9(12).
             07  filler    pic x.
             07  Cu-Date   pic 9(8).
             07  filler    pic x.
             07  Cu-Time   pic 9(6).
             07  filler    pic x.
             07  Cu-Path   pic x(178).
         05  Cu-Seen       pic x.
 77  Cur-Count             Binary-Long  value zero.
 77  ws-Have-Old           pic x        value "N".
*>
*> the differences, for the exceptions file or the seal listing
 01  Dif-Table             value spaces.
     03  Dif-Line          occurs 500 pic x(250).
 77  Dif-Count             Binary-Long  value zero.
 77  Dif-Lost              Binary-Long  value zero.
 77  ws-Unreadable         Binary-Long  value zero.
 01  ws-Dif-Kind           pic x(10)    value spaces.
 01  ws-Dif-Path           pic x(178)   value spaces.
 01  ws-Dif-Note           pic x(60)    value spaces.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Found              pic x        value space.
 01  ws-Command            pic x(600)   value spaces.
 01  ws-Edit               pic z(5)9.
 01  ws-Edit-Size          pic z(11)9.
*>
*> CBL_CHECK_FILE_EXIST reply area
 01  ws-File-Info.
     03  ws-File-Size      pic x(8)     comp-x.
     03  ws-File-Day       pic x        comp-x.
     03  ws-File-Month     pic x        comp-x.
     03  ws-File-Year      pic x(2)     comp-x.
     03  ws-File-Hour      pic x        comp-x.
     03  ws-File-Min       pic x        comp-x.
     03  ws-File-Sec       pic x        comp-x.
     03  ws-File-Hund      pic x        comp-x.
 01  ws-File-Name          pic x(178)   value spaces.
*>
*> byte-stream reads of the member, 4096 at a time
 01  ws-Handle             pic x(4)     comp-x value zero.
 01  ws-Access             pic x        comp-x value 1.
 01  ws-Deny               pic x        comp-x value zero.
 01  ws-Device             pic x        comp-x value zero.
 01  ws-Read-Flags         pic x        comp-x value zero.
 01  ws-Offset             pic x(8)     comp-x value zero.
 01  ws-Count              pic x(4)     comp-x value zero.
 01  ws-Chunk              pic x(4096)  value spaces.
 77  ws-Bytes-Left         pic 9(12)    value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-Take               Binary-Long  value zero.
 01  ws-Read-Err           pic x        value space.
*>
*> the MAC: CBC from a zero IV, one COBDES-BLOCK per 16 bytes, with
*> the key resolved once for the run by COBDES-INIT
 01  ws-Block              pic x(16)    value spaces.
 01  ws-Size-Block         pic 9(16)    value zero.
 01  ws-Chain-Buff         pic x(240)   value spaces.
 77  ws-Chain-Len          Binary-Long  value zero.
 01  sess-area             pic x(2048)  value low-values.
 01  ws-Sess-Open          pic x        value "N".
 01  hex-digits            pic x(16)    value "0123456789ABCDEF".
 01  ws-Hex                pic x(32)    value spaces.
 77  ws-Hx                 Binary-Long  value zero.
 77  ws-Hv                 Binary-Long  value zero.
 77  ws-Hh                 Binary-Long  value zero.
*>
*> the COBDES parameter area, per the COBDES-LNK layout
 01  des-parms.
     02  df               pic 9       value zero.
     02  pw               pic x(8)    value spaces.
     02  data-buff        pic x(8)    value spaces.
     02  algo             pic 9       value 1.
     02  chain-mode       pic 9       value 1.
     02  iv-buff          pic x(16)   value low-values.
     02  aes-key          pic x(16)   value spaces.
     02  aes-buff         pic x(16)   value spaces.
     02  audit-file-name  pic x(64)   value spaces.
     02  audit-on-flag    pic 9       value 0.
     02  pw-min-len       pic 9(2)    value 0.
     02  cobdes-status    pic xx      value "00".
         88  cobdes-ok                value "00".
     02  key-name         pic x(16)   value spaces.
     02  mac-verify-flag  pic 9       value 0.
     02  mac-buff-len     pic 9(4)    value 0.
     02  mac-value        pic x(16)   value low-values.
     02  mac-buff         pic x(256)  value spaces.
*>
 copy "op-signon.cpy".
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
              display "libseal: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     perform  1000-Get-Args thru 1000-Exit.
     if       ws-RC not = zero
              move ws-RC to return-code
              goback.
*>
*> resealing is a keystore-class act: K, or nothing happens
*>
     if       Mode-Seal
              perform 1200-Sign-On thru 1200-Exit
              if  ws-RC not = zero
                  perform 8000-Tool-Audit thru 8000-Exit
                  move ws-RC to return-code
                  goback
              end-if
     else
              accept ws-Operator from environment "OPERATOR_ID"
                     on exception
                     move spaces to ws-Operator
              end-accept
              if  ws-Operator = spaces
                  move "BATCH" to ws-Operator
              end-if
              move function upper-case (ws-Operator) to ws-Operator.
*>
     perform  1300-Load-Manifest thru 1300-Exit.
     if       Mode-Verify and ws-Have-Old not = "Y"
              move "LIBSEAL NO MANIFEST - nothing sealed to verify"
                   to Dif-Line (1)
              move 1 to Dif-Count
              move 16 to ws-RC
              go to 0000-Finish.
     if       Mode-Verify
              move Wh-Key to ws-Key-Name.
     perform  1500-Open-Key thru 1500-Exit.
     if       ws-RC not = zero
              go to 0000-Finish.
*>
*> a manifest that has been edited is worth nothing to compare with
*>
     if       Mode-Verify
              move Wh-Seal to ws-Seal-Hex
              perform 5500-Seal-Old thru 5500-Exit
              if  ws-Hex not = ws-Seal-Hex
                  move "LIBSEAL MANIFEST TAMPERED - its seal does"
                       & " not verify, nothing compared" to Dif-Line (1)
                  move 1 to Dif-Count
                  move 12 to ws-RC
                  go to 0000-Finish
              end-if.
     perform  2000-Scan-Library thru 2000-Exit.
     if       ws-RC not = zero
              go to 0000-Finish.
     perform  4000-Compare thru 4000-Exit.
     if       Mode-Seal
              perform 5000-Write-Manifest thru 5000-Exit.
*>
 0000-Finish.
     if       ws-Sess-Open = "Y"
              call "COBDES-CLOSE" using des-parms sess-area
              move "N" to ws-Sess-Open.
     if       Mode-Verify
              perform 6000-Write-Exceptions thru 6000-Exit
              if  ws-RC = zero and Dif-Count > zero
                  move 4 to ws-RC
              end-if.
     call     "CBL_DELETE_FILE" using Match-List-Name.
     perform  8000-Tool-Audit thru 8000-Exit.
     move     Cur-Count to ws-Edit.
     display  "Files: " function trim (ws-Edit) with no advancing.
     move     Dif-Count to ws-Edit.
     display  "  differences: " function trim (ws-Edit)
              "  return code " ws-RC.
     move     ws-RC to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when ws-Arg-Sub = 1
                       move function upper-case (ws-Arg-Text (1:8))
                            to ws-Mode
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DIRS="
                       move ws-Arg-Text (6:64) to Dirs-In-Name
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "MANIFEST="
                       move ws-Arg-Text (10:64) to Manifest-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXC="
                       move ws-Arg-Text (5:64) to Exc-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "KEY="
                       move function upper-case (ws-Arg-Text (5:16))
                            to ws-Key-Name
                  when other
                       move 16 to ws-RC
              end-evaluate
     end-perform.
     if       not Mode-Seal and not Mode-Verify
              move 16 to ws-RC.
     if       ws-RC not = zero
              display "Usage: libseal SEAL   [DIRS=<f>] [MANIFEST=<f>]"
                      " [KEY=<name>]"
              display "       libseal VERIFY [DIRS=<f>] [MANIFEST=<f>]"
                      " [EXC=<f>]".
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> SEAL: who is resealing, and do they hold K
*>----------------------------------------------------------------
 1200-Sign-On.
     initialize op-request.
     move     "28" to op-status.
     call     "OPSIGNON" using op-request
              on exception
              continue
     end-call.
     move     op-id to ws-Operator.
     if       not op-signed-on
              display "Sign-on failed (status " op-status
                      ") - not sealed"
              move 16 to ws-RC
              go to 1200-Exit.
     move     "K" to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              display "Sealing the library needs the K permission"
                      " - ask the security officer"
              move 16 to ws-RC.
 1200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the manifest as last sealed, header and lines, held whole
*>----------------------------------------------------------------
 1300-Load-Manifest.
     move     zero to Old-Count.
     open     input Manifest.
     if       fs-reply not = zero
              go to 1300-Exit.
     read     Manifest at end
              close Manifest
              go to 1300-Exit.
     move     Man-Rec (1:123) to ws-Head.
     if       Wh-Tag not = "LIBSEAL1"
              display "Not a sealed manifest: "
                      function trim (Manifest-Name)
              close Manifest
              go to 1300-Exit.
     move     "Y" to ws-Have-Old.
 1310-Next.
     read     Manifest at end
              close Manifest
              go to 1300-Exit.
     if       Old-Count < 3000
              add 1 to Old-Count
              move Man-Rec to Od-Image (Old-Count)
              move "N" to Od-Seen (Old-Count).
     go       to 1310-Next.
 1300-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the key, resolved once for the run - the opening call is the
*> one COBDES logs, with the operator and the key name
*>----------------------------------------------------------------
 1500-Open-Key.
     accept   audit-file-name from environment "COBDES_AUDIT"
              on exception
              move spaces to audit-file-name
     end-accept.
     if       audit-file-name = spaces
              move "COBDES.AUD" to audit-file-name.
     move     1 to audit-on-flag.
     move     1 to algo.
     move     1 to chain-mode.
     move     zero to df.
     move     ws-Key-Name to key-name.
     move     "99" to cobdes-status.
     call     "COBDES-INIT" using des-parms sess-area
              on exception
              move "99" to cobdes-status
     end-call.
     move     zero to audit-on-flag.
     if       not cobdes-ok
              move spaces to Dif-Line (1)
              string "LIBSEAL KEY " delimited by size
                     function trim (ws-Key-Name) delimited by size
                     " NOT AVAILABLE - COBDES status "
                     delimited by size
                     cobdes-status delimited by size
                     into Dif-Line (1)
              move 1 to Dif-Count
              display function trim (Dif-Line (1))
              move 16 to ws-RC
              go to 1500-Exit.
     move     "Y" to ws-Sess-Open.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the library as it stands: every pattern expanded, every file
*> sized, dated and MACed
*>----------------------------------------------------------------
 2000-Scan-Library.
     move     zero to Cur-Count ws-Unreadable.
     open     input Dirs-In.
     if       fs-reply not = zero
              move spaces to Dif-Line (1)
              string "LIBSEAL NO DIRECTORIES FILE "
                     function trim (Dirs-In-Name)
                     delimited by size into Dif-Line (1)
              move 1 to Dif-Count
              display function trim (Dif-Line (1))
              move 16 to ws-RC
              go to 2000-Exit.
 2010-Next.
     read     Dirs-In at end
              close Dirs-In
              go to 2020-Done.
     if       Dirs-Rec = spaces
           or Dirs-Rec (1:1) = "*"
              go to 2010-Next.
     perform  2100-One-Pattern thru 2100-Exit.
     go       to 2010-Next.
 2020-Done.
     if       Mode-Seal and ws-Unreadable > zero
              display "Files that cannot be read cannot be sealed"
                      " - not sealed"
              move 16 to ws-RC.
 2000-Exit.
     exit.
*>
*> ls -dp marks a directory with a trailing slash: those are passed
*> over, only files are sealed
 2100-One-Pattern.
     move     spaces to ws-Command.
     string   "ls -dp " delimited by size
              function trim (Dirs-Rec) delimited by size
              " 2>/dev/null > " delimited by size
              Match-List-Name delimited by space
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     move     zero to return-code.
     open     input Match-List.
     if       fs-reply not = zero
              go to 2100-Exit.
 2110-Next.
     read     Match-List at end
              close Match-List
              go to 2100-Exit.
     if       Match-Rec = spaces
              go to 2110-Next.
     move     Match-Rec (1:178) to ws-File-Name.
     if       ws-File-Name (function length
                  (function trim (ws-File-Name trailing)):1) = "/"
              go to 2110-Next.
*> the same file through two patterns is one entry
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cur-Count
              if  Cu-Path (ws-Sub) = ws-File-Name
                  go to 2110-Next
              end-if
     end-perform.
     if       Cur-Count not < 3000
              display "More than 3000 files - the rest are not"
                      " covered"
              close Match-List
              go to 2100-Exit.
     perform  2200-One-File thru 2200-Exit.
     go       to 2110-Next.
 2100-Exit.
     exit.
*>
 2200-One-File.
     call     "CBL_CHECK_FILE_EXIST" using ws-File-Name ws-File-Info.
     if       return-code not = zero
              move zero to return-code
              go to 2200-Exit.
     add      1 to Cur-Count.
     move     spaces to Cu-Image (Cur-Count).
     move     "N" to Cu-Seen (Cur-Count).
     move     ws-File-Name to Cu-Path (Cur-Count).
     move     ws-File-Size to Cu-Size (Cur-Count).
     compute  Cu-Date (Cur-Count) = ws-File-Year * 10000
                                  + ws-File-Month * 100
                                  + ws-File-Day.
     compute  Cu-Time (Cur-Count) = ws-File-Hour * 10000
                                  + ws-File-Min * 100
                                  + ws-File-Sec.
     perform  3000-Mac-File thru 3000-Exit.
     if       ws-Read-Err = "Y"
              move "UNREADABLE" to Cu-Mac (Cur-Count)
              add 1 to ws-Unreadable
              display "Cannot read " function trim (ws-File-Name)
     else
              move ws-Hex to Cu-Mac (Cur-Count).
 2200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one file's MAC: its size as the first block, so two files that
*> differ only in trailing spaces still differ, then its bytes, the
*> last block space-padded as COBDES-MAC pads
*>----------------------------------------------------------------
 3000-Mac-File.
     move     space to ws-Read-Err.
     move     low-values to iv-buff.
     move     ws-File-Size to ws-Size-Block.
     move     ws-Size-Block to ws-Block.
     perform  3500-Block thru 3500-Exit.
     move     zero to ws-Handle.
     call     "CBL_OPEN_FILE" using ws-File-Name ws-Access
                                    ws-Deny ws-Device ws-Handle.
     if       return-code not = zero
              move zero to return-code
              move "Y" to ws-Read-Err
              go to 3000-Exit.
     move     zero to ws-Offset.
     move     ws-File-Size to ws-Bytes-Left.
 3010-Next-Chunk.
     if       ws-Bytes-Left = zero
              go to 3020-Done.
     if       ws-Bytes-Left > 4096
              move 4096 to ws-Count
     else
              move ws-Bytes-Left to ws-Count.
     call     "CBL_READ_FILE" using ws-Handle ws-Offset ws-Count
                                    ws-Read-Flags ws-Chunk.
     if       return-code not = zero
              move zero to return-code
              move "Y" to ws-Read-Err
              go to 3020-Done.
     perform  varying ws-Cx from 1 by 16 until ws-Cx > ws-Count
              compute ws-Take = ws-Count - ws-Cx + 1
              if  ws-Take > 16
                  move 16 to ws-Take
              end-if
              move spaces to ws-Block
              move ws-Chunk (ws-Cx:ws-Take) to ws-Block (1:ws-Take)
              perform 3500-Block thru 3500-Exit
     end-perform.
     add      ws-Count to ws-Offset.
     subtract ws-Count from ws-Bytes-Left.
     go       to 3010-Next-Chunk.
 3020-Done.
     call     "CBL_CLOSE_FILE" using ws-Handle.
     move     zero to return-code.
     perform  9500-To-Hex thru 9500-Exit.
 3000-Exit.
     exit.
*>
*> one block through the chain - IV-BUFF carries it to the next
 3500-Block.
     move     ws-Block to aes-buff.
     move     zero to df.
     move     1 to chain-mode.
     call     "COBDES-BLOCK" using des-parms sess-area.
 3500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> now against then: ADDED, CHANGED, then whatever was sealed and
*> is no longer there, REMOVED
*>----------------------------------------------------------------
 4000-Compare.
     move     zero to Dif-Count Dif-Lost.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cur-Count
              move Cu-Path (ws-Sub) to ws-Dif-Path
              move "N" to ws-Found
              perform varying ws-Sub2 from 1 by 1
                      until ws-Sub2 > Old-Count or ws-Found = "Y"
                  if  Od-Path (ws-Sub2) = Cu-Path (ws-Sub)
                      move "Y" to ws-Found
                      move "Y" to Od-Seen (ws-Sub2)
                      perform 4100-Same-File thru 4100-Exit
                  end-if
              end-perform
              if  ws-Found = "N" and ws-Have-Old = "Y"
                  move "ADDED" to ws-Dif-Kind
                  move spaces to ws-Dif-Note
                  perform 4900-Note-Dif thru 4900-Exit
              end-if
              if  Cu-Mac (ws-Sub) = "UNREADABLE"
                  move "UNREADABLE" to ws-Dif-Kind
                  move spaces to ws-Dif-Note
                  perform 4900-Note-Dif thru 4900-Exit
              end-if
     end-perform.
     perform  varying ws-Sub2 from 1 by 1 until ws-Sub2 > Old-Count
              if  Od-Seen (ws-Sub2) not = "Y"
                  move Od-Path (ws-Sub2) to ws-Dif-Path
                  move "REMOVED" to ws-Dif-Kind
                  move spaces to ws-Dif-Note
                  perform 4900-Note-Dif thru 4900-Exit
              end-if
     end-perform.
 4000-Exit.
     exit.
*>
*> the same path in both: the MAC decides, size and date only say
*> what the change looked like
 4100-Same-File.
     if       Od-Mac (ws-Sub2) = Cu-Mac (ws-Sub)
           or Cu-Mac (ws-Sub) = "UNREADABLE"
              go to 4100-Exit.
     move     "CHANGED" to ws-Dif-Kind.
     move     spaces to ws-Dif-Note.
     move     Od-Size (ws-Sub2) to ws-Edit-Size.
     string   "sealed " delimited by size
              Od-Date (ws-Sub2) delimited by size
              " " delimited by size
              function trim (ws-Edit-Size) delimited by size
              " bytes, now " delimited by size
              into ws-Dif-Note.
     move     Cu-Size (ws-Sub) to ws-Edit-Size.
     string   function trim (ws-Dif-Note) delimited by size
              " " delimited by size
              Cu-Date (ws-Sub) delimited by size
              " " delimited by size
              function trim (ws-Edit-Size) delimited by size
              " bytes" delimited by size
              into ws-Dif-Note.
     perform  4900-Note-Dif thru 4900-Exit.
 4100-Exit.
     exit.
*>
 4900-Note-Dif.
     if       Dif-Count not < 500
              add 1 to Dif-Lost
              go to 4900-Exit.
     add      1 to Dif-Count.
     move     spaces to Dif-Line (Dif-Count).
     string   "LIBSEAL " delimited by size
              ws-Dif-Kind delimited by space
              " " delimited by size
              function trim (ws-Dif-Path) delimited by size
              into Dif-Line (Dif-Count).
     if       ws-Dif-Note not = spaces
              move function trim (Dif-Line (Dif-Count))
                   to ws-Command
              move spaces to Dif-Line (Dif-Count)
              string function trim (ws-Command) delimited by size
                     " (" delimited by size
                     function trim (ws-Dif-Note) delimited by size
                     ")" delimited by size
                     into Dif-Line (Dif-Count).
 4900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> SEAL: the new manifest, header first with the MAC over it all
*>----------------------------------------------------------------
 5000-Write-Manifest.
     move     "LIBSEAL1" to Wh-Tag.
     move     ws-Key-Name to Wh-Key.
     move     ws-Run-Date to Wh-Date.
     move     ws-Time-Now (1:6) to Wh-Time.
     move     function upper-case (ws-Operator) to Wh-By.
     move     Cur-Count to Wh-Files.
     perform  5600-Seal-Cur thru 5600-Exit.
     move     ws-Hex to Wh-Seal.
     open     output Manifest.
     if       fs-reply not = zero
              display "Cannot write manifest "
                      function trim (Manifest-Name)
              move 16 to ws-RC
              go to 5000-Exit.
     move     spaces to Man-Rec.
     move     ws-Head to Man-Rec (1:123).
     write    Man-Rec.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cur-Count
              move Cu-Image (ws-Sub) to Man-Rec
              write Man-Rec
     end-perform.
     close    Manifest.
     if       ws-Have-Old = "Y"
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > Dif-Count
                  display "Taken into the seal: "
                          function trim (Dif-Line (ws-Sub) (9:242))
              end-perform.
     move     Cur-Count to ws-Edit.
     display  "Sealed " function trim (ws-Edit) " files under key "
              function trim (ws-Key-Name) " into "
              function trim (Manifest-Name).
 5000-Exit.
     exit.
*>
*> the seal over the manifest as read back, and over the library as
*> scanned - the header's first 85 bytes then each line, whole
 5500-Seal-Old.
     perform  5700-Seal-Head thru 5700-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Old-Count
              move Od-Image (ws-Sub) to ws-Chain-Buff
              perform 5800-Chain-Buff thru 5800-Exit
     end-perform.
     perform  9500-To-Hex thru 9500-Exit.
 5500-Exit.
     exit.
*>
 5600-Seal-Cur.
     perform  5700-Seal-Head thru 5700-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Cur-Count
              move Cu-Image (ws-Sub) to ws-Chain-Buff
              perform 5800-Chain-Buff thru 5800-Exit
     end-perform.
     perform  9500-To-Hex thru 9500-Exit.
 5600-Exit.
     exit.
*>
 5700-Seal-Head.
     move     low-values to iv-buff.
     move     spaces to ws-Chain-Buff.
     move     ws-Head (1:85) to ws-Chain-Buff.
     move     96 to ws-Chain-Len.
     perform  varying ws-Cx from 1 by 16 until ws-Cx > ws-Chain-Len
              move ws-Chain-Buff (ws-Cx:16) to ws-Block
              perform 3500-Block thru 3500-Exit
     end-perform.
 5700-Exit.
     exit.
*>
 5800-Chain-Buff.
     perform  varying ws-Cx from 1 by 16 until ws-Cx > 240
              move ws-Chain-Buff (ws-Cx:16) to ws-Block
              perform 3500-Block thru 3500-Exit
     end-perform.
 5800-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> VERIFY: the exceptions file, rewritten every run - empty is clean
*>----------------------------------------------------------------
 6000-Write-Exceptions.
     open     output Exc-File.
     if       fs-reply not = zero
              display "Cannot write exceptions "
                      function trim (Exc-Name)
              go to 6000-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Dif-Count
              move Dif-Line (ws-Sub) to Exc-Rec
              write Exc-Rec
              display function trim (Dif-Line (ws-Sub))
     end-perform.
     if       Dif-Lost > zero
              move Dif-Lost to ws-Edit
              move spaces to Exc-Rec
              string "LIBSEAL AND " function trim (ws-Edit)
                     " MORE DIFFERENCES - run libseal VERIFY"
                     delimited by size into Exc-Rec
              write Exc-Rec
              display function trim (Exc-Rec).
     close    Exc-File.
 6000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the run-audit trail: every SEAL, granted or refused, and every
*> VERIFY with its outcome
*>----------------------------------------------------------------
 8000-Tool-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 8000-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "LIBSEAL" to Aud-Tool.
     move     ws-Operator to Aud-Operator.
     move     ws-Run-Date to Aud-Date.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     ws-RC to Aud-RC.
     move     Dirs-In-Name to Aud-Input.
     string   function trim (ws-Mode) delimited by size
              " KEY=" delimited by size
              ws-Key-Name delimited by space
              into Aud-Options.
     if       Mode-Seal
              move Manifest-Name to Aud-Outputs
     else
              move Exc-Name to Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 8000-Exit.
     exit.
*>
*> the chain's last block, aes-buff, as 32 hex digits in ws-Hex
 9500-To-Hex.
     move     spaces to ws-Hex.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > 16
              compute ws-Hv = function ord (aes-buff (ws-Hx:1)) - 1
              compute ws-Hh = ws-Hv / 16
              compute ws-Hv = ws-Hv - (ws-Hh * 16)
              move hex-digits (ws-Hh + 1:1)
                   to ws-Hex (ws-Hx * 2 - 1:1)
              move hex-digits (ws-Hv + 1:1) to ws-Hex (ws-Hx * 2:1)
     end-perform.
 9500-Exit.
     exit.
