      >>source free
 Identification division.
*>**********************
      program-id.       partnerctl.
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
*>    Usage.            Partner-file header/trailer control.  The
*>                      bank, the bureau and the rest send files with
*>                      a header record carrying the file date and a
*>                      trailer carrying the record count and hash
*>                      totals; our own outbound files must carry the
*>                      same.  This reconciles an inbound file's
*>                      trailer against what is actually in it,
*>                      refuses a file date already taken, stamps the
*>                      header and trailer onto an outbound file, and
*>                      keeps the history that answers "did we get
*>                      Tuesday's file from the bank".
*>
*>                      partnerctl VERIFY  <partner> <file>
*>                      partnerctl STAMP   <partner> <details> <out>
*>                                         [DATE=yyyymmdd] [RESEND]
*>                      partnerctl HISTORY <partner> [DATE=yyyymmdd]
*>                      with [REGISTER=<f>] on any of them.
*>
*>                      The partner-file register (PARTNER.REG, or
*>                      the PARTNERCTL_REGISTER name) holds one block
*>                      per partner file:
*>
*>                        *> comment
*>                        PARTNER <id> <description words...>
*>                        ORG     LINE | SEQ <record length>
*>                        LAYOUT  <layout.lay off cobxref -LAYOUT>
*>                        HEADER  <01 name> TAG <pos> <text>
*>                        TRAILER <01 name> TAG <pos> <text>
*>                        DETAIL  <01 name>
*>                        DATE    <header field - the file date>
*>                        COUNT   <trailer field - detail records>
*>                        HASH    <trailer field> <detail field>...
*>                        END
*>
*>                      The layout holds the three 01 records; the
*>                      header and trailer are known by their tag
*>                      text at byte <pos>, everything between is
*>                      detail.  Up to four HASH lines, each summing
*>                      up to six detail fields into one trailer
*>                      field; values are summed as whole numbers of
*>                      their digits (display, packed or binary) and
*>                      compared to as many low-order digits as the
*>                      trailer field holds, the way hash totals
*>                      always have been.
*>
*>                      VERIFY return code: 0 reconciled, 8 refused
*>                      (count or hash out, no header or trailer,
*>                      duplicate file date), 16 register, layout or
*>                      file trouble.  STAMP writes header, the
*>                      details, trailer - dated today unless DATE=
*>                      - and refuses a date already sent unless
*>                      RESEND.  Every VERIFY and STAMP is a row in
*>                      PARTNER.HIS (or PARTNERCTL_HISTORY); HISTORY
*>                      lists a partner's rows, or with DATE= says
*>                      whether that file date came (went) and how
*>                      it reconciled.
*>**
*>    Called by.
*>                      A step of the inbound deck (ahead of the
*>                      processing), the outbound deck's last step,
*>                      or the operator for HISTORY.
*>**
*>    Calls.
*>                      ENVPROF
*>                      CBL_OPEN_FILE, CBL_READ_FILE, CBL_CREATE_FILE,
*>                      CBL_WRITE_FILE, CBL_CLOSE_FILE
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
     select   Register-In      assign Register-In-Name
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
     select   Data-Out         assign Data-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   History-File     assign History-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Register-In.
 01  Register-Rec          pic x(200).
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
 fd  Data-Out.
 01  Data-Out-Rec          pic x(4096).
*>
*> one row per VERIFY or STAMP of a partner file
 fd  History-File.
 01  History-Rec.
     03  His-Partner       pic x(16).
     03  filler            pic x.
     03  His-Dir           pic x(3).
     03  filler            pic x.
     03  His-File-Date     pic 9(8).
     03  filler            pic x.
     03  His-Run-Date      pic 9(8).
     03  filler            pic x.
     03  His-Run-Time      pic 9(6).
     03  filler            pic x.
     03  His-Result        pic x(10).
     03  filler            pic x.
     03  His-Records       pic 9(9).
     03  filler            pic x.
     03  His-Hash          pic s9(18)   sign leading separate.
     03  filler            pic x.
     03  His-File          pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(20) value "partnerctl v1.01.00".
 77  fs-reply              pic 99.
*>
 01  Register-In-Name      pic x(256)   value "PARTNER.REG".
 01  Layout-In-Name        pic x(128)   value spaces.
 01  Data-In-Name          pic x(256)   value spaces.
 01  Data-Out-Name         pic x(256)   value spaces.
 01  History-Name          pic x(64)    value "PARTNER.HIS".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
 77  ws-Arg-Pos            Binary-Long  value zero.
 01  ws-Function           pic x(8)     value spaces.
 01  ws-Partner-Want       pic x(16)    value spaces.
 01  ws-Date-Want          pic 9(8)     value zero.
 77  ws-Resend-Sw          pic x        value space.
*>
*> the partner's register block as loaded
 01  ws-Partner-Title      pic x(60)    value spaces.
 77  ws-Org                pic x        value "L".
     88  Org-Line                       value "L".
     88  Org-Seq                        value "S".
 77  ws-Seq-Len            Binary-Long  value zero.
 01  ws-Hdr-Name           pic x(32)    value spaces.
 01  ws-Hdr-Tag            pic x(16)    value spaces.
 77  ws-Hdr-Pos            Binary-Long  value zero.
 77  ws-Hdr-Tag-Len        Binary-Long  value zero.
 01  ws-Trl-Name           pic x(32)    value spaces.
 01  ws-Trl-Tag            pic x(16)    value spaces.
 77  ws-Trl-Pos            Binary-Long  value zero.
 77  ws-Trl-Tag-Len        Binary-Long  value zero.
 01  ws-Det-Name           pic x(32)    value spaces.
 01  ws-Date-Field         pic x(32)    value spaces.
 01  ws-Count-Field        pic x(32)    value spaces.
 77  ws-Date-Lx            Binary-Long  value zero.
 77  ws-Count-Lx           Binary-Long  value zero.
 77  ws-Partner-Found      pic x        value space.
 77  ws-In-Partner         pic x        value space.
 77  ws-Err-Count          Binary-Long  value zero.
*>
*> HASH lines: trailer field, the detail fields summed into it
 01  Hash-Table            value spaces.
     03  Hash-Entry        occurs 4.
         05  Hs-Trl-Name   pic x(32).
         05  Hs-Trl-Lx     Binary-Long.
         05  Hs-Det-Count  Binary-Long.
         05  Hs-Det        occurs 6.
             07  Hs-Det-Name pic x(32).
             07  Hs-Det-Lx   Binary-Long.
         05  Hs-Sum        pic s9(18).
         05  Hs-Trailer    pic s9(18).
 77  Hash-Count            Binary-Long  value zero.
*>
*> the layout's elementary rows, each with the 01 it belongs to
 01  Lf-Table.
     03  Lf-Entry          occurs 300.
         05  Lf-Block      pic x(32).
         05  Lf-Name       pic x(32).
         05  Lf-Offset     pic 9(6).
         05  Lf-Bytes      pic 9(6).
         05  Lf-Type       pic x.
         05  Lf-Usage      pic x.
         05  Lf-Digits     pic 9(4).
 77  Lf-Count              Binary-Long  value zero.
 01  ws-Cur-Block          pic x(32)    value spaces.
 77  ws-Hdr-Len            Binary-Long  value zero.
 77  ws-Trl-Len            Binary-Long  value zero.
 77  ws-Det-Len            Binary-Long  value zero.
*>
*> register parse words
 01  ws-Words.
     03  ws-Word           pic x(64)    occurs 8.
 01  ws-Key-Word           pic x(16)    value spaces.
 01  ws-Rest               pic x(128)   value spaces.
 77  ws-Parse-Ptr          Binary-Long  value zero.
*>
*> byte-level I/O control for ORG SEQ
 01  Seq-In-Handle         usage pointer.
 01  Seq-Out-Handle        usage pointer.
 01  Seq-In-Off            pic x(8)     comp-x value zero.
 01  Seq-Out-Off           pic x(8)     comp-x value zero.
 01  Seq-Count             pic x(4)     comp-x value zero.
 01  Seq-Flag0             pic x        comp-x value zero.
 01  Seq-Acc-In            pic x        comp-x value 1.
 01  Seq-Acc-Out           pic x        comp-x value 2.
*>
*> the file being reconciled or built
 01  ws-Work-Rec           pic x(4096)  value spaces.
 01  ws-Prev-Rec           pic x(4096)  value spaces.
 77  ws-Eof                pic x        value space.
 77  ws-Rec-Kind           pic x        value space.
 77  ws-Prev-Kind          pic x        value space.
 77  ws-Rec-No             Binary-Long  value zero.
 77  ws-Det-Records        pic 9(9)     value zero.
 77  ws-Hdr-Count          Binary-Long  value zero.
 77  ws-Trl-Count          Binary-Long  value zero.
 77  ws-Trl-Records        pic 9(9)     value zero.
 77  ws-File-Date          pic 9(8)     value zero.
 77  ws-Run-Date           pic 9(8)     value zero.
 01  ws-Time-Now           pic 9(8)     value zero.
 01  ws-Result             pic x(10)    value spaces.
 01  ws-Dir                pic x(3)     value spaces.
*>
*> field value work: decode out of ws-Work-Rec, encode back in
 01  ws-Num                pic s9(18)   value zero.
 01  ws-Num-Str            pic 9(18)    value zero.
 01  ws-Num-Disp           pic -(17)9.
 01  ws-Num-Disp2          pic -(17)9.
 01  ws-Val-Text           pic x(64)    value spaces.
 77  ws-Mod                pic 9(18)    value zero.
 77  ws-Nib                Binary-Long  value zero.
 77  ws-Nib2               Binary-Long  value zero.
 77  ws-Byte               Binary-Long  value zero.
 01  ws-Byte-X             pic x.
 01  ws-Byte-N redefines ws-Byte-X pic 99 comp-x.
 77  ws-Neg-Sw             pic x        value space.
 77  ws-Hx                 Binary-Long  value zero.
 77  ws-Dx                 Binary-Long  value zero.
 77  ws-Lx                 Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Vx                 Binary-Long  value zero.
 77  ws-Found              pic x        value space.
 01  ws-Edit               pic z(8)9.
 01  ws-Edit2              pic z(8)9.
 01  ws-Want-Name          pic x(32)    value spaces.
 01  ws-Want-Block         pic x(32)    value spaces.
 01  ws-Want-What          pic x(8)     value spaces.
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
              display "partnerctl: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     accept   Register-In-Name from environment "PARTNERCTL_REGISTER"
              on exception
              move "PARTNER.REG" to Register-In-Name
     end-accept.
     if       Register-In-Name = spaces
              move "PARTNER.REG" to Register-In-Name.
     accept   History-Name from environment "PARTNERCTL_HISTORY"
              on exception
              move "PARTNER.HIS" to History-Name
     end-accept.
     if       History-Name = spaces
              move "PARTNER.HIS" to History-Name.
     perform  1000-Get-Args thru 1000-Exit.
     perform  1100-Load-Register thru 1100-Exit.
     if       ws-Function = "HISTORY"
              perform 5000-History thru 5000-Exit
              move zero to return-code
              goback.
     perform  1500-Load-Layout thru 1500-Exit.
     perform  1700-Bind-Fields thru 1700-Exit.
     if       ws-Err-Count > zero
              display "Partner " function trim (ws-Partner-Want)
                      " register block has errors - nothing done"
              move 16 to return-code
              goback.
     if       ws-Function = "VERIFY"
              perform 3000-Verify thru 3000-Exit
     else
              perform 4000-Stamp thru 4000-Exit.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     move     zero to ws-Arg-Pos.
     perform  varying ws-Arg-Sub from 1 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
              evaluate true
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "REGISTER="
                       move ws-Arg-Text (10:247) to Register-In-Name
                  when function upper-case (ws-Arg-Text) (1:5)
                           = "DATE="
                       if  ws-Arg-Text (6:8) numeric
                           move ws-Arg-Text (6:8) to ws-Date-Want
                       else
                           display "DATE= wants yyyymmdd"
                           move 16 to return-code
                           goback
                       end-if
                  when function upper-case (ws-Arg-Text) = "RESEND"
                       move "Y" to ws-Resend-Sw
                  when other
                       add 1 to ws-Arg-Pos
                       evaluate ws-Arg-Pos
                           when 1
                                move function upper-case
                                     (ws-Arg-Text (1:8)) to ws-Function
                           when 2
                                move function upper-case
                                     (ws-Arg-Text (1:16))
                                     to ws-Partner-Want
                           when 3
                                move ws-Arg-Text to Data-In-Name
                           when 4
                                move ws-Arg-Text to Data-Out-Name
                       end-evaluate
              end-evaluate
     end-perform.
     if       (ws-Function = "VERIFY" and Data-In-Name not = spaces)
           or (ws-Function = "STAMP" and Data-Out-Name not = spaces)
           or (ws-Function = "HISTORY" and ws-Partner-Want not = spaces)
              go to 1000-Exit.
     display  "Usage: partnerctl VERIFY  <partner> <file>".
     display  "       partnerctl STAMP   <partner> <details> <out>"
              " [DATE=yyyymmdd] [RESEND]".
     display  "       partnerctl HISTORY <partner> [DATE=yyyymmdd]".
     display  "       [REGISTER=<f>]".
     move     16 to return-code.
     goback.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the register: the named partner's block, PARTNER through END
*>----------------------------------------------------------------
 1100-Load-Register.
     open     input Register-In.
     if       fs-reply not = zero
              display "Cannot open partner register "
                       function trim (Register-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
 1110-Next.
     read     Register-In at end
              close Register-In
              go to 1190-Check.
     if       Register-Rec = spaces
           or Register-Rec (1:2) = "*>"
           or Register-Rec (1:1) = "*"
              go to 1110-Next.
     move     spaces to ws-Words ws-Rest.
     move     1 to ws-Parse-Ptr.
     unstring Register-Rec delimited by all spaces
              into ws-Word (1) ws-Word (2)
              with pointer ws-Parse-Ptr.
     if       ws-Parse-Ptr < 201
              move Register-Rec (ws-Parse-Ptr:) to ws-Rest.
     unstring ws-Rest delimited by all spaces
              into ws-Word (3) ws-Word (4) ws-Word (5)
                   ws-Word (6) ws-Word (7) ws-Word (8).
     move     function upper-case (ws-Word (1)) to ws-Key-Word.
     if       ws-Key-Word = "PARTNER"
              if  function upper-case (ws-Word (2)) = ws-Partner-Want
                and ws-Partner-Found = space
                  move "Y" to ws-Partner-Found
                  move "Y" to ws-In-Partner
                  move function trim (ws-Rest) to ws-Partner-Title
              else
                  move space to ws-In-Partner
              end-if
              go to 1110-Next.
     if       ws-In-Partner not = "Y"
              go to 1110-Next.
     evaluate ws-Key-Word
         when "END"
              move space to ws-In-Partner
         when "ORG"
              if  function upper-case (ws-Word (2)) = "SEQ"
                  set Org-Seq to true
                  compute ws-Seq-Len =
                          function numval (ws-Word (3) (1:8))
              else
                  set Org-Line to true
              end-if
         when "LAYOUT"
              move ws-Word (2) to Layout-In-Name
         when "HEADER"
              move function upper-case (ws-Word (2)) to ws-Hdr-Name
              move ws-Word (5) to ws-Hdr-Tag
              compute ws-Hdr-Pos = function numval (ws-Word (4) (1:8))
              if  function upper-case (ws-Word (3)) not = "TAG"
                or ws-Hdr-Pos < 1 or ws-Hdr-Tag = spaces
                  display "HEADER needs <01 name> TAG <pos> <text>"
                  add 1 to ws-Err-Count
              end-if
         when "TRAILER"
              move function upper-case (ws-Word (2)) to ws-Trl-Name
              move ws-Word (5) to ws-Trl-Tag
              compute ws-Trl-Pos = function numval (ws-Word (4) (1:8))
              if  function upper-case (ws-Word (3)) not = "TAG"
                or ws-Trl-Pos < 1 or ws-Trl-Tag = spaces
                  display "TRAILER needs <01 name> TAG <pos> <text>"
                  add 1 to ws-Err-Count
              end-if
         when "DETAIL"
              move function upper-case (ws-Word (2)) to ws-Det-Name
         when "DATE"
              move function upper-case (ws-Word (2)) to ws-Date-Field
         when "COUNT"
              move function upper-case (ws-Word (2))
                   to ws-Count-Field
         when "HASH"
              perform 1150-Take-Hash thru 1150-Exit
         when other
              display "Register line not understood: "
                      function trim (Register-Rec)
              add 1 to ws-Err-Count
     end-evaluate.
     go       to 1110-Next.
 1190-Check.
     if       ws-Partner-Found = space
              display "No PARTNER " function trim (ws-Partner-Want)
                       " in " function trim (Register-In-Name)
              move 16 to return-code
              goback.
     if       ws-Function = "HISTORY"
              go to 1100-Exit.
     if       Layout-In-Name = spaces or ws-Hdr-Name = spaces
           or ws-Trl-Name = spaces or ws-Det-Name = spaces
           or ws-Date-Field = spaces or ws-Count-Field = spaces
              display "The partner needs LAYOUT, HEADER, TRAILER,"
                       " DETAIL, DATE and COUNT"
              move 16 to return-code
              goback.
     if       Org-Seq and ws-Seq-Len < 1
              display "ORG SEQ needs the record length"
              add 1 to ws-Err-Count.
     move     zero to ws-Hdr-Tag-Len ws-Trl-Tag-Len.
     inspect  ws-Hdr-Tag tallying ws-Hdr-Tag-Len
              for characters before initial space.
     inspect  ws-Trl-Tag tallying ws-Trl-Tag-Len
              for characters before initial space.
 1100-Exit.
     exit.
*>
*> HASH <trailer field> <detail field> [<detail field>...]
 1150-Take-Hash.
     if       Hash-Count not < 4
              display "Too many HASH lines - 4 is the limit"
              add 1 to ws-Err-Count
              go to 1150-Exit.
     if       ws-Word (3) = spaces
              display "HASH " function trim (ws-Word (2))
                      " names no detail field"
              add 1 to ws-Err-Count
              go to 1150-Exit.
     add      1 to Hash-Count.
     move     function upper-case (ws-Word (2))
              to Hs-Trl-Name (Hash-Count).
     move     zero to Hs-Det-Count (Hash-Count) Hs-Trl-Lx (Hash-Count)
                      Hs-Sum (Hash-Count) Hs-Trailer (Hash-Count).
     perform  varying ws-Sub from 3 by 1 until ws-Sub > 8
              if  ws-Word (ws-Sub) not = spaces
                  add 1 to Hs-Det-Count (Hash-Count)
                  move Hs-Det-Count (Hash-Count) to ws-Dx
                  move function upper-case (ws-Word (ws-Sub))
                       to Hs-Det-Name (Hash-Count ws-Dx)
                  move zero to Hs-Det-Lx (Hash-Count ws-Dx)
              end-if
     end-perform.
 1150-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the layout rows, each tagged with its 01 - a group row at
*> offset zero opens the next record
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
              go to 1500-Exit.
     if       Layout-In-Rec = spaces
              go to 1510-Next.
     if       LayI-Type = "G"
              if  LayI-Offset = zero
                  move function upper-case (LayI-Name)
                       to ws-Cur-Block
              end-if
              go to 1510-Next.
     if       Lf-Count not < 300
              go to 1510-Next.
     add      1 to Lf-Count.
     move     ws-Cur-Block to Lf-Block (Lf-Count).
     move     function upper-case (LayI-Name) to Lf-Name (Lf-Count).
     move     LayI-Offset to Lf-Offset (Lf-Count).
     move     LayI-Bytes  to Lf-Bytes (Lf-Count).
     move     LayI-Type   to Lf-Type (Lf-Count).
     move     LayI-Usage  to Lf-Usage (Lf-Count).
     move     LayI-Digits to Lf-Digits (Lf-Count).
     compute  ws-Sub = LayI-Offset + LayI-Bytes.
     evaluate ws-Cur-Block
         when ws-Hdr-Name
              if  ws-Sub > ws-Hdr-Len
                  move ws-Sub to ws-Hdr-Len
              end-if
         when ws-Trl-Name
              if  ws-Sub > ws-Trl-Len
                  move ws-Sub to ws-Trl-Len
              end-if
         when ws-Det-Name
              if  ws-Sub > ws-Det-Len
                  move ws-Sub to ws-Det-Len
              end-if
     end-evaluate.
     go       to 1510-Next.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> DATE, COUNT and each HASH field resolved to its layout row in
*> the record it must live in
*>----------------------------------------------------------------
 1700-Bind-Fields.
     if       ws-Hdr-Len = zero
              display "HEADER " function trim (ws-Hdr-Name)
                       " is not a record of the layout"
              add 1 to ws-Err-Count.
     if       ws-Trl-Len = zero
              display "TRAILER " function trim (ws-Trl-Name)
                       " is not a record of the layout"
              add 1 to ws-Err-Count.
     if       ws-Det-Len = zero
              display "DETAIL " function trim (ws-Det-Name)
                       " is not a record of the layout"
              add 1 to ws-Err-Count.
     if       ws-Hdr-Pos + ws-Hdr-Tag-Len - 1 > 4096
           or ws-Trl-Pos + ws-Trl-Tag-Len - 1 > 4096
              display "A TAG sits past the end of the record"
              add 1 to ws-Err-Count.
     move     ws-Date-Field to ws-Want-Name.
     move     ws-Hdr-Name to ws-Want-Block.
     move     "DATE" to ws-Want-What.
     perform  1750-Find-Field thru 1750-Exit.
     move     ws-Lx to ws-Date-Lx.
     move     ws-Count-Field to ws-Want-Name.
     move     ws-Trl-Name to ws-Want-Block.
     move     "COUNT" to ws-Want-What.
     perform  1750-Find-Field thru 1750-Exit.
     move     ws-Lx to ws-Count-Lx.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              move Hs-Trl-Name (ws-Hx) to ws-Want-Name
              move ws-Trl-Name to ws-Want-Block
              move "HASH" to ws-Want-What
              perform 1750-Find-Field thru 1750-Exit
              move ws-Lx to Hs-Trl-Lx (ws-Hx)
              perform varying ws-Dx from 1 by 1
                      until ws-Dx > Hs-Det-Count (ws-Hx)
                  move Hs-Det-Name (ws-Hx ws-Dx) to ws-Want-Name
                  move ws-Det-Name to ws-Want-Block
                  perform 1750-Find-Field thru 1750-Exit
                  move ws-Lx to Hs-Det-Lx (ws-Hx ws-Dx)
              end-perform
     end-perform.
 1700-Exit.
     exit.
*>
 1750-Find-Field.
     move     zero to ws-Vx.
     perform  varying ws-Lx from 1 by 1 until ws-Lx > Lf-Count
              if  Lf-Name (ws-Lx) = ws-Want-Name
                and Lf-Block (ws-Lx) = ws-Want-Block
                  move ws-Lx to ws-Vx
              end-if
     end-perform.
     move     ws-Vx to ws-Lx.
     if       ws-Lx = zero
              display ws-Want-What " field "
                       function trim (ws-Want-Name)
                       " is not in record "
                       function trim (ws-Want-Block)
              add 1 to ws-Err-Count
              go to 1750-Exit.
     if       Lf-Usage (ws-Lx) = "1" or = "2"
              display ws-Want-What " field "
                       function trim (ws-Want-Name)
                       " is floating-point - no good for a control"
                       " total"
              add 1 to ws-Err-Count.
 1750-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> VERIFY: header first, trailer last, details between - counted
*> and hash-summed, then the trailer's word on it checked
*>----------------------------------------------------------------
 3000-Verify.
     move     "IN" to ws-Dir.
     move     zero to ws-Det-Records ws-Hdr-Count ws-Trl-Count
                      ws-Rec-No ws-File-Date ws-Trl-Records.
     move     space to ws-Prev-Kind ws-Eof.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              move "NO-FILE" to ws-Result
              display "Cannot open " function trim (Data-In-Name)
              perform 8000-Add-History thru 8000-Exit
              move 16 to return-code
              go to 3000-Exit.
 3010-Next.
     perform  7100-Read-In thru 7100-Exit.
     if       ws-Eof = "Y"
              go to 3090-Judge.
     add      1 to ws-Rec-No.
     perform  3500-Kind-Of-Record thru 3500-Exit.
     evaluate ws-Rec-Kind
         when "H"
              add 1 to ws-Hdr-Count
              if  ws-Rec-No = 1
                  move ws-Date-Lx to ws-Lx
                  perform 6000-Decode-Field thru 6000-Exit
                  move ws-Num to ws-File-Date
              end-if
         when "T"
              add 1 to ws-Trl-Count
              move ws-Count-Lx to ws-Lx
              perform 6000-Decode-Field thru 6000-Exit
              move ws-Num to ws-Trl-Records
              perform varying ws-Hx from 1 by 1
                      until ws-Hx > Hash-Count
                  move Hs-Trl-Lx (ws-Hx) to ws-Lx
                  perform 6000-Decode-Field thru 6000-Exit
                  move ws-Num to Hs-Trailer (ws-Hx)
              end-perform
         when other
              add 1 to ws-Det-Records
              perform 3600-Hash-Detail thru 3600-Exit
     end-evaluate.
     move     ws-Rec-Kind to ws-Prev-Kind.
     go       to 3010-Next.
 3090-Judge.
     perform  7200-Close-In thru 7200-Exit.
     move     "OK" to ws-Result.
     evaluate true
         when ws-Rec-No = zero
              move "EMPTY" to ws-Result
         when ws-Hdr-Count not = 1
              move "NO-HEADER" to ws-Result
         when ws-Trl-Count not = 1 or ws-Prev-Kind not = "T"
              move "NO-TRAILER" to ws-Result
         when ws-File-Date < 19000101
              move "BAD-DATE" to ws-Result
         when ws-Trl-Records not = ws-Det-Records
              move "COUNT-OFF" to ws-Result
     end-evaluate.
     if       ws-Result = "OK"
              perform 3700-Check-Hashes thru 3700-Exit.
     if       ws-Result = "OK"
              perform 3800-Check-Duplicate thru 3800-Exit.
     perform  3900-Verify-Report thru 3900-Exit.
     perform  8000-Add-History thru 8000-Exit.
     if       ws-Result = "OK"
              move zero to return-code
     else
              move 8 to return-code.
 3000-Exit.
     exit.
*>
*> H header, T trailer, D detail - by the tag text at its place
 3500-Kind-Of-Record.
     move     "D" to ws-Rec-Kind.
     if       ws-Work-Rec (ws-Hdr-Pos:ws-Hdr-Tag-Len)
                  = ws-Hdr-Tag (1:ws-Hdr-Tag-Len)
              move "H" to ws-Rec-Kind
              go to 3500-Exit.
     if       ws-Work-Rec (ws-Trl-Pos:ws-Trl-Tag-Len)
                  = ws-Trl-Tag (1:ws-Trl-Tag-Len)
              move "T" to ws-Rec-Kind.
 3500-Exit.
     exit.
*>
 3600-Hash-Detail.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              perform varying ws-Dx from 1 by 1
                      until ws-Dx > Hs-Det-Count (ws-Hx)
                  move Hs-Det-Lx (ws-Hx ws-Dx) to ws-Lx
                  perform 6000-Decode-Field thru 6000-Exit
                  add ws-Num to Hs-Sum (ws-Hx)
              end-perform
     end-perform.
 3600-Exit.
     exit.
*>
*> each sum cut to the trailer field's own digits before comparing
 3700-Check-Hashes.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              perform 3750-Cut-Sum thru 3750-Exit
              if  Hs-Sum (ws-Hx) not = Hs-Trailer (ws-Hx)
                  move "HASH-OFF" to ws-Result
              end-if
     end-perform.
 3700-Exit.
     exit.
*>
 3750-Cut-Sum.
     move     Hs-Trl-Lx (ws-Hx) to ws-Lx.
     move     Lf-Digits (ws-Lx) to ws-Sub.
     if       Lf-Type (ws-Lx) not = "9" or ws-Sub = zero
              move Lf-Bytes (ws-Lx) to ws-Sub.
     if       ws-Sub < 18
              compute ws-Mod = 10 ** ws-Sub
              compute Hs-Sum (ws-Hx) =
                      function rem (Hs-Sum (ws-Hx), ws-Mod).
 3750-Exit.
     exit.
*>
*> a file date already taken in clean is a duplicate - refused
 3800-Check-Duplicate.
     perform  8100-Find-Taken thru 8100-Exit.
     if       ws-Found = "Y"
              move "DUPLICATE" to ws-Result.
 3800-Exit.
     exit.
*>
 3900-Verify-Report.
     display  " ".
     display  "Partner   : " function trim (ws-Partner-Want)
              "  -  " function trim (ws-Partner-Title).
     display  "File      : " function trim (Data-In-Name).
     display  "File date : " ws-File-Date.
     move     ws-Det-Records to ws-Edit.
     move     ws-Trl-Records to ws-Edit2.
     display  "Records   : " ws-Edit "  trailer says " ws-Edit2.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              move Hs-Sum (ws-Hx) to ws-Num-Disp
              move Hs-Trailer (ws-Hx) to ws-Num-Disp2
              display "Hash      : " Hs-Trl-Name (ws-Hx) (1:24)
                      ws-Num-Disp "  trailer says " ws-Num-Disp2
     end-perform.
     evaluate ws-Result
         when "OK"
              display "Result    : OK - reconciled"
         when "DUPLICATE"
              display "Result    : DUPLICATE - file date "
                      ws-File-Date " was taken in before, refused"
         when other
              display "Result    : " function trim (ws-Result)
                      " - refused"
     end-evaluate.
 3900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> STAMP: the details counted and hashed on the way through, then
*> the header, details and trailer written out
*>----------------------------------------------------------------
 4000-Stamp.
     move     "OUT" to ws-Dir.
     move     ws-Run-Date to ws-File-Date.
     if       ws-Date-Want not = zero
              move ws-Date-Want to ws-File-Date.
     move     zero to ws-Det-Records ws-Rec-No.
     if       ws-Resend-Sw not = "Y"
              perform 8100-Find-Taken thru 8100-Exit
              if  ws-Found = "Y"
                  display "File date " ws-File-Date " was already"
                          " sent to " function trim (ws-Partner-Want)
                          " - RESEND to send it again"
                  move "DUPLICATE" to ws-Result
                  perform 8000-Add-History thru 8000-Exit
                  move 8 to return-code
                  go to 4000-Exit
              end-if
     end-if.
*> pass one: count and hash
     move     space to ws-Eof.
     perform  7000-Open-In thru 7000-Exit.
     if       ws-Eof = "Y"
              display "Cannot open " function trim (Data-In-Name)
              move 16 to return-code
              go to 4000-Exit.
     perform  until ws-Eof = "Y"
              perform 7100-Read-In thru 7100-Exit
              if  ws-Eof not = "Y"
                  add 1 to ws-Det-Records
                  perform 3600-Hash-Detail thru 3600-Exit
              end-if
     end-perform.
     perform  7200-Close-In thru 7200-Exit.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              perform 3750-Cut-Sum thru 3750-Exit
     end-perform.
*> pass two: header, the details again, trailer
     perform  7300-Open-Out thru 7300-Exit.
     if       ws-Eof = "Y"
              display "Cannot create " function trim (Data-Out-Name)
              move 16 to return-code
              go to 4000-Exit.
     move     spaces to ws-Work-Rec.
     move     ws-Hdr-Tag (1:ws-Hdr-Tag-Len)
              to ws-Work-Rec (ws-Hdr-Pos:ws-Hdr-Tag-Len).
     move     ws-Date-Lx to ws-Lx.
     move     ws-File-Date to ws-Num.
     perform  6500-Encode-Field thru 6500-Exit.
     move     ws-Hdr-Len to ws-Sub.
     perform  7400-Write-Out thru 7400-Exit.
     move     space to ws-Eof.
     perform  7000-Open-In thru 7000-Exit.
     perform  until ws-Eof = "Y"
              perform 7100-Read-In thru 7100-Exit
              if  ws-Eof not = "Y"
                  move ws-Det-Len to ws-Sub
                  perform 7400-Write-Out thru 7400-Exit
              end-if
     end-perform.
     perform  7200-Close-In thru 7200-Exit.
     move     spaces to ws-Work-Rec.
     move     ws-Trl-Tag (1:ws-Trl-Tag-Len)
              to ws-Work-Rec (ws-Trl-Pos:ws-Trl-Tag-Len).
     move     ws-Count-Lx to ws-Lx.
     move     ws-Det-Records to ws-Num.
     perform  6500-Encode-Field thru 6500-Exit.
     perform  varying ws-Hx from 1 by 1 until ws-Hx > Hash-Count
              move Hs-Trl-Lx (ws-Hx) to ws-Lx
              move Hs-Sum (ws-Hx) to ws-Num
              perform 6500-Encode-Field thru 6500-Exit
     end-perform.
     move     ws-Trl-Len to ws-Sub.
     perform  7400-Write-Out thru 7400-Exit.
     perform  7500-Close-Out thru 7500-Exit.
     move     "STAMPED" to ws-Result.
     if       ws-Resend-Sw = "Y"
              move "RESENT" to ws-Result.
     perform  8000-Add-History thru 8000-Exit.
     move     ws-Det-Records to ws-Edit.
     display  "Stamped " function trim (Data-Out-Name)
              " - dated " ws-File-Date ", "
              function trim (ws-Edit) " detail records".
     move     zero to return-code.
 4000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> HISTORY: the partner's rows, or did file date DATE= come
*>----------------------------------------------------------------
 5000-History.
     move     space to ws-Found.
     open     input History-File.
     if       fs-reply not = zero
              display "No partner history yet"
              go to 5090-Answer.
     display  " ".
     display  "Partner " function trim (ws-Partner-Want)
              "  -  " function trim (ws-Partner-Title).
     display  "Dir File-date Run-date Time   Result       Records"
              "                Hash  File".
 5010-Next.
     read     History-File at end
              close History-File
              go to 5090-Answer.
     if       His-Partner not = ws-Partner-Want
              go to 5010-Next.
     if       ws-Date-Want not = zero
          and His-File-Date not = ws-Date-Want
              go to 5010-Next.
     if       His-Result = "OK" or "STAMPED" or "RESENT"
              move "Y" to ws-Found.
     move     His-Records to ws-Edit.
     move     His-Hash to ws-Num-Disp.
     display  His-Dir " " His-File-Date " " His-Run-Date " "
              His-Run-Time " " His-Result " " ws-Edit
              ws-Num-Disp "  " function trim (His-File).
     go       to 5010-Next.
 5090-Answer.
     if       ws-Date-Want = zero
              go to 5000-Exit.
     display  " ".
     if       ws-Found = "Y"
              display "File dated " ws-Date-Want " - yes, taken"
     else
              display "File dated " ws-Date-Want
                      " - NOT taken (never came, or refused)".
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> field ws-Lx of ws-Work-Rec to ws-Num: display digits as they
*> stand (anything not digits is zero), packed and binary unpicked
*>----------------------------------------------------------------
 6000-Decode-Field.
     move     zero to ws-Num.
     evaluate Lf-Usage (ws-Lx)
         when "P"
              perform 6100-Unpack thru 6100-Exit
         when "B"
              perform 6200-Unbinary thru 6200-Exit
         when other
              move spaces to ws-Val-Text
              move ws-Work-Rec (Lf-Offset (ws-Lx) + 1:
                                Lf-Bytes (ws-Lx))
                   to ws-Val-Text
              if  ws-Val-Text (1:Lf-Bytes (ws-Lx)) numeric
                  compute ws-Num = function numval (ws-Val-Text)
              end-if
     end-evaluate.
 6000-Exit.
     exit.
*>
 6100-Unpack.
     move     space to ws-Neg-Sw.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Lf-Bytes (ws-Lx)
              compute ws-Byte = Lf-Offset (ws-Lx) + ws-Sub
              move ws-Work-Rec (ws-Byte:1) to ws-Byte-X
              compute ws-Nib = ws-Byte-N / 16
              compute ws-Nib2 = function mod (ws-Byte-N, 16)
              if  ws-Nib < 10
                  compute ws-Num = ws-Num * 10 + ws-Nib
              end-if
              if  ws-Sub = Lf-Bytes (ws-Lx)
                  if  ws-Nib2 = 13
                      move "Y" to ws-Neg-Sw
                  end-if
              else
                  if  ws-Nib2 < 10
                      compute ws-Num = ws-Num * 10 + ws-Nib2
                  end-if
              end-if
     end-perform.
     if       ws-Neg-Sw = "Y"
              compute ws-Num = zero - ws-Num.
 6100-Exit.
     exit.
*>
 6200-Unbinary.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Lf-Bytes (ws-Lx)
              compute ws-Byte = Lf-Offset (ws-Lx) + ws-Sub
              move ws-Work-Rec (ws-Byte:1) to ws-Byte-X
              compute ws-Num = ws-Num * 256 + ws-Byte-N
     end-perform.
 6200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> ws-Num into field ws-Lx of ws-Work-Rec per its usage - the
*> inverse of the decode, as formsrun stores its edits
*>----------------------------------------------------------------
 6500-Encode-Field.
     evaluate Lf-Usage (ws-Lx)
         when "P"
              perform 6600-Pack thru 6600-Exit
         when "B"
              perform 6700-Rebinary thru 6700-Exit
         when other
*>            digits land right-justified zero-filled
              if  ws-Num < zero
                  compute ws-Num = zero - ws-Num
              end-if
              move ws-Num to ws-Num-Str
              compute ws-Sub = 19 - Lf-Bytes (ws-Lx)
              if  ws-Sub < 1
                  move 1 to ws-Sub
              end-if
              move ws-Num-Str (ws-Sub:)
                   to ws-Work-Rec (Lf-Offset (ws-Lx) + 1:
                                   Lf-Bytes (ws-Lx))
     end-evaluate.
 6500-Exit.
     exit.
*>
 6600-Pack.
     move     space to ws-Neg-Sw.
     if       ws-Num < zero
              move "Y" to ws-Neg-Sw
              compute ws-Num = zero - ws-Num.
     move     ws-Num to ws-Num-Str.
*> digits walk in from the right, two a byte, sign nibble last
     compute  ws-Vx = 18.
     perform  varying ws-Sub from Lf-Bytes (ws-Lx) by -1
              until ws-Sub < 1
              if  ws-Sub = Lf-Bytes (ws-Lx)
*>                low nibble is the sign: C positive, D negative
                  if  ws-Neg-Sw = "Y"
                      move 13 to ws-Nib2
                  else
                      move 12 to ws-Nib2
                  end-if
                  compute ws-Nib =
                      function numval (ws-Num-Str (ws-Vx:1))
                  subtract 1 from ws-Vx
              else
                  if  ws-Vx > zero
                      compute ws-Nib2 =
                          function numval (ws-Num-Str (ws-Vx:1))
                      subtract 1 from ws-Vx
                  else
                      move zero to ws-Nib2
                  end-if
                  if  ws-Vx > zero
                      compute ws-Nib =
                          function numval (ws-Num-Str (ws-Vx:1))
                      subtract 1 from ws-Vx
                  else
                      move zero to ws-Nib
                  end-if
              end-if
              compute ws-Byte-N = ws-Nib * 16 + ws-Nib2
              compute ws-Byte = Lf-Offset (ws-Lx) + ws-Sub
              move ws-Byte-X to ws-Work-Rec (ws-Byte:1)
     end-perform.
 6600-Exit.
     exit.
*>
 6700-Rebinary.
     if       ws-Num < zero
              move zero to ws-Num.
     perform  varying ws-Sub from Lf-Bytes (ws-Lx) by -1
              until ws-Sub < 1
              compute ws-Byte-N = function mod (ws-Num, 256)
              compute ws-Num = ws-Num / 256
              compute ws-Byte = Lf-Offset (ws-Lx) + ws-Sub
              move ws-Byte-X to ws-Work-Rec (ws-Byte:1)
     end-perform.
 6700-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> record I/O, line sequential or fixed-length SEQ alike; ws-Eof
*> comes back Y when an open fails or the file ends
*>----------------------------------------------------------------
 7000-Open-In.
     move     space to ws-Eof.
     if       Org-Seq
              call "CBL_OPEN_FILE" using Data-In-Name Seq-Acc-In
                                         Seq-Flag0 Seq-Flag0
                                         Seq-In-Handle
              if  return-code not = zero
                  move "Y" to ws-Eof
                  move zero to return-code
              end-if
              move zero to Seq-In-Off
     else
              open input Data-In
              if  fs-reply not = zero
                  move "Y" to ws-Eof
              end-if.
 7000-Exit.
     exit.
*>
 7100-Read-In.
     move     spaces to ws-Work-Rec.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_READ_FILE" using Seq-In-Handle Seq-In-Off
                                         Seq-Count Seq-Flag0
                                         ws-Work-Rec
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
                   move Data-In-Rec to ws-Work-Rec
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
     move     space to ws-Eof.
     if       Org-Seq
              call "CBL_CREATE_FILE" using Data-Out-Name Seq-Acc-Out
                                           Seq-Flag0 Seq-Flag0
                                           Seq-Out-Handle
              if  return-code not = zero
                  move "Y" to ws-Eof
                  move zero to return-code
              end-if
              move zero to Seq-Out-Off
     else
              open output Data-Out
              if  fs-reply not = zero
                  move "Y" to ws-Eof
              end-if.
 7300-Exit.
     exit.
*>
*> ws-Work-Rec out; ws-Sub is the record's own length for a line
 7400-Write-Out.
     if       Org-Seq
              move ws-Seq-Len to Seq-Count
              call "CBL_WRITE_FILE" using Seq-Out-Handle Seq-Out-Off
                                          Seq-Count Seq-Flag0
                                          ws-Work-Rec
              add ws-Seq-Len to Seq-Out-Off
     else
              move ws-Work-Rec to Data-Out-Rec
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
*>
*>----------------------------------------------------------------
*> the history: one row appended per VERIFY or STAMP
*>----------------------------------------------------------------
 8000-Add-History.
     open     extend History-File.
     if       fs-reply not = zero and fs-reply not = 05
              open output History-File.
     if       fs-reply not = zero and fs-reply not = 05
              display "Cannot write partner history "
                       function trim (History-Name)
              go to 8000-Exit.
     move     spaces to History-Rec.
     move     ws-Partner-Want to His-Partner.
     move     ws-Dir to His-Dir.
     move     ws-File-Date to His-File-Date.
     move     ws-Run-Date to His-Run-Date.
     move     ws-Time-Now (1:6) to His-Run-Time.
     move     ws-Result to His-Result.
     move     ws-Det-Records to His-Records.
     move     zero to His-Hash.
     if       Hash-Count > zero
              move Hs-Sum (1) to His-Hash.
     if       ws-Dir = "IN"
              move Data-In-Name to His-File
     else
              move Data-Out-Name to His-File.
     write    History-Rec.
     close    History-File.
 8000-Exit.
     exit.
*>
*> ws-Found Y when this partner's file date is on record already
*> taken in (OK) or sent (STAMPED, RESENT) in this direction
 8100-Find-Taken.
     move     space to ws-Found.
     open     input History-File.
     if       fs-reply not = zero
              go to 8100-Exit.
 8110-Next.
     read     History-File at end
              close History-File
              go to 8100-Exit.
     if       His-Partner = ws-Partner-Want
          and His-Dir = ws-Dir
          and His-File-Date = ws-File-Date
          and (His-Result = "OK" or "STAMPED" or "RESENT")
              move "Y" to ws-Found.
     go       to 8110-Next.
 8100-Exit.
     exit.
