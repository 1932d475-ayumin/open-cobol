      >>source free
 Identification division.
*>**********************
      program-id.       msgexplain.
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
*>    Usage.            The night operator's way into the shop message
*>                      catalogue (MSGCAT.DAT, or the MSG_CATALOGUE
*>                      name) - every tool's message now starts with
*>                      its id and severity, XRF0009E say, and this
*>                      says what it means and what to do about it:
*>
*>                        msgexplain <id>
*>                            the entry: severity, text, explanation
*>                            and the operator action
*>                        msgexplain POPUP <id>
*>                            the same in a boxhelp window, from the
*>                            devtools menu
*>                        msgexplain LIST [<prefix>]
*>                            every message, or one tool's (XRF, HKP)
*>                        msgexplain CHECK
*>                            the catalogue's health - lines in
*>                            error, and W/E/S messages with no
*>                            action for the operator
*>
*>                      A severity letter after the id is allowed
*>                      (XRF0009E), so a message can be pasted in as
*>                      it was issued.  Return code 4 for an id not
*>                      in the catalogue, 8 for a catalogue with
*>                      errors, 16 for no catalogue at all.
*>**
*>    Called by.
*>                      The operator, and the devtools menu.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>                      boxhelp
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
*>
 data division.
 working-storage section.
*>**********************
 77  Prog-Name             pic x(20) value "msgexplain v1.00.00".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-1              pic x(64)    value spaces.
 01  ws-Arg-2              pic x(64)    value spaces.
 01  ws-Want-Id            pic x(7)     value spaces.
 01  ws-Prefix             pic x(7)     value spaces.
 77  ws-Prefix-Len         Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Shown              Binary-Long  value zero.
 01  ws-Edit               pic z(3)9.
 01  ws-Sev-Word           pic x(11)    value spaces.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> the message catalogue request
 copy "msg-cat.cpy".
*>
*> the catalogue entry is shown through the help viewer
 copy "box-help.cpy".
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
              display "msgexplain: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number = zero
              display Prog-Name
              display "Usage: msgexplain <id> | POPUP <id> |"
                      " LIST [<prefix>] | CHECK"
              move 16 to return-code
              goback.
     accept   ws-Arg-1 from argument-value.
     if       ws-Arg-Number > 1
              accept ws-Arg-2 from argument-value.
     move     function upper-case (ws-Arg-1) to ws-Arg-1.
     move     function upper-case (ws-Arg-2) to ws-Arg-2.
*>
*> the catalogue has to be there for anything this does
     move     "CHECK" to mc-function.
     call     "MSGCAT" using mc-request
              on exception
              display "msgexplain: MSGCAT library not available"
              move 16 to return-code
              goback
     end-call.
     if       mc-no-catalogue
              display "msgexplain: " function trim (mc-text)
              move 16 to return-code
              goback.
     evaluate ws-Arg-1
         when "CHECK"
              perform 4000-Check   thru 4000-Exit
         when "LIST"
              perform 3000-List    thru 3000-Exit
         when "POPUP"
              move ws-Arg-2 to ws-Arg-1
              perform 1000-Take-Id thru 1000-Exit
              perform 2500-Popup   thru 2500-Exit
         when other
              perform 1000-Take-Id thru 1000-Exit
              perform 2000-Explain thru 2000-Exit
     end-evaluate.
     goback.
*>
*>----------------------------------------------------------------
*> the id as given - a trailing severity letter is dropped
*>----------------------------------------------------------------
 1000-Take-Id.
     move     ws-Arg-1 (1:7) to ws-Want-Id.
     if       ws-Arg-1 (9:) not = spaces
          or (ws-Arg-1 (8:1) not = space
              and ws-Arg-1 (8:1) not = "I" and not = "W"
                                 and not = "E" and not = "S"
                                 and not = "?")
              display "msgexplain: " function trim (ws-Arg-1)
                      " is not a message id (XRF0009, HKP0004E)"
              move 16 to return-code
              goback.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one entry, in full
*>----------------------------------------------------------------
 2000-Explain.
     move     "LOOKUP" to mc-function.
     move     ws-Want-Id to mc-id.
     call     "MSGCAT" using mc-request.
     if       not mc-ok
              display "msgexplain: " ws-Want-Id
                      " is not in the message catalogue"
              move 4 to return-code
              go to 2000-Exit.
     perform  2100-Sev-Word thru 2100-Exit.
     display  " ".
     display  function trim (mc-text).
     display  "  Severity : " ws-Sev-Word.
     if       mc-explain-count > zero
              display " "
              display "  Explanation"
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > mc-explain-count
                      display "    " function trim (mc-explain (ws-Sub))
              end-perform.
     display  " ".
     display  "  Operator action".
     if       mc-action-count = zero
              display "    None - for information only."
     else
              perform varying ws-Sub from 1 by 1
                      until ws-Sub > mc-action-count
                      display "    " function trim (mc-action (ws-Sub))
              end-perform.
     move     zero to return-code.
 2000-Exit.
     exit.
*>
 2100-Sev-Word.
     evaluate true
         when mc-info     move "Information" to ws-Sev-Word
         when mc-warning  move "Warning"     to ws-Sev-Word
         when mc-error    move "Error"       to ws-Sev-Word
         when mc-severe   move "Severe"      to ws-Sev-Word
         when other       move "Unknown"     to ws-Sev-Word
     end-evaluate.
 2100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the entry in a help window - boxhelp looks it up itself
*>----------------------------------------------------------------
 2500-Popup.
     initialize bh-request.
     string   "MSG." ws-Want-Id delimited by size into bh-topic.
     call     "boxhelp" using bh-request
              on exception
              display "msgexplain: boxhelp library not available"
              move 16 to return-code
              go to 2500-Exit
     end-call.
     if       bh-no-topic
              move 4 to return-code
     else
              move zero to return-code.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> every message, or those whose id starts with the prefix given
*>----------------------------------------------------------------
 3000-List.
     move     ws-Arg-2 (1:7) to ws-Prefix.
     move     zero to ws-Prefix-Len.
     inspect  ws-Prefix tallying ws-Prefix-Len
              for characters before initial space.
     display  " ".
     display  "Id       Text".
     display  "-------------------------------------------------"
              "---------------".
     move     zero to mc-index ws-Shown.
     move     "NEXT" to mc-function.
 3010-Next.
     call     "MSGCAT" using mc-request.
     if       not mc-ok
              go to 3090-Wrap.
     if       ws-Prefix-Len > zero
          and mc-id (1:ws-Prefix-Len) not = ws-Prefix (1:ws-Prefix-Len)
              go to 3010-Next.
     add      1 to ws-Shown.
     display  function trim (mc-text).
     go       to 3010-Next.
 3090-Wrap.
     display  " ".
     move     ws-Shown to ws-Edit.
     display  "Messages listed : " ws-Edit.
     move     zero to return-code.
 3000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the catalogue's health, from MSGCAT's own load
*>----------------------------------------------------------------
 4000-Check.
     move     mc-count to ws-Edit.
     display  "Messages in the catalogue : " ws-Edit.
     move     mc-error-count to ws-Edit.
     display  "Lines in error            : " ws-Edit.
     if       mc-error-count > zero
              display "First error: " function trim (mc-text)
              move 8 to return-code
     else
              move zero to return-code.
 4000-Exit.
     exit.
