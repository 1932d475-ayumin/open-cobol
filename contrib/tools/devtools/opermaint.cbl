*>                      opermaint LIST
*>                      opermaint SET <id> [NAME=<display name>]
*>                                [THEME=<file>] [CUPSCFG=<file>]
*>                                [PERMS=<letters>] [LANGUAGE=<xx>]
*>                      opermaint DROP <id>
*>                      opermaint PASS <id>
*>                      opermaint UNLOCK <id>
*>                      opermaint APPLY [<worksheet>]
*>
*>                      PASS prompts twice for the operator's new
*>                      passphrase (8 to 48 characters) and keeps
*>                      only its salted COBDES-DERIVE stretch; it
*>                      also restarts the expiry clock and clears any
*>                      lock.  UNLOCK clears a lockout left by too
*>                      many failed sign-ons.  Both go to the sign-on
*>                      log, by OPERATOR_ID (or the login) of whoever
*>                      ran them, as do a new profile (CREATED), a
*>                      change to a profile's permissions (PERMSET,
*>                      old and new letters) and a DROP (DROPPED) -
*>                      the permission history the audit evidence
*>                      pack reports.  LIST shows each passphrase's
*>                      date and any lock.
*>
*>                      LANGUAGE= is the two-letter code of the
*>                      language the operator reads the consoles in
*>                      (TEXT.<xx> in CONSOLE_TEXT_DIR); blank, or
*>                      LANGUAGE= alone, is English.
*>
*>                      APPLY takes the REVOKE decisions recorded on
*>                      the permcert recertification worksheet
*>                      (PERMCERT.DEC, or the PERMCERT_DEC name) off
*>                      the profiles, logs each to the sign-on log and
*>                      marks its worksheet line applied.  Lines not
*>                      yet decided are counted, not touched.
*>
*>                      Permission letters: Q (queue/housekeep live),
*>                      Z (zap), K (keystore), E (forms-screen
*>                      writes), P (unmasked PII/PCI), L (legal
*>                      holds), R (promote to / back out of
*>                      production).
*>**
*>    Called by.
*>                      Run standalone by the shift supervisor.
*>**
*>    Calls.
*>                      ENVPROF
*>                      OPSIGNON (OPSIGNON-HASH, OPSIGNON-LOG).
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   optional Profile-File assign Profile-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Decision-File    assign Decision-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
     05  Pr-Cupscfg        pic x(64).
     05  filler            pic x.
     05  Pr-Perms          pic x(10).
     05  filler            pic x.
     05  Pr-Salt           pic x(16).
     05  filler            pic x.
     05  Pr-Hash           pic x(32).
     05  filler            pic x.
     05  Pr-Rounds         pic x(6).
     05  filler            pic x.
     05  Pr-Pass-Date      pic x(8).
     05  filler            pic x.
     05  Pr-Lock           pic x.
     05  filler            pic x.
     05  Pr-Fails          pic x(2).
     05  filler            pic x.
     05  Pr-Language       pic x(2).
*>
*> the permcert decision worksheet line
 fd  Decision-File.
 01  Decision-Rec.
     05  Dc-Period         pic x(17).
     05  filler            pic x.
     05  Dc-Id             pic x(16).
     05  filler            pic x.
     05  Dc-Perm           pic x.
     05  filler            pic x.
     05  Dc-Last-Use       pic x(8).
     05  filler            pic x.
     05  Dc-Flags          pic x(20).
     05  filler            pic x.
     05  Dc-Decision       pic x(6).
     05  filler            pic x.
     05  Dc-By             pic x(16).
     05  filler            pic x.
     05  Dc-Date           pic x(8).
     05  filler            pic x.
     05  Dc-Note           pic x(30).
     05  filler            pic x.
     05  Dc-Applied        pic x.
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "opermaint v1.06.00".
 77  fs-reply              pic 99.
 01  Profile-Name          pic x(64)    value "OPERATOR.PRO".
 01  Decision-Name         pic x(64)    value "PERMCERT.DEC".
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  ws-Mode               pic x(6)     value spaces.
 01  ws-Id-Want            pic x(16)    value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
*>
         05  Ot-Theme      pic x(64).
         05  Ot-Cupscfg    pic x(64).
         05  Ot-Perms      pic x(10).
         05  Ot-Salt       pic x(16).
         05  Ot-Hash       pic x(32).
         05  Ot-Rounds     pic x(6).
         05  Ot-Pass-Date  pic x(8).
         05  Ot-Lock       pic x.
         05  Ot-Fails      pic x(2).
         05  Ot-Language   pic x(2).
 77  Op-Count              Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Hit                Binary-Long  value zero.
*>
*> passphrase entry, and the OPSIGNON request area the stretch and
*> the sign-on log lines go through
 01  ws-Pass-1             pic x(50)    value spaces.
 01  ws-Pass-2             pic x(50)    value spaces.
 01  ws-Lock-Text          pic x(6)     value spaces.
 01  ws-Date-Text          pic x(8)     value spaces.
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Nx                 Binary-Long  value zero.
 01  ws-New-Perms          pic x(10)    value spaces.
 01  ws-Old-Perms          pic x(10)    value spaces.
 77  ws-Created            pic x        value space.
 77  ws-Revoked            Binary-Long  value zero.
 77  ws-Pending            Binary-Long  value zero.
 01  ws-Edit               pic z(5)9.
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
              display "opermaint: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Profile-Name from environment "OPERATOR_PROFILES"
              on exception
     if       ws-Arg-Number = zero
              display "Usage: opermaint LIST | SET <id> [NAME=..] "
                      "[THEME=..] [CUPSCFG=..] [PERMS=..] "
                      "[LANGUAGE=..] "
                      "| DROP <id> | PASS <id> | UNLOCK <id> "
                      "| APPLY [<worksheet>]"
              move 16 to return-code
              goback.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:6)) to ws-Mode.
     perform  1000-Load thru 1000-Exit.
     evaluate ws-Mode
         when "LIST"
              perform 2000-List thru 2000-Exit
         when "SET   "
              perform 3000-Set thru 3000-Exit
              perform 5000-Save thru 5000-Exit
         when "DROP  "
              perform 4000-Drop thru 4000-Exit
              perform 5000-Save thru 5000-Exit
         when "PASS  "
              perform 6000-Pass thru 6000-Exit
              perform 5000-Save thru 5000-Exit
         when "UNLOCK"
              perform 7000-Unlock thru 7000-Exit
              perform 5000-Save thru 5000-Exit
         when "APPLY "
              perform 7500-Apply thru 7500-Exit
              perform 5000-Save thru 5000-Exit
         when other
              display "Mode not understood: " ws-Mode
              move 16 to return-code
     move     Pr-Theme   to Ot-Theme (Op-Count).
     move     Pr-Cupscfg to Ot-Cupscfg (Op-Count).
     move     Pr-Perms   to Ot-Perms (Op-Count).
     move     Pr-Salt    to Ot-Salt (Op-Count).
     move     Pr-Hash    to Ot-Hash (Op-Count).
     move     Pr-Rounds  to Ot-Rounds (Op-Count).
     move     Pr-Pass-Date to Ot-Pass-Date (Op-Count).
     move     Pr-Lock    to Ot-Lock (Op-Count).
     move     Pr-Fails   to Ot-Fails (Op-Count).
     move     function upper-case (Pr-Language)
              to Ot-Language (Op-Count).
     go       to 1010-Next.
 1000-Exit.
     exit.
              display "No operator profiles yet."
              go to 2000-Exit.
     display  "Id               Name                           "
              "Perms      Pass-set Lang Lock".
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Op-Count
              move spaces to ws-Lock-Text
              if  Ot-Lock (ws-Sub) = "Y"
                  move "LOCKED" to ws-Lock-Text
              end-if
              move Ot-Pass-Date (ws-Sub) to ws-Date-Text
              if  Ot-Hash (ws-Sub) = spaces
                  move "(none)" to ws-Date-Text
              end-if
              display Ot-Id (ws-Sub) " " Ot-Name (ws-Sub) " "
                      Ot-Perms (ws-Sub) " " ws-Date-Text
                      " " Ot-Language (ws-Sub) "   " ws-Lock-Text
     end-perform.
 2000-Exit.
     exit.
                  move Op-Count to ws-Sub
              end-if
     end-perform.
     move     space to ws-Created.
     if       ws-Hit = zero
              if  Op-Count not < 100
                  display "Profile table full"
                  move 16 to return-code
                  goback
              end-if
              move "Y" to ws-Created
              add 1 to Op-Count
              move Op-Count to ws-Hit
              move ws-Id-Want to Ot-Id (ws-Hit)
              move spaces to Ot-Name (ws-Hit)
                             Ot-Theme (ws-Hit)
                             Ot-Cupscfg (ws-Hit)
                             Ot-Perms (ws-Hit)
                             Ot-Language (ws-Hit).
     move     Ot-Perms (ws-Hit) to ws-Old-Perms.
     perform  varying ws-Arg-Sub from 3 by 1
              until ws-Arg-Sub > ws-Arg-Number
              accept ws-Arg-Text from argument-value
                       move function upper-case
                            (ws-Arg-Text (7:10))
                            to Ot-Perms (ws-Hit)
                  when function upper-case (ws-Arg-Text) (1:9)
                           = "LANGUAGE="
                       move function upper-case
                            (ws-Arg-Text (10:2))
                            to Ot-Language (ws-Hit)
              end-evaluate
     end-perform.
*> a new profile, and any change to what it may do, goes to the
*> sign-on log
     move     ws-Id-Want to op-id.
     move     spaces to op-name.
     if       ws-Created = "Y"
              move "CREATED" to op-log-event
              string "perms " Ot-Perms (ws-Hit)
                     delimited by size into op-name
              perform 8100-Log thru 8100-Exit
     else
              if  Ot-Perms (ws-Hit) not = ws-Old-Perms
                  move "PERMSET" to op-log-event
                  string "perms " delimited by size
                         ws-Old-Perms delimited by space
                         " -> " delimited by size
                         Ot-Perms (ws-Hit) delimited by space
                         into op-name
                  perform 8100-Log thru 8100-Exit
              end-if.
     display  "Profile set: " Ot-Id (ws-Hit) " perms "
              Ot-Perms (ws-Hit).
 3000-Exit.
              move Op-Entry (ws-Sub + 1) to Op-Entry (ws-Sub)
     end-perform.
     subtract 1 from Op-Count.
     move     ws-Id-Want to op-id.
     move     "DROPPED" to op-log-event.
     move     "profile removed" to op-name.
     perform  8100-Log thru 8100-Exit.
     display  "Profile dropped: " ws-Id-Want.
 4000-Exit.
     exit.
              move Ot-Theme (ws-Sub)   to Pr-Theme
              move Ot-Cupscfg (ws-Sub) to Pr-Cupscfg
              move Ot-Perms (ws-Sub)   to Pr-Perms
              move Ot-Salt (ws-Sub)    to Pr-Salt
              move Ot-Hash (ws-Sub)    to Pr-Hash
              move Ot-Rounds (ws-Sub)  to Pr-Rounds
              move Ot-Pass-Date (ws-Sub) to Pr-Pass-Date
              move Ot-Lock (ws-Sub)    to Pr-Lock
              move Ot-Fails (ws-Sub)   to Pr-Fails
              move Ot-Language (ws-Sub) to Pr-Language
*>            the fail count (and the language, when there is one)
*>            closes every line, so a sign-on can rewrite the record
*>            in place at the same length
              if  Pr-Fails not numeric
                  move "00" to Pr-Fails
              end-if
              write Profile-Rec
     end-perform.
     close    Profile-File.
 5000-Exit.
     exit.
*>
 6000-Pass.
     perform  8000-Find-Id thru 8000-Exit.
     if       ws-Hit = zero
              go to 6000-Exit.
     display  "New passphrase for " function trim (ws-Id-Want)
              ": " with no advancing.
     accept   ws-Pass-1.
     display  "Again: " with no advancing.
     accept   ws-Pass-2.
     if       ws-Pass-1 not = ws-Pass-2
              move spaces to ws-Pass-1 ws-Pass-2
              display "Passphrases differ - not changed"
              move 16 to return-code
              goback.
     move     spaces to ws-Pass-2.
     if       function length (function trim (ws-Pass-1)) < 8
              or ws-Pass-1 (49:2) not = spaces
              move spaces to ws-Pass-1
              display "Passphrase must be 8 to 48 characters"
              move 16 to return-code
              goback.
     move     ws-Id-Want to op-id.
     move     ws-Pass-1  to op-passphrase.
     move     spaces to ws-Pass-1 op-hash-salt.
     call     "OPSIGNON-HASH" using op-request
              on exception
              move "28" to op-status
     end-call.
     if       op-no-cipher
              display "COBDES-DERIVE not available - not changed"
              move 16 to return-code
              goback.
     move     op-hash-salt   to Ot-Salt (ws-Hit).
     move     op-hash-out    to Ot-Hash (ws-Hit).
     move     op-hash-rounds to Ot-Rounds (ws-Hit).
     move     function current-date (1:8) to Ot-Pass-Date (ws-Hit).
     move     space to Ot-Lock (ws-Hit).
     move     "00"  to Ot-Fails (ws-Hit).
     move     "PASSSET" to op-log-event.
     move     "passphrase set by opermaint" to op-name.
     perform  8100-Log thru 8100-Exit.
     display  "Passphrase set: " ws-Id-Want.
 6000-Exit.
     exit.
*>
 7000-Unlock.
     perform  8000-Find-Id thru 8000-Exit.
     if       ws-Hit = zero
              go to 7000-Exit.
     if       Ot-Lock (ws-Hit) not = "Y"
              and (Ot-Fails (ws-Hit) = "00" or spaces)
              display "Profile not locked: " ws-Id-Want
              go to 7000-Exit.
     move     space to Ot-Lock (ws-Hit).
     move     "00"  to Ot-Fails (ws-Hit).
     move     ws-Id-Want to op-id.
     move     "UNLOCK" to op-log-event.
     move     "lock and failure count cleared" to op-name.
     perform  8100-Log thru 8100-Exit.
     display  "Profile unlocked: " ws-Id-Want.
 7000-Exit.
     exit.
*>
*> the recertification revokes: each decided REVOKE not yet applied
*> comes off the profile and its worksheet line is marked in place
*>
 7500-Apply.
     accept   Decision-Name from environment "PERMCERT_DEC"
              on exception
              move "PERMCERT.DEC" to Decision-Name
     end-accept.
     if       Decision-Name = spaces
              move "PERMCERT.DEC" to Decision-Name.
     if       ws-Arg-Number > 1
              accept ws-Arg-Text from argument-value
              move ws-Arg-Text (1:64) to Decision-Name.
     open     i-o Decision-File.
     if       fs-reply not = zero
              display "No worksheet at " function trim (Decision-Name)
              move 16 to return-code
              goback.
 7510-Next.
     read     Decision-File at end
              close Decision-File
              go to 7590-Done.
     if       Decision-Rec = spaces or Dc-Applied = "Y"
              go to 7510-Next.
     if       Dc-Decision = spaces
              add 1 to ws-Pending
              go to 7510-Next.
     if       Dc-Decision not = "REVOKE"
              go to 7510-Next.
     move     zero to ws-Hit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Op-Count
              if  function upper-case (Ot-Id (ws-Sub)) = Dc-Id
                  move ws-Sub to ws-Hit
                  move Op-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit not = zero
              move spaces to ws-New-Perms
              move 1 to ws-Nx
              perform varying ws-Px from 1 by 1 until ws-Px > 10
                  if  Ot-Perms (ws-Hit) (ws-Px:1) not = Dc-Perm
                      and Ot-Perms (ws-Hit) (ws-Px:1) not = space
                      move Ot-Perms (ws-Hit) (ws-Px:1)
                           to ws-New-Perms (ws-Nx:1)
                      add 1 to ws-Nx
                  end-if
              end-perform
              move ws-New-Perms to Ot-Perms (ws-Hit).
     move     Dc-Id to op-id.
     move     "REVOKE" to op-log-event.
     move     spaces to op-name.
     string   Dc-Perm " revoked by " Dc-By
              delimited by size into op-name.
     perform  8100-Log thru 8100-Exit.
     move     "Y" to Dc-Applied.
     rewrite  Decision-Rec.
     add      1 to ws-Revoked.
     display  "Revoked: " Dc-Id " " Dc-Perm " (decided by "
              function trim (Dc-By) ")".
     go       to 7510-Next.
 7590-Done.
     move     ws-Revoked to ws-Edit.
     display  "Revokes applied: " function trim (ws-Edit).
     if       ws-Pending > zero
              move ws-Pending to ws-Edit
              display "Lines still undecided: " function trim (ws-Edit)
              move 4 to return-code.
 7500-Exit.
     exit.
*>
*> the profile named by the second argument, into ws-Hit - zero,
*> with return code 16, when there is none
*>
 8000-Find-Id.
     move     zero to ws-Hit.
     if       ws-Arg-Number < 2
              display "PASS and UNLOCK need an operator id"
              move 16 to return-code
              go to 8000-Exit.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text (1:16))
              to ws-Id-Want.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Op-Count
              if  Ot-Id (ws-Sub) = ws-Id-Want
                  move ws-Sub to ws-Hit
                  move Op-Count to ws-Sub
              end-if
     end-perform.
     if       ws-Hit = zero
              display "No profile for " ws-Id-Want
              move 16 to return-code.
 8000-Exit.
     exit.
*>
*> one sign-on log line through OPSIGNON, by the supervisor
*>
 8100-Log.
     move     spaces to op-log-by.
     accept   op-log-by from environment "OPERATOR_ID"
     end-accept.
     call     "OPSIGNON-LOG" using op-request
              on exception
              display "Sign-on log not written - OPSIGNON missing"
     end-call.
 8100-Exit.
     exit.
