*>
*>                      morningpack [RPT=<f>] [CAT=<f>] [QUAL=<f>]
*>                                  [AUDIT=<f>] [HK=<f>] [OUT=<f>]
*>                                  [GROWTH=<f>] [ARRIVAL=<f>]
*>                                  [ALERT=<f>] [INTEGRITY=<f>]
*>                                  [EXC=<f>]
*>
*>                      Defaults: DEVTOOLS.RPT, HOUSEKEEP.CAT (only
*>                      tonight's entries), QUALTREND.SPOOL and
*>                      COBDESAUDIT.SPOOL (captures of those runs'
*>                      output), HOUSEKEEP.SPOOL, MORNING.PACK.
*>                      GROWTH.EXC and ARRIVAL.EXC (growthmon's and
*>                      arrivewatch's exception lines - late and
*>                      rejected partner files) go straight onto
*>                      page one.  ALERT.RPT, the alert
*>                      dispatcher's account of the night - who was
*>                      told and when, who acknowledged - is a
*>                      section, and an alert nobody acknowledged
*>                      goes on page one.  LIBSEAL.EXC, libseal
*>                      VERIFY's account of production library files
*>                      added, removed or changed since the seal, goes
*>                      straight onto page one as well.
*>                      A missing source is noted, never fatal - the
*>                      pack must appear every morning regardless.
*>                      Under every exception on page one goes the
*>                      operator action from the shop message
*>                      catalogue (MSGCAT) - the action of the message
*>                      id the line carries (HKP0004E ...), or, for a
*>                      line without one, of the catalogue's MPK entry
*>                      for the kind of exception it is.
*>                      The same exceptions go to MORNING.EXC (or EXC=),
*>                      one a line - message id, severity, the line -
*>                      written every run, empty when all is clear,
*>                      for inctrack AUTO, run next in the batch tail,
*>                      to open an incident for each or carry forward
*>                      the one already open.
*>                      Print it through printcbl's PDF path:
*>                        printcbl MORNING.PACK m.pdf free PSN . PDF
*>**
*>    Called by.
*>                      The batch tail, last of all bar inctrack AUTO.
*>**
*>    Calls.
*>                      ENVPROF
*>                      MSGCAT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Pack-Out         assign Pack-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Exc-Out          assign Exc-Out-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>
 fd  Pack-Out.
 01  Pack-Out-Rec          pic x(250).
*>
*> page one's exceptions for the incident log: id, severity, line
 fd  Exc-Out.
 01  Exc-Out-Rec.
     05  Eo-Id             pic x(7).
     05  filler            pic x.
     05  Eo-Sev            pic x.
     05  filler            pic x.
     05  Eo-Text           pic x(120).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(21) value "morningpack v1.05.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Audit-Name         pic x(64)    value "COBDESAUDIT.SPOOL".
 01  ws-Hk-Name            pic x(64)    value "HOUSEKEEP.SPOOL".
 01  ws-Growth-Name        pic x(64)    value "GROWTH.EXC".
 01  ws-Arrival-Name       pic x(64)    value "ARRIVAL.EXC".
 01  ws-Alert-Name         pic x(64)    value "ALERT.RPT".
 01  ws-Integrity-Name     pic x(64)    value "LIBSEAL.EXC".
 01  Exc-Out-Name          pic x(64)    value "MORNING.EXC".
 01  ws-Alert-Line         pic x(300)   value spaces.
 77  ws-Arg-Sub            Binary-Long  value zero.
*>
 01  ws-Run-Date           pic 9(8)     value zero.
*>
*> the exceptions page-one leads with, gathered while the sections
*> are copied, each with the message id its action is filed under
 01  Exc-Table             value spaces.
     03  Exc-Entry         occurs 100.
         05  Exc-Line      pic x(120).
         05  Exc-Id        pic x(7).
         05  Exc-Sev       pic x.
 77  Exc-Count             Binary-Long  value zero.
*>
*> the catalogue id for an exception line that carries none of its
*> own, set by each scan - and one found in the line itself
 01  ws-Source-Id          pic x(7)     value spaces.
 01  ws-Found-Id           pic x(7)     value spaces.
 01  ws-Found-Sev          pic x        value space.
 77  ws-Pos                Binary-Long  value zero.
 77  ws-Act                Binary-Long  value zero.
*>
 77  ws-Tally              Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 01  ws-Line               pic x(250)   value spaces.
 01  ws-Sect-Title         pic x(60)    value spaces.
 77  ws-Missing-Sw         pic x        value space.
*>
*> the environment profile the run resolves its settings from
 copy "env-prof.cpy".
*>
*> the message catalogue, for the action under each exception
 copy "msg-cat.cpy".
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
              display "morningpack: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   ws-Arg-Number from argument-number.
                  when function upper-case (ws-Arg-Text) (1:7)
                           = "GROWTH="
                       move ws-Arg-Text (8:64) to ws-Growth-Name
                  when function upper-case (ws-Arg-Text) (1:8)
                           = "ARRIVAL="
                       move ws-Arg-Text (9:64) to ws-Arrival-Name
                  when function upper-case (ws-Arg-Text) (1:6)
                           = "ALERT="
                       move ws-Arg-Text (7:64) to ws-Alert-Name
                  when function upper-case (ws-Arg-Text) (1:10)
                           = "INTEGRITY="
                       move ws-Arg-Text (11:64) to ws-Integrity-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "OUT="
                       move ws-Arg-Text (5:64) to Pack-Out-Name
                  when function upper-case (ws-Arg-Text) (1:4)
                           = "EXC="
                       move ws-Arg-Text (5:64) to Exc-Out-Name
              end-evaluate
     end-perform.
*>
     perform  2200-Scan-Qual     thru 2200-Exit.
     perform  2300-Scan-Audit    thru 2300-Exit.
     perform  2400-Scan-Growth   thru 2400-Exit.
     perform  2500-Scan-Arrival  thru 2500-Exit.
     perform  2600-Scan-Alerts   thru 2600-Exit.
     perform  2700-Scan-Integrity thru 2700-Exit.
     perform  3000-Write-Pack    thru 3000-Exit.
     perform  3300-Write-Exc     thru 3300-Exit.
     display  "Pack written to " function trim (Pack-Out-Name).
     move     zero to return-code.
     goback.
*> the runner report: FAILED jobs are exceptions
*>----------------------------------------------------------------
 2000-Scan-Runner.
     move     "MPK0001" to ws-Source-Id.
     move     ws-Rpt-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
*> the housekeep run spool: error lines are exceptions
*>----------------------------------------------------------------
 2100-Scan-Housekeep.
     move     "MPK0002" to ws-Source-Id.
     move     ws-Hk-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
     inspect  Source-In-Rec tallying ws-Tally for all "error".
     inspect  Source-In-Rec tallying ws-Tally for all "Error".
     if       ws-Tally > zero
              perform 9000-Note-Exception thru 9000-Exit
              go to 2110-Next.
*> and any error or severe message issued by its catalogue id
     perform  9200-Find-Id thru 9200-Exit.
     if       ws-Found-Sev = "E" or "S"
              perform 9000-Note-Exception thru 9000-Exit.
     go       to 2110-Next.
 2100-Exit.
*> the qualtrend capture: regressions are exceptions
*>----------------------------------------------------------------
 2200-Scan-Qual.
     move     "MPK0003" to ws-Source-Id.
     move     ws-Qual-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
*> a nonzero count, plus BURST and NEW lines, are exceptions
*>----------------------------------------------------------------
 2300-Scan-Audit.
     move     "MPK0004" to ws-Source-Id.
     move     ws-Audit-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
*> exception (and the file is simply absent on a clean night)
*>----------------------------------------------------------------
 2400-Scan-Growth.
     move     "MPK0005" to ws-Source-Id.
     move     ws-Growth-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
     exit.
*>
*>----------------------------------------------------------------
*> the arrival watcher's exception file: late and rejected partner
*> files, every line an exception (absent before the watcher has
*> ever run)
*>----------------------------------------------------------------
 2500-Scan-Arrival.
     move     "MPK0006" to ws-Source-Id.
     move     ws-Arrival-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2500-Exit.
 2510-Next.
     read     Source-In at end
              close Source-In
              go to 2500-Exit.
     if       Source-In-Rec not = spaces
              perform 9000-Note-Exception thru 9000-Exit.
     go       to 2510-Next.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the alert dispatcher's report: an alert line, then its told /
*> acknowledged line - one still UNACKNOWLEDGED is an exception
*>----------------------------------------------------------------
 2600-Scan-Alerts.
     move     "MPK0007" to ws-Source-Id.
     move     ws-Alert-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2600-Exit.
 2610-Next.
     read     Source-In at end
              close Source-In
              go to 2600-Exit.
     if       Source-In-Rec (1:6) = "ALERT "
              move Source-In-Rec to ws-Alert-Line
              go to 2610-Next.
     move     zero to ws-Tally.
     inspect  Source-In-Rec tallying ws-Tally
              for all "UNACKNOWLEDGED".
     if       ws-Tally > zero
              move spaces to Source-In-Rec
              string "UNACKNOWLEDGED " delimited by size
                     function trim (ws-Alert-Line) delimited by size
                     into Source-In-Rec
              perform 9000-Note-Exception thru 9000-Exit.
     go       to 2610-Next.
 2600-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the library seal's exception file: every line is an exception
*> (empty on a clean night, absent before libseal has ever run)
*>----------------------------------------------------------------
 2700-Scan-Integrity.
     move     "MPK0008" to ws-Source-Id.
     move     ws-Integrity-Name to Source-In-Name.
     open     input Source-In.
     if       fs-reply not = zero
              go to 2700-Exit.
 2710-Next.
     read     Source-In at end
              close Source-In
              go to 2700-Exit.
     if       Source-In-Rec not = spaces
              perform 9000-Note-Exception thru 9000-Exit.
     go       to 2710-Next.
 2700-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the pack: exception summary then the four sections verbatim
*>----------------------------------------------------------------
 3000-Write-Pack.
                  move "  " to Pack-Out-Rec (1:2)
                  move Exc-Line (ws-Sub) to Pack-Out-Rec (3:120)
                  write Pack-Out-Rec
                  perform 3200-Write-Action thru 3200-Exit
              end-perform.
     move     "Overnight queue (DEVTOOLS.RPT)" to ws-Sect-Title.
     move     ws-Rpt-Name to Source-In-Name.
     move     "Encryption audit" to ws-Sect-Title.
     move     ws-Audit-Name to Source-In-Name.
     perform  3100-Copy-Section thru 3100-Exit.
     move     "Overnight alerts - who was told, who acknowledged"
              to ws-Sect-Title.
     move     ws-Alert-Name to Source-In-Name.
     perform  3100-Copy-Section thru 3100-Exit.
     move     spaces to Pack-Out-Rec.
     write    Pack-Out-Rec.
     move     "Checked by: ______________________  time: ______"
     close    Pack-Out.
 3000-Exit.
     exit.
*>
 3200-Write-Action.
*> what the operator is to do about it, from the catalogue
     move     "LOOKUP" to mc-function.
     move     Exc-Id (ws-Sub) to mc-id.
     call     "MSGCAT" using mc-request
              on exception
              move "12" to mc-status
     end-call.
*> the severity goes with the exception to the incident log
     if       mc-ok
              move mc-severity to Exc-Sev (ws-Sub)
     else
              move "E" to Exc-Sev (ws-Sub).
     move     spaces to Pack-Out-Rec.
     if       not mc-ok
              string "      Action: none catalogued for "
                     Exc-Id (ws-Sub)
                     " - see the duty manager"
                     delimited by size into Pack-Out-Rec
              write Pack-Out-Rec
              go to 3200-Exit.
     if       mc-action-count = zero
              string "      Action: none - " mc-id mc-severity
                     " is for information"
                     delimited by size into Pack-Out-Rec
              write Pack-Out-Rec
              go to 3200-Exit.
     string   "      Action: " function trim (mc-action (1))
              "  [" mc-id mc-severity "]"
              delimited by size into Pack-Out-Rec.
     write    Pack-Out-Rec.
     perform  varying ws-Act from 2 by 1
              until ws-Act > mc-action-count
              move spaces to Pack-Out-Rec
              move mc-action (ws-Act) to Pack-Out-Rec (15:70)
              write Pack-Out-Rec
     end-perform.
 3200-Exit.
     exit.
*>
 3300-Write-Exc.
*> page one again, one exception a line, for inctrack AUTO - an
*> empty file is the all clear
     open     output Exc-Out.
     if       fs-reply not = zero
              display "Cannot open exception file "
                       function trim (Exc-Out-Name)
              go to 3300-Exit.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Exc-Count
              move spaces to Exc-Out-Rec
              move Exc-Id (ws-Sub)   to Eo-Id
              move Exc-Sev (ws-Sub)  to Eo-Sev
              move Exc-Line (ws-Sub) to Eo-Text
              write Exc-Out-Rec
     end-perform.
     close    Exc-Out.
 3300-Exit.
     exit.
*>
 3100-Copy-Section.
     move     spaces to Pack-Out-Rec.
 9000-Note-Exception.
     if       Exc-Count < 100
              add 1 to Exc-Count
              move Source-In-Rec (1:120) to Exc-Line (Exc-Count)
              perform 9200-Find-Id thru 9200-Exit
              if  ws-Found-Id = spaces
                  move ws-Source-Id to Exc-Id (Exc-Count)
              else
                  move ws-Found-Id to Exc-Id (Exc-Count)
              end-if.
 9000-Exit.
     exit.
*>
              string "source missing: "
                     function trim (Source-In-Name)
                     delimited by size into ws-Line
              move ws-Line (1:120) to Exc-Line (Exc-Count)
              move "MPK0009" to Exc-Id (Exc-Count).
 9100-Exit.
     exit.
*>
*> the first catalogue message id in the line, as the tools issue
*> them: three letters, four digits and the severity, XRF0009E
 9200-Find-Id.
     move     spaces to ws-Found-Id.
     move     space to ws-Found-Sev.
     perform  varying ws-Pos from 1 by 1
              until ws-Pos > 112 or ws-Found-Id not = spaces
              if  (ws-Pos = 1 or Source-In-Rec (ws-Pos - 1:1) = space)
                and Source-In-Rec (ws-Pos:3) is alphabetic-upper
                and Source-In-Rec (ws-Pos:1) not = space
                and Source-In-Rec (ws-Pos + 1:1) not = space
                and Source-In-Rec (ws-Pos + 2:1) not = space
                and Source-In-Rec (ws-Pos + 3:4) is numeric
                and (Source-In-Rec (ws-Pos + 7:1) = "I" or "W"
                                              or "E" or "S")
                and Source-In-Rec (ws-Pos + 8:1) = space
                  move Source-In-Rec (ws-Pos:7) to ws-Found-Id
                  move Source-In-Rec (ws-Pos + 7:1) to ws-Found-Sev
              end-if
     end-perform.
 9200-Exit.
     exit.
