*>                        PRINTCBL <program> <log-file>
*>                            the LOG= CSV log printcbl writes; its
*>                            SUMMARY record carries errors= and
*>                            cautions=, and when printcbl ran with
*>                            DIAG the compiler's own counts,
*>                            compile-errors= and compile-warnings=
*>                        COBXREF  <program> <spool-file>
*>                            a capture of cobxref's run output; the
*>                            severity-coded "Xref run summary" block
*>                      History accumulates in QUALHIST.DAT (override
*>                      with the QUALTREND_HISTORY environment
*>                      variable): program, date, errors, cautions,
*>                      unreferenced count, compiler errors, compiler
*>                      warnings.  Rows written before the compiler
*>                      counts were kept read as zero for them.
*>                      WEEKS defaults to 4.
*>**
*>    Called by.
*>                      The nightly batch tail, after the tool runs.
*>**
*>    Calls.
*>                      ENVPROF
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
 fd  Log-In.
 01  Log-In-Rec            pic x(256).
*>
*> program, date, errors, cautions, unreferenced items, compiler
*> errors and warnings
 fd  History-File.
 01  History-Rec.
     03  His-Prog          pic x(32).
     03  His-Cautions      pic 9(6).
     03  filler            pic x.
     03  His-Unref         pic 9(6).
     03  filler            pic x.
     03  His-Cmp-Errors    pic 9(6).
     03  filler            pic x.
     03  His-Cmp-Warnings  pic 9(6).
*>
 fd  History-New.
 01  History-New-Rec       pic x(70).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "qualtrend v1.02.00".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
         05  Ton-Errors    pic 9(6).
         05  Ton-Cautions  pic 9(6).
         05  Ton-Unref     pic 9(6).
         05  Ton-Cmp-Errors   pic 9(6).
         05  Ton-Cmp-Warnings pic 9(6).
 77  Tonight-Count         Binary-Long  value zero.
 77  ws-Ton-Sub            Binary-Long  value zero.
*>
         05  Hst-Errors    pic 9(6).
         05  Hst-Cautions  pic 9(6).
         05  Hst-Unref     pic 9(6).
         05  Hst-Cmp-Errors   pic 9(6).
         05  Hst-Cmp-Warnings pic 9(6).
 77  Hist-Count            Binary-Long  value zero.
*>
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Tot-Errors         Binary-Long  value zero.
 77  ws-Tot-Cautions       Binary-Long  value zero.
 77  ws-Tot-Unref          Binary-Long  value zero.
 77  ws-Tot-Cmp-Errors     Binary-Long  value zero.
 77  ws-Tot-Cmp-Warnings   Binary-Long  value zero.
 01  ws-Count-Edit         pic z(6)9.
 01  ws-Count-Edit2        pic z(6)9.
*>
 77  ws-Px                 Binary-Long  value zero.
 77  ws-Nx                 Binary-Long  value zero.
 77  ws-Num-Work           Binary-Long  value zero.
 01  ws-Num-Text           pic x(20)    value spaces.
 77  ws-In-Summary-Sw      pic x        value space.
 77  ws-In-Unref-Sw        pic x        value space.
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
              display "qualtrend: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   ws-Run-Date from date yyyymmdd.
     accept   History-Name from environment "QUALTREND_HISTORY"
              move ws-List-Prog to Ton-Prog (ws-Ton-Sub)
              move zero to Ton-Errors (ws-Ton-Sub)
                           Ton-Cautions (ws-Ton-Sub)
                           Ton-Unref (ws-Ton-Sub)
                           Ton-Cmp-Errors (ws-Ton-Sub)
                           Ton-Cmp-Warnings (ws-Ton-Sub).
 2100-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> printcbl LOG= file: the closing SUMMARY record carries
*> errors=nnn and cautions=nnn, plus compile-errors=nnn and
*> compile-warnings=nnn from a DIAG run ("errors=" is found first,
*> ahead of "compile-errors=", as printcbl writes them in that order)
*>----------------------------------------------------------------
 2200-Parse-Printcbl-Log.
     if       ws-Ton-Sub = zero
     move     "cautions=" to ws-Num-Text.
     perform  2500-Pick-Count thru 2500-Exit.
     add      ws-Num-Work to Ton-Cautions (ws-Ton-Sub).
     move     "compile-errors=" to ws-Num-Text.
     perform  2500-Pick-Count thru 2500-Exit.
     add      ws-Num-Work to Ton-Cmp-Errors (ws-Ton-Sub).
     move     "compile-warnings=" to ws-Num-Text.
     perform  2500-Pick-Count thru 2500-Exit.
     add      ws-Num-Work to Ton-Cmp-Warnings (ws-Ton-Sub).
     go       to 2210-Next-Rec.
 2200-Exit.
     exit.
     move     His-Errors   to Hst-Errors (Hist-Count).
     move     His-Cautions to Hst-Cautions (Hist-Count).
     move     His-Unref    to Hst-Unref (Hist-Count).
     if       His-Cmp-Errors not numeric
              move zero to His-Cmp-Errors.
     if       His-Cmp-Warnings not numeric
              move zero to His-Cmp-Warnings.
     move     His-Cmp-Errors   to Hst-Cmp-Errors (Hist-Count).
     move     His-Cmp-Warnings to Hst-Cmp-Warnings (Hist-Count).
     go       to 3010-Next-His.
 3000-Exit.
     exit.
                       to Hst-Cautions (ws-Prev-Sub)
                  move Ton-Unref (ws-Ton-Sub)
                       to Hst-Unref (ws-Prev-Sub)
                  move Ton-Cmp-Errors (ws-Ton-Sub)
                       to Hst-Cmp-Errors (ws-Prev-Sub)
                  move Ton-Cmp-Warnings (ws-Ton-Sub)
                       to Hst-Cmp-Warnings (ws-Prev-Sub)
              end-if
     end-perform.
 4000-Exit.
              move Hst-Errors (ws-Sub)   to His-Errors
              move Hst-Cautions (ws-Sub) to His-Cautions
              move Hst-Unref (ws-Sub)    to His-Unref
              move Hst-Cmp-Errors (ws-Sub)   to His-Cmp-Errors
              move Hst-Cmp-Warnings (ws-Sub) to His-Cmp-Warnings
              write History-Rec
     end-perform.
     close    History-File.
              - (ws-Weeks * 7).
     compute  ws-Cutoff-Date =
              function date-of-integer (ws-Cutoff-Int).
     move     zero to ws-Tot-Errors ws-Tot-Cautions ws-Tot-Unref
                      ws-Tot-Cmp-Errors ws-Tot-Cmp-Warnings.
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Hist-Count
              if  Hst-Date (ws-Sub) not < ws-Cutoff-Date
                  add Hst-Errors (ws-Sub) to ws-Tot-Errors
                  add Hst-Cautions (ws-Sub) to ws-Tot-Cautions
                  add Hst-Unref (ws-Sub) to ws-Tot-Unref
                  add Hst-Cmp-Errors (ws-Sub) to ws-Tot-Cmp-Errors
                  add Hst-Cmp-Warnings (ws-Sub)
                      to ws-Tot-Cmp-Warnings
              end-if
     end-perform.
     display  " ".
     display  "  cautions     : " ws-Count-Edit.
     move     ws-Tot-Unref to ws-Count-Edit.
     display  "  unreferenced : " ws-Count-Edit.
     move     ws-Tot-Cmp-Errors to ws-Count-Edit.
     display  "  compile errs : " ws-Count-Edit.
     move     ws-Tot-Cmp-Warnings to ws-Count-Edit.
     display  "  compile warns: " ws-Count-Edit.
     move     ws-Rise-Count to ws-Count-Edit.
     display  "Programs that got worse tonight : " ws-Count-Edit.
     move     ws-New-Count to ws-Count-Edit.
              with no advancing.
     move     Ton-Unref (ws-Ton-Sub) to ws-Count-Edit.
     display  " unref " ws-Count-Edit with no advancing.
     move     Ton-Cmp-Errors (ws-Ton-Sub) to ws-Count-Edit.
     move     Ton-Cmp-Warnings (ws-Ton-Sub) to ws-Count-Edit2.
     display  " cmp-err " ws-Count-Edit
              " cmp-warn " ws-Count-Edit2
              with no advancing.
     evaluate true
         when ws-Prev-Sub = zero
           and (Ton-Errors (ws-Ton-Sub) > zero
                or Ton-Cautions (ws-Ton-Sub) > zero
                or Ton-Cmp-Errors (ws-Ton-Sub) > zero
                or Ton-Cmp-Warnings (ws-Ton-Sub) > zero)
              display "  NEW OFFENDER"
              add 1 to ws-New-Count
         when ws-Prev-Sub = zero
           or Ton-Cautions (ws-Ton-Sub)
                  > Hst-Cautions (ws-Prev-Sub)
           or Ton-Unref (ws-Ton-Sub) > Hst-Unref (ws-Prev-Sub)
           or Ton-Cmp-Errors (ws-Ton-Sub)
                  > Hst-Cmp-Errors (ws-Prev-Sub)
           or Ton-Cmp-Warnings (ws-Ton-Sub)
                  > Hst-Cmp-Warnings (ws-Prev-Sub)
              display "  ROSE since " ws-Prev-Date
              add 1 to ws-Rise-Count
         when Ton-Errors (ws-Ton-Sub) < Hst-Errors (ws-Prev-Sub)
           or Ton-Cautions (ws-Ton-Sub)
                  < Hst-Cautions (ws-Prev-Sub)
           or Ton-Unref (ws-Ton-Sub) < Hst-Unref (ws-Prev-Sub)
           or Ton-Cmp-Errors (ws-Ton-Sub)
                  < Hst-Cmp-Errors (ws-Prev-Sub)
           or Ton-Cmp-Warnings (ws-Ton-Sub)
                  < Hst-Cmp-Warnings (ws-Prev-Sub)
              display "  improved since " ws-Prev-Date
         when other
              display "  unchanged"
