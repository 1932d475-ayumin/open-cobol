012800 working-storage section.
012900*=======================
013000*
013100 77  Prog-Name               pic x(17) value "DecTrans v1.01.06".
013200 77  index1                  pic s999  comp  value zero.
013300 77  index2                  pic s999  comp  value zero.
013400 77  index3                  pic s999  comp  value zero.
037200     03  filler              pic x(27)  value
037300	     "Table being processed is - ".
037400     03  p-section-name      pic x(30).
037410*
037420* the environment profile the run resolves its settings from
037430 copy "env-prof.cpy".
037440*
037450* console messages go out by their shop message catalogue id
037460 copy "msg-cat.cpy".
037500/
037600 procedure division.
037700*==================
037900 Trans68.
038000********
038100*
038101* every file and path setting comes from the active environment
038102* profile, over anything the shell had - no profile, no run
038103*
038104     move     "ACTIVATE" to ep-function.
038105     call     "ENVPROF" using ep-request
038106              on exception
038107              move "ENVPROF library not available" to ep-text
038108              move "20" to ep-status
038109     end-call.
038110     if       not ep-ok
038111              display "dectrans: " function trim (ep-text)
038112              stop run returning 16.
038113*
038200* get source, output & report filenames
038300*
038400     accept   Arg-Number from argument-number.
043930*
044000     open     input input-file
044100     if       fs-reply not = "00"
044200              move "DTR0001" to mc-id
044210              move Input-FileName to mc-value (1)
044220              perform issue-message
044300              stop run returning 16.
044310     perform  load-stub-library thru sll-exit.
044350     if       not Sim-Mode and not Diff2-Mode
                and not Gencases-Mode
044400              open output transout
044500              if  fs-reply not = "00"
044600                  move "DTR0002" to mc-id
044610                  move Output-FileName to mc-value (1)
044620                  perform issue-message
044700                  stop run returning 16
044750              end-if
044760     end-if.
044800     open     output transhist.
044900     if       fs-reply not = "00"
045000              move "DTR0002" to mc-id
045010              move Report-FileName to mc-value (1)
045020              perform issue-message
045100              stop run returning 16.
045200     move     prog-name to p-prog-name.
045201     go       to main-loop.
045202*
045203* BATCH mode - list the directory via the same shell-out idiom
045204*  get-reserved-lists uses for cobc --list-intrinsics, then
045205*  drive the normal single-file logic once per listed name, all
045206*  writing into one already-open transhist
045207*
045208 batch-init.
045209************
045210*
045211* the directory name came straight off the command line, so
045212*  refuse it outright if it carries anything the shell would
045213*  treat specially rather than hand it to SYSTEM unquoted
045214*
045215     move     zero to Batch-Dir-Bad-Tally.
045216     inspect  Batch-Dir-Name tallying Batch-Dir-Bad-Tally
045217              for all ";" all "|" all "&" all "`" all "$"
045218                      all "<" all ">" all "'" all '"'
045219                      all "(" all ")" all "\".
045220     if       Batch-Dir-Bad-Tally not = zero
045221              move "DTR0003" to mc-id
045222              move Batch-Dir-Name to mc-value (1)
045223              perform issue-message
045224              stop run returning 16.
045225     move     spaces to ws-batch-cmd.
045226     string   "ls " delimited by size
045227              quote delimited by size
045228              function trim (Batch-Dir-Name) delimited by size
045229              quote delimited by size
045230              " > " delimited by size
045231              Batch-List-FileName delimited by space
045232                      into ws-batch-cmd.
045233     call     "SYSTEM" using ws-batch-cmd.
045234     open     input Batch-Source-List.
045235     if       fs-reply3 not = "00"
045236              move "DTR0001" to mc-id
045237              move Batch-List-FileName to mc-value (1)
045238              perform issue-message
045239              stop run returning 16.
045240     open     output transhist.
045241     if       fs-reply not = "00"
045242              move "DTR0002" to mc-id
045243              move Report-FileName to mc-value (1)
045244              perform issue-message
045245              stop run returning 16.
045246     move     prog-name to p-prog-name.
045247     perform  batch-next-file thru batch-next-file-exit.
045248     if       Batch-List-Eof
045249              move "DTR0004" to mc-id
045250              move Batch-Dir-Name to mc-value (1)
045251              perform issue-message
045254              go to batch-done.
045255     go       to main-loop.
045256*
           perform  validate-table-refs thru vtr-exit.
045297     close    transhist Batch-Source-List.
045298     if       warning-flag not = zero
045299              move "DTR0005" to mc-id
045305              move Report-FileName to mc-value (1)
045311              perform issue-message.
045317     if       error-flag not = zero
045323              move "DTR0006" to mc-id
045329              move Report-FileName to mc-value (1)
045335              perform issue-message.
045341     perform  tool-audit-write thru taw-exit.
045347     if       xref-dangling = 1
045353              move "DTR0007" to mc-id
045359              move Report-FileName to mc-value (1)
045365              perform issue-message
045371              stop run returning 16.
045377     stop     run.
045383*
045400 main-loop.
045500**********
045600*
166008              move zero to free-in-sw
166009              open input input-file
166010              if  fs-reply not = "00"
166011                  move "DTR0001" to mc-id
166012                  move Input-FileName to mc-value (1)
166013                  perform issue-message
166014                  stop run returning 16
166015              end-if
166016              go to main-loop.
166017     if       Diff2-Mode
166018              close input-file transhist
166019              stop run.
166020     if       Free-Out
166021              perform free-out-flush thru free-out-flush-exit.
166022     close    input-file.
           if       not Sim-Mode and not Diff2-Mode
                and not Gencases-Mode
                    close transout.
166023     if       Batch-Mode
166030              perform batch-next-file thru batch-next-file-exit
166040              if Batch-List-Eof
166050                 go to batch-done
166080     perform  validate-table-refs thru vtr-exit.
166100     close    transhist.
166200     if       warning-flag not = zero
166300              move "DTR0005" to mc-id
166310              move Report-FileName to mc-value (1)
166400              perform issue-message.
166500     if       error-flag not = zero
166600              move "DTR0006" to mc-id
166610              move Report-FileName to mc-value (1)
166700              perform issue-message.
166710     perform  tool-audit-write thru taw-exit.
166750     if       xref-dangling = 1
166760              move "DTR0007" to mc-id
166763              move Report-FileName to mc-value (1)
166766              perform issue-message
166770              stop run returning 16.
166800     stop     run.
166900*
172130*
172140     move     18 to error-type.
172150     perform  log-error.
172151*
172152 csv2deck-run.
172153*************
172154*
172155* CSV2DECK <in.csv> <out.deck> - the spreadsheet CSV becomes a
172156*  card deck in the fixed layout the loader expects.  Each
172157*  table is buffered whole so the stub and rule column widths
172158*  can be computed to fit a single 80 column card; a table too
172159*  wide for one card is reported and skipped
172160*
172161     unstring Arg-Value (2) delimited by spaces
172162                      into Csv-In-FileName.
172163     unstring Arg-Value (3) delimited by spaces
172164                      into Output-FileName.
172165     if       Output-FileName = spaces
172166              string Csv-In-FileName delimited by "."
172167                     ".dec" delimited by size
172168                             into Output-FileName.
172169     open     input csv-in.
172170     if       fs-reply5 not = "00"
172171              move "DTR0001" to mc-id
172172              move Csv-In-FileName to mc-value (1)
172173              perform issue-message
172174              stop run returning 16.
172175     open     output transout.
172176     if       fs-reply not = "00"
172177              move "DTR0002" to mc-id
172178              move Output-FileName to mc-value (1)
172179              perform issue-message
172185              stop run returning 16.
172186     move     zero to c2d-buf-count.
172187*
172261     compute  index7 = 9 + c2d-stub-w
172262                     + (c2d-rules * c2d-cell-w).
172263     if       index7 > 80
172264              move "DTR0008" to mc-id
172265              move current-table-name to mc-value (1)
172266              perform issue-message
172267              go to c2d-emit-table-exit.
172268*
172269* THDR card: id in cc 4-7, header-field from cc 9
191100 xv-test-exit.
191200*************
191300     exit.
191400*
191500* a console message goes out through the shop catalogue by its
191600*  id; were MSGCAT missing, the id and its value still show
191700*
191800 issue-message.
191900**************
192000*
192100     move     "ISSUE" to mc-function.
192200     call     "MSGCAT" using mc-request
192300              on exception
192400              display mc-id "? " function trim (mc-value (1))
192500              move spaces to mc-values
192600     end-call.
