           select   optional Checkpoint-File assign Checkpoint-FileName
                    organization line sequential
                    file status fs-reply-chk.
      *>
      *> machine-readable file status audit extract (-FSTATUS with
      *>   -EXTRACT): one row per I/O statement, per file and per
      *>   program with the unchecked counts - the feed certgate
      *>   holds its thresholds against
           select   FStat-File assign FStat-FileName
                    organization line sequential
                    file status fs-reply-fsa.
      *>
      *> data lineage extract (-LINEAGE with -EXTRACT): every value
      *>   assignment met - name or literal to name - and every name
      *>   compared against a numeric literal, for the date and
      *>   lineage tools that work across the whole project
           select   Lineage-File assign Lineage-FileName
                    organization line sequential
                    file status fs-reply-dfl.
007000*>
007100 i-o-control.
007200*>
           03  Fc-P-Org          pic x(13).
           03  Fc-P-Access       pic x(11).
           03  Fc-P-Status      pic x(22).
      *> file status audit - one I/O statement per line
       01  Fsa-PrintLine.
           03  filler            pic x(3).
           03  Fsa-P-Verb        pic x(8).
           03  Fsa-P-RefNo       pic z(5)9.
           03  filler            pic x(2).
           03  Fsa-P-Mode        pic x(8).
           03  Fsa-P-Result      pic x(60).
      *> SQL/CICS object report - one table/cursor touch per line
       01  Sql-PrintLine.
           03  Sql-P-Name        pic x(32).
       01  Chk-Totals-Rec.
           03  filler            pic x(8).
           03  Chk-Tot-Msg       occurs 10 pic 9(6).
      *>
      *> fixed file status audit columns: type S (I/O statement), F
      *>   (file) or T (program total), program, select, verb and
      *>   line (S), status field, USE procedure Y/N, the result -
      *>   TESTED/USE/UNCHECKED for a statement, OK/PARTIAL/UNTESTED/
      *>   NONE for a file - then I/O statements, unchecked ones and
      *>   (T only) files with no status handling at all
       fd  FStat-File.
       01  FStat-Record.
           03  Fsx-R-Type        pic x.
           03  filler            pic x.
           03  Fsx-R-Prog        pic x(32).
           03  filler            pic x.
           03  Fsx-R-File        pic x(32).
           03  filler            pic x.
           03  Fsx-R-Verb        pic x(7).
           03  filler            pic x.
           03  Fsx-R-RefNo       pic 9(6).
           03  filler            pic x.
           03  Fsx-R-Status      pic x(32).
           03  filler            pic x.
           03  Fsx-R-Use         pic x.
           03  filler            pic x.
           03  Fsx-R-Result      pic x(9).
           03  filler            pic x.
           03  Fsx-R-IO          pic 9(6).
           03  filler            pic x.
           03  Fsx-R-Unchecked   pic 9(6).
           03  filler            pic x.
           03  Fsx-R-Unhandled   pic 9(6).
      *>
      *> fixed lineage columns: type E (value assignment, from -> to)
      *>   or C (name compared, to = the literal), program, from, to,
      *>   verb and line.  A from starting "*" is a special register
      *>   (*DATE, *DATE-YYYYMMDD, *DAY, *DAY-YYYYDDD off ACCEPT)
       fd  Lineage-File.
       01  Lineage-Record.
           03  Lnx-R-Type        pic x.
           03  filler            pic x.
           03  Lnx-R-Prog        pic x(32).
           03  filler            pic x.
           03  Lnx-R-From        pic x(32).
           03  filler            pic x.
           03  Lnx-R-To          pic x(32).
           03  filler            pic x.
           03  Lnx-R-Verb        pic x(8).
           03  filler            pic x.
           03  Lnx-R-RefNo       pic 9(6).
      *> prior run's extract rows, same columns Extract-Record writes
       fd  Delta-Old-File.
       01  Delta-Old-Rec.
           03  filler            pic x(10).
      *>
012160 working-storage section.
012200 77  Prog-Name             pic x(13) value "Xref v0.95.48".
012300 77  String-Pointer        Binary-Long  value 1.
012400 77  String-Pointer2       Binary-Long  value 1.
012500 77  S-Pointer             Binary-Long  value zero.
       copy "colour-palette.cpy".
       copy "box-chars.cpy".
      *>
      *> the environment profile the run resolves its settings from
       copy "env-prof.cpy".
      *>
      *> EXEC SQL / EXEC CICS block handling: host variables
      *>   (:H-NAME and option(NAME) forms) are registered as ordinary
      *>   procedure references, and each table/cursor touched is
       01  hdr29.
           03  filler            pic x(52) value
             "Call Argument Contracts (Caller/Target/Args/Flags)".
      *> FILE STATUS handling audit
       01  hdr30.
           03  filler            pic x(52) value
             "File Status Audit (File/Verb/Line/Mode/Status Test)".
029500 01  hdr12-hyphens.
029600     03  filler            pic x(62) value all "-".
029700*>
032900     03  filler            pic x(9).
033000*>
033100 01  Error-messages. *> Sorry, English msgs Only
      *> each carries its shop message catalogue id and severity, the
      *> key the explanation and the operator action are kept under
033200     03 Msg1      pic x(37)
033210               value "XRF0001I Aborting: No input stream".
033300     03 Msg2      pic x(38)
033310               value "XRF0002I Aborting: Early eof on source".
033400     03 Msg4      pic x(51)
033500      value "XRF0004E Logic Error:Lost1 wsFoundWord2 numeric? = ".
033600     03 Msg5      pic x(41)
033700               value "XRF0005E Logic Error:Lost2 wsFoundWord2 =".
033800     03 Msg6      pic x(45)
033900       value "XRF0006S Error: Con table size needs > 50000".
034000     03 Msg7      pic x(33)
034010               value "XRF0007E bb050 Error: Logic error".
034100     03 Msg8      pic x(35)
034110               value "XRF0008E Error: Eof on source again".
034200     03 Msg9      pic x(43)
034300       value "XRF0009E Error: File not present Try Again!".
034400     03 Msg10     pic x(47)
034500       value "XRF0010S Error: Git Table size exceeds 100,000".
034600     03 Msg16     pic x(75)  value "XRF0016E Error: " &
034610     "Eof on source possible logic error at aa047 ASSUMING again".
034800*>
034900 01  SectTable.
       01  Ccx-Parse-Buff        pic x(255).
       77  Ccx-Parse-Ptr         Binary-Long     value zero.
      *>
      *> FILE STATUS handling audit (-FSTATUS): every OPEN, READ,
      *>   WRITE, REWRITE, DELETE, START and CLOSE met, booked against
      *>   its SELECT in the file catalog (a WRITE/REWRITE through the
      *>   01 record it names), every DECLARATIVES USE ... ON with the
      *>   files or open modes it covers, and whether the SELECT's
      *>   status item (or an 88 under it) is referenced after the
      *>   statement before the next I/O sharing that status item -
      *>   in source order.  Kept across modules and batch members,
      *>   like the catalog it points into
       77  sw-27                 pic x           value "N".
        88 FStat-Report                          value "Y".
       77  fs-reply-fsa          pic xx          value zeros.
       77  FStat-FileName        pic x(70)       value spaces.
       77  Fsx-Open              pic x           value "N".
       77  Fsa-Count             Binary-Long     value zero.
       77  Fsa-Sub               Binary-Long     value zero.
       77  Fsa-Sub2              Binary-Long     value zero.
       77  Fsa-Fc-Hit            Binary-Long     value zero.
       77  Fsa-Pending           pic x           value space.
       77  Fsa-Cur-Verb          pic x(7)        value spaces.
       77  Fsa-Cur-Mode          pic x(6)        value spaces.
       77  Fsa-Find-Name         pic x(32)       value spaces.
       77  Fsa-Hold-Prog         pic x(32)       value spaces.
       01  Fsa-Table.
           03  Fsa-Entry         occurs 3000.
               05  Fsa-Prog      pic x(32).
               05  Fsa-File      pic x(32).
               05  Fsa-Verb      pic x(7).
               05  Fsa-Mode      pic x(6).
               05  Fsa-RefNo     pic 9(6).
               05  Fsa-Fc        Binary-Long.
               05  Fsa-Tested    pic x.
      *> 01 records under each FD, so WRITE/REWRITE find their file
       77  Fsr-Count             Binary-Long     value zero.
       01  Fsr-Table.
           03  Fsr-Entry         occurs 1000.
               05  Fsr-Rec       pic x(32).
               05  Fsr-Fc        Binary-Long.
      *> USE AFTER ... PROCEDURE ON: a file name, or INPUT/OUTPUT/
      *>   I-O/EXTEND for every file opened that way
       77  Fsu-Count             Binary-Long     value zero.
       01  Fsu-Table             value spaces.
           03  Fsu-Entry         occurs 300.
               05  Fsu-Prog      pic x(32).
               05  Fsu-On        pic x(32).
      *> one file judged, and the run's totals
       77  Fsj-IO                Binary-Long     value zero.
       77  Fsj-Unchecked         Binary-Long     value zero.
       77  Fsj-Tested            Binary-Long     value zero.
       77  Fsj-Use               pic x           value "N".
       77  Fsj-Verdict           pic x(9)        value spaces.
       77  Fsa-Tot-IO            Binary-Long     value zero.
       77  Fsa-Tot-Unchecked     Binary-Long     value zero.
       77  Fsa-Tot-Unhandled     Binary-Long     value zero.
       77  Fsa-Mod-Unhandled     Binary-Long     value zero.
       01  Fsa-Num6              pic z(5)9.
       01  Fsa-Num6b             pic z(5)9.
      *>
      *> data lineage extract (-LINEAGE): the module's value
      *>   assignments as the data-flow tracking files them, plus what
      *>   that leaves out - numeric literal senders, ADD/SUBTRACT/
      *>   MULTIPLY/DIVIDE operands, ACCEPT ... FROM DATE/DAY and the
      *>   names an IF/WHEN/UNTIL compares with a numeric literal.
      *>   Reset per module, written per module
       77  sw-28                 pic x           value "N".
        88 Lineage-Report                        value "Y".
       77  fs-reply-dfl          pic xx          value zeros.
       77  Lineage-FileName      pic x(70)       value spaces.
       77  Lnx-Open              pic x           value "N".
       77  Lng-Count             Binary-Long     value zero.
       77  Lng-Sub               Binary-Long     value zero.
       77  Lng-Sub2              Binary-Long     value zero.
       01  Lng-Table.
           03  Lng-Entry         occurs 4000.
               05  Lng-Type      pic x.
               05  Lng-From      pic x(32).
               05  Lng-To        pic x(32).
               05  Lng-Verb      pic x(8).
               05  Lng-RefNo     pic 9(6).
      *> the entry being filed
       77  Lng-Want-Type         pic x           value space.
       77  Lng-Want-From         pic x(32)       value spaces.
       77  Lng-Want-To           pic x(32)       value spaces.
       77  Lng-Want-Verb         pic x(8)        value spaces.
      *> sentence state: arithmetic operands (1) or receivers (2),
      *>   an open condition, ACCEPT ... FROM pending
       77  Lng-Arith             pic 9           value zero.
       77  Lng-Arith-Verb        pic x(8)        value spaces.
       77  Lng-Cond              pic 9           value zero.
       77  Lng-Cond-Verb         pic x(8)        value spaces.
       77  Lng-Cond-Name         pic x(32)       value spaces.
       77  Lng-Acc-Name          pic x(32)       value spaces.
       77  Lng-Acc-From          pic x           value space.
       77  Lng-Src-Count         Binary-Long     value zero.
       01  Lng-Src-Table         value spaces.
           03  Lng-Src-Name      occurs 16 pic x(32).
      *>
      *> GO TO / ALTER audit (-GOTO): every GO TO and ALTER met in
      *>   the module, with its containing paragraph and targets -
      *>   reported per module with backward/fan-out/range flags, the
106200*>************************************************************************
106300*>
106400*>
      *> every file and path setting comes from the active environment
      *> profile, over anything the shell had - no profile, no run
           move     "ACTIVATE" to ep-function.
           call     "ENVPROF" using ep-request
                    on exception
                    move "ENVPROF library not available" to ep-text
                    move "20" to ep-status
           end-call.
           if       not ep-ok
                    display "cobxref: " function trim (ep-text)
                    move 16 to return-code
                    goback.
      *>
106600     perform  zz190-Init-Program thru zz190-Exit.
106700     move     high-values to Global-Item-Table.
106800*>
      *> and the file catalog extract rows
           if       FileCat-Report and Extract-Wanted
                    perform bc840-Write-Fcat thru bc840-Exit.
      *> and the file status audit extract rows
           if       FStat-Report and Extract-Wanted
                    perform bc870-Write-FStat thru bc870-Exit.
      *> and the data lineage extract rows
           if       Lineage-Report and Extract-Wanted
                    perform bc880-Write-Lineage thru bc880-Exit.
      *>
      *> batch mode: note this member done (and the totals so far) on
      *>   the checkpoint file before moving to the next one
                         perform bc850-Print-Call-Contracts
                                 thru bc850-Exit
                     end-if
                     if  FStat-Report
                         perform bc860-Print-FStat-Audit
                                 thru bc860-Exit
                     end-if
                     if  Layout-Report
                         perform bc697-Print-Layout-Map
                                 thru bc697-Exit
                    close Fcat-File
                    move "N" to Fct-Open
           end-if.
           if       Fsx-Open = "Y"
                    close FStat-File
                    move "N" to Fsx-Open
           end-if.
           if       Lnx-Open = "Y"
                    close Lineage-File
                    move "N" to Lnx-Open
           end-if.
      *>
      *> severity-coded summary of every message raised
      *>   during this run, so a batch job log shows logic errors vs
                    move Saved-Variable
                         to Fc-Rec-Name (Fc-Cur-FD
                                         Fc-Rec-Count (Fc-Cur-FD)).
      *> every record of the FD, for the file status audit's WRITEs
           if       Build-Number = 1 and HoldWSorPD = 1
                and Fc-Cur-FD > zero
                and Saved-Variable not = "FILLER"
                and Fsr-Count < 1000
                    add  1 to Fsr-Count
                    move Saved-Variable to Fsr-Rec (Fsr-Count)
                    move Fc-Cur-FD to Fsr-Fc (Fsr-Count).
           add      1 to Lay-Count.
           move     Lay-Count to Lay-Last-Sub.
           move     Build-Number to Lay-Level (Lay-Count).
                move "Y" to Flow-Sentence-Start
                move space to Flow-Pending-Reset
                move spaces to DF-Verb
                move zero to DF-Phase DF-Source-Count
                             Lng-Arith Lng-Cond Lng-Src-Count
                move space to Lng-Acc-From.
       if       Word-Delimit = "."
                move "Y" to Flow-Pending-Reset.
165500     if       Word-Delimit = "."
      *>
           if       a > zero
                    perform zz370-Track-DF-Verb thru zz370-Exit.
      *> and the sentence state the lineage extract keeps besides
           if       a > zero and Lineage-Report
                    perform zz980-Note-Lineage-Word thru zz980-Exit.
      *>
      *> this word is a reserved word - if it is also the first word
      *>   of a sentence, decide whether the sentence it starts is an
      *> OPEN mode tracking for the file catalog extract
           if       a > zero and FileCat-Report
                    perform zz427-Note-Open-Verb thru zz427-Exit.
      *> I/O verbs, their phrases and USE ... ON for -FSTATUS
           if       a > zero and FStat-Report
                    perform zz970-Note-IO-Verb thru zz970-Exit.
      *> CALL ... USING keyword state for the -CALLS audit
           if       a > zero and Call-Check-Report
                and Ccx-Open > zero
166500              go to bb020-GetAWord.
166600     if       wsf1-1 numeric
                    perform zz400-Add-Literal thru zz400-Exit
                    if  Lineage-Report
                        perform zz986-Note-Lineage-Literal
                                thru zz986-Exit
                    end-if
                    if  Call-Check-Report and Ccx-Open > zero
                        and Ccx-Using = 1
                        move zero to Ccx-Bytes-Hold
166800     if       wsf1-1 = "-"
166900        and   wsFoundWord2 (2:1) numeric
                    perform zz400-Add-Literal thru zz400-Exit
                    if  Lineage-Report
                        perform zz986-Note-Lineage-Literal
                                thru zz986-Exit
                    end-if
167000              go to bb020-GetAWord.
167100     if       wsf1-1 = "+"
167200        and   wsFoundWord2 (2:1) numeric
                    perform zz400-Add-Literal thru zz400-Exit
                    if  Lineage-Report
                        perform zz986-Note-Lineage-Literal
                                thru zz986-Exit
                    end-if
167300              go to bb020-GetAWord.
      *>
      *> CALL "LITERAL-NAME" - the literal is the call-graph target,
           if       FileCat-Report and Fo-Pending = 1
                and HoldWSorPD2 = 2
                    perform zz428-Note-Open-File thru zz428-Exit.
      *> and for the file status audit: the file (or record) an I/O
      *>   verb names, a file a USE procedure covers, or a reference
      *>   to some file's status item - a last name closing its
      *>   sentence from a fresh line still counts
           if       FStat-Report
                and (HoldWSorPD2 = 2 or Fsa-Pending not = space)
                    perform zz972-Note-IO-Name thru zz972-Exit.
172000     perform  zz030-Write-Sort.
      *> remember the data reference just booked in case the next
      *>   word is OF/IN, and fan a reference made through a RENAMES
       bc851-Exit.
           exit.
      *>
      *> FILE STATUS handling audit (-FSTATUS), printed once at end of
      *>   run: per program, each file with I/O against it - its
      *>   status item, whether a USE procedure covers it, and every
      *>   OPEN/READ/WRITE/REWRITE/DELETE/START/CLOSE with whether
      *>   the status was looked at before the next I/O on it.  A
      *>   file with no status item and no USE, or a status item
      *>   never once tested, is flagged on the listing and on the
      *>   console - the READ that abends at 3am with nobody looking
      *>
       bc860-Print-FStat-Audit.
           move     zero to Fsa-Tot-IO Fsa-Tot-Unchecked
                    Fsa-Tot-Unhandled.
           if       Fsa-Count = zero
                    go to bc860-Exit.
           perform  zz150-WriteHdb.
           move     spaces to PrintLine.
           write    PrintLine from hdr30.
           write    PrintLine from hdr12-hyphens.
           move     spaces to Fsa-Hold-Prog.
           perform  varying Fc-Sub from 1 by 1 until Fc-Sub > Fc-Count
                    perform bc861-One-File thru bc861-Exit
           end-perform.
      *> statements whose file or record matched no SELECT
           move     zero to Fsj-IO.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Fsa-Count
                    if  Fsa-Fc (Fsa-Sub) = zero
                        if  Fsj-IO = zero
                            move spaces to Source-List
                            write Source-List
                            move "Unresolved (no SELECT found):"
                                 to Source-List
                            write Source-List
                        end-if
                        add  1 to Fsj-IO
                        move "N" to Fsj-Use
                        perform bc862-One-Statement thru bc862-Exit
                    end-if
           end-perform.
           add      Fsj-IO to Fsa-Tot-IO Fsa-Tot-Unchecked.
           move     spaces to Source-List.
           write    Source-List.
           move     Fsa-Tot-IO to Fsa-Num6.
           move     Fsa-Tot-Unchecked to Fsa-Num6b.
           move     spaces to Source-List.
           string   "I/O statements: " delimited by size
                    Fsa-Num6 delimited by size
                    "   unchecked: " delimited by size
                    Fsa-Num6b delimited by size
                    into Source-List.
           write    Source-List.
           move     Fsa-Tot-Unhandled to Fsa-Num6.
           move     spaces to Source-List.
           string   "Files with no status handling: " delimited by size
                    Fsa-Num6 delimited by size
                    into Source-List.
           write    Source-List.
       bc860-Exit.
           exit.
      *>
       bc861-One-File.
           perform  bc865-Judge-File thru bc865-Exit.
           if       Fsj-IO = zero
                    go to bc861-Exit.
           add      Fsj-IO to Fsa-Tot-IO.
           add      Fsj-Unchecked to Fsa-Tot-Unchecked.
           if       Fsj-Verdict = "NONE" or = "UNTESTED"
                    add 1 to Fsa-Tot-Unhandled.
           if       Fc-Prog (Fc-Sub) not = Fsa-Hold-Prog
                    move Fc-Prog (Fc-Sub) to Fsa-Hold-Prog
                    move spaces to PrintLine
                    write PrintLine
                    move spaces to Source-List
                    string "Program: " delimited by size
                           Fc-Prog (Fc-Sub) delimited by size
                           into Source-List
                    write Source-List
           end-if.
           move     spaces to Source-List.
           write    Source-List.
           move     Fsj-IO to Fsa-Num6.
           move     Fsj-Unchecked to Fsa-Num6b.
           move     spaces to Source-List.
           if       Fc-Status-Fld (Fc-Sub) = spaces
                    string Fc-Select (Fc-Sub) delimited by space
                           "  status: none" delimited by size
                           into Source-List
           else
                    string Fc-Select (Fc-Sub) delimited by space
                           "  status: " delimited by size
                           Fc-Status-Fld (Fc-Sub) delimited by space
                           into Source-List.
           move     33 to a.
           string   "  use: " delimited by size
                    Fsj-Use delimited by size
                    "  I/O" delimited by size
                    Fsa-Num6 delimited by size
                    "  unchecked" delimited by size
                    Fsa-Num6b delimited by size
                    into Source-List with pointer a
                    on overflow continue
           end-string.
           write    Source-List.
           if       Fsj-Verdict = "NONE"
                    move spaces to Source-List
                    string "   *** NO FILE STATUS AND NO USE PROCEDURE"
                               delimited by size
                           " - EVERY I/O ON THIS FILE UNCHECKED ***"
                               delimited by size
                           into Source-List
                    write Source-List
                    display "cobxref: *** " Fc-Prog (Fc-Sub) (1:16)
                            " " Fc-Select (Fc-Sub) (1:24)
                            " has no FILE STATUS and no USE procedure"
           end-if.
           if       Fsj-Verdict = "UNTESTED"
                    move spaces to Source-List
                    string "   *** STATUS " delimited by size
                           Fc-Status-Fld (Fc-Sub) delimited by space
                           " IS NEVER TESTED AFTER ANY I/O ***"
                               delimited by size
                           into Source-List
                    write Source-List
                    display "cobxref: *** " Fc-Prog (Fc-Sub) (1:16)
                            " " Fc-Select (Fc-Sub) (1:24)
                            " status never tested after any I/O"
           end-if.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Fsa-Count
                    if  Fsa-Fc (Fsa-Sub) = Fc-Sub
                        perform bc862-One-Statement thru bc862-Exit
                    end-if
           end-perform.
       bc861-Exit.
           exit.
      *>
       bc862-One-Statement.
           move     spaces to Fsa-PrintLine.
           move     Fsa-Verb (Fsa-Sub) to Fsa-P-Verb.
           move     Fsa-RefNo (Fsa-Sub) to Fsa-P-RefNo.
           move     Fsa-Mode (Fsa-Sub) to Fsa-P-Mode.
           evaluate true
               when Fsa-Tested (Fsa-Sub) = "Y"
                    move "tested" to Fsa-P-Result
               when Fsj-Use = "Y"
                    move "USE procedure only" to Fsa-P-Result
               when Fsa-Fc (Fsa-Sub) = zero
                    move "<< UNCHECKED - no SELECT for"
                         to Fsa-P-Result
                    move Fsa-File (Fsa-Sub) to Fsa-P-Result (30:31)
               when other
                    move "<< UNCHECKED" to Fsa-P-Result
           end-evaluate.
           write    Fsa-PrintLine.
       bc862-Exit.
           exit.
      *>
      *> judge the file catalog entry at Fc-Sub: its I/O statements,
      *>   how many were tested, whether a USE procedure covers it
      *>   (by name, or by an open mode it is opened in) and the
      *>   verdict - NONE no status item and no USE, UNTESTED status
      *>   item never looked at, PARTIAL some statements unchecked,
      *>   OK every one tested or covered
      *>
       bc865-Judge-File.
           move     zero to Fsj-IO Fsj-Unchecked Fsj-Tested.
           move     "N" to Fsj-Use.
           move     spaces to Fsj-Verdict.
           perform  varying Fsa-Sub2 from 1 by 1
                     until Fsa-Sub2 > Fsu-Count
                    if  Fsu-Prog (Fsa-Sub2) = Fc-Prog (Fc-Sub)
                        perform bc866-Use-Covers thru bc866-Exit
                    end-if
           end-perform.
           perform  varying Fsa-Sub2 from 1 by 1
                     until Fsa-Sub2 > Fsa-Count
                    if  Fsa-Fc (Fsa-Sub2) = Fc-Sub
                        add 1 to Fsj-IO
                        if  Fsa-Tested (Fsa-Sub2) = "Y"
                            add 1 to Fsj-Tested
                        else
                            if  Fsj-Use not = "Y"
                                add 1 to Fsj-Unchecked
                            end-if
                        end-if
                    end-if
           end-perform.
           if       Fsj-IO = zero
                    go to bc865-Exit.
           evaluate true
               when Fsj-Use = "Y" and Fsj-Unchecked = zero
                    move "OK" to Fsj-Verdict
               when Fc-Status-Fld (Fc-Sub) = spaces
                    move "NONE" to Fsj-Verdict
               when Fsj-Tested = zero
                    move "UNTESTED" to Fsj-Verdict
               when Fsj-Unchecked > zero
                    move "PARTIAL" to Fsj-Verdict
               when other
                    move "OK" to Fsj-Verdict
           end-evaluate.
       bc865-Exit.
           exit.
      *>
       bc866-Use-Covers.
           if       Fsu-On (Fsa-Sub2) = Fc-Select (Fc-Sub)
                    move "Y" to Fsj-Use
                    go to bc866-Exit.
           if       Fsu-On (Fsa-Sub2) not = "INPUT"
                and Fsu-On (Fsa-Sub2) not = "OUTPUT"
                and Fsu-On (Fsa-Sub2) not = "I-O"
                and Fsu-On (Fsa-Sub2) not = "EXTEND"
                    go to bc866-Exit.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Fsa-Count
                    if  Fsa-Fc (Fsa-Sub) = Fc-Sub
                    and Fsa-Mode (Fsa-Sub) = Fsu-On (Fsa-Sub2)
                        move "Y" to Fsj-Use
                        go to bc866-Exit
                    end-if
           end-perform.
       bc866-Exit.
           exit.
      *>
      *> file status audit extract rows for the module just scanned:
      *>   an S row per I/O statement, an F row per file with I/O and
      *>   a T row of the program's totals - cut per module, like the
      *>   file catalog extract
      *>
       bc870-Write-FStat.
           if       Fsx-Open not = "Y"
                    open output FStat-File
                    if  fs-reply-fsa not = "00"
                        display "Cannot open fstat extract"
                        go to bc870-Exit
                    end-if
                    move "Y" to Fsx-Open.
           move     zero to Fsa-Tot-IO Fsa-Tot-Unchecked
                    Fsa-Mod-Unhandled.
           perform  varying Fc-Sub from 1 by 1 until Fc-Sub > Fc-Count
                    if  Fc-Prog (Fc-Sub) = HoldID-Module
                        perform bc871-One-File thru bc871-Exit
                    end-if
           end-perform.
           move     spaces to FStat-Record.
           move     "T" to Fsx-R-Type.
           move     HoldID-Module to Fsx-R-Prog.
           move     "(PROGRAM)" to Fsx-R-File.
           move     zero to Fsx-R-RefNo.
           move     Fsa-Tot-IO to Fsx-R-IO.
           move     Fsa-Tot-Unchecked to Fsx-R-Unchecked.
           move     Fsa-Mod-Unhandled to Fsx-R-Unhandled.
           write    FStat-Record.
       bc870-Exit.
           exit.
      *>
       bc871-One-File.
           perform  bc865-Judge-File thru bc865-Exit.
           if       Fsj-IO = zero
                    go to bc871-Exit.
           add      Fsj-IO to Fsa-Tot-IO.
           add      Fsj-Unchecked to Fsa-Tot-Unchecked.
           if       Fsj-Verdict = "NONE" or = "UNTESTED"
                    add 1 to Fsa-Mod-Unhandled.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Fsa-Count
                    if  Fsa-Fc (Fsa-Sub) = Fc-Sub
                        move spaces to FStat-Record
                        move "S" to Fsx-R-Type
                        move HoldID-Module to Fsx-R-Prog
                        move Fc-Select (Fc-Sub) to Fsx-R-File
                        move Fsa-Verb (Fsa-Sub) to Fsx-R-Verb
                        move Fsa-RefNo (Fsa-Sub) to Fsx-R-RefNo
                        move Fc-Status-Fld (Fc-Sub) to Fsx-R-Status
                        move Fsj-Use to Fsx-R-Use
                        evaluate true
                            when Fsa-Tested (Fsa-Sub) = "Y"
                                 move "TESTED" to Fsx-R-Result
                            when Fsj-Use = "Y"
                                 move "USE" to Fsx-R-Result
                            when other
                                 move "UNCHECKED" to Fsx-R-Result
                        end-evaluate
                        move zero to Fsx-R-IO Fsx-R-Unchecked
                                     Fsx-R-Unhandled
                        write FStat-Record
                    end-if
           end-perform.
           move     spaces to FStat-Record.
           move     "F" to Fsx-R-Type.
           move     HoldID-Module to Fsx-R-Prog.
           move     Fc-Select (Fc-Sub) to Fsx-R-File.
           move     zero to Fsx-R-RefNo.
           move     Fc-Status-Fld (Fc-Sub) to Fsx-R-Status.
           move     Fsj-Use to Fsx-R-Use.
           move     Fsj-Verdict to Fsx-R-Result.
           move     Fsj-IO to Fsx-R-IO.
           move     Fsj-Unchecked to Fsx-R-Unchecked.
           move     zero to Fsx-R-Unhandled.
           if       Fsj-Verdict = "NONE" or = "UNTESTED"
                    move 1 to Fsx-R-Unhandled.
           write    FStat-Record.
       bc871-Exit.
           exit.
      *>
      *> data lineage extract rows for the module just scanned, an E
      *>   or C row per entry filed - cut per module, like the file
      *>   status audit extract
      *>
       bc880-Write-Lineage.
           if       Lnx-Open not = "Y"
                    open output Lineage-File
                    if  fs-reply-dfl not = "00"
                        display "Cannot open lineage extract"
                        go to bc880-Exit
                    end-if
                    move "Y" to Lnx-Open.
           perform  varying Lng-Sub from 1 by 1
                     until Lng-Sub > Lng-Count
                    move spaces to Lineage-Record
                    move Lng-Type (Lng-Sub) to Lnx-R-Type
                    move HoldID-Module to Lnx-R-Prog
                    move Lng-From (Lng-Sub) to Lnx-R-From
                    move Lng-To (Lng-Sub) to Lnx-R-To
                    move Lng-Verb (Lng-Sub) to Lnx-R-Verb
                    move Lng-RefNo (Lng-Sub) to Lnx-R-RefNo
                    write Lineage-Record
           end-perform.
           move     zero to Lng-Count.
       bc880-Exit.
           exit.
      *>
      *> record-layout map - one block per 01/77 item, each field with
      *>   its computed byte offset and length, REDEFINES items placed
      *>   against the bytes they overlay.  Offsets come from a single
                             perform zz380-Track-DF-Name
                                     thru zz380-Exit
                         end-if
                         if  Lineage-Report
                         and sw-In-Subscript = zero
                             perform zz982-Note-Lineage-Name
                                     thru zz982-Exit
                         end-if
                    end-if
           end-if.
235100*>
                    display "-INCR   reuse extract rows of unchanged"
                    display "        members (with -B= -EXTRACT)"
                    display "-CALLS  call argument-contract audit"
                    display "-FSTATUS file status handling audit"
                    display "-LINEAGE data lineage extract"
                    display "        (with -EXTRACT)"
                    move zero to return-code
284900              goback.
285000*>
                     ".fcat" delimited by size
                            into Fcat-FileName
                    with pointer String-Pointer2.
           move     1 to String-Pointer2.
           string   Prog-BaseName delimited by space
                     ".fsa" delimited by size
                            into FStat-FileName
                    with pointer String-Pointer2.
           move     1 to String-Pointer2.
           string   Prog-BaseName delimited by space
                     ".dfl" delimited by size
                            into Lineage-FileName
                    with pointer String-Pointer2.
285700*>
285800*> Can now convert to upper-case as source filename is processed
285900*>   keeping the original for switch values that carry file names
           if       Switch-Is-Found
                    move "Y" to sw-26.
      *>
      *> FILE STATUS handling audit
      *>
           move     "-FSTATUS" to Switch-Want.
           perform  zz185-Check-Switch thru zz185-Exit.
           if       Switch-Is-Found
                    move "Y" to sw-27.
      *>
      *> data lineage extract
      *>
           move     "-LINEAGE" to Switch-Want.
           perform  zz185-Check-Switch thru zz185-Exit.
           if       Switch-Is-Found
                    move "Y" to sw-28.
      *>
      *> read-before-write report
      *>
           move     "-RBW" to Switch-Want.
       zz385-Add-DF-Edge.
           if       HoldFoundWord (1:32) = wsFoundNewWord4
                    go to zz385-Exit.
           if       Lineage-Report
                    move "E" to Lng-Want-Type
                    move HoldFoundWord (1:32) to Lng-Want-From
                    move wsFoundNewWord4 to Lng-Want-To
                    move DF-Verb to Lng-Want-Verb
                    perform zz988-Add-Lineage thru zz988-Exit.
           perform  varying DF-Edge-Sub from 1 by 1
                     until DF-Edge-Sub > DF-Edge-Count
                    if  DF-E-From (DF-Edge-Sub) = HoldFoundWord (1:32)
           add      1 to Lay-Blk-End giving Lay-Sub.
       zz968b-Exit.
           exit.
      *>
      *> file status audit: a reserved word in the procedure division.
      *>   An I/O verb opens a statement waiting for its file (record
      *>   for WRITE/REWRITE) names; OPEN/CLOSE phrases and the USE
      *>   ... PROCEDURE ON words keep it waiting, anything else ends
      *>   it.  Fsa-Pending: O open, C close, R one file name, W one
      *>   record name, U a USE list
      *>
       zz970-Note-IO-Verb.
           if       wsFoundWord2 (1:5) = "OPEN "
                    move "O" to Fsa-Pending
                    move "OPEN" to Fsa-Cur-Verb
                    move spaces to Fsa-Cur-Mode
                    go to zz970-Check-Stop.
           if       wsFoundWord2 (1:6) = "CLOSE "
                    move "C" to Fsa-Pending
                    move "CLOSE" to Fsa-Cur-Verb
                    go to zz970-Check-Stop.
           if       wsFoundWord2 (1:5) = "READ "
                 or wsFoundWord2 (1:7) = "DELETE "
                 or wsFoundWord2 (1:6) = "START "
                    move "R" to Fsa-Pending
                    move wsFoundWord2 (1:7) to Fsa-Cur-Verb
                    go to zz970-Check-Stop.
           if       wsFoundWord2 (1:6) = "WRITE "
                 or wsFoundWord2 (1:8) = "REWRITE "
                    move "W" to Fsa-Pending
                    move wsFoundWord2 (1:7) to Fsa-Cur-Verb
                    go to zz970-Check-Stop.
           if       wsFoundWord2 (1:4) = "USE "
                    move "U" to Fsa-Pending
                    go to zz970-Check-Stop.
           if       Fsa-Pending = space
                    go to zz970-Exit.
           if       Fsa-Pending = "O"
                and (wsFoundWord2 (1:6) = "INPUT "
                  or wsFoundWord2 (1:7) = "OUTPUT "
                  or wsFoundWord2 (1:7) = "EXTEND "
                  or wsFoundWord2 (1:4) = "I-O ")
                    move wsFoundWord2 (1:6) to Fsa-Cur-Mode
                    go to zz970-Check-Stop.
           if       (Fsa-Pending = "O" or = "C")
                and (wsFoundWord2 (1:5) = "WITH "
                  or wsFoundWord2 (1:3) = "NO "
                  or wsFoundWord2 (1:7) = "REWIND "
                  or wsFoundWord2 (1:5) = "LOCK "
                  or wsFoundWord2 (1:8) = "SHARING "
                  or wsFoundWord2 (1:4) = "ALL "
                  or wsFoundWord2 (1:6) = "OTHER "
                  or wsFoundWord2 (1:9) = "REVERSED "
                  or wsFoundWord2 (1:5) = "REEL "
                  or wsFoundWord2 (1:5) = "UNIT "
                  or wsFoundWord2 (1:4) = "FOR "
                  or wsFoundWord2 (1:8) = "REMOVAL ")
                    go to zz970-Check-Stop.
      *> DELETE FILE names its file a word late
           if       Fsa-Pending = "R"
                and wsFoundWord2 (1:5) = "FILE "
                    go to zz970-Check-Stop.
           if       Fsa-Pending = "U"
                and (wsFoundWord2 (1:7) = "GLOBAL "
                  or wsFoundWord2 (1:6) = "AFTER "
                  or wsFoundWord2 (1:9) = "STANDARD "
                  or wsFoundWord2 (1:6) = "ERROR "
                  or wsFoundWord2 (1:10) = "EXCEPTION "
                  or wsFoundWord2 (1:10) = "PROCEDURE "
                  or wsFoundWord2 (1:3) = "ON ")
                    go to zz970-Check-Stop.
           if       Fsa-Pending = "U"
                and (wsFoundWord2 (1:6) = "INPUT "
                  or wsFoundWord2 (1:7) = "OUTPUT "
                  or wsFoundWord2 (1:7) = "EXTEND "
                  or wsFoundWord2 (1:4) = "I-O ")
                    move wsFoundWord2 (1:32) to Fsa-Find-Name
                    perform zz973-Book-Use thru zz973-Exit
                    go to zz970-Check-Stop.
      *> any other reserved word ends the statement's name list
      *>   (USE FOR DEBUGGING, BEFORE REPORTING never get this far)
           move     space to Fsa-Pending.
           go       to zz970-Exit.
       zz970-Check-Stop.
           if       Word-Delimit = "."
                    move space to Fsa-Pending.
       zz970-Exit.
           exit.
      *>
      *> file status audit: a user word in the procedure division -
      *>   the name an I/O statement or USE list is waiting for, else
      *>   possibly a status item being looked at
      *>
       zz972-Note-IO-Name.
           if       Fsa-Pending = space
                    perform zz974-Note-Status-Ref thru zz974-Exit
                    go to zz972-Exit.
           move     wsFoundWord2 (1:32) to Fsa-Find-Name.
           if       Fsa-Pending = "U"
                    perform zz973-Book-Use thru zz973-Exit
                    go to zz972-Check-Stop.
      *> the SELECT it names, or (WRITE/REWRITE) owns the record
           move     zero to Fsa-Fc-Hit.
           if       Fsa-Pending = "W"
                    perform varying Fsa-Sub from 1 by 1
                              until Fsa-Sub > Fsr-Count
                            if  Fsr-Rec (Fsa-Sub) = Fsa-Find-Name
                            and Fc-Prog (Fsr-Fc (Fsa-Sub)) = HoldID
                                move Fsr-Fc (Fsa-Sub) to Fsa-Fc-Hit
                                exit perform
                            end-if
                    end-perform.
           if       Fsa-Fc-Hit = zero
                    perform varying Fsa-Sub from 1 by 1
                              until Fsa-Sub > Fc-Count
                            if  Fc-Prog (Fsa-Sub) = HoldID
                            and Fc-Select (Fsa-Sub) = Fsa-Find-Name
                                move Fsa-Sub to Fsa-Fc-Hit
                                exit perform
                            end-if
                    end-perform.
           if       Fsa-Count < 3000
                    add  1 to Fsa-Count
                    move HoldID to Fsa-Prog (Fsa-Count)
                    move Fsa-Cur-Verb to Fsa-Verb (Fsa-Count)
                    move spaces to Fsa-Mode (Fsa-Count)
                    if  Fsa-Pending = "O"
                        move Fsa-Cur-Mode to Fsa-Mode (Fsa-Count)
                    end-if
                    move Gen-RefNo1 to Fsa-RefNo (Fsa-Count)
                    move Fsa-Fc-Hit to Fsa-Fc (Fsa-Count)
                    move "N" to Fsa-Tested (Fsa-Count)
                    if  Fsa-Fc-Hit > zero
                        move Fc-Select (Fsa-Fc-Hit)
                             to Fsa-File (Fsa-Count)
                    else
                        move Fsa-Find-Name to Fsa-File (Fsa-Count)
                    end-if.
      *> OPEN and CLOSE take a list, the rest one name
           if       Fsa-Pending = "R" or = "W"
                    move space to Fsa-Pending.
       zz972-Check-Stop.
           if       Word-Delimit = "."
                    move space to Fsa-Pending.
       zz972-Exit.
           exit.
      *>
       zz973-Book-Use.
           if       Fsu-Count < 300
                    add  1 to Fsu-Count
                    move HoldID to Fsu-Prog (Fsu-Count)
                    move Fsa-Find-Name to Fsu-On (Fsu-Count).
       zz973-Exit.
           exit.
      *>
      *> a user word while no I/O statement is waiting: if it is a
      *>   status item of one of this program's SELECTs (or an 88
      *>   under one), the latest I/O statement in the program on a
      *>   file reporting through that item counts as tested
      *>
       zz974-Note-Status-Ref.
           if       Fsa-Count = zero
                    go to zz974-Exit.
           move     wsFoundWord2 (1:32) to Fsa-Find-Name.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Fc-Count
                    if  Fc-Prog (Fsa-Sub) = HoldID
                    and Fc-Status-Fld (Fsa-Sub) = Fsa-Find-Name
                        go to zz974-Mark
                    end-if
           end-perform.
           perform  varying Fsa-Sub from 1 by 1
                     until Fsa-Sub > Con-Tab-Count
                    if  Conditions (Fsa-Sub) = Fsa-Find-Name
                        move Variables (Fsa-Sub) to Fsa-Find-Name
                        exit perform
                    end-if
           end-perform.
           if       Fsa-Find-Name = wsFoundWord2 (1:32)
                    go to zz974-Exit.
       zz974-Mark.
           perform  varying Fsa-Sub from Fsa-Count by -1
                     until Fsa-Sub < 1
                        or Fsa-Prog (Fsa-Sub) not = HoldID
                    if  Fsa-Fc (Fsa-Sub) > zero
                    and Fc-Status-Fld (Fsa-Fc (Fsa-Sub))
                                 = Fsa-Find-Name
                        move "Y" to Fsa-Tested (Fsa-Sub)
                        go to zz974-Exit
                    end-if
           end-perform.
       zz974-Exit.
           exit.
      *>
      *> a reserved word, for the lineage extract's own sentence
      *>   state: ADD/SUBTRACT/MULTIPLY/DIVIDE operands until TO/
      *>   FROM/GIVING/INTO/BY then receivers, IF/WHEN/UNTIL/EVALUATE
      *>   open a condition that relational words keep open, ACCEPT
      *>   ... FROM DATE/DAY files the special register as a sender.
      *>   Any other verb closes what was open
      *>
       zz980-Note-Lineage-Word.
           if       Lng-Acc-From = "D"
                    move space to Lng-Acc-From
                    if  wsFoundWord2 (1:9) = "YYYYMMDD "
                     or wsFoundWord2 (1:8) = "YYYYDDD "
                        perform zz984-Qualify-Accept thru zz984-Exit
                        go to zz980-Exit
                    end-if
           end-if.
           if       Lng-Acc-From = "Y"
                    move space to Lng-Acc-From
                    if  wsFoundWord2 (1:5) = "DATE "
                     or wsFoundWord2 (1:4) = "DAY "
                        perform zz983-Book-Accept thru zz983-Exit
                        go to zz980-Exit
                    end-if
           end-if.
           if       wsFoundWord2 (1:5) = "MOVE "
                 or wsFoundWord2 (1:7) = "STRING "
                 or wsFoundWord2 (1:8) = "COMPUTE "
                 or wsFoundWord2 (1:5) = "READ "
                 or wsFoundWord2 (1:9) = "UNSTRING "
                 or wsFoundWord2 (1:7) = "ACCEPT "
                 or wsFoundWord2 (1:11) = "INITIALIZE "
                    move zero to Lng-Arith Lng-Cond Lng-Src-Count
                    move spaces to Lng-Acc-Name
                    go to zz980-Exit.
           if       wsFoundWord2 (1:4) = "ADD "
                 or wsFoundWord2 (1:9) = "SUBTRACT "
                 or wsFoundWord2 (1:9) = "MULTIPLY "
                 or wsFoundWord2 (1:7) = "DIVIDE "
                    move 1 to Lng-Arith
                    move wsFoundWord2 (1:8) to Lng-Arith-Verb
                    move zero to Lng-Cond Lng-Src-Count
                    go to zz980-Exit.
           if       wsFoundWord2 (1:3) = "TO "
                 or wsFoundWord2 (1:5) = "FROM "
                 or wsFoundWord2 (1:7) = "GIVING "
                 or wsFoundWord2 (1:5) = "INTO "
                 or wsFoundWord2 (1:3) = "BY "
                    if  Lng-Arith = 1
                        move 2 to Lng-Arith
                    end-if
                    if  wsFoundWord2 (1:5) = "FROM "
                    and DF-Verb = "ACCEPT"
                        move "Y" to Lng-Acc-From
                    end-if
                    go to zz980-Exit.
           if       wsFoundWord2 (1:8) = "ROUNDED "
                 or wsFoundWord2 (1:14) = "CORRESPONDING "
                 or wsFoundWord2 (1:5) = "CORR "
                    go to zz980-Exit.
           if       wsFoundWord2 (1:3) = "IF "
                 or wsFoundWord2 (1:6) = "UNTIL "
                 or wsFoundWord2 (1:9) = "EVALUATE "
                    move 1 to Lng-Cond
                    move wsFoundWord2 (1:8) to Lng-Cond-Verb
                    move spaces to Lng-Cond-Name
                    move zero to Lng-Arith
                    go to zz980-Exit.
      *> WHEN keeps the EVALUATE subject, so WHEN 0 THRU 49 pairs
      *>   the literals with it
           if       wsFoundWord2 (1:5) = "WHEN "
                    move 1 to Lng-Cond
                    move "WHEN" to Lng-Cond-Verb
                    move zero to Lng-Arith
                    go to zz980-Exit.
           if       wsFoundWord2 (1:4) = "NOT "
                 or wsFoundWord2 (1:5) = "LESS "
                 or wsFoundWord2 (1:8) = "GREATER "
                 or wsFoundWord2 (1:5) = "THAN "
                 or wsFoundWord2 (1:6) = "EQUAL "
                 or wsFoundWord2 (1:3) = "IS "
                 or wsFoundWord2 (1:4) = "AND "
                 or wsFoundWord2 (1:3) = "OR "
                 or wsFoundWord2 (1:5) = "THRU "
                 or wsFoundWord2 (1:8) = "THROUGH "
                 or wsFoundWord2 (1:5) = "ALSO "
                 or wsFoundWord2 (1:2) = "< "
                 or wsFoundWord2 (1:2) = "> "
                 or wsFoundWord2 (1:2) = "= "
                 or wsFoundWord2 (1:3) = "<= "
                 or wsFoundWord2 (1:3) = ">= "
                    go to zz980-Exit.
           move     zero to Lng-Arith Lng-Cond.
       zz980-Exit.
           exit.
      *>
      *> a data name in the procedure division: the subject of an
      *>   open condition, the receiver of an ACCEPT, an arithmetic
      *>   operand or receiver, or a MOVE/STRING receiver that the
      *>   literals filed as senders now reach
      *>
       zz982-Note-Lineage-Name.
           if       Lng-Acc-From = "D"
                    move space to Lng-Acc-From
                    if  wsFoundNewWord4 = "YYYYMMDD" or = "YYYYDDD"
                     or wsFoundNewWord4 = "yyyymmdd" or = "yyyyddd"
                        perform zz984-Qualify-Accept thru zz984-Exit
                        go to zz982-Exit
                    end-if
           end-if.
           if       Lng-Cond = 1
                    move wsFoundNewWord4 to Lng-Cond-Name
                    go to zz982-Exit.
           if       DF-Verb = "ACCEPT"
                    move wsFoundNewWord4 to Lng-Acc-Name
                    go to zz982-Exit.
           if       Lng-Arith = 1
                    if  Lng-Src-Count < 16
                        add 1 to Lng-Src-Count
                        move wsFoundNewWord4
                             to Lng-Src-Name (Lng-Src-Count)
                    end-if
                    go to zz982-Exit.
           if       Lng-Arith = 2
                    move Lng-Arith-Verb to Lng-Want-Verb
                    perform zz985-Sources-To-Name thru zz985-Exit
                    go to zz982-Exit.
           if       DF-Collecting-Targets
                    move DF-Verb to Lng-Want-Verb
                    perform zz985-Sources-To-Name thru zz985-Exit.
       zz982-Exit.
           exit.
      *>
      *> ACCEPT name FROM DATE / DAY - the special register is the
      *>   sender, qualified by a following YYYYMMDD / YYYYDDD
      *>
       zz983-Book-Accept.
           if       Lng-Acc-Name = spaces
                    go to zz983-Exit.
           move     "E" to Lng-Want-Type.
           if       wsFoundWord2 (1:5) = "DATE "
                    move "*DATE" to Lng-Want-From
           else
                    move "*DAY" to Lng-Want-From.
           move     Lng-Acc-Name to Lng-Want-To.
           move     "ACCEPT" to Lng-Want-Verb.
           perform  zz988-Add-Lineage thru zz988-Exit.
           move     "D" to Lng-Acc-From.
       zz983-Exit.
           exit.
      *>
       zz984-Qualify-Accept.
           if       Lng-Count = zero
                    go to zz984-Exit.
           if       Lng-From (Lng-Count) = "*DATE"
                    move "*DATE-YYYYMMDD" to Lng-From (Lng-Count).
           if       Lng-From (Lng-Count) = "*DAY"
                    move "*DAY-YYYYDDD" to Lng-From (Lng-Count).
       zz984-Exit.
           exit.
      *>
      *> every sender filed so far to the name just met
      *>
       zz985-Sources-To-Name.
           move     "E" to Lng-Want-Type.
           move     wsFoundNewWord4 to Lng-Want-To.
           perform  varying Lng-Sub2 from 1 by 1
                     until Lng-Sub2 > Lng-Src-Count
                    move Lng-Src-Name (Lng-Sub2) to Lng-Want-From
                    perform zz988-Add-Lineage thru zz988-Exit
           end-perform.
       zz985-Exit.
           exit.
      *>
      *> a numeric literal: the other side of an open condition, an
      *>   arithmetic operand, a MOVE/STRING sender or a COMPUTE term
      *>
       zz986-Note-Lineage-Literal.
           if       Word-Length > 32
                    go to zz986-Exit.
           if       Lng-Cond = 1
                    if  Lng-Cond-Name not = spaces
                        move "C" to Lng-Want-Type
                        move Lng-Cond-Name to Lng-Want-From
                        move wsFoundWord2 (1:Word-Length)
                             to Lng-Want-To
                        move Lng-Cond-Verb to Lng-Want-Verb
                        perform zz988-Add-Lineage thru zz988-Exit
                    end-if
                    go to zz986-Exit.
           if       Lng-Arith = 1
                 or DF-Collecting-Sources
                    if  Lng-Src-Count < 16
                        add 1 to Lng-Src-Count
                        move wsFoundWord2 (1:Word-Length)
                             to Lng-Src-Name (Lng-Src-Count)
                    end-if
                    go to zz986-Exit.
           if       DF-Comp-In-Sources
                    move "E" to Lng-Want-Type
                    move wsFoundWord2 (1:Word-Length) to Lng-Want-From
                    move DF-Comp-Target to Lng-Want-To
                    move "COMPUTE" to Lng-Want-Verb
                    perform zz988-Add-Lineage thru zz988-Exit.
       zz986-Exit.
           exit.
      *>
      *> file Lng-Want-* at Gen-RefNo1 unless that row is already in
      *>   this module's table
      *>
       zz988-Add-Lineage.
           if       Lng-Want-From = Lng-Want-To
                    go to zz988-Exit.
           perform  varying Lng-Sub from 1 by 1
                     until Lng-Sub > Lng-Count
                    if  Lng-Type (Lng-Sub) = Lng-Want-Type
                    and Lng-From (Lng-Sub) = Lng-Want-From
                    and Lng-To (Lng-Sub) = Lng-Want-To
                    and Lng-RefNo (Lng-Sub) = Gen-RefNo1
                        go to zz988-Exit
                    end-if
           end-perform.
           if       Lng-Count < 4000
                    add  1 to Lng-Count
                    move Lng-Want-Type to Lng-Type (Lng-Count)
                    move Lng-Want-From to Lng-From (Lng-Count)
                    move Lng-Want-To to Lng-To (Lng-Count)
                    move Lng-Want-Verb to Lng-Verb (Lng-Count)
                    move Gen-RefNo1 to Lng-RefNo (Lng-Count).
       zz988-Exit.
           exit.
      *>
       zz910-Write-Tool-Audit.
           accept   Tool-Audit-Name from Environment "TOOL_AUDIT"
           else
                    display "Xref run summary - SEVERITY: CLEAN"
           end-if.
      *> the file status audit's counts, for the job log and certgate
           if       FStat-Report
                    display "Xref run summary - file status audit:"
                    display "  I/O statements audited                : "
                            Fsa-Tot-IO
                    display "  I/O statements with status unchecked  : "
                            Fsa-Tot-Unchecked
                    display "  Files with no status handling         : "
                            Fsa-Tot-Unhandled
           end-if.
       zz900-Exit.
           exit.
      *>
292960     move     space to Flow-Unconditional-Exit.
           move     spaces to DF-Verb.
           move     zero to DF-Phase DF-Source-Count.
           move     zero to Lng-Count Lng-Arith Lng-Cond Lng-Src-Count.
           move     space to Lng-Acc-From.
      *> qualification and RENAMES state is per module, like the
      *>   dictionary itself
           move     spaces to Qual-Prev-Name Qual-Chain-Table
