           select Xref-Ext-File  assign to WS-Xref-FileName
                                 organization line sequential
                                 status     fs-reply9.
           select Diag-File      assign to WS-Diag-File-Name
                                 organization line sequential
                                 status     fs-reply-dia.
*>
 data division.
 file section.
     03  XE-Defn-RefNo          pic 9(6).
     03  XE-Ref-RefNo           pic 9(6).
     03  filler                 pic x(10).
*>
*>   **********************************************************
*>   *  Captured syntax-check diagnostics, P6 option DIAG      *
*>   **********************************************************
*>
 fd  Diag-File.
 01  Diag-Rec                   pic x(512).
*>
 working-storage section.
*>======================
*>
 01  WS-Name-Program        pic x(15) value "Prtcbl v2.01.15".  *> ver.rel.build
*>
*>   **************************************
*>   *     User changeable values here:   ****************************************************
 01  WS-Xref-Anno           pic x(120)     value spaces.
 01  WS-Xref-Anno-Ptr       binary-long    value 1.
 01  WS-Xref-Hits           binary-long    value zero.
*>
*>  P6 DIAG - run the compiler over the same source in syntax-check
*>  mode first and print each diagnostic directly under the source
*>  line it refers to, copybook lines included, with a severity
*>  marker in the margin; a summary page closes the listing and the
*>  counts go into the LOG= SUMMARY record. The compiler used is
*>  PRTCBL_COBC (default cobc), extra flags from PRTCBL_COBC_FLAGS
*>  (eg, -std=ibm). Messages are matched on the file's base name and
*>  its own line number, so two copybooks of the same name in
*>  different libraries would share their messages.
*>
 01  WS-Diag-On             pic 9          value zero.
     88  Diag-Mode                         value 1.
 01  WS-Diag-File-Name      pic x(70)      value spaces.
 01  fs-reply-dia           pic 99         value zero.
 01  WS-Diag-Compiler       pic x(64)      value spaces.
 01  WS-Diag-Flags          pic x(128)     value spaces.
 01  WS-Diag-Command        pic x(1024)    value spaces.
 01  WS-Diag-Cmd-Ptr        binary-long    value 1.
 01  WS-Diag-RC             binary-long    value zero.
 01  WS-Diag-Loaded-Sw      pic 9          value zero.
     88  Diag-Loaded                       value 1 False is 0.
 01  WS-Diag-Table.
     03  WS-Diag-Entry      occurs 2000.
         05  WS-DG-File     pic x(64).
         05  WS-DG-Line     pic 9(6).
         05  WS-DG-Sev      pic x.
             88  WS-DG-Error               value "E".
             88  WS-DG-Warning             value "W".
             88  WS-DG-Note                value "N".
         05  WS-DG-Placed   pic 9.
         05  WS-DG-Text     pic x(140).
 01  WS-Diag-Count          binary-long    value zero.
 01  WS-Diag-Sub            binary-long    value zero.
 01  WS-Diag-Errors         binary-long    value zero.
 01  WS-Diag-Warnings       binary-long    value zero.
 01  WS-Diag-Notes          binary-long    value zero.
 01  WS-Diag-Placed-Count   binary-long    value zero.
 01  WS-Diag-Dropped        binary-long    value zero.
 01  WS-Diag-Ptr            binary-long    value zero.
 01  WS-Diag-W1             pic x(256)     value spaces.
 01  WS-Diag-W2             pic x(16)      value spaces.
 01  WS-Diag-W3             pic x(16)      value spaces.
 01  WS-Diag-Base           pic x(64)      value spaces.
 01  WS-Diag-Cur-Level      binary-long    value zero.
 01  WS-Diag-Cur-Name       pic x(768)     value spaces.
 01  WS-Diag-Cur-Base       pic x(64)      value spaces.
 01  WS-Diag-Sev-Word       pic x(8)       value spaces.
 01  WS-Diag-Path           pic x(768)     value spaces.
 01  WS-Diag-Sub2           binary-long    value zero.
 01  WS-Diag-Slash          binary-long    value zero.
 01  WS-Diag-Read-Sw        pic 9          value zero.
     88  Diag-Read-Failed                  value 1 False is 0.
 01  WS-Diff-Old-EOF-Sw     pic 9          value zero.
     88  WS-Diff-Old-EOF                   value 1 False is 0.
 01  WS-Diff-New-EOF-Sw     pic 9          value zero.
*>   Starting with Error Messages
*>
 01  Error-messages.
*>   each led by its shop message catalogue id and severity - the key the
*>   explanation and the operator action are kept under.
*>
     03  Msg1               pic x(43)     value "PRT0001E Error: Too many levels (9) of COPY".
     03  Msg2               pic x(36)     value "PRT0002E Error: Copy File Not Found ".
     03  Msg3               pic x(31)     value "PRT0003E Error: File Not Found ".
     03  Msg4               pic x(33)     value "PRT0004W (P): File Not Closed? = ".
     03  Msg5               pic x(34)     value "PRT0005W (P): On Read. Ret.code = ".
     03  Msg6               pic x(44)     value "PRT0006E Error: When opening I/P file got = ".
     03  Msg7               pic x(61)     value "PRT0007E Error: Cannot Find File, & tried six different .Exts".
     03  Msg8               pic x(37)     value "PRT0008E Error: Abnormal end of input".
     03  Msg9               pic x(57)     value "PRT0009W Caution: One or more replacing sources not found".
     03  Msg10              pic x(42)     value "PRT0010W Error: Invalid Format, try again!".
*>
*>   ***************************************
*>   | List of possible source file .exts, |
                 88  Fht-Free                          value 1.
             07  Fht-Block-Status  pic 9               value zero.
                 88  Fht-Block-Eof                     value 1.
             07  Fht-Line-Count    pic 9(6)    comp    value zero.   *> records delivered, for P6 DIAG
         05  Fht-Current-Rec       pic x(256)          value spaces. *> Max size of free recs + 1
         05  Fht-File-Name         pic x(768)          value spaces.
         05  Fht-Resolved-Lib      pic x(500)          value spaces. *> COBCPY/P5 path that found it
         05  WS-CRT-Replacing-Source  pic x(2048)     value spaces.  *> Make larger if required
         05  WS-CRT-Replacing-Target  pic x(2048)     value spaces.  *> ditto
*>
*>
*>  The environment profile the run resolves its settings from.
*>
 copy "env-prof.cpy".
*>
*>  Messages issued through the shop catalogue by their id.
*>
 copy "msg-cat.cpy".
 01  WS-Msg-Count           pic z(5)9.
*>NOLIST
*> linkage section.
 Procedure Division.
*>
 aa000-Initialization section.
*>***************************
*>
*>  Every file and path setting comes from the active environment
*>   profile, over anything the shell had - no profile, no run.
*>
     move     "ACTIVATE" to ep-function.
     call     "ENVPROF" using ep-request
              on exception
              move "ENVPROF library not available" to ep-text
              move "20" to ep-status
     end-call.
     if       not ep-ok
              display "printcbl: " function trim (ep-text)
              move 16 to return-code
              goback
     end-if
*>
     perform  zz020-Get-Program-Args.
     if       Xref-Mode
*>
     if       Return-Code not = zero
              display Msg6           at 1301 with foreground-color 3 highlight
              display Return-Code    at 1345 with foreground-color 3 highlight
              go to aa010-Get-Input-File.
*>
     set      Yes-Search to true.          *>  ?????   <<<< IS IT?
     move     WS-Free to Fht-Source-Format (Fht-Table-Size).   *> copy format to current table record
*>
     if       Diag-Mode and not No-Printing and not Diag-Loaded
              perform zz797-Run-Compile thru zz797-Load-Exit
     end-if.
*>
 aa000-Exit.
     Exit     Section.
              move     Input-Record To PL-Text
              perform  zz010-Write-Print-Line2
              perform  zz100-Headings
              if       Diag-Mode
                       perform zz797-Line-Diags thru zz797-Line-Exit
              end-if
              go to ba000-Process.
*>
     move     zero to WS-P2.
      and     ((ws-fixed-set and function upper-case (IR-Buffer (7:9)) = "**NOPRINT")
        or     (ws-free-set  and function upper-case (IR-Buffer (1:9)) = "*>NOPRINT"))
              if  Redact-Mode
                  move "PRT0011" to mc-id
                  perform zz910-Issue-Msg
                  move 16 to return-code
                  goback
              end-if
              end-if
              if       Print-On
                       perform zz010-Write-Print-Line2
                       if  Diag-Mode
                           perform zz797-Line-Diags thru zz797-Line-Exit
                       end-if
              end-if
              go to ba000-Process
     end-if
              if  Xref-Mode and not No-Printing
                  perform zz796-Para-Refs thru zz796-Para-Exit
              end-if
              if  Diag-Mode and not WS-CRT-Suppress
                  perform zz797-Line-Diags thru zz797-Line-Exit
              end-if
     end-if
     if       (ws-fixed-set and function upper-case (IR-Buffer (7:8)) = "**NOLIST")
        or    (ws-free-set  and function upper-case (IR-Buffer (1:8)) = "*>NOLIST")
     end-if
     if       Print-On
              perform zz010-Write-Print-Line3
              if  Diag-Mode
                  perform zz797-Line-Diags thru zz797-Line-Exit
              end-if
     end-if
*>
     perform  bb000-Start.                                         *>  WE NEED TO CONSIDER CODE FOR Lit continuation (-) etc
 ca000-End-of-Job Section.
*>***********************
*>
     if       Diag-Loaded and not No-Printing
              perform zz797-Summary-Page thru zz797-Summary-Exit
     end-if.
     close    print-file.
*>
*>  the TOC/index rebuild must land in the listing BEFORE it is
              display "      DEFINE=NAME=VALUE (for >>IF evaluation)"
              display "      COLLAPSE=<f> (re-fold expansions to COPY)"
              display "      XREF=<f.ext> (annotate from cobxref extract)"
              display "      DIAG (compiler diagnostics under source lines)"
              display " "
              display " P1 thru P4 are Mandatory"
              display " "
*>
     if      Redact-Mode
         and (Reseq-Mode or Convert-To-Free or Convert-To-Fixed)
             move "PRT0012" to mc-id
             perform zz910-Issue-Msg
             move 16 to return-code
             goback
     end-if.
               if      WS-Option-Upper (1:4) = "TOC "
                       set Toc-Mode to true
               end-if
               if      WS-Option-Upper (1:5) = "DIAG "
                       set Diag-Mode to true
               end-if
*>  resequencing rewrites the updated-source output, so like
*>  CONVERT= it runs the no-report path - without this the option
*>  silently wrote nothing unless the source itself said **NOPRINT
              go to zz600-Exit.
*> So. now tidy up
     subtract 1 from g giving Fht-Block-OffSet (Fht-Table-Size).
     add      1 to Fht-Line-Count (Fht-Table-Size).
     go       to zz600-exit.
*>
 zz600-Read-A-Block.
*>
     open     input Xref-Ext-File.
     if       fs-reply9 not = zero
              move "PRT0013" to mc-id
              move WS-Xref-FileName to mc-value (1)
              perform zz910-Issue-Msg
              move zero to WS-Xref-On
              go to zz796-Load-Exit.
 zz796-Load-Para.
     perform  zz010-Write-Print-Line2.
 zz796-Anno-Exit.
     exit.
*>
 zz797-Compiler-Diags Section.
*>***************************
*>
*>  P6 DIAG support.  zz797-Run-Compile runs the syntax check over
*>  the same source with the same copy libraries, its messages going
*>  to <print-file>.dia, and loads every "file:line: severity: text"
*>  message into WS-Diag-Table.  As each source line is listed,
*>  zz797-Line-Diags prints the messages for that file and line
*>  under it, the file's own line number coming from the count of
*>  records read at its Fht level.  zz797-Summary-Page closes the
*>  listing with the counts and whatever could not be placed.
*>
 zz797-Run-Compile.
     set      Diag-Loaded to true.
     accept   WS-Diag-Compiler from Environment "PRTCBL_COBC".
     if       WS-Diag-Compiler = spaces
              move "cobc" to WS-Diag-Compiler
     end-if.
     accept   WS-Diag-Flags from Environment "PRTCBL_COBC_FLAGS".
     move     spaces to WS-Diag-File-Name.
     string   WS-Print-File-Name   delimited by space
              ".dia"               delimited by size
                      into WS-Diag-File-Name.
     move     spaces to WS-Diag-Command.
     move     1 to WS-Diag-Cmd-Ptr.
     string   WS-Diag-Compiler     delimited by space
              " -fsyntax-only "    delimited by size
                      into WS-Diag-Command pointer WS-Diag-Cmd-Ptr.
     if       ws-Free-Set
              string "-free "      delimited by size
                      into WS-Diag-Command pointer WS-Diag-Cmd-Ptr
              end-string
     else
              string "-fixed "     delimited by size
                      into WS-Diag-Command pointer WS-Diag-Cmd-Ptr
              end-string
     end-if.
     if       WS-Diag-Flags not = spaces
              string WS-Diag-Flags delimited by "  "
                     " "           delimited by size
                      into WS-Diag-Command pointer WS-Diag-Cmd-Ptr
              end-string
     end-if.
     perform  varying WS-Diag-Sub from 1 by 1
              until WS-Diag-Sub > No-Of-Copy-Dirs
              if  Copy-Lib (WS-Diag-Sub) not = spaces
                  string "-I "                   delimited by size
                         Copy-Lib (WS-Diag-Sub)  delimited by space
                         " "                     delimited by size
                         into WS-Diag-Command pointer WS-Diag-Cmd-Ptr
                  end-string
              end-if
     end-perform.
     string   WS-Input-File-Name   delimited by space
              " > "                delimited by size
              WS-Diag-File-Name    delimited by space
              " 2>&1"              delimited by size
                      into WS-Diag-Command pointer WS-Diag-Cmd-Ptr.
     call     "SYSTEM" using WS-Diag-Command.
     move     Return-Code to WS-Diag-RC.
     if       WS-Diag-RC > 255
              divide WS-Diag-RC by 256 giving WS-Diag-RC
     end-if.
     move     zero to Return-Code.
*>
 zz797-Load-Diags.
     open     input Diag-File.
     if       fs-reply-dia not = zero
              set Diag-Read-Failed to true
              go to zz797-Load-Exit
     end-if.
*>
 zz797-Load-Next.
     read     Diag-File at end
              close Diag-File
              go to zz797-Load-Exit.
*>
*>  anything that is not file:line: severity: text - the "in
*>  paragraph" context lines, source excerpts and the like - is
*>  passed over
*>
     move     spaces to WS-Diag-W1 WS-Diag-W2 WS-Diag-W3.
     move     1 to WS-Diag-Ptr.
     unstring Diag-Rec delimited by ":"
              into WS-Diag-W1 WS-Diag-W2 WS-Diag-W3
              pointer WS-Diag-Ptr.
     move     zero to WS-Diag-Sub2.
     inspect  WS-Diag-W2 tallying WS-Diag-Sub2
              for characters before initial space.
     if       WS-Diag-Sub2 = zero or > 6
              go to zz797-Load-Next.
     if       WS-Diag-W2 (1:WS-Diag-Sub2) not numeric
              go to zz797-Load-Next.
     move     function upper-case (function trim (WS-Diag-W3))
                      to WS-Diag-Sev-Word.
     evaluate WS-Diag-Sev-Word
         when "ERROR"
              add 1 to WS-Diag-Errors
         when "WARNING"
              add 1 to WS-Diag-Warnings
         when "NOTE"
              add 1 to WS-Diag-Notes
         when other
              go to zz797-Load-Next
     end-evaluate.
     if       WS-Diag-Count not < 2000
              add 1 to WS-Diag-Dropped
              go to zz797-Load-Next.
     add      1 to WS-Diag-Count.
     move     WS-Diag-W2 (1:WS-Diag-Sub2) to WS-DG-Line (WS-Diag-Count).
     move     WS-Diag-W1 to WS-Diag-Path.
     perform  zz797-Base-Name thru zz797-Base-Exit.
     move     WS-Diag-Base to WS-DG-File (WS-Diag-Count).
     move     WS-Diag-Sev-Word (1:1) to WS-DG-Sev (WS-Diag-Count).
     move     zero to WS-DG-Placed (WS-Diag-Count).
     move     spaces to WS-DG-Text (WS-Diag-Count).
     if       WS-Diag-Ptr < 512
              move function trim (Diag-Rec (WS-Diag-Ptr:) leading)
                   to WS-DG-Text (WS-Diag-Count)
     end-if.
     go       to zz797-Load-Next.
*>
 zz797-Load-Exit.
     exit.
*>
*>  every message for the line just listed, in the order the
*>  compiler gave them
*>
 zz797-Line-Diags.
     if       No-Printing
         or   Fht-Table-Size < 1
         or   WS-Diag-Placed-Count not < WS-Diag-Count
              go to zz797-Line-Exit.
     if       Fht-Table-Size not = WS-Diag-Cur-Level
         or   Fht-File-Name (Fht-Table-Size) not = WS-Diag-Cur-Name
              move Fht-Table-Size to WS-Diag-Cur-Level
              move Fht-File-Name (Fht-Table-Size) to WS-Diag-Cur-Name
              move WS-Diag-Cur-Name to WS-Diag-Path
              perform zz797-Base-Name thru zz797-Base-Exit
              move WS-Diag-Base to WS-Diag-Cur-Base
     end-if.
     perform  varying WS-Diag-Sub from 1 by 1
              until WS-Diag-Sub > WS-Diag-Count
              if  WS-DG-Placed (WS-Diag-Sub) = zero
               and WS-DG-Line (WS-Diag-Sub)
                       = Fht-Line-Count (Fht-Table-Size)
               and WS-DG-File (WS-Diag-Sub) = WS-Diag-Cur-Base
                  move 1 to WS-DG-Placed (WS-Diag-Sub)
                  add  1 to WS-Diag-Placed-Count
                  perform zz100-Headings
                  perform zz797-Format-Diag thru zz797-Format-Exit
                  string "==> "                     delimited by size
                         WS-Diag-Sev-Word           delimited by space
                         ": "                       delimited by size
                         WS-DG-Text (WS-Diag-Sub)   delimited by size
                         into PL-Text
                  end-string
                  perform zz010-Write-Print-Line2
              end-if
     end-perform.
*>
 zz797-Line-Exit.
     exit.
*>
*>  the closing page - always a page of its own
*>
 zz797-Summary-Page.
     move     250 to WS-Page-Line-Counter.
     perform  zz100-Headings.
     move     spaces to Print-Line.
     move     " Compiler Diagnostics Summary" to Print-Line.
     perform  zz010-Write-Print-Line2.
     move     " ============================" to Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     string   " Command      : "              delimited by size
              WS-Diag-Command (1:140)         delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     move     WS-Diag-RC to WS-Disp3.
     string   " Return code  : "              delimited by size
              WS-Disp3                        delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     if       Diag-Read-Failed
              move spaces to Print-Line
              string " ** Diagnostics file "  delimited by size
                     WS-Diag-File-Name        delimited by space
                     " could not be read - nothing captured"
                                              delimited by size
                      into Print-Line
              end-string
              perform zz010-Write-Print-Line2
     end-if.
     move     spaces to Print-Line.
     move     WS-Diag-Errors to WS-Disp4.
     string   " Errors       : "              delimited by size
              WS-Disp4                        delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     move     WS-Diag-Warnings to WS-Disp4.
     string   " Warnings     : "              delimited by size
              WS-Disp4                        delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     move     WS-Diag-Notes to WS-Disp4.
     string   " Notes        : "              delimited by size
              WS-Disp4                        delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     move     spaces to Print-Line.
     move     WS-Diag-Placed-Count to WS-Disp4.
     string   " Placed under their source lines : " delimited by size
              WS-Disp4                        delimited by size
                      into Print-Line.
     perform  zz010-Write-Print-Line2.
     if       WS-Diag-Dropped > zero
              move spaces to Print-Line
              move WS-Diag-Dropped to WS-Disp4
              string " ** "                   delimited by size
                     WS-Disp4                 delimited by size
                     " further message(s) past the 2000 held - see "
                                              delimited by size
                     WS-Diag-File-Name        delimited by space
                      into Print-Line
              end-string
              perform zz010-Write-Print-Line2
     end-if.
     if       WS-Diag-Count = zero and not Diag-Read-Failed
              move spaces to Print-Line
              perform zz010-Write-Print-Line2
              move " No diagnostics - the source checked clean"
                   to Print-Line
              perform zz010-Write-Print-Line2
     end-if.
     if       WS-Diag-Placed-Count not < WS-Diag-Count
              go to zz797-Summary-Exit.
     move     spaces to Print-Line.
     perform  zz010-Write-Print-Line2.
     move     " Not placed - line not listed (NOLIST, SUPPRESS) or file not matched:"
              to Print-Line.
     perform  zz010-Write-Print-Line2.
     perform  varying WS-Diag-Sub from 1 by 1
              until WS-Diag-Sub > WS-Diag-Count
              if  WS-DG-Placed (WS-Diag-Sub) = zero
                  perform zz100-Headings
                  perform zz797-Format-Diag thru zz797-Format-Exit
                  move WS-DG-Line (WS-Diag-Sub) to WS-Disp4
                  move 1 to a
                  string WS-DG-File (WS-Diag-Sub)   delimited by space
                         ":"                        delimited by size
                         function trim (WS-Disp4)   delimited by size
                         ": "                       delimited by size
                         WS-Diag-Sev-Word           delimited by space
                         ": "                       delimited by size
                         WS-DG-Text (WS-Diag-Sub)   delimited by size
                         into PL-Text pointer a
                  end-string
                  perform zz010-Write-Print-Line2
              end-if
     end-perform.
     move     zero to a.
*>
 zz797-Summary-Exit.
     exit.
*>
*>  margin marker and severity word for WS-Diag-Sub, into a cleared
*>  Print-Line
*>
 zz797-Format-Diag.
     move     spaces to Print-Line.
     evaluate true
         when WS-DG-Error (WS-Diag-Sub)
              move "*ERR*"   to Print-Line (1:5)
              move "error"   to WS-Diag-Sev-Word
         when WS-DG-Warning (WS-Diag-Sub)
              move "*WRN*"   to Print-Line (1:5)
              move "warning" to WS-Diag-Sev-Word
         when other
              move "*NTE*"   to Print-Line (1:5)
              move "note"    to WS-Diag-Sev-Word
     end-evaluate.
*>
 zz797-Format-Exit.
     exit.
*>
*>  WS-Diag-Path less any directories, into WS-Diag-Base
*>
 zz797-Base-Name.
     move     zero to WS-Diag-Slash.
     perform  varying WS-Diag-Sub2 from 1 by 1
              until WS-Diag-Sub2 > 768
              if  WS-Diag-Path (WS-Diag-Sub2:1) = "/"
                  move WS-Diag-Sub2 to WS-Diag-Slash
              end-if
     end-perform.
     move     spaces to WS-Diag-Base.
     if       WS-Diag-Slash < 768
              add 1 to WS-Diag-Slash
              move WS-Diag-Path (WS-Diag-Slash:) to WS-Diag-Base
     end-if.
*>
 zz797-Base-Exit.
     exit.
*>
 zz650-Write-Log-Summary Section.
*>*******************************
                      into Log-Line pointer a
              end-string
     end-if.
     if       Diag-Loaded
              move WS-Diag-Errors to WS-Log-Num5
              string ",compile-errors="   delimited by size
                     WS-Log-Num5          delimited by size
                      into Log-Line pointer a
              end-string
              move WS-Diag-Warnings to WS-Log-Num5
              string ",compile-warnings=" delimited by size
                     WS-Log-Num5          delimited by size
                      into Log-Line pointer a
              end-string
              move WS-Diag-Notes to WS-Log-Num5
              string ",compile-notes="    delimited by size
                     WS-Log-Num5          delimited by size
                      into Log-Line pointer a
              end-string
     end-if.
     accept   WS-Acct-Date from date yyyymmdd.
     accept   WS-Acct-User from Environment "USER".
     if       WS-Acct-User = spaces
              into WS-Arch-Command.
     call     "SYSTEM" using WS-Arch-Command.
     if       return-code not = zero
              move "PRT0014" to mc-id
              move WS-Arch-File-Name to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              move zero to return-code
              go to zz710-Exit.
              write Arch-Idx-Rec
              close Archive-Index
     else
              move "PRT0015" to mc-id
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
     end-if.
 zz710-Exit.
              go to zz750-Exit.
     open     input Diff-Old-File.
     if       fs-reply4 not = zero
              move "PRT0016" to mc-id
              move WS-Diff-File-Name to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              go to zz750-Exit
     end-if.
*>
     open     input Changes-File.
     if       fs-reply5 not = zero
              move "PRT0017" to mc-id
              move WS-Changes-File-Name to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              move zero to WS-Changes-On
              go to zz785-Exit.
*>
     open     input Redact-File.
     if       fs-reply-red not = zero
              move "PRT0018" to mc-id
              move WS-Redact-File-Name to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              move zero to WS-Redact-On
              go to zz788-Exit.
*>
     open     input Coll-List-File.
     if       fs-reply6 not = zero
              move "PRT0019" to mc-id
              move WS-Coll-List-Name to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              go to zz795-Exit.
 zz795-Next-Member.
     write    Coll-Rpt-Rec.
     close    Coll-Rpt-File.
     if       Coll-Mismatches > zero
              move "PRT0020" to mc-id
              move Coll-Mismatches to WS-Msg-Count
              move WS-Msg-Count to mc-value (1)
              move WS-Coll-Rpt-Name to mc-value (2)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
     end-if.
     go       to zz795-Exit.
              end-perform
     end-if.
     if       fs-reply7 not = zero
              move "PRT0021" to mc-id
              move Coll-List-Rec to mc-value (1)
              perform zz910-Issue-Msg
              add 1 to WS-Caution-Count
              go to zz795-Load-Exit.
     add      1 to Coll-Mem-Count.
 zz900-Exit.  Exit section.
*>*********   ************
*>
*>
 zz910-Issue-Msg Section.
*>*********************
*>
*>  A message goes out through the shop catalogue by its id; were MSGCAT
*>  missing, the id and its values still reach the log.
*>
     move     "ISSUE" to mc-function.
     call     "MSGCAT" using mc-request
              on exception
              display mc-id "? " function trim (mc-value (1)) " "
                      function trim (mc-value (2))
              move spaces to mc-values
     end-call.
*>
 zz910-Exit.  Exit section.
*>*********   ************
*>
