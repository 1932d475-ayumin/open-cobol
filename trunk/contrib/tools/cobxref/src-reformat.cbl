       >>source free
 Identification division.
*>**********************
      program-id.       src-reformat.
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
*>    Usage.            Shop-standard source reformatter.  Copies a
*>                      program source to a new file laid out to the
*>                      house rules:
*>
*>                      - procedure statements indented by nesting
*>                        level (IF/ELSE, EVALUATE/WHEN, inline
*>                        PERFORM, the AT END / INVALID KEY / SIZE
*>                        ERROR / EXCEPTION / OVERFLOW phrases),
*>                        paragraph and section names in area A;
*>                      - the missing scope terminators (END-IF,
*>                        END-EVALUATE, END-READ ...) added in front
*>                        of the period that closes them, where the
*>                        period-ended structure is unambiguous - a
*>                        sentence holding NEXT SENTENCE, an inline
*>                        PERFORM without END-PERFORM, an END-x that
*>                        matches nothing, or a period on a continued
*>                        line is left as written and reported;
*>                      - data entries indented by level number with
*>                        the PIC and VALUE clauses aligned to set
*>                        columns;
*>                      - reserved words (and intrinsic function names
*>                        after FUNCTION) upper or lower cased from the
*>                        live reserved-word lists, never inside
*>                        literals, PICTURE strings or COPY names.
*>
*>                      No line is ever added or removed, so line
*>                      numbers - and every cross-reference built on
*>                      them - are unchanged.  Comment lines, floating
*>                      comments, compiler directives, EXEC blocks and
*>                      continued lines keep their layout.  A line
*>                      that would not fit the code area re-laid is
*>                      left where it was.
*>
*>                      src-reformat <source> <output> [options]
*>
*>                        FORMAT=FIXED|FREE   source format, default
*>                                            fixed unless the source
*>                                            says >>SOURCE FREE
*>                        CASE=UPPER|LOWER|KEEP  reserved words,
*>                                            default UPPER
*>                        INDENT=n            columns per level, 4
*>                        PICCOL=nn           PIC column, default 40
*>                                            fixed / 34 free
*>                        VALUECOL=nn         VALUE column, default 56
*>                                            fixed / 50 free
*>                        NOPROVE             skip the proof
*>
*>                      The proof (on unless NOPROVE): cobxref is run
*>                      with -G -EXTRACT over the source and over the
*>                      output and the two extracts must match row for
*>                      row, then the output is reformatted again into
*>                      <output>.2nd and that second run must change no
*>                      line.  The extracts are kept as <output>.xr1 and
*>                      .xr2 (cobxref spool in <output>.xlog) when the
*>                      proof fails, removed when it holds.  cobxref
*>                      reads free form, so fixed form lines reach it
*>                      from work copies (<output>.xs1, .xs2) with the
*>                      sequence and identification areas blanked; it
*>                      writes its .ext and .lst under the name up to
*>                      the first period, so run this where that name
*>                      is free.
*>
*>                      Return code 0 clean, 4 when any sentence was
*>                      left as written, 8 when the proof failed, 16
*>                      on a file problem.
*>**
*>    Called by.
*>                      Run standalone.
*>**
*>    Calls.
*>                      ENVPROF
*>                      get-reserved-lists
*>                      SYSTEM (cobxref for the proof)
*>                      CBL_RENAME_FILE
*>                      CBL_DELETE_FILE
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>*************************************************************************
*>
*> Copyright Notice.
*>*****************
*>
*> This file/program is part of Cobxref AND Open Cobol and is copyright
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
*> Cobxref is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endevor
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with Cobxref; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>*************************************************************************
*>
 environment division.
 configuration section.
 source-computer.      linux.
 object-computer.      linux.
 input-Output section.
 file-control.
*>
     select   Source-In        assign ws-Pass-In-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Source-Out       assign ws-Pass-Out-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Extract-A        assign ws-Cmp-A-Name
              organization     line sequential
              status           fs-reply.
*>
     select   Extract-B        assign ws-Cmp-B-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
*>***********
 fd  Source-In.
 01  Source-In-Rec         pic x(256).
*>
 fd  Source-Out.
 01  Source-Out-Rec        pic x(256).
*>
*> the two cobxref extracts compared by the proof - whole rows
 fd  Extract-A.
 01  Extract-A-Rec         pic x(128).
*>
 fd  Extract-B.
 01  Extract-B-Rec         pic x(128).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(22) value "src-reformat v1.01.00".
 77  fs-reply              pic 99.
 77  ws-Return-Code        binary-char  value zero.
*>
 copy "reserved-word-tables.cpy".
*>
 77  ws-Arg-Number         pic 99       value zero.
 77  ws-Arg-Sub            pic 99       value zero.
 01  ws-Arg-Text           pic x(64)    value spaces.
 01  Source-In-Name        pic x(256)   value spaces.
 01  Source-Out-Name       pic x(256)   value spaces.
 01  ws-Pass-In-Name       pic x(256)   value spaces.
 01  ws-Pass-Out-Name      pic x(256)   value spaces.
 01  ws-Cmp-A-Name         pic x(256)   value spaces.
 01  ws-Cmp-B-Name         pic x(256)   value spaces.
*>
*> options
 77  ws-Format-Opt         pic x        value space.
*>                                      X fixed, F free, space auto
 77  ws-Case-Opt           pic x        value "U".
*>                                      U upper, L lower, K keep
 77  ws-Indent             Binary-Long  value 4.
 77  ws-Pic-Col            Binary-Long  value zero.
 77  ws-Value-Col          Binary-Long  value zero.
 77  ws-Prove-Sw           pic x        value "Y".
     88  ws-Prove                       value "Y".
*>
*> the format in force and the code-area offsets that go with it -
*> offsets count from 0 at the first column of ws-Text, which is
*> column 8 fixed and column 1 free
 77  ws-Fixed-Sw           pic x        value "Y".
     88  ws-Fixed                       value "Y".
     88  ws-Free                        value "N".
 77  ws-Text-Max           Binary-Long  value 65.
 77  ws-A-Off              Binary-Long  value zero.
 77  ws-B-Off              Binary-Long  value 4.
 77  ws-Pic-Off            Binary-Long  value 32.
 77  ws-Val-Off            Binary-Long  value 48.
*>
*> pass control - pass 1 writes the output and reports, pass 2 is
*> the idempotence run over that output
 77  ws-Pass               pic 9        value 1.
 77  ws-Line-No            pic 9(6)     value zero.
 77  ws-Changed-Count      Binary-Long  value zero.
 77  ws-Term-Count         Binary-Long  value zero.
 77  ws-Left-Count         Binary-Long  value zero.
 77  ws-Long-Count         Binary-Long  value zero.
 77  ws-P1-Lines           pic 9(6)     value zero.
 77  ws-P1-Left            Binary-Long  value zero.
 77  ws-Next-Eof           pic x        value "N".
*>
 01  ws-Cur-Rec            pic x(256)   value spaces.
 01  ws-Next-Rec           pic x(256)   value spaces.
 01  ws-Out-Rec            pic x(256)   value spaces.
 01  ws-Upper-Rec          pic x(256)   value spaces.
 01  ws-Text               pic x(256)   value spaces.
 01  ws-Build              pic x(512)   value spaces.
 01  ws-Content            pic x(512)   value spaces.
 77  ws-Text-Len           Binary-Long  value zero.
 77  ws-Cx                 Binary-Long  value zero.
 77  ws-First              Binary-Long  value zero.
 77  ws-Tgt                Binary-Long  value zero.
 77  ws-Min                Binary-Long  value zero.
 77  ws-Placed             pic x        value "N".
 77  ws-Use-Ins            pic x        value "Y".
 77  ws-Keep-Line          pic x        value "N".
 77  ws-Div-Line           pic x        value "N".
 77  ws-Exec-Line          pic x        value "N".
 77  ws-Tally              Binary-Long  value zero.
*>
*> division in force: I D E P, space before the first or after an
*> END PROGRAM
 77  ws-Div                pic x        value space.
*>
*> the tokens of the current line - positions are into ws-Text
 01  Tok-Table.
     03  Tok-Entry         occurs 128.
         05  Tok-Start     Binary-Long.
         05  Tok-Len       Binary-Long.
         05  Tok-Kind      pic x.
*>                                      W word, L literal, P period
         05  Tok-Key       pic x(32).
         05  Tok-Key-Len   Binary-Long.
 77  Tok-Count             Binary-Long  value zero.
 77  ws-Tx                 Binary-Long  value zero.
 77  ws-Ptr                Binary-Long  value zero.
 77  ws-Sub                Binary-Long  value zero.
 77  ws-Sub2               Binary-Long  value zero.
 77  ws-Comment-Pos        Binary-Long  value zero.
 77  ws-New-Start          Binary-Long  value zero.
 77  ws-New-Kind           pic x        value space.
 77  ws-Chr                pic x        value space.
 77  ws-Next-Chr           pic x        value space.
 77  ws-Quote-Chr          pic x        value space.
 01  ws-Key                pic x(32)    value spaces.
 01  ws-Key-Work           pic x(64)    value spaces.
 77  ws-Key-Len            Binary-Long  value zero.
 01  ws-Word30             pic x(30)    value spaces.
 77  ws-Found-Sw           pic x        value space.
     88  ws-Found                       value "Y".
*>
*> keys either side of the one being cased, carried across lines
*> so a PICTURE string or COPY name on the next line is still seen
 01  ws-Cs-Prev1           pic x(32)    value spaces.
 01  ws-Cs-Prev2           pic x(32)    value spaces.
 77  ws-Cs-Exec            pic x        value "N".
*>
*> data division: the level stack and the entry being laid out
 01  Lv-Table.
     03  Lv-Level          pic 99       occurs 50.
 77  Lv-Count              Binary-Long  value zero.
 77  ws-Level              pic 99       value zero.
 77  ws-Depth              Binary-Long  value zero.
 77  ws-In-Entry           pic x        value "N".
 77  ws-Entry-Off          Binary-Long  value zero.
 77  ws-Align              pic x        value "Y".
 77  ws-Pic-Done           pic x        value "N".
 77  ws-Val-Done           pic x        value "N".
 77  ws-Pos                Binary-Long  value zero.
 77  ws-Last-End           Binary-Long  value zero.
 77  ws-Fits               pic x        value "Y".
*>
*> procedure division: the open scopes, innermost last
*>   I IF            E EVALUATE         F inline PERFORM
*>   T a statement that may yet take a conditional phrase
*>   V such a statement once it has one (or SEARCH)
*>   W a WHEN or phrase body
 01  Scope-Table.
     03  Sc-Entry          occurs 64.
         05  Sc-Type       pic x.
         05  Sc-Verb       pic x(12).
         05  Sc-Lower      pic x.
         05  Sc-Else       pic x.
 77  Sc-Count              Binary-Long  value zero.
 77  ws-Sx                 Binary-Long  value zero.
 77  ws-Push-Type          pic x        value space.
 01  ws-Push-Verb          pic x(12)    value spaces.
 77  ws-Push-Lower         pic x        value space.
 77  ws-Tok-Lower          pic x        value space.
 77  ws-In-Stmt            pic x        value "N".
 77  ws-Stmt-Depth         Binary-Long  value zero.
 77  ws-In-Exec            pic x        value "N".
 77  ws-Pend-Perform       pic 9        value zero.
 77  ws-Perf-Lower         pic x        value space.
 77  ws-Phrase-Skip        Binary-Long  value zero.
 77  ws-Sentence-Bad       pic x        value "N".
 01  ws-Bad-Reason         pic x(40)    value spaces.
 01  ws-Prev-Key           pic x(32)    value spaces.
 77  ws-Line-Cat           pic x        value space.
*>                                      H header, S statement,
*>                                      C continuation, K keep
 77  ws-Line-Depth         Binary-Long  value zero.
 01  ws-Find-Type          pic x        value space.
 01  ws-Find-Verb          pic x(12)    value spaces.
 01  ws-Ph-Class           pic xx       value spaces.
 77  ws-Ph-Skip            Binary-Long  value zero.
 01  ws-Ph-Key             pic x(32)    value spaces.
*>
*> terminators to go in front of the periods on this line
 01  Ins-Table.
     03  Ins-Entry         occurs 10.
         05  Ins-Pos       Binary-Long.
         05  Ins-Text      pic x(160).
         05  Ins-Len       Binary-Long.
         05  Ins-Terms     Binary-Long.
 77  Ins-Count             Binary-Long  value zero.
 77  ws-Ix                 Binary-Long  value zero.
 01  ws-Term-Text          pic x(160)   value spaces.
 77  ws-Term-Ptr           Binary-Long  value zero.
 77  ws-Term-Terms         Binary-Long  value zero.
 01  ws-Term-Word          pic x(16)    value spaces.
*>
*> statement verbs - class C may take a conditional phrase (codes
*> in Vb-Phrases: AE at end, IK invalid key, SE size error, EX
*> exception, OV overflow, EP end-of-page), I E R P N open IF,
*> EVALUATE, SEARCH, PERFORM, NEXT SENTENCE, S the rest
 01  Verb-Values.
     03  filler  pic x(24)  value "ACCEPT      CEX         ".
     03  filler  pic x(24)  value "ADD         CSE         ".
     03  filler  pic x(24)  value "ALLOCATE    S           ".
     03  filler  pic x(24)  value "ALTER       S           ".
     03  filler  pic x(24)  value "CALL        CEXOV       ".
     03  filler  pic x(24)  value "CANCEL      S           ".
     03  filler  pic x(24)  value "CLOSE       S           ".
     03  filler  pic x(24)  value "COMMIT      S           ".
     03  filler  pic x(24)  value "COMPUTE     CSE         ".
     03  filler  pic x(24)  value "CONTINUE    S           ".
     03  filler  pic x(24)  value "DELETE      CIK         ".
     03  filler  pic x(24)  value "DISABLE     S           ".
     03  filler  pic x(24)  value "DISPLAY     CEX         ".
     03  filler  pic x(24)  value "DIVIDE      CSE         ".
     03  filler  pic x(24)  value "ENABLE      S           ".
     03  filler  pic x(24)  value "ENTRY       S           ".
     03  filler  pic x(24)  value "EVALUATE    E           ".
     03  filler  pic x(24)  value "EXIT        S           ".
     03  filler  pic x(24)  value "FREE        S           ".
     03  filler  pic x(24)  value "GENERATE    S           ".
     03  filler  pic x(24)  value "GO          S           ".
     03  filler  pic x(24)  value "GOBACK      S           ".
     03  filler  pic x(24)  value "IF          I           ".
     03  filler  pic x(24)  value "INITIALIZE  S           ".
     03  filler  pic x(24)  value "INITIATE    S           ".
     03  filler  pic x(24)  value "INSPECT     S           ".
     03  filler  pic x(24)  value "INVOKE      S           ".
     03  filler  pic x(24)  value "MERGE       S           ".
     03  filler  pic x(24)  value "MOVE        S           ".
     03  filler  pic x(24)  value "MULTIPLY    CSE         ".
     03  filler  pic x(24)  value "NEXT        N           ".
     03  filler  pic x(24)  value "OPEN        S           ".
     03  filler  pic x(24)  value "PERFORM     P           ".
     03  filler  pic x(24)  value "PURGE       S           ".
     03  filler  pic x(24)  value "READ        CAEIK       ".
     03  filler  pic x(24)  value "RECEIVE     S           ".
     03  filler  pic x(24)  value "RELEASE     S           ".
     03  filler  pic x(24)  value "RETURN      CAE         ".
     03  filler  pic x(24)  value "REWRITE     CIK         ".
     03  filler  pic x(24)  value "ROLLBACK    S           ".
     03  filler  pic x(24)  value "SEARCH      RAE         ".
     03  filler  pic x(24)  value "SEND        S           ".
     03  filler  pic x(24)  value "SET         S           ".
     03  filler  pic x(24)  value "SORT        S           ".
     03  filler  pic x(24)  value "START       CIK         ".
     03  filler  pic x(24)  value "STOP        S           ".
     03  filler  pic x(24)  value "STRING      COV         ".
     03  filler  pic x(24)  value "SUBTRACT    CSE         ".
     03  filler  pic x(24)  value "SUPPRESS    S           ".
     03  filler  pic x(24)  value "TERMINATE   S           ".
     03  filler  pic x(24)  value "TRANSFORM   S           ".
     03  filler  pic x(24)  value "UNLOCK      S           ".
     03  filler  pic x(24)  value "UNSTRING    COV         ".
     03  filler  pic x(24)  value "USE         S           ".
     03  filler  pic x(24)  value "VALIDATE    S           ".
     03  filler  pic x(24)  value "WRITE       CIKEP       ".
 01  Verb-Table  redefines Verb-Values.
     03  Vb-Entry          occurs 56.
         05  Vb-Name       pic x(12).
         05  Vb-Class      pic x.
         05  Vb-Phrases    pic x(11).
 77  Verb-Count            Binary-Long  value 56.
 77  ws-Vx                 Binary-Long  value zero.
*>
*> the proof
 01  ws-Command            pic x(1024)  value spaces.
 01  ws-Xr-Src             pic x(256)   value spaces.
 01  ws-Xr-Dest            pic x(256)   value spaces.
 01  ws-Xr-Base            pic x(256)   value spaces.
 01  ws-Xr-Ext             pic x(256)   value spaces.
 01  ws-Xr-Log             pic x(256)   value spaces.
 01  ws-Xr1-Name           pic x(256)   value spaces.
 01  ws-Xr2-Name           pic x(256)   value spaces.
 01  ws-Xs1-Name           pic x(256)   value spaces.
 01  ws-Xs2-Name           pic x(256)   value spaces.
 01  ws-Second-Name        pic x(256)   value spaces.
 77  ws-Xr-Ok              pic x        value "Y".
 77  ws-Xref-Result        pic x        value space.
*>                                      S same, D differ, N not run
 77  ws-Stable-Result      pic x        value space.
 77  ws-Diff-Count         Binary-Long  value zero.
 77  ws-Row-Count          Binary-Long  value zero.
 77  ws-A-Eof              pic x        value "N".
 77  ws-B-Eof              pic x        value "N".
 77  ws-P2-Changed         Binary-Long  value zero.
 01  ws-Edit               pic z(5)9.
 01  ws-Edit2              pic z(5)9.
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
              display "src-reformat: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     perform  1000-Get-Args      thru 1000-Exit.
     perform  1500-Load-Words    thru 1500-Exit.
     move     1 to ws-Pass.
     move     Source-In-Name  to ws-Pass-In-Name.
     move     Source-Out-Name to ws-Pass-Out-Name.
     perform  2000-Reformat      thru 2000-Exit.
     move     ws-Line-No    to ws-P1-Lines.
     move     ws-Left-Count to ws-P1-Left.
     perform  5000-Report       thru 5000-Exit.
     move     "N" to ws-Xref-Result.
     move     "N" to ws-Stable-Result.
     if       ws-Prove
              perform 6000-Prove-Xref   thru 6000-Exit
              perform 6500-Prove-Stable thru 6500-Exit
              perform 6900-Proof-Report thru 6900-Exit.
     if       ws-Prove
        and  (ws-Xref-Result not = "S" or ws-Stable-Result not = "S")
              move 8 to return-code
              goback.
     if       ws-P1-Left > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 1000-Get-Args.
     accept   ws-Arg-Number from argument-number.
     if       ws-Arg-Number < 2
              display "Usage: src-reformat <source> <output>"
                      " [FORMAT=FIXED|FREE] [CASE=UPPER|LOWER|KEEP]"
              display "                    [INDENT=n] [PICCOL=nn]"
                      " [VALUECOL=nn] [NOPROVE]"
              move 16 to return-code
              goback.
     accept   Source-In-Name  from argument-value.
     accept   Source-Out-Name from argument-value.
     if       Source-In-Name = Source-Out-Name
              display "Output must not be the source itself"
              move 16 to return-code
              goback.
     move     2 to ws-Arg-Sub.
 1010-Next-Arg.
     if       ws-Arg-Sub not < ws-Arg-Number
              go to 1000-Exit.
     add      1 to ws-Arg-Sub.
     move     spaces to ws-Arg-Text.
     accept   ws-Arg-Text from argument-value.
     move     function upper-case (ws-Arg-Text) to ws-Arg-Text.
     evaluate true
         when ws-Arg-Text = "FORMAT=FIXED"
              move "X" to ws-Format-Opt
         when ws-Arg-Text = "FORMAT=FREE"
              move "F" to ws-Format-Opt
         when ws-Arg-Text = "CASE=UPPER"
              move "U" to ws-Case-Opt
         when ws-Arg-Text = "CASE=LOWER"
              move "L" to ws-Case-Opt
         when ws-Arg-Text = "CASE=KEEP"
              move "K" to ws-Case-Opt
         when ws-Arg-Text (1:7) = "INDENT="
              compute ws-Indent = function numval (ws-Arg-Text (8:8))
         when ws-Arg-Text (1:7) = "PICCOL="
              compute ws-Pic-Col = function numval (ws-Arg-Text (8:8))
         when ws-Arg-Text (1:9) = "VALUECOL="
              compute ws-Value-Col =
                      function numval (ws-Arg-Text (10:8))
         when ws-Arg-Text = "NOPROVE"
              move "N" to ws-Prove-Sw
         when other
              display "Option not understood: "
                      function trim (ws-Arg-Text)
     end-evaluate.
     if       ws-Indent < zero or ws-Indent > 8
              display "INDENT must be 0 to 8 - 4 used"
              move 4 to ws-Indent.
     go       to 1010-Next-Arg.
 1000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the reserved words and intrinsic names, straight from the cobc
*> in use - the same lists chk-reserved-words works from
*>----------------------------------------------------------------
 1500-Load-Words.
     call     "get-reserved-lists" using ws-Return-Code
                                          Function-Table-R
                                          Function-Table-Size
                                          Additional-Reserved-Words-R
                                          Resvd-Table-Size.
     if       ws-Return-Code not = zero
              display "Unable to get the reserved word lists"
              move 16 to return-code
              goback.
 1500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one pass over ws-Pass-In-Name into ws-Pass-Out-Name.  Read one
*> record ahead so a line continued by the next is known before it
*> is touched.
*>----------------------------------------------------------------
 2000-Reformat.
     open     input Source-In.
     if       fs-reply not = zero
              display "Cannot open source "
                       function trim (ws-Pass-In-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     open     output Source-Out.
     if       fs-reply not = zero
              display "Cannot open output "
                       function trim (ws-Pass-Out-Name)
                       ", status " fs-reply
              move 16 to return-code
              goback.
     move     zero to ws-Line-No ws-Changed-Count ws-Term-Count
                      ws-Left-Count ws-Long-Count Lv-Count.
     move     space to ws-Div.
     move     spaces to ws-Cs-Prev1 ws-Cs-Prev2 ws-Prev-Key.
     move     "N" to ws-In-Entry ws-Next-Eof.
     perform  2390-Reset-Proc thru 2390-Exit.
     if       ws-Format-Opt = "F"
              move "N" to ws-Fixed-Sw
     else
              move "Y" to ws-Fixed-Sw.
     perform  2050-Set-Format thru 2050-Exit.
     move     spaces to ws-Next-Rec.
     read     Source-In into ws-Next-Rec at end
              move "Y" to ws-Next-Eof.
 2010-Next-Line.
     if       ws-Next-Eof = "Y"
              close Source-In Source-Out
              go to 2000-Exit.
     move     ws-Next-Rec to ws-Cur-Rec.
     move     spaces to ws-Next-Rec.
     read     Source-In into ws-Next-Rec at end
              move "Y" to ws-Next-Eof.
     add      1 to ws-Line-No.
     perform  2100-One-Line thru 2100-Exit.
     if       ws-Out-Rec not = ws-Cur-Rec
              add 1 to ws-Changed-Count.
     write    Source-Out-Rec from ws-Out-Rec.
     go       to 2010-Next-Line.
 2000-Exit.
     exit.
*>
 2050-Set-Format.
     if       ws-Fixed
              move 65 to ws-Text-Max
              move zero to ws-A-Off
              move 4 to ws-B-Off
              move 32 to ws-Pic-Off
              move 48 to ws-Val-Off
              if  ws-Pic-Col > 8
                  compute ws-Pic-Off = ws-Pic-Col - 8
              end-if
              if  ws-Value-Col > 8
                  compute ws-Val-Off = ws-Value-Col - 8
              end-if
     else
              move 255 to ws-Text-Max
              move 1 to ws-A-Off
              move 5 to ws-B-Off
              move 33 to ws-Pic-Off
              move 49 to ws-Val-Off
              if  ws-Pic-Col > 1
                  compute ws-Pic-Off = ws-Pic-Col - 1
              end-if
              if  ws-Value-Col > 1
                  compute ws-Val-Off = ws-Value-Col - 1
              end-if
     end-if.
 2050-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> one source line into ws-Out-Rec.  Anything not understood goes
*> across exactly as read.
*>----------------------------------------------------------------
 2100-One-Line.
     move     ws-Cur-Rec to ws-Out-Rec.
     move     function upper-case (ws-Cur-Rec) to ws-Upper-Rec.
*> compiler directives - a >>SOURCE line switches the format
     move     zero to ws-Tally.
     if       ws-Fixed
              inspect ws-Upper-Rec (7:250) tallying ws-Tally
                      for leading spaces
              if  ws-Tally < 249
                and ws-Upper-Rec (7 + ws-Tally:2) = ">>"
                  perform 2160-Directive thru 2160-Exit
                  go to 2100-Exit
              end-if
     else
              inspect ws-Upper-Rec tallying ws-Tally
                      for leading spaces
              if  ws-Tally < 255
               and (ws-Upper-Rec (ws-Tally + 1:2) = ">>"
                 or ws-Upper-Rec (ws-Tally + 1:1) = "$")
                  perform 2160-Directive thru 2160-Exit
                  go to 2100-Exit
              end-if
     end-if.
*> comment, debug and blank lines
     if       ws-Fixed
              if  ws-Cur-Rec (7:1) = "*" or = "/" or = "D" or = "d"
                  go to 2100-Exit
              end-if
              move ws-Cur-Rec (8:65) to ws-Text
     else
              if  ws-Tally < 255
                and ws-Upper-Rec (ws-Tally + 1:2) = "*>"
                  go to 2100-Exit
              end-if
              move ws-Cur-Rec to ws-Text
     end-if.
     if       ws-Text = spaces
              go to 2100-Exit.
     move     zero to ws-Tally.
     inspect  ws-Text tallying ws-Tally for all x"09".
     if       ws-Tally > zero
              go to 2100-Exit.
*> a continuation line, or one the next line continues, keeps its
*> layout - cases can still change, the text does not move
     move     "N" to ws-Keep-Line ws-Div-Line ws-Exec-Line.
     if       ws-Fixed
        and  (ws-Cur-Rec (7:1) = "-"
          or (ws-Next-Eof = "N" and ws-Next-Rec (7:1) = "-"))
              move "Y" to ws-Keep-Line.
     perform  2200-Tokenize thru 2200-Exit.
     if       Tok-Count = zero
              go to 2100-Exit.
     perform  2300-Divisions thru 2300-Exit.
*> a copybook of data entries has no DATA DIVISION header
     if       ws-Div = space and ws-Div-Line = "N"
        and  (Tok-Key (1) = "FD" or = "SD"
          or (Tok-Kind (1) = "W"
              and (Tok-Key-Len (1) = 1 or = 2)
              and Tok-Key (1) (1:Tok-Key-Len (1)) is numeric))
              move "D" to ws-Div.
     if       ws-In-Exec = "Y"
              move "Y" to ws-Exec-Line ws-Keep-Line.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tok-Count
              if  Tok-Key (ws-Tx) = "EXEC"
                  move "Y" to ws-Exec-Line ws-Keep-Line
              end-if
     end-perform.
     perform  2400-Apply-Case thru 2400-Exit.
     evaluate ws-Div
         when "D"
              perform 2500-Data-Line thru 2500-Exit
         when "P"
              perform 2600-Proc-Line thru 2600-Exit
     end-evaluate.
     if       ws-Fixed
              move ws-Text (1:65) to ws-Out-Rec (8:65)
     else
              move ws-Text to ws-Out-Rec.
 2100-Exit.
     exit.
*>
 2160-Directive.
     move     zero to ws-Tally.
     inspect  ws-Upper-Rec tallying ws-Tally for all "SOURCE".
     if       ws-Tally = zero
              go to 2160-Exit.
     move     zero to ws-Tally.
     inspect  ws-Upper-Rec tallying ws-Tally for all "FREE".
     if       ws-Tally > zero
              move "N" to ws-Fixed-Sw
              perform 2050-Set-Format thru 2050-Exit
              go to 2160-Exit.
     move     zero to ws-Tally.
     inspect  ws-Upper-Rec tallying ws-Tally for all "FIXED".
     if       ws-Tally > zero
              move "Y" to ws-Fixed-Sw
              perform 2050-Set-Format thru 2050-Exit.
 2160-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> split ws-Text into words, literals and separator periods.  A
*> floating comment ends the scan; commas and semicolons used as
*> separators stay with the word before them.
*>----------------------------------------------------------------
 2200-Tokenize.
     move     zero to Tok-Count ws-Comment-Pos.
     move     ws-Text-Max to ws-Text-Len.
 2205-Trim.
     if       ws-Text-Len > zero
        and   ws-Text (ws-Text-Len:1) = space
              subtract 1 from ws-Text-Len
              go to 2205-Trim.
     move     1 to ws-Ptr.
 2210-Scan.
     if       ws-Ptr > ws-Text-Len
              go to 2200-Exit.
     move     ws-Text (ws-Ptr:1) to ws-Chr.
     if       ws-Chr = space
              add 1 to ws-Ptr
              go to 2210-Scan.
     move     space to ws-Next-Chr.
     if       ws-Ptr < ws-Text-Len
              move ws-Text (ws-Ptr + 1:1) to ws-Next-Chr.
     if       ws-Chr = "*" and ws-Next-Chr = ">"
              move ws-Ptr to ws-Comment-Pos
              go to 2200-Exit.
     move     ws-Ptr to ws-New-Start.
     if       ws-Chr = "." and ws-Next-Chr = space
              move "P" to ws-New-Kind
              add 1 to ws-Ptr
              perform 2280-Add-Token thru 2280-Exit
              go to 2210-Scan.
     if       ws-Chr = '"' or = "'"
              perform 2250-Literal thru 2250-Exit
              go to 2210-Scan.
 2220-Word.
     if       ws-Ptr > ws-Text-Len
              go to 2230-Word-End.
     move     ws-Text (ws-Ptr:1) to ws-Chr.
     if       ws-Chr = space
              go to 2230-Word-End.
*> X" N" NX" and the like open a literal; anything else ends the word
     if       ws-Chr = '"' or = "'"
              if  ws-Ptr - ws-New-Start < 3
                and ws-Text (ws-New-Start:ws-Ptr - ws-New-Start)
                        is alphabetic
                  perform 2250-Literal thru 2250-Exit
                  go to 2210-Scan
              end-if
              go to 2230-Word-End.
     if       ws-Chr = "."
        and  (ws-Ptr = ws-Text-Len
          or  ws-Text (ws-Ptr + 1:1) = space)
              go to 2230-Word-End.
     add      1 to ws-Ptr.
     go       to 2220-Word.
 2230-Word-End.
     move     "W" to ws-New-Kind.
     perform  2280-Add-Token thru 2280-Exit.
     go       to 2210-Scan.
 2200-Exit.
     exit.
*>
*> a quoted literal from ws-Ptr (the opening quote) - a doubled
*> quote is part of it, no closing quote runs it to the line end
 2250-Literal.
     move     ws-Text (ws-Ptr:1) to ws-Quote-Chr.
     add      1 to ws-Ptr.
 2255-Lit-Scan.
     if       ws-Ptr > ws-Text-Len
              go to 2258-Lit-End.
     if       ws-Text (ws-Ptr:1) not = ws-Quote-Chr
              add 1 to ws-Ptr
              go to 2255-Lit-Scan.
     if       ws-Ptr < ws-Text-Len
        and   ws-Text (ws-Ptr + 1:1) = ws-Quote-Chr
              add 2 to ws-Ptr
              go to 2255-Lit-Scan.
     add      1 to ws-Ptr.
 2258-Lit-End.
     move     "L" to ws-New-Kind.
     perform  2280-Add-Token thru 2280-Exit.
 2250-Exit.
     exit.
*>
*> token from ws-New-Start up to ws-Ptr - 1; a word's key is its
*> upper case text before any subscript, qualifier colon or comma
 2280-Add-Token.
     if       Tok-Count not < 128
              go to 2280-Exit.
     add      1 to Tok-Count.
     move     ws-New-Start to Tok-Start (Tok-Count).
     compute  Tok-Len (Tok-Count) = ws-Ptr - ws-New-Start.
     move     ws-New-Kind to Tok-Kind (Tok-Count).
     move     spaces to Tok-Key (Tok-Count).
     move     zero to Tok-Key-Len (Tok-Count).
     if       ws-New-Kind = "P"
              move "." to Tok-Key (Tok-Count)
              go to 2280-Exit.
     if       ws-New-Kind not = "W"
              go to 2280-Exit.
     move     spaces to ws-Key-Work.
     move     zero to ws-Key-Len.
     unstring ws-Text (ws-New-Start:Tok-Len (Tok-Count))
              delimited by "(" or ")" or ":" or "," or ";"
              into ws-Key-Work count in ws-Key-Len.
     if       ws-Key-Len > zero and ws-Key-Len < 33
              move function upper-case (ws-Key-Work (1:ws-Key-Len))
                   to Tok-Key (Tok-Count)
              move ws-Key-Len to Tok-Key-Len (Tok-Count).
 2280-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> division headers and END PROGRAM - these lines keep their place
*>----------------------------------------------------------------
 2300-Divisions.
     if       Tok-Count > 1
        and   Tok-Key (1) = "END"
        and  (Tok-Key (2) = "PROGRAM" or = "FUNCTION" or = "CLASS"
           or = "METHOD" or = "INTERFACE" or = "FACTORY"
           or = "OBJECT")
              move space to ws-Div
              move "Y" to ws-Div-Line
              perform 2390-Reset-Proc thru 2390-Exit
              go to 2300-Exit.
     perform  varying ws-Tx from 2 by 1 until ws-Tx > Tok-Count
              if  Tok-Key (ws-Tx) = "DIVISION"
                  move "Y" to ws-Div-Line
                  evaluate Tok-Key (ws-Tx - 1)
                      when "IDENTIFICATION"
                      when "ID"
                           move "I" to ws-Div
                      when "ENVIRONMENT"
                           move "E" to ws-Div
                      when "DATA"
                           move "D" to ws-Div
                           move zero to Lv-Count
                           move "N" to ws-In-Entry
                      when "PROCEDURE"
                           move "P" to ws-Div
                           perform 2390-Reset-Proc thru 2390-Exit
                  end-evaluate
              end-if
     end-perform.
 2300-Exit.
     exit.
*>
 2390-Reset-Proc.
     move     zero to Sc-Count ws-Stmt-Depth ws-Phrase-Skip
                      ws-Pend-Perform.
     move     "N" to ws-In-Stmt ws-In-Exec ws-Sentence-Bad.
     move     spaces to ws-Bad-Reason.
 2390-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> case the reserved words in place - same length, so token
*> positions hold.  Identification division: only the paragraph
*> name at the head of a line and the division header itself.
*>----------------------------------------------------------------
 2400-Apply-Case.
     move     ws-In-Exec to ws-Cs-Exec.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tok-Count
              if  Tok-Kind (ws-Tx) = "W"
                  evaluate true
                      when Tok-Key (ws-Tx) = "EXEC"
                           move "Y" to ws-Cs-Exec
                      when Tok-Key (ws-Tx) = "END-EXEC"
                           move "N" to ws-Cs-Exec
                      when ws-Cs-Exec = "N"
                       and ws-Case-Opt not = "K"
                           perform 2410-Case-Token thru 2410-Exit
                  end-evaluate
              end-if
              move ws-Cs-Prev1 to ws-Cs-Prev2
              move Tok-Key (ws-Tx) to ws-Cs-Prev1
     end-perform.
 2400-Exit.
     exit.
*>
 2410-Case-Token.
     if       ws-Div = "I"
        and   not (ws-Tx = 1 and Tok-Count > 1
                   and Tok-Kind (2) = "P")
        and   Tok-Key (ws-Tx) not = "DIVISION"
        and   not (ws-Tx < Tok-Count
                   and Tok-Key (ws-Tx + 1) = "DIVISION")
              go to 2410-Exit.
     if       ws-Cs-Prev1 = "PIC" or = "PICTURE" or = "COPY"
              go to 2410-Exit.
     if       ws-Cs-Prev1 = "IS"
        and  (ws-Cs-Prev2 = "PIC" or = "PICTURE")
              go to 2410-Exit.
     if       Tok-Key-Len (ws-Tx) = zero
        or    Tok-Key-Len (ws-Tx) > 30
              go to 2410-Exit.
     move     Tok-Key (ws-Tx) to ws-Word30.
     perform  2450-Is-Reserved thru 2450-Exit.
     if       not ws-Found
        and   ws-Cs-Prev1 = "FUNCTION"
              perform 2460-Is-Function thru 2460-Exit.
     if       not ws-Found
              go to 2410-Exit.
     move     Tok-Key-Len (ws-Tx) to ws-Key-Len.
     if       ws-Case-Opt = "L"
              move function lower-case
                   (ws-Text (Tok-Start (ws-Tx):ws-Key-Len))
                   to ws-Text (Tok-Start (ws-Tx):ws-Key-Len)
     else
              move function upper-case
                   (ws-Text (Tok-Start (ws-Tx):ws-Key-Len))
                   to ws-Text (Tok-Start (ws-Tx):ws-Key-Len).
 2410-Exit.
     exit.
*>
 2450-Is-Reserved.
     move     space to ws-Found-Sw.
     perform  varying ws-Sub2 from 1 by 1
              until ws-Sub2 > Resvd-Table-Size or ws-Found
              if  Resvd-Word (ws-Sub2) = ws-Word30
                  set ws-Found to true
              end-if
     end-perform.
 2450-Exit.
     exit.
*>
 2460-Is-Function.
     move     space to ws-Found-Sw.
     perform  varying ws-Sub2 from 1 by 1
              until ws-Sub2 > Function-Table-Size or ws-Found
              if  P-Function (ws-Sub2) = ws-Word30
                  set ws-Found to true
              end-if
     end-perform.
 2460-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> data division: a level-numbered entry is laid out afresh from
*> its tokens - indent from the level stack, PIC and VALUE to their
*> columns; its continuation lines are moved, not re-spaced
*>----------------------------------------------------------------
 2500-Data-Line.
     if       ws-Exec-Line = "Y"
              perform varying ws-Tx from 1 by 1
                      until ws-Tx > Tok-Count
                      if  Tok-Key (ws-Tx) = "EXEC"
                          move "Y" to ws-In-Exec
                      end-if
                      if  Tok-Key (ws-Tx) = "END-EXEC"
                          move "N" to ws-In-Exec
                      end-if
              end-perform
              go to 2500-Exit.
     if       ws-Div-Line = "Y"
              go to 2500-Exit.
     if       Tok-Count > 1 and Tok-Key (2) = "SECTION"
              move zero to Lv-Count
              move "N" to ws-In-Entry
              go to 2500-Exit.
     move     Tok-Key (1) to ws-Key.
     if       ws-Key = "FD" or = "SD" or = "RD" or = "CD"
              move zero to Lv-Count
              move ws-A-Off to ws-Entry-Off
              if  ws-Keep-Line = "N"
                  move ws-A-Off to ws-Tgt ws-Min
                  perform 2570-Move-Line thru 2570-Exit
              end-if
              go to 2590-Entry-State.
     if       ws-Key = "COPY" or = "REPLACE"
              go to 2590-Entry-State.
     if       Tok-Kind (1) = "W"
        and  (Tok-Key-Len (1) = 1 or = 2)
        and   Tok-Key (1) (1:Tok-Key-Len (1)) is numeric
              go to 2510-Entry.
     if       ws-In-Entry = "Y" and ws-Keep-Line = "N"
              evaluate ws-Key
                  when "PIC"
                  when "PICTURE"
                       move ws-Pic-Off to ws-Tgt
                  when "VALUE"
                  when "VALUES"
                       move ws-Val-Off to ws-Tgt
                  when other
                       compute ws-Tgt = ws-Entry-Off + ws-Indent
              end-evaluate
              move ws-Entry-Off to ws-Min
              perform 2570-Move-Line thru 2570-Exit.
     go       to 2590-Entry-State.
*>
 2510-Entry.
     move     Tok-Key (1) (1:Tok-Key-Len (1)) to ws-Level.
     evaluate true
         when ws-Level = 1
              move zero to Lv-Count ws-Depth
              perform 2520-Push-Level thru 2520-Exit
         when ws-Level > 1 and ws-Level < 50
              perform 2515-Pop-Level thru 2515-Exit
              move Lv-Count to ws-Depth
              perform 2520-Push-Level thru 2520-Exit
         when ws-Level = 66
              move zero to ws-Depth
         when ws-Level = 77 or ws-Level = 78
              move zero to Lv-Count ws-Depth
              move 1 to ws-Level
              perform 2520-Push-Level thru 2520-Exit
         when ws-Level = 88
              move Lv-Count to ws-Depth
         when other
              go to 2590-Entry-State
     end-evaluate.
     compute  ws-Entry-Off = ws-A-Off + ws-Indent * ws-Depth.
     if       ws-Keep-Line = "Y"
              go to 2590-Entry-State.
     move     "Y" to ws-Align.
     perform  2530-Build-Entry thru 2530-Exit.
     if       ws-Fits = "N"
              move "N" to ws-Align
              perform 2530-Build-Entry thru 2530-Exit.
     if       ws-Fits = "Y"
              move ws-Build (1:ws-Text-Max) to ws-Text
     else
              add 1 to ws-Long-Count.
     go       to 2590-Entry-State.
*>
 2515-Pop-Level.
     if       Lv-Count > zero
        and   Lv-Level (Lv-Count) not < ws-Level
              subtract 1 from Lv-Count
              go to 2515-Pop-Level.
 2515-Exit.
     exit.
*>
 2520-Push-Level.
     if       Lv-Count < 50
              add 1 to Lv-Count
              move ws-Level to Lv-Level (Lv-Count).
 2520-Exit.
     exit.
*>
*> lay the entry's tokens into ws-Build: level, name 4 on, PIC and
*> VALUE to their columns when ws-Align (else one space), a
*> floating comment back at its own column if there is room
 2530-Build-Entry.
     move     spaces to ws-Build.
     move     "Y" to ws-Fits.
     move     "N" to ws-Pic-Done ws-Val-Done.
     compute  ws-Pos = ws-Entry-Off + 1.
     move     zero to ws-Last-End.
     perform  varying ws-Tx from 1 by 1 until ws-Tx > Tok-Count
              if  Tok-Kind (ws-Tx) = "P"
                  compute ws-Pos = ws-Last-End + 1
              end-if
              if  ws-Align = "Y" and ws-Pic-Done = "N"
                and (Tok-Key (ws-Tx) = "PIC" or = "PICTURE")
                  move "Y" to ws-Pic-Done
                  if  ws-Pos < ws-Pic-Off + 1
                      compute ws-Pos = ws-Pic-Off + 1
                  end-if
              end-if
              if  ws-Align = "Y" and ws-Val-Done = "N"
                and (Tok-Key (ws-Tx) = "VALUE" or = "VALUES")
                  move "Y" to ws-Val-Done
                  if  ws-Pos < ws-Val-Off + 1
                      compute ws-Pos = ws-Val-Off + 1
                  end-if
              end-if
              compute ws-Last-End = ws-Pos + Tok-Len (ws-Tx) - 1
              if  ws-Last-End > ws-Text-Max
                  move "N" to ws-Fits
              else
                  move ws-Text (Tok-Start (ws-Tx):Tok-Len (ws-Tx))
                       to ws-Build (ws-Pos:Tok-Len (ws-Tx))
              end-if
              compute ws-Pos = ws-Last-End + 2
              if  ws-Tx = 1 and Tok-Len (1) < 3
                  compute ws-Pos = ws-Entry-Off + 5
              end-if
     end-perform.
     if       ws-Comment-Pos = zero or ws-Fits = "N"
              go to 2530-Exit.
     compute  ws-Cx = ws-Text-Len - ws-Comment-Pos + 1.
     move     ws-Comment-Pos to ws-Sub.
     if       ws-Sub < ws-Pos
              move ws-Pos to ws-Sub.
     if       ws-Sub + ws-Cx - 1 > ws-Text-Max
              move "N" to ws-Fits
     else
              move ws-Text (ws-Comment-Pos:ws-Cx)
                   to ws-Build (ws-Sub:ws-Cx).
 2530-Exit.
     exit.
*>
*> shift the line's text, spacing as is, to offset ws-Tgt - pulled
*> back as far as ws-Min when it would run off the code area
 2570-Move-Line.
     move     zero to Ins-Count.
     perform  2810-Make-Content thru 2810-Exit.
     perform  2850-Place thru 2850-Exit.
     if       ws-Placed = "N"
              add 1 to ws-Long-Count.
 2570-Exit.
     exit.
*>
 2590-Entry-State.
     if       Tok-Kind (Tok-Count) = "P"
              move "N" to ws-In-Entry
     else
              move "Y" to ws-In-Entry.
 2500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> procedure division: walk the tokens through the scope stack,
*> then lay the line at the depth its first token was found at
*>----------------------------------------------------------------
 2600-Proc-Line.
     move     space to ws-Line-Cat.
     move     zero to ws-Line-Depth Ins-Count.
     if       ws-Div-Line = "Y"
              go to 2600-Exit.
*> a paragraph or section name - never a reserved word, never in
*> the middle of a statement
     if       ws-In-Stmt = "N" and ws-In-Exec = "N"
        and   Tok-Kind (1) = "W" and Tok-Count > 1
        and  (Tok-Kind (2) = "P" or Tok-Key (2) = "SECTION")
              move Tok-Key (1) to ws-Word30
              perform 2450-Is-Reserved thru 2450-Exit
              if  not ws-Found
                  move "H" to ws-Line-Cat
              end-if
     end-if.
     if       Tok-Key (1) = "DECLARATIVES"
        or   (Tok-Key (1) = "END" and Tok-Count > 1
              and Tok-Key (2) = "DECLARATIVES")
              move "H" to ws-Line-Cat.
     perform  2610-Proc-Token thru 2610-Exit
              varying ws-Tx from 1 by 1 until ws-Tx > Tok-Count.
     if       ws-Keep-Line = "N"
              perform 2800-Build-Proc thru 2800-Exit.
 2600-Exit.
     exit.
*>
 2610-Proc-Token.
     move     Tok-Key (ws-Tx) to ws-Key.
     move     "N" to ws-Tok-Lower.
     if       ws-Text (Tok-Start (ws-Tx):1) >= "a"
        and   ws-Text (Tok-Start (ws-Tx):1) <= "z"
              move "Y" to ws-Tok-Lower.
     if       ws-Phrase-Skip > zero
              subtract 1 from ws-Phrase-Skip
              go to 2610-Exit.
     if       ws-In-Exec = "Y"
              if  ws-Key = "END-EXEC"
                  move "N" to ws-In-Exec
              end-if
              if  Tok-Kind (ws-Tx) = "P"
                  perform 2700-Period thru 2700-Exit
              end-if
              go to 2610-Exit.
     if       Tok-Kind (ws-Tx) = "P"
              perform 2700-Period thru 2700-Exit
              go to 2610-Exit.
     if       Tok-Kind (ws-Tx) = "L"
              move zero to ws-Pend-Perform
              perform 2690-Other thru 2690-Exit
              go to 2610-Exit.
     if       ws-Key = "EXEC"
              move zero to ws-Vx
              perform 2620-Verb thru 2620-Exit
              move "Y" to ws-In-Exec
              go to 2610-Exit.
*> after PERFORM: a reserved word opens an inline perform, so does
*> <n> TIMES; a procedure name makes it out of line
     if       ws-Pend-Perform = 1
              move zero to ws-Pend-Perform
              move ws-Key to ws-Word30
              perform 2450-Is-Reserved thru 2450-Exit
              if  ws-Found and ws-Key not = "THRU"
                           and ws-Key not = "THROUGH"
                  move "F" to ws-Push-Type
                  move "PERFORM" to ws-Push-Verb
                  move ws-Perf-Lower to ws-Push-Lower
                  perform 2680-Push thru 2680-Exit
              else
                  move 2 to ws-Pend-Perform
                  go to 2610-Exit
              end-if
     end-if.
     if       ws-Pend-Perform = 2
              move zero to ws-Pend-Perform
              if  ws-Key = "TIMES"
                  move "F" to ws-Push-Type
                  move "PERFORM" to ws-Push-Verb
                  move ws-Perf-Lower to ws-Push-Lower
                  perform 2680-Push thru 2680-Exit
                  go to 2610-Exit
              end-if
     end-if.
     perform  2670-Find-Verb thru 2670-Exit.
     if       ws-Vx > zero
        and  (ws-Prev-Key = "EXIT" or = "GO")
              move zero to ws-Vx.
     if       ws-Vx > zero and Vb-Class (ws-Vx) = "N"
        and   not (ws-Tx < Tok-Count
                   and Tok-Key (ws-Tx + 1) = "SENTENCE")
              move zero to ws-Vx.
     if       ws-Vx > zero
              perform 2620-Verb thru 2620-Exit
              go to 2610-Exit.
     evaluate ws-Key
         when "ELSE"
              perform 2630-Else thru 2630-Exit
         when "WHEN"
              perform 2640-When thru 2640-Exit
         when "END-IF"
         when "END-EVALUATE"
         when "END-PERFORM"
         when "END-SEARCH"
              perform 2650-End-Scope thru 2650-Exit
         when "AT"
         when "NOT"
         when "ON"
         when "INVALID"
         when "SIZE"
         when "EXCEPTION"
         when "OVERFLOW"
         when "END-OF-PAGE"
         when "EOP"
              perform 2660-Phrase thru 2660-Exit
         when other
              if  ws-Key (1:4) = "END-"
                  perform 2650-End-Scope thru 2650-Exit
              else
                  perform 2690-Other thru 2690-Exit
              end-if
     end-evaluate.
 2610-Exit.
     if       ws-Tx not > Tok-Count
        and   Tok-Kind (ws-Tx) = "W"
              move ws-Key to ws-Prev-Key.
     exit.
*>
*> a statement starts: conditional statements left open without a
*> phrase end here
 2620-Verb.
     perform  2675-Pop-Tentative thru 2675-Exit.
     perform  2685-Depth thru 2685-Exit.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              move ws-Depth to ws-Line-Depth.
     move     "Y" to ws-In-Stmt.
     move     ws-Depth to ws-Stmt-Depth.
     if       ws-Vx = zero
              go to 2620-Exit.
     move     ws-Tok-Lower to ws-Push-Lower.
     move     Vb-Name (ws-Vx) to ws-Push-Verb.
     evaluate Vb-Class (ws-Vx)
         when "I"
              move "I" to ws-Push-Type
              perform 2680-Push thru 2680-Exit
         when "E"
              move "E" to ws-Push-Type
              perform 2680-Push thru 2680-Exit
         when "R"
              move "V" to ws-Push-Type
              perform 2680-Push thru 2680-Exit
         when "C"
              move "T" to ws-Push-Type
              perform 2680-Push thru 2680-Exit
         when "P"
              move 1 to ws-Pend-Perform
              move ws-Tok-Lower to ws-Perf-Lower
         when "N"
              if  ws-Sentence-Bad = "N"
                  move "Y" to ws-Sentence-Bad
                  move "NEXT SENTENCE" to ws-Bad-Reason
              end-if
     end-evaluate.
 2620-Exit.
     exit.
*>
*> ELSE belongs to the innermost IF that has not had one yet
 2630-Else.
     move     Sc-Count to ws-Sx.
 2632-Look.
     if       ws-Sx = zero
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2630-Exit.
     if       Sc-Type (ws-Sx) = "E" or = "F"
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2630-Exit.
     if       Sc-Type (ws-Sx) not = "I"
        or    Sc-Else (ws-Sx) = "Y"
              subtract 1 from ws-Sx
              go to 2632-Look.
     move     ws-Sx to Sc-Count.
     move     "Y" to Sc-Else (ws-Sx).
     perform  2685-Depth thru 2685-Exit.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              compute ws-Line-Depth = ws-Depth - 1.
     move     "N" to ws-In-Stmt.
     move     ws-Depth to ws-Stmt-Depth.
 2630-Exit.
     exit.
*>
*> WHEN of an EVALUATE or a SEARCH - the previous WHEN body closes
 2640-When.
     move     Sc-Count to ws-Sx.
 2642-Look.
     if       ws-Sx = zero
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2640-Exit.
     if       Sc-Type (ws-Sx) = "F"
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2640-Exit.
     if       not (Sc-Type (ws-Sx) = "E"
               or (Sc-Type (ws-Sx) = "V"
                   and Sc-Verb (ws-Sx) = "SEARCH"))
              subtract 1 from ws-Sx
              go to 2642-Look.
     move     ws-Sx to Sc-Count.
     move     "W" to ws-Push-Type.
     move     "WHEN" to ws-Push-Verb.
     move     ws-Tok-Lower to ws-Push-Lower.
     perform  2680-Push thru 2680-Exit.
     perform  2685-Depth thru 2685-Exit.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              compute ws-Line-Depth = ws-Depth - 1.
     move     "Y" to ws-In-Stmt.
     compute  ws-Stmt-Depth = ws-Depth - 1.
 2640-Exit.
     exit.
*>
*> an explicit terminator closes its scope and anything left open
*> inside it
 2650-End-Scope.
     move     spaces to ws-Find-Verb.
     evaluate ws-Key
         when "END-IF"
              move "I" to ws-Find-Type
         when "END-EVALUATE"
              move "E" to ws-Find-Type
         when "END-PERFORM"
              move "F" to ws-Find-Type
         when "END-SEARCH"
              move "V" to ws-Find-Type
              move "SEARCH" to ws-Find-Verb
         when other
              move ws-Key (5:12) to ws-Find-Verb
              move ws-Find-Verb to ws-Key-Work
              move ws-Key to ws-Ph-Key
              move ws-Key-Work to ws-Key
              perform 2670-Find-Verb thru 2670-Exit
              move ws-Ph-Key to ws-Key
              if  ws-Vx = zero or Vb-Class (ws-Vx) not = "C"
                  perform 2690-Other thru 2690-Exit
                  go to 2650-Exit
              end-if
              move "V" to ws-Find-Type
     end-evaluate.
     move     Sc-Count to ws-Sx.
 2652-Look.
     if       ws-Sx = zero
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2650-Exit.
     if       ws-Find-Type = "V"
        and  (Sc-Type (ws-Sx) = "V" or = "T")
        and   Sc-Verb (ws-Sx) = ws-Find-Verb
              go to 2654-Found.
     if       ws-Find-Type not = "V"
        and   Sc-Type (ws-Sx) = ws-Find-Type
              go to 2654-Found.
     subtract 1 from ws-Sx.
     go       to 2652-Look.
 2654-Found.
     compute  Sc-Count = ws-Sx - 1.
     perform  2685-Depth thru 2685-Exit.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              move ws-Depth to ws-Line-Depth.
     move     "N" to ws-In-Stmt.
     move     ws-Depth to ws-Stmt-Depth.
 2650-Exit.
     exit.
*>
*> AT END, INVALID KEY, ON SIZE ERROR, ON EXCEPTION, ON OVERFLOW,
*> AT END-OF-PAGE and their NOT forms - attached to the innermost
*> open statement that can take them
 2660-Phrase.
     move     spaces to ws-Ph-Class.
     move     zero to ws-Ph-Skip.
     move     ws-Key to ws-Ph-Key.
     move     ws-Tx to ws-Sx.
     if       ws-Ph-Key = "NOT" and ws-Sx < Tok-Count
              add 1 to ws-Sx ws-Ph-Skip
              move Tok-Key (ws-Sx) to ws-Ph-Key.
     evaluate true
         when ws-Ph-Key = "AT" and ws-Sx < Tok-Count
              add 1 to ws-Sx ws-Ph-Skip
              evaluate Tok-Key (ws-Sx)
                  when "END"
                       move "AE" to ws-Ph-Class
                  when "END-OF-PAGE"
                  when "EOP"
                       move "EP" to ws-Ph-Class
              end-evaluate
         when ws-Ph-Key = "ON" and ws-Sx < Tok-Count
              add 1 to ws-Sx ws-Ph-Skip
              evaluate Tok-Key (ws-Sx)
                  when "SIZE"
                       move "SE" to ws-Ph-Class
                  when "EXCEPTION"
                       move "EX" to ws-Ph-Class
                  when "OVERFLOW"
                       move "OV" to ws-Ph-Class
              end-evaluate
         when ws-Ph-Key = "SIZE" and ws-Sx < Tok-Count
          and Tok-Key (ws-Sx + 1) = "ERROR"
              move "SE" to ws-Ph-Class
         when ws-Ph-Key = "INVALID"
              move "IK" to ws-Ph-Class
         when ws-Ph-Key = "EXCEPTION"
              move "EX" to ws-Ph-Class
         when ws-Ph-Key = "OVERFLOW"
              move "OV" to ws-Ph-Class
         when ws-Ph-Key = "END-OF-PAGE" or ws-Ph-Key = "EOP"
              move "EP" to ws-Ph-Class
     end-evaluate.
     if       ws-Ph-Class = spaces
              perform 2690-Other thru 2690-Exit
              go to 2660-Exit.
     move     Sc-Count to ws-Sx.
 2662-Look.
     if       ws-Sx = zero
              perform 2690-Other thru 2690-Exit
              go to 2660-Exit.
     if       Sc-Type (ws-Sx) = "W"
              subtract 1 from ws-Sx
              go to 2662-Look.
     if       Sc-Type (ws-Sx) not = "T" and not = "V"
              perform 2690-Other thru 2690-Exit
              go to 2660-Exit.
     move     Sc-Verb (ws-Sx) to ws-Key-Work.
     move     ws-Key to ws-Ph-Key.
     move     ws-Key-Work to ws-Key.
     perform  2670-Find-Verb thru 2670-Exit.
     move     ws-Ph-Key to ws-Key.
     if       ws-Vx > zero
        and  (Vb-Phrases (ws-Vx) (1:2) = ws-Ph-Class
          or  Vb-Phrases (ws-Vx) (3:2) = ws-Ph-Class
          or  Vb-Phrases (ws-Vx) (5:2) = ws-Ph-Class)
              go to 2664-Found.
     if       Sc-Type (ws-Sx) = "V"
              perform 2690-Other thru 2690-Exit
              go to 2660-Exit.
     subtract 1 from ws-Sx.
     go       to 2662-Look.
 2664-Found.
     move     ws-Sx to Sc-Count.
     move     "V" to Sc-Type (ws-Sx).
     move     "W" to ws-Push-Type.
     move     "PHRASE" to ws-Push-Verb.
     move     ws-Tok-Lower to ws-Push-Lower.
     perform  2680-Push thru 2680-Exit.
     perform  2685-Depth thru 2685-Exit.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              compute ws-Line-Depth = ws-Depth - 1.
     move     "N" to ws-In-Stmt.
     move     ws-Depth to ws-Stmt-Depth.
     move     ws-Ph-Skip to ws-Phrase-Skip.
 2660-Exit.
     exit.
*>
*> ws-Vx for the verb in ws-Key, zero if it is not one
 2670-Find-Verb.
     move     zero to ws-Vx.
     if       ws-Key (13:20) not = spaces
              go to 2670-Exit.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Verb-Count or ws-Vx > zero
              if  Vb-Name (ws-Sub) = ws-Key (1:12)
                  move ws-Sub to ws-Vx
              end-if
     end-perform.
 2670-Exit.
     exit.
*>
 2675-Pop-Tentative.
     if       Sc-Count > zero and Sc-Type (Sc-Count) = "T"
              subtract 1 from Sc-Count
              go to 2675-Pop-Tentative.
 2675-Exit.
     exit.
*>
 2680-Push.
     if       Sc-Count not < 64
              perform 2695-Bad-Scope thru 2695-Exit
              go to 2680-Exit.
     add      1 to Sc-Count.
     move     ws-Push-Type  to Sc-Type (Sc-Count).
     move     ws-Push-Verb  to Sc-Verb (Sc-Count).
     move     ws-Push-Lower to Sc-Lower (Sc-Count).
     move     "N" to Sc-Else (Sc-Count).
 2680-Exit.
     exit.
*>
*> nesting depth - every open scope but a tentative one counts
 2685-Depth.
     move     zero to ws-Depth.
     perform  varying ws-Sx from 1 by 1 until ws-Sx > Sc-Count
              if  Sc-Type (ws-Sx) not = "T"
                  add 1 to ws-Depth
              end-if
     end-perform.
 2685-Exit.
     exit.
*>
*> any other word - only matters at the head of a line, where it
*> continues the statement in hand or is left where it stands
 2690-Other.
     if       ws-Tx not = 1 or ws-Line-Cat not = space
              go to 2690-Exit.
     if       ws-In-Stmt = "Y"
              move "C" to ws-Line-Cat
              compute ws-Line-Depth = ws-Stmt-Depth + 1
     else
              move "K" to ws-Line-Cat.
 2690-Exit.
     exit.
*>
 2695-Bad-Scope.
     if       ws-Sentence-Bad = "N"
              move "Y" to ws-Sentence-Bad
              move "unmatched " to ws-Bad-Reason
              move ws-Key to ws-Bad-Reason (11:30).
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "K" to ws-Line-Cat.
 2695-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> a separator period closes every open scope: the terminators for
*> them go in front of it, unless the sentence is not clear cut
*>----------------------------------------------------------------
 2700-Period.
     move     zero to ws-Pend-Perform.
     move     spaces to ws-Term-Text.
     move     1 to ws-Term-Ptr.
     move     zero to ws-Term-Terms.
     perform  varying ws-Sx from Sc-Count by -1 until ws-Sx < 1
              move spaces to ws-Term-Word
              evaluate Sc-Type (ws-Sx)
                  when "I"
                       move "END-IF" to ws-Term-Word
                  when "E"
                       move "END-EVALUATE" to ws-Term-Word
                  when "V"
                       string "END-" delimited by size
                              Sc-Verb (ws-Sx) delimited by space
                              into ws-Term-Word
                  when "F"
                       if  ws-Sentence-Bad = "N"
                           move "Y" to ws-Sentence-Bad
                           move "inline PERFORM without END-PERFORM"
                                to ws-Bad-Reason
                       end-if
              end-evaluate
              if  ws-Term-Word not = spaces
                  if  Sc-Lower (ws-Sx) = "Y"
                      move function lower-case (ws-Term-Word)
                           to ws-Term-Word
                  end-if
                  if  ws-Term-Ptr > 1
                      add 1 to ws-Term-Ptr
                  end-if
                  string ws-Term-Word delimited by space
                         into ws-Term-Text pointer ws-Term-Ptr
                  add 1 to ws-Term-Terms
              end-if
     end-perform.
     if       ws-Term-Terms = zero
              go to 2790-Reset.
     if       ws-Sentence-Bad = "N"
        and   ws-Keep-Line = "Y"
              move "Y" to ws-Sentence-Bad
              move "period on a continued line" to ws-Bad-Reason.
     if       ws-Sentence-Bad = "N"
        and   Ins-Count > 9
              move "Y" to ws-Sentence-Bad
              move "too many sentences on the line" to ws-Bad-Reason.
     if       ws-Sentence-Bad = "Y"
              add 1 to ws-Left-Count
              perform 2780-Note-Left thru 2780-Exit
              go to 2790-Reset.
     add      1 to Ins-Count.
     move     Tok-Start (ws-Tx) to Ins-Pos (Ins-Count).
     move     ws-Term-Text to Ins-Text (Ins-Count).
     compute  Ins-Len (Ins-Count) = ws-Term-Ptr - 1.
     move     ws-Term-Terms to Ins-Terms (Ins-Count).
 2790-Reset.
     if       ws-Tx = 1 and ws-Line-Cat = space
              move "S" to ws-Line-Cat
              move zero to ws-Line-Depth.
     move     zero to Sc-Count ws-Stmt-Depth.
     move     "N" to ws-In-Stmt ws-Sentence-Bad.
     move     spaces to ws-Bad-Reason.
 2700-Exit.
     exit.
*>
 2780-Note-Left.
     if       ws-Pass not = 1
              go to 2780-Exit.
     move     ws-Line-No to ws-Edit.
     display  "  line " ws-Edit "  sentence left as written - "
              function trim (ws-Bad-Reason)
              " (would need " function trim (ws-Term-Text) ")".
 2780-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> lay the procedure line: headers to area A, statements to B plus
*> the indent for their depth, anything unplaced where it was
*>----------------------------------------------------------------
 2800-Build-Proc.
     move     "Y" to ws-Use-Ins.
     perform  2810-Make-Content thru 2810-Exit.
     perform  2820-Target thru 2820-Exit.
     perform  2850-Place thru 2850-Exit.
     if       ws-Placed = "N" and Ins-Count > zero
              perform varying ws-Ix from 1 by 1
                      until ws-Ix > Ins-Count
                      add 1 to ws-Left-Count
                      if  ws-Pass = 1
                          move ws-Line-No to ws-Edit
                          display "  line " ws-Edit
                                  "  sentence left as written - "
                                  "no room for "
                                  function trim (Ins-Text (ws-Ix))
                      end-if
              end-perform
              move "N" to ws-Use-Ins
              perform 2810-Make-Content thru 2810-Exit
              perform 2820-Target thru 2820-Exit
              perform 2850-Place thru 2850-Exit
     end-if.
     if       ws-Placed = "N"
              add 1 to ws-Long-Count
              go to 2800-Exit.
     if       ws-Use-Ins = "Y"
              perform varying ws-Ix from 1 by 1
                      until ws-Ix > Ins-Count
                      add Ins-Terms (ws-Ix) to ws-Term-Count
              end-perform
     end-if.
 2800-Exit.
     exit.
*>
*> the line's text from its first character into ws-Content, with
*> the terminators in front of their periods when ws-Use-Ins
 2810-Make-Content.
     move     1 to ws-First.
 2812-First.
     if       ws-First < ws-Text-Len
        and   ws-Text (ws-First:1) = space
              add 1 to ws-First
              go to 2812-First.
     move     spaces to ws-Content.
     move     zero to ws-Cx.
     perform  varying ws-Sub from ws-First by 1
              until ws-Sub > ws-Text-Len
              if  ws-Use-Ins = "Y"
                  perform varying ws-Ix from 1 by 1
                          until ws-Ix > Ins-Count
                          if  Ins-Pos (ws-Ix) = ws-Sub
                              if  ws-Cx > zero
                                and ws-Content (ws-Cx:1) not = space
                                  add 1 to ws-Cx
                              end-if
                              move Ins-Text (ws-Ix)
                                   (1:Ins-Len (ws-Ix))
                                   to ws-Content
                                      (ws-Cx + 1:Ins-Len (ws-Ix))
                              add Ins-Len (ws-Ix) to ws-Cx
                          end-if
                  end-perform
              end-if
              add 1 to ws-Cx
              move ws-Text (ws-Sub:1) to ws-Content (ws-Cx:1)
     end-perform.
 2810-Exit.
     exit.
*>
 2820-Target.
     evaluate ws-Line-Cat
         when "H"
              move ws-A-Off to ws-Tgt ws-Min
         when "S"
         when "C"
              compute ws-Tgt = ws-B-Off + ws-Indent * ws-Line-Depth
              move ws-B-Off to ws-Min
         when other
              compute ws-Tgt = ws-First - 1
              move ws-Tgt to ws-Min
     end-evaluate.
 2820-Exit.
     exit.
*>
*> ws-Content to offset ws-Tgt, or as near as ws-Min allows
 2850-Place.
     move     "N" to ws-Placed.
     if       ws-Tgt + ws-Cx > ws-Text-Max
              compute ws-Tgt = ws-Text-Max - ws-Cx.
     if       ws-Tgt < ws-Min
              go to 2850-Exit.
     move     spaces to ws-Build.
     move     ws-Content (1:ws-Cx) to ws-Build (ws-Tgt + 1:ws-Cx).
     move     ws-Build (1:ws-Text-Max) to ws-Text.
     move     "Y" to ws-Placed.
 2850-Exit.
     exit.
*>
 5000-Report.
     display  " ".
     display  "Reformat summary".
     display  "================".
     display  "Source                    : "
              function trim (Source-In-Name).
     display  "Output                    : "
              function trim (Source-Out-Name).
     move     ws-Line-No to ws-Edit.
     display  "Lines read                : " ws-Edit.
     move     ws-Changed-Count to ws-Edit.
     display  "Lines changed             : " ws-Edit.
     move     ws-Term-Count to ws-Edit.
     display  "Scope terminators added   : " ws-Edit.
     move     ws-Left-Count to ws-Edit.
     display  "Sentences left as written : " ws-Edit.
     move     ws-Long-Count to ws-Edit.
     display  "Lines too long to re-lay  : " ws-Edit.
 5000-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> proof 1: cobxref over the source and over the output must book
*> the same names at the same lines
*>----------------------------------------------------------------
 6000-Prove-Xref.
     move     "S" to ws-Xref-Result.
     move     spaces to ws-Xr1-Name ws-Xr2-Name ws-Xr-Log.
     string   function trim (Source-Out-Name) delimited by size
              ".xr1" delimited by size into ws-Xr1-Name.
     string   function trim (Source-Out-Name) delimited by size
              ".xr2" delimited by size into ws-Xr2-Name.
     string   function trim (Source-Out-Name) delimited by size
              ".xlog" delimited by size into ws-Xr-Log.
     move     spaces to ws-Xs1-Name ws-Xs2-Name.
     string   function trim (Source-Out-Name) delimited by size
              ".xs1" delimited by size into ws-Xs1-Name.
     string   function trim (Source-Out-Name) delimited by size
              ".xs2" delimited by size into ws-Xs2-Name.
     call     "CBL_DELETE_FILE" using ws-Xr-Log.
     move     Source-In-Name to ws-Pass-In-Name.
     move     ws-Xs1-Name to ws-Pass-Out-Name.
     perform  6050-Xref-Copy thru 6050-Exit.
     move     ws-Xs1-Name to ws-Xr-Src.
     move     ws-Xr1-Name to ws-Xr-Dest.
     perform  6100-Run-Xref thru 6100-Exit.
     if       ws-Xr-Ok = "N"
              move "N" to ws-Xref-Result
              go to 6000-Exit.
     move     Source-Out-Name to ws-Pass-In-Name.
     move     ws-Xs2-Name to ws-Pass-Out-Name.
     perform  6050-Xref-Copy thru 6050-Exit.
     move     ws-Xs2-Name to ws-Xr-Src.
     move     ws-Xr2-Name to ws-Xr-Dest.
     perform  6100-Run-Xref thru 6100-Exit.
     if       ws-Xr-Ok = "N"
              move "N" to ws-Xref-Result
              go to 6000-Exit.
     move     ws-Xr1-Name to ws-Cmp-A-Name.
     move     ws-Xr2-Name to ws-Cmp-B-Name.
     perform  6200-Compare thru 6200-Exit.
     call     "CBL_DELETE_FILE" using ws-Xs1-Name.
     call     "CBL_DELETE_FILE" using ws-Xs2-Name.
*> nothing booked on either side proves nothing
     if       ws-Diff-Count = zero and ws-Row-Count = zero
              display "cobxref booked no names - see "
                      function trim (ws-Xr-Log)
              move "N" to ws-Xref-Result
              go to 6000-Exit.
     if       ws-Diff-Count not = zero
              move "D" to ws-Xref-Result
              go to 6000-Exit.
     call     "CBL_DELETE_FILE" using ws-Xr1-Name.
     call     "CBL_DELETE_FILE" using ws-Xr2-Name.
     call     "CBL_DELETE_FILE" using ws-Xr-Log.
 6000-Exit.
     exit.
*>
*> cobxref reads its source free form - fixed form lines go to it
*> with the sequence and identification areas blanked, which this
*> program never changes, so both sides of the compare see the
*> same code
 6050-Xref-Copy.
     open     input Source-In.
     if       fs-reply not = zero
              go to 6050-Exit.
     open     output Source-Out.
     if       fs-reply not = zero
              close Source-In
              go to 6050-Exit.
     if       ws-Format-Opt = "F"
              move "N" to ws-Fixed-Sw
     else
              move "Y" to ws-Fixed-Sw.
 6060-Next.
     move     spaces to ws-Cur-Rec.
     read     Source-In into ws-Cur-Rec at end
              close Source-In Source-Out
              go to 6050-Exit.
     move     function upper-case (ws-Cur-Rec) to ws-Upper-Rec.
     move     zero to ws-Tally.
     inspect  ws-Upper-Rec tallying ws-Tally for all ">>".
     if       ws-Tally > zero
              perform 2160-Directive thru 2160-Exit
     else
      if      ws-Fixed
              move spaces to ws-Cur-Rec (1:6) ws-Cur-Rec (73:184).
     write    Source-Out-Rec from ws-Cur-Rec.
     go       to 6060-Next.
 6050-Exit.
     exit.
*>
*> cobxref writes <name up to the first period>.ext - move it to
*> ws-Xr-Dest before the next run overwrites it
 6100-Run-Xref.
     move     "Y" to ws-Xr-Ok.
     move     spaces to ws-Command ws-Xr-Base ws-Xr-Ext.
     string   "cobxref " delimited by size
              function trim (ws-Xr-Src) delimited by size
              " -G -EXTRACT >> " delimited by size
              function trim (ws-Xr-Log) delimited by size
              " 2>&1" delimited by size
              into ws-Command.
     call     "SYSTEM" using ws-Command.
     unstring ws-Xr-Src delimited by "." into ws-Xr-Base.
     string   function trim (ws-Xr-Base) delimited by size
              ".ext" delimited by size into ws-Xr-Ext.
     call     "CBL_DELETE_FILE" using ws-Xr-Dest.
     call     "CBL_RENAME_FILE" using ws-Xr-Ext ws-Xr-Dest.
     if       return-code not = zero
              move "N" to ws-Xr-Ok
              display "No cobxref extract " function trim (ws-Xr-Ext)
                      " for " function trim (ws-Xr-Src)
                      " - see " function trim (ws-Xr-Log).
 6100-Exit.
     exit.
*>
*> row-for-row compare of ws-Cmp-A-Name and ws-Cmp-B-Name - the
*> first few differences are shown
 6200-Compare.
     move     zero to ws-Diff-Count ws-Row-Count.
     move     "N" to ws-A-Eof ws-B-Eof.
     open     input Extract-A.
     if       fs-reply not = zero
              move 1 to ws-Diff-Count
              go to 6200-Exit.
     open     input Extract-B.
     if       fs-reply not = zero
              close Extract-A
              move 1 to ws-Diff-Count
              go to 6200-Exit.
 6210-Next.
     move     spaces to Extract-A-Rec Extract-B-Rec.
     read     Extract-A at end
              move "Y" to ws-A-Eof.
     read     Extract-B at end
              move "Y" to ws-B-Eof.
     if       ws-A-Eof = "Y" and ws-B-Eof = "Y"
              close Extract-A Extract-B
              go to 6200-Exit.
     add      1 to ws-Row-Count.
     if       ws-A-Eof = "N" and ws-B-Eof = "N"
        and   Extract-A-Rec = Extract-B-Rec
              go to 6210-Next.
     add      1 to ws-Diff-Count.
     if       ws-Diff-Count < 6
              move ws-Row-Count to ws-Edit
              display "  row " ws-Edit " source: "
                      function trim (Extract-A-Rec)
              display "             output: "
                      function trim (Extract-B-Rec).
     if       ws-A-Eof = "Y" or ws-B-Eof = "Y"
              close Extract-A Extract-B
              go to 6200-Exit.
     go       to 6210-Next.
 6200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> proof 2: reformatting the output again must change nothing
*>----------------------------------------------------------------
 6500-Prove-Stable.
     move     spaces to ws-Second-Name.
     string   function trim (Source-Out-Name) delimited by size
              ".2nd" delimited by size into ws-Second-Name.
     move     2 to ws-Pass.
     move     Source-Out-Name to ws-Pass-In-Name.
     move     ws-Second-Name  to ws-Pass-Out-Name.
     perform  2000-Reformat thru 2000-Exit.
     move     ws-Changed-Count to ws-P2-Changed.
     if       ws-P2-Changed = zero
              move "S" to ws-Stable-Result
              call "CBL_DELETE_FILE" using ws-Second-Name
     else
              move "D" to ws-Stable-Result.
 6500-Exit.
     exit.
*>
 6900-Proof-Report.
     display  " ".
     display  "Proof".
     display  "=====".
     evaluate ws-Xref-Result
         when "S"
              move ws-Row-Count to ws-Edit
              display "Cross-reference           : identical ("
                      function trim (ws-Edit) " rows)"
         when "D"
              move ws-Diff-Count to ws-Edit
              display "Cross-reference           : DIFFERENT in "
                      function trim (ws-Edit) " rows - see "
                      function trim (ws-Xr1-Name) " and "
                      function trim (ws-Xr2-Name)
         when other
              display "Cross-reference           : NOT RUN"
     end-evaluate.
     if       ws-Stable-Result = "S"
              display "Second run                : no change"
     else
              move ws-P2-Changed to ws-Edit
              display "Second run                : CHANGES "
                      function trim (ws-Edit) " lines - see "
                      function trim (ws-Second-Name).
 6900-Exit.
     exit.
