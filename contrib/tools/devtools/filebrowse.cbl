*>                      REPORT prints the whole join as a flat
*>                      listing instead of the console - the same
*>                      answer for a spool or a test.
*>
*>                      The console speaks the language of the
*>                      OPERATOR_ID operator's profile, through OPTEXT
*>                      and TEXT.<language>, English wherever no
*>                      translation is held yet; the REPORT listing
*>                      stays in English.
*>**
*>    Called by.
*>                      Run standalone from the devtools menu.
*>**
*>    Calls.
*>                      boxwidget, CBL_CHECK_FILE_EXIST
*>                      OPTEXT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(20) value "filebrowse v1.01.00".
 77  fs-reply              pic 99.
 01  Fcat-In-Name          pic x(256)   value spaces.
 01  Catalog-Name          pic x(64)    value "HOUSEKEEP.CAT".
*>
 copy "box-widget.cpy".
 copy "box-help.cpy".
*>
*> the console's wording: the id OPTEXT knows each text by, then
*> the English, replaced by the operator's own language where
*> TEXT.<language> has it.  The labels line the detail up, so each
*> is used ten characters wide and a space.
 copy "op-text.cpy".
 01  Tx-Texts.
     03  filler            pic x(32)  value "FILEBROWSE.TITLE".
     03  Tx-Title          pic x(70)  value
         "Shop data files (pick one for detail)".
     03  filler            pic x(32)  value "FILEBROWSE.FILE".
     03  Tx-File           pic x(70)  value "File:".
     03  filler            pic x(32)  value "FILEBROWSE.ON-DISK".
     03  Tx-On-Disk        pic x(70)  value "on disk:".
     03  filler            pic x(32)  value "FILEBROWSE.BYTES".
     03  Tx-Bytes          pic x(70)  value "bytes,".
     03  filler            pic x(32)  value "FILEBROWSE.DAYS-OLD".
     03  Tx-Days-Old       pic x(70)  value "day(s) old".
     03  filler            pic x(32)  value "FILEBROWSE.NOT-PRESENT".
     03  Tx-Not-Present    pic x(70)  value "not present today".
     03  filler            pic x(32)  value "FILEBROWSE.WRITTEN-BY".
     03  Tx-Written-By     pic x(70)  value "written by".
     03  filler            pic x(32)  value "FILEBROWSE.READ-BY".
     03  Tx-Read-By        pic x(70)  value "read by".
     03  filler            pic x(32)  value "FILEBROWSE.POLICY".
     03  Tx-Policy         pic x(70)  value "policy:".
     03  filler            pic x(32)  value "FILEBROWSE.NO-RULE".
     03  Tx-No-Rule        pic x(70)  value
         "no HOUSEKEEP.POL rule governs it".
     03  filler            pic x(32)  value "FILEBROWSE.HISTORY".
     03  Tx-History        pic x(70)  value "history:".
 01  filler redefines Tx-Texts.
     03  Tx-Entry          occurs 11.
         05  Tx-Id         pic x(32).
         05  Tx-Text       pic x(70).
 77  Tx-Count              pic 99       value 11.
 77  Tx-Sub                pic 99       value zero.
 01  ws-Label.
     03  ws-Label-Text     pic x(10)    value spaces.
     03  filler            pic x        value space.
*>
 procedure division.
*>==================
                  perform 4000-Report-One thru 4000-Exit
              end-perform
     else
              perform 2900-Load-Text thru 2900-Exit
              perform 3000-Console thru 3000-Exit
                      until ws-Done-Sw = "Y".
     move     zero to return-code.
 1500-Exit.
     exit.
*>
*> the console's wording in the operator's language - OPTEXT finds
*> the language itself, and leaves the English of any text it has
*> no translation for
 2900-Load-Text.
     initialize ot-request.
     move     "LANGUAGE" to ot-function.
     call     "OPTEXT" using ot-request
              on exception
              go to 2900-Exit
     end-call.
     perform  varying Tx-Sub from 1 by 1 until Tx-Sub > Tx-Count
              move "TEXT" to ot-function
              move Tx-Id (Tx-Sub) to ot-id
              move Tx-Text (Tx-Sub) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Tx-Text (Tx-Sub)
     end-perform.
 2900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the console: a LIST of the files, each pick opening a detail
*> list built from the same lines the REPORT mode prints
     move     5 to bw-col.
     move     20 to bw-height.
     move     70 to bw-width.
     move     Tx-Title to bw-title.
     move     zero to ws-Item-Sub.
     perform  varying ws-Sub from 1 by 1
              until ws-Sub > Fil-Count or ws-Sub > 100
     move     21 to bw-height.
     move     76 to bw-width.
     move     spaces to bw-title.
     string   function trim (Tx-File) delimited by size
              " " delimited by size
              Fl-Name (ws-Pick) delimited by space
              into bw-title.
     move     zero to ws-Item-Sub.
*>
 4000-Report-One.
     display  " ".
     display  function trim (Tx-File) " "
              function trim (Fl-Name (ws-Pick)).
     move     zero to ws-Item-Sub.
     perform  5000-Build-Detail thru 5000-Exit.
     perform  varying ws-Sub2 from 1 by 1
              move ws-Age-Days to ws-Age-Edit
              add 1 to ws-Item-Sub
              move spaces to bw-item (ws-Item-Sub)
              string function trim (Tx-On-Disk) " "
                     function trim (ws-Bytes-Edit) " "
                     function trim (Tx-Bytes) " "
                     function trim (ws-Age-Edit) " "
                     function trim (Tx-Days-Old) delimited by size
                     into bw-item (ws-Item-Sub)
     else
              move zero to return-code
              add 1 to ws-Item-Sub
              move spaces to bw-item (ws-Item-Sub)
              string function trim (Tx-On-Disk) " "
                     function trim (Tx-Not-Present) delimited by size
                     into bw-item (ws-Item-Sub).
*> writers then readers, off the catalog extract
     perform  varying ws-Sub from 1 by 1 until ws-Sub > Row-Count
              if  Rw-Assign (ws-Sub) = Fl-Name (ws-Pick)
                and ws-Item-Sub < 100
                  add 1 to ws-Item-Sub
                  move spaces to bw-item (ws-Item-Sub)
                  move Tx-Written-By to ws-Label-Text
                  string ws-Label Rw-Prog (ws-Sub)
                         " (" function trim (Rw-Mode (ws-Sub)) ")"
                         delimited by size
                         into bw-item (ws-Item-Sub)
                and ws-Item-Sub < 100
                  add 1 to ws-Item-Sub
                  move spaces to bw-item (ws-Item-Sub)
                  move Tx-Read-By to ws-Label-Text
                  string ws-Label Rw-Prog (ws-Sub)
                         delimited by size
                         into bw-item (ws-Item-Sub)
              end-if
              if  ws-Hit-Sw = "Y" and ws-Item-Sub < 100
                  add 1 to ws-Item-Sub
                  move spaces to bw-item (ws-Item-Sub)
                  move Tx-Policy to ws-Label-Text
                  string ws-Label
                         function trim (Po-Rest (ws-Sub))
                         delimited by size
                         into bw-item (ws-Item-Sub)
     end-perform.
     if       ws-Hit-Sw not = "Y" and ws-Item-Sub < 100
              add 1 to ws-Item-Sub
              move Tx-Policy to ws-Label-Text
              move spaces to bw-item (ws-Item-Sub)
              string ws-Label Tx-No-Rule delimited by size
                     into bw-item (ws-Item-Sub).
*> its recent housekeeping history
     open     input Catalog-File.
     if       fs-reply not = zero
     if       ws-Tally > zero and ws-Item-Sub < 100
              add 1 to ws-Item-Sub
              move spaces to bw-item (ws-Item-Sub)
              move Tx-History to ws-Label-Text
              string ws-Label Catalog-Rec (1:49)
                     delimited by size
                     into bw-item (ws-Item-Sub).
     go       to 5010-Next-Cat.
