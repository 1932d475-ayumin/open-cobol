*>                      The whole file is held in storage (these are
*>                      the small reference files) and rewritten on
*>                      each save; saving needs the operator's E
*>                      permission - anyone may browse.  The save
*>                      holds the data file exclusively through
*>                      FILEENQ for the rewrite; while a batch step or
*>                      another screen holds it the save is refused,
*>                      naming the holder, and may be tried again.
*>                      Each save and delete appends a record to the
*>                      common run-audit trail (TOOLAUDIT.DAT, or the
*>                      TOOL_AUDIT name) under the signed-on operator.
*>
*>                      CHECK prints the binding instead of a screen:
*>                      every FIELD resolved against the layout, the
*>                      and the key of each record on file - the
*>                      analyst's proof a new forms record is right
*>                      before an operator sits at it.
*>
*>                      The screen speaks the language of the
*>                      operator's profile: formsrun's own wording is
*>                      fetched through OPTEXT, the form's title under
*>                      text id FORM.<form> and each field's name
*>                      under FORM.<form>.<field>, so a translator can
*>                      word a form without touching FORMS.DAT.
*>                      Anything not yet translated shows as defined.
*>                      CHECK stays in English.
*>**
*>    Called by.
*>                      Run standalone.
*>**
*>    Calls.
*>                      ENVPROF
*>                      boxwidget, boxhelp, OPSIGNON, CBL_OPEN_FILE,
*>                      CBL_READ_FILE, CBL_CREATE_FILE, CBL_WRITE_FILE,
*>                      CBL_CLOSE_FILE, FILEENQ, OPTEXT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
     select   Layout-In        assign Layout-In-Name
              organization     line sequential
              status           fs-reply.
*>
*> the common run-audit trail - a record per save or delete, so the
*> access recertification can see who used the E permission
     select   optional Tool-Audit assign Tool-Audit-Name
              organization     line sequential
              status           fs-reply.
*>
 data division.
 file section.
     03  LayI-Usage            pic x.
     03  filler                pic x.
     03  LayI-Digits           pic 9(4).
*>
 fd  Tool-Audit.
 01  Tool-Audit-Rec.
     03  Aud-Tool              pic x(10).
     03  filler                pic x.
     03  Aud-Operator          pic x(16).
     03  filler                pic x.
     03  Aud-Date              pic 9(8).
     03  filler                pic x.
     03  Aud-Time              pic 9(6).
     03  filler                pic x.
     03  Aud-RC                pic 9(4).
     03  filler                pic x.
     03  Aud-Input             pic x(64).
     03  filler                pic x.
     03  Aud-Options           pic x(64).
     03  filler                pic x.
     03  Aud-Outputs           pic x(64).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "formsrun v1.04.00".
 77  fs-reply              pic 99.
*>
 01  Forms-In-Name         pic x(64)    value "FORMS.DAT".
 01  Layout-In-Name        pic x(128)   value spaces.
 01  Data-File-Name        pic x(64)    value spaces.
 01  Tool-Audit-Name       pic x(64)    value "TOOLAUDIT.DAT".
 01  ws-Audit-Action       pic x(6)     value spaces.
 01  ws-Audit-Key          pic x(64)    value spaces.
 01  ws-Time-Now           pic x(8)     value spaces.
*>
 77  ws-Arg-Number         pic 99       value zero.
 01  ws-Arg-Text           pic x(256)   value spaces.
 01  Ffd-Table.
     03  Ffd-Entry         occurs 40.
         05  Ffd-Name      pic x(32).
*>       the name shown at the row's left, in the operator's language
         05  Ffd-Label     pic x(32).
         05  Ffd-Row       pic 99.
         05  Ffd-Col       pic 99.
         05  Ffd-Must      pic x.
 77  ws-Ok-Sw              pic x        value space.
 77  ws-Done-Sw            pic x        value space.
 77  ws-Dirty-Sw           pic x        value space.
 77  ws-Saved-Sw           pic x        value space.
 01  ws-Msg                pic x(70)    value spaces.
 01  ws-Cmd                pic x(4)     value spaces.
 01  ws-List-Item          pic x(16)    value spaces.
 copy "colour-palette.cpy".
 copy "box-widget.cpy".
 copy "box-help.cpy".
 copy "file-enq.cpy".
*>
*> the screen's wording: the id OPTEXT knows each text by, then the
*> English, replaced by the operator's own language where
*> TEXT.<language> has it
 copy "op-text.cpy".
 01  Tx-Texts.
     03  filler            pic x(32)  value "FORMSRUN.ADD".
     03  Tx-Add            pic x(70)  value "(add a new record)".
     03  filler            pic x(32)  value "FORMSRUN.NO-LIST".
     03  Tx-No-List        pic x(70)  value
         "No value list on this field".
     03  filler            pic x(32)  value "FORMSRUN.ALLOWED".
     03  Tx-Allowed        pic x(70)  value "Allowed values".
     03  filler            pic x(32)  value "FORMSRUN.PROMPT-ADD".
     03  Tx-Prompt-Add     pic x(70)  value "S=save  blank=abandon:".
     03  filler            pic x(32)  value "FORMSRUN.PROMPT-EDIT".
     03  Tx-Prompt-Edit    pic x(70)  value
         "S=save  D=delete  blank=abandon:".
     03  filler            pic x(32)  value "FORMSRUN.SAVE-NEEDS-E".
     03  Tx-Save-Needs-E   pic x(70)  value
         "Saving needs the E permission - ask the shift supervisor".
     03  filler            pic x(32)  value "FORMSRUN.LEFT-EMPTY".
     03  Tx-Left-Empty     pic x(70)  value "may not be left empty".
     03  filler            pic x(32)  value "FORMSRUN.KEY-ON-FILE".
     03  Tx-Key-On-File    pic x(70)  value
         "That key is already on file".
     03  filler            pic x(32)  value "FORMSRUN.FILE-FULL".
     03  Tx-File-Full      pic x(70)  value
         "The file is full - 500 records is the limit".
     03  filler            pic x(32)  value "FORMSRUN.WRITTEN".
     03  Tx-Written        pic x(70)  value "Record written".
     03  filler            pic x(32)  value "FORMSRUN.DELETE-NEEDS-E".
     03  Tx-Delete-Needs-E pic x(70)  value
         "Deleting needs the E permission - ask the shift supervisor".
     03  filler            pic x(32)  value "FORMSRUN.DELETE-TITLE".
     03  Tx-Delete-Title   pic x(70)  value "Delete".
     03  filler            pic x(32)  value "FORMSRUN.DELETE-ASK".
     03  Tx-Delete-Ask     pic x(70)  value
         "Delete this record from the file?".
     03  filler            pic x(32)  value "FORMSRUN.DELETED".
     03  Tx-Deleted        pic x(70)  value "Record deleted".
     03  filler            pic x(32)  value "FORMSRUN.MUST".
     03  Tx-Must           pic x(70)  value
         "This field may not be left empty".
     03  filler            pic x(32)  value "FORMSRUN.BETWEEN".
     03  Tx-Between        pic x(70)  value "Between".
     03  filler            pic x(32)  value "FORMSRUN.AND".
     03  Tx-And            pic x(70)  value "and".
     03  filler            pic x(32)  value "FORMSRUN.DIGITS".
     03  Tx-Digits         pic x(70)  value "Digits only in this field".
     03  filler            pic x(32)  value "FORMSRUN.ONE-OF".
     03  Tx-One-Of         pic x(70)  value "One of:".
     03  filler            pic x(32)  value "FORMSRUN.IN-USE".
     03  Tx-In-Use         pic x(70)  value "In use by".
     03  filler            pic x(32)  value "FORMSRUN.SAVE-AGAIN".
     03  Tx-Save-Again     pic x(70)  value "- save again when free".
     03  filler            pic x(32)  value "FORMSRUN.ENQ-BUSY".
     03  Tx-Enq-Busy       pic x(70)  value
         "File enqueue table busy - save again".
     03  filler            pic x(32)  value "FORMSRUN.CANNOT-REWRITE".
     03  Tx-Cannot-Rewrite pic x(70)  value "Cannot rewrite".
 01  filler redefines Tx-Texts.
     03  Tx-Entry          occurs 23.
         05  Tx-Id         pic x(32).
         05  Tx-Text       pic x(70).
 77  Tx-Count              pic 99       value 23.
 77  Tx-Sub                pic 99       value zero.
 77  ws-Prompt-Col         pic 99       value zero.
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
              display "formsrun: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     display  Prog-Name.
     accept   Forms-In-Name from environment "FORMSRUN_FORMS"
              on exception
              on exception
              continue
     end-call.
     perform  2900-Load-Text thru 2900-Exit.
     move     space to ws-Done-Sw.
     perform  3000-Console thru 3000-Exit
              until ws-Done-Sw = "Y".
     add      1 to Ffd-Count.
     move     function upper-case (ws-Word2)
              to Ffd-Name (Ffd-Count).
     move     Ffd-Name (Ffd-Count) to Ffd-Label (Ffd-Count).
     move     space to Ffd-Must (Ffd-Count) Ffd-Edit (Ffd-Count).
     move     zero to Ffd-Lo (Ffd-Count) Ffd-Hi (Ffd-Count)
                      Ffd-Lx (Ffd-Count).
     exit.
*>
*>----------------------------------------------------------------
*> the screen's wording in the operator's language: formsrun's own
*> texts, the form's title and its field names - OPTEXT leaves the
*> English, or the name as defined, where it has no translation
*>----------------------------------------------------------------
 2900-Load-Text.
     initialize ot-request.
     move     "LANGUAGE" to ot-function.
     move     op-language to ot-language.
     call     "OPTEXT" using ot-request
              on exception
              go to 2900-Exit
     end-call.
     move     "TEXT" to ot-function.
     perform  varying Tx-Sub from 1 by 1 until Tx-Sub > Tx-Count
              move Tx-Id (Tx-Sub) to ot-id
              move Tx-Text (Tx-Sub) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Tx-Text (Tx-Sub)
     end-perform.
     move     spaces to ot-id.
     string   "FORM." delimited by size
              ws-Form-Want delimited by space
              into ot-id.
     move     ws-Form-Title to ot-text.
     call     "OPTEXT" using ot-request.
     move     ot-text to ws-Form-Title.
     perform  varying ws-Fx from 1 by 1 until ws-Fx > Ffd-Count
              move spaces to ot-id
              string "FORM." delimited by size
                     ws-Form-Want delimited by space
                     "." delimited by size
                     Ffd-Name (ws-Fx) delimited by space
                     into ot-id
              move Ffd-Label (ws-Fx) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Ffd-Label (ws-Fx)
     end-perform.
 2900-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the record picker: add is always item 1, the records follow
*> shown by their key
*>----------------------------------------------------------------
     move     20 to bw-height.
     move     60 to bw-width.
     move     ws-Form-Title (1:50) to bw-title.
     move     Tx-Add to bw-item (1).
     move     1 to ws-Vx.
     perform  varying ws-Rx from 1 by 1
              until ws-Rx > Rec-Count or ws-Vx not < 100
     exit.
*>
 4100-Show-Field.
     display  Ffd-Label (ws-Fx)
              at line Ffd-Row (ws-Fx) column 3
              with foreground-color cp-fg-green
     end-display.
                  end-if
                  move ws-List-Item to ws-In-Text
              else
                  move Tx-No-List to ws-Msg
                  perform 4900-Show-Msg thru 4900-Exit
                  go to 4210-Again
              end-if
     move     15 to bw-col.
     move     12 to bw-height.
     move     30 to bw-width.
     move     Tx-Allowed to bw-title.
     move     zero to ws-Vx.
     move     1 to ws-Parse-Ptr.
     perform  4450-Next-Value thru 4450-Exit
*> the end of the walk: save, delete or walk away - writing is
*> where the E permission is asked for
 4500-Closing-Command.
*> the answer goes just past the prompt, whatever its length
     if       ws-Adding = "Y"
              display Tx-Prompt-Add
                  at line 22 column 3
                  with foreground-color cp-fg-green
              end-display
              compute ws-Prompt-Col = function length
                  (function trim (Tx-Prompt-Add trailing)) + 5
     else
              display Tx-Prompt-Edit
                  at line 22 column 3
                  with foreground-color cp-fg-green
              end-display
              compute ws-Prompt-Col = function length
                  (function trim (Tx-Prompt-Edit trailing)) + 5.
     if       ws-Prompt-Col > 76
              move 76 to ws-Prompt-Col.
     move     spaces to ws-Cmd.
     accept   ws-Cmd
              at line 22 column ws-Prompt-Col
              with foreground-color cp-fg-white reverse-video
     end-accept.
     move     function upper-case (ws-Cmd) to ws-Cmd.
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              move Tx-Save-Needs-E to ws-Msg
              perform 4900-Show-Msg thru 4900-Exit
              go to 4600-Exit.
*> a MUST field may not be empty, whichever way it got that way
                and ws-Work-Rec (Lf-Offset (ws-Lx) + 1:
                                 Lf-Bytes (ws-Lx)) = spaces
                  move spaces to ws-Msg
                  string function trim (Ffd-Label (ws-Fx))
                         " " function trim (Tx-Left-Empty)
                         delimited by size into ws-Msg
                  perform 4900-Show-Msg thru 4900-Exit
                  move 99 to ws-Fx
                  move Rec-Data (ws-Rx) to ws-Work-Rec
                  perform 6000-Decode-Field thru 6000-Exit
                  if  ws-Val-Text = ws-In-Text
                      move Tx-Key-On-File to ws-Msg
                      perform 4900-Show-Msg thru 4900-Exit
                      move 999 to ws-Rx
                  end-if
 4650-Commit.
     if       ws-Adding = "Y"
              if  Rec-Count not < 500
                  move Tx-File-Full to ws-Msg
                  perform 4900-Show-Msg thru 4900-Exit
                  go to 4650-Exit
              end-if
              move Rec-Count to ws-Edit-Sub.
     move     ws-Work-Rec to Rec-Data (ws-Edit-Sub).
     perform  7000-Write-File thru 7000-Exit.
     if       ws-Saved-Sw not = "Y"
              go to 4650-Exit.
     move     "SAVE" to ws-Audit-Action.
     move     ws-In-Text to ws-Audit-Key.
     perform  7200-Write-Audit thru 7200-Exit.
     move     Tx-Written to ws-Msg.
     perform  4900-Show-Msg thru 4900-Exit.
 4650-Exit.
     exit.
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              move Tx-Delete-Needs-E to ws-Msg
              perform 4900-Show-Msg thru 4900-Exit
              go to 4700-Exit.
     initialize bw-request.
     move     15 to bw-col.
     move     6  to bw-height.
     move     50 to bw-width.
     move     Tx-Delete-Title to bw-title.
     move     Tx-Delete-Ask to bw-text.
     call     "boxwidget" using bw-request
              on exception
              go to 4700-Exit
     end-call.
     if       not bw-reply-yes
              go to 4700-Exit.
     move     ws-Key-Fx to ws-Fx.
     perform  6000-Decode-Field thru 6000-Exit.
     move     ws-Val-Text to ws-Audit-Key.
     perform  varying ws-Rx from ws-Edit-Sub by 1
              until ws-Rx not < Rec-Count
              move Rec-Data (ws-Rx + 1) to Rec-Data (ws-Rx)
     end-perform.
     subtract 1 from Rec-Count.
     perform  7000-Write-File thru 7000-Exit.
     if       ws-Saved-Sw not = "Y"
              go to 4700-Exit.
     move     "DELETE" to ws-Audit-Action.
     perform  7200-Write-Audit thru 7200-Exit.
     move     Tx-Deleted to ws-Msg.
     perform  4900-Show-Msg thru 4900-Exit.
 4700-Exit.
     exit.
     move     "Y" to ws-Ok-Sw.
     move     Ffd-Lx (ws-Fx) to ws-Lx.
     if       Ffd-Must (ws-Fx) = "Y" and ws-In-Text = spaces
              move Tx-Must to ws-Msg
              move "N" to ws-Ok-Sw
              go to 5000-Exit.
     if       ws-In-Text = spaces
               or ws-Num > Ffd-Hi (ws-Fx)
                  move spaces to ws-Msg
                  move Ffd-Lo (ws-Fx) to ws-Num-Disp
                  move function trim (ws-Num-Disp) to ws-Val-Text
                  move Ffd-Hi (ws-Fx) to ws-Num-Disp
                  string function trim (Tx-Between) " "
                         function trim (ws-Val-Text) " "
                         function trim (Tx-And) " "
                         function trim (ws-Num-Disp)
                         delimited by size into ws-Msg
                  move "N" to ws-Ok-Sw
                  go to 5000-Exit
              end-if.
     inspect  function trim (ws-In-Text)
              tallying ws-Sub2 for characters.
     if       ws-Sub not = ws-Sub2 or ws-Sub2 = zero
              move Tx-Digits to ws-Msg
              move "N" to ws-Ok-Sw.
 5100-Exit.
     exit.
              until ws-Parse-Ptr > 64 or ws-Neg-Sw = "Y".
     if       ws-Neg-Sw not = "Y"
              move spaces to ws-Msg
              string function trim (Tx-One-Of) delimited by size
                     " " delimited by size
                     Ffd-List (ws-Fx) delimited by size
                     into ws-Msg
              move "N" to ws-Ok-Sw.
*> came from
*>----------------------------------------------------------------
 7000-Write-File.
     move     space to ws-Saved-Sw.
     initialize enq-request.
     move     "ENQ" to enq-function.
     move     Data-File-Name to enq-file.
     move     "EXC" to enq-mode.
     move     "FORMSRUN" to enq-owner.
     move     zero to enq-wait.
     call     "FILEENQ" using enq-request
              on exception
              move "00" to enq-status
     end-call.
     if       not enq-granted
              move spaces to ws-Msg
              if  enq-held
                  string function trim (Tx-In-Use) delimited by size
                         " " delimited by size
                         enq-holder-operator delimited by space
                         " (" delimited by size
                         enq-holder delimited by space
                         ") " delimited by size
                         function trim (Tx-Save-Again)
                                            delimited by size
                         into ws-Msg
              else
                  move Tx-Enq-Busy to ws-Msg
              end-if
              perform 4900-Show-Msg thru 4900-Exit
              go to 7000-Exit.
     call     "CBL_CREATE_FILE" using Data-File-Name Seq-Acc-Out
                                      Seq-Flag0 Seq-Flag0
                                      Seq-Handle.
     if       return-code not = zero
              move spaces to ws-Msg
              string function trim (Tx-Cannot-Rewrite)
                                            delimited by size
                     " " delimited by size
                     Data-File-Name delimited by space
                     into ws-Msg
              perform 4900-Show-Msg thru 4900-Exit
              move zero to return-code
              perform 7100-Free-File thru 7100-Exit
              go to 7000-Exit.
     move     zero to Seq-Off.
     move     ws-Rec-Len to Seq-Count.
     call     "CBL_CLOSE_FILE" using Seq-Handle.
     move     zero to return-code.
     move     space to ws-Dirty-Sw.
     move     "Y" to ws-Saved-Sw.
     perform  7100-Free-File thru 7100-Exit.
 7000-Exit.
     exit.
*>
 7100-Free-File.
     initialize enq-request.
     move     "DEQ" to enq-function.
     move     Data-File-Name to enq-file.
     call     "FILEENQ" using enq-request
              on exception
              continue
     end-call.
 7100-Exit.
     exit.
*>
*> one run-audit record per save or delete: who, which file, which
*> key - a trail that cannot be written costs the record nothing
*>
 7200-Write-Audit.
     accept   Tool-Audit-Name from environment "TOOL_AUDIT"
              on exception
              move "TOOLAUDIT.DAT" to Tool-Audit-Name
     end-accept.
     if       Tool-Audit-Name = spaces
              move "TOOLAUDIT.DAT" to Tool-Audit-Name.
     open     extend Tool-Audit.
     if       fs-reply not = zero and not = 05
              go to 7200-Exit.
     move     spaces to Tool-Audit-Rec.
     move     "FORMSRUN" to Aud-Tool.
     move     op-id to Aud-Operator.
     accept   Aud-Date from date yyyymmdd.
     accept   ws-Time-Now from time.
     move     ws-Time-Now (1:6) to Aud-Time.
     move     zero to Aud-RC.
     move     Data-File-Name to Aud-Input.
     string   "FORM=" delimited by size
              ws-Form-Want delimited by space
              " " delimited by size
              ws-Audit-Action delimited by space
              into Aud-Options.
     string   "KEY=" delimited by size
              ws-Audit-Key delimited by size
              into Aud-Outputs.
     write    Tool-Audit-Rec.
     close    Tool-Audit.
 7200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> CHECK: the binding on paper - what the analyst reads before an
