*>                      boxwidget-drawn frame on the shop palette.
*>
*>                      Enter redraws with the latest file contents;
*>                      H shows the file enqueue - who holds what,
*>                      SHR or EXC, since when - with holds left by a
*>                      job that has died flagged STALE.  There
*>                      C <n> drops stale hold <n>, for an operator
*>                      with the Q permission only; a live holder is
*>                      never cleared.  R shows the questions batch
*>                      steps have put to the operator through
*>                      OPREPLY - the board flags them waiting -
*>                      and A <n> <answer> replies to question <n>,
*>                      again for an operator with the Q permission.
*>                      Q quits.  The overnight operator glances at
*>                      the board instead of discovering a dead 11pm
*>                      job when the morning report prints.
*>
*>                      The board speaks the language of the
*>                      operator's profile: every line of it is kept
*>                      here in English under a BATCHMON text id and
*>                      fetched through OPTEXT at start-up, English
*>                      standing wherever TEXT.<language> has no
*>                      translation yet.  The command letters stay
*>                      H, R, Q, C and A in every language.
*>**
*>    Called by.
*>                      Run standalone on the operator console.
*>**
*>    Calls.
*>                      ENVPROF
*>                      boxwidget
*>                      colour-theme
*>                      FILEENQ
*>                      OPREPLY
*>                      OPSIGNON (OPSIGNON-CHECK)
*>                      OPTEXT
*>**
*>    Changes.          See Changelog & Prog-Name.
*>
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(18) value "batchmon v1.04.00".
 77  fs-reply              pic 99.
*>
 copy "box-widget.cpy".
 77  ws-Quit-Flag          pic x        value "N".
     88  ws-Quit                        value "Y".
*>
*> the file enqueue, for the H screen
 copy "file-enq.cpy".
 77  ws-Hold-Sub           pic 9(3)     value zero.
 77  ws-Hold-Stale         pic 9(3)     value zero.
 77  ws-Clear-No           pic 9(3)     value zero.
 01  ws-Hold-Line          pic x(74)    value spaces.
 01  ws-Hold-Msg           pic x(74)    value spaces.
 01  ws-Pid-Edit           pic z(8)9.
 77  ws-Clear-Pid          pic 9(9)     value zero.
 01  ws-Time-Edit          pic 99b99b99.
*>
*> the operator reply queue, for the R screen
 copy "op-reply.cpy".
 77  ws-Reply-Sub          pic 9(3)     value zero.
 77  ws-Reply-No           pic 9(3)     value zero.
 01  ws-Reply-Cmd          pic x(20)    value spaces.
 01  ws-Reply-Key          pic x(4)     value spaces.
 01  ws-Reply-Num          pic x(4)     value spaces.
 01  ws-Reply-Word         pic x(8)     value spaces.
 01  ws-Reply-Line         pic x(74)    value spaces.
 01  ws-Reply-Msg          pic x(74)    value spaces.
 01  ws-Secs-Edit          pic z(4)9.
*>
*> who is watching - via the OPSIGNON profile library
 copy "op-signon.cpy".
*>
*> the board's wording: the id OPTEXT knows each text by, then the
*> English, replaced at start-up by the operator's own language
*> where TEXT.<language> has it
 copy "op-text.cpy".
 01  Tx-Texts.
     03  filler            pic x(32)  value "BATCHMON.TITLE".
     03  Tx-Title          pic x(74)  value "Overnight batch monitor".
     03  filler            pic x(32)  value "BATCHMON.HEADER".
     03  Tx-Header         pic x(74)  value
         "Job State    RC   Secs   Command".
     03  filler            pic x(32)  value "BATCHMON.NO-STATUS".
     03  Tx-No-Status      pic x(74)  value
         "No status file yet - queue has not started".
     03  filler            pic x(32)  value "BATCHMON.MORE-JOBS".
     03  Tx-More-Jobs      pic x(74)  value
         "(more jobs than rows - showing the first 17)".
     03  filler            pic x(32)  value "BATCHMON.PROMPT".
     03  Tx-Prompt         pic x(74)  value
         "Enter=refresh  H=holds  R=replies  ?=help  Q=quit:".
     03  filler            pic x(32)  value "BATCHMON.STATE.WAITING".
     03  Tx-St-Waiting     pic x(74)  value "WAITING".
     03  filler            pic x(32)  value "BATCHMON.STATE.RUNNING".
     03  Tx-St-Running     pic x(74)  value "RUNNING".
     03  filler            pic x(32)  value "BATCHMON.STATE.OK".
     03  Tx-St-OK          pic x(74)  value "OK".
     03  filler            pic x(32)  value "BATCHMON.STATE.CAUTION".
     03  Tx-St-Caution     pic x(74)  value "CAUTION".
     03  filler            pic x(32)  value "BATCHMON.STATE.FAILED".
     03  Tx-St-Failed      pic x(74)  value "FAILED".
     03  filler            pic x(32)  value "BATCHMON.COUNT.WAITING".
     03  Tx-Ct-Waiting     pic x(74)  value "Waiting".
     03  filler            pic x(32)  value "BATCHMON.COUNT.RUNNING".
     03  Tx-Ct-Running     pic x(74)  value "Running".
     03  filler            pic x(32)  value "BATCHMON.COUNT.OK".
     03  Tx-Ct-OK          pic x(74)  value "Clean".
     03  filler            pic x(32)  value "BATCHMON.COUNT.CAUTION".
     03  Tx-Ct-Caution     pic x(74)  value "Cautions".
     03  filler            pic x(32)  value "BATCHMON.COUNT.FAILED".
     03  Tx-Ct-Failed      pic x(74)  value "FAILED".
     03  filler            pic x(32)  value "BATCHMON.QUESTIONS".
     03  Tx-Questions      pic x(74)  value "QUESTION(S) WAITING - R".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.TITLE".
     03  Tx-Hd-Title       pic x(74)  value
         "File enqueue - who holds what".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.HEADER".
     03  Tx-Hd-Header      pic x(74)  value
         "No File                      Mode Operator  Pid       Since".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.NONE".
     03  Tx-Hd-None        pic x(74)  value "No file is held".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.MORE".
     03  Tx-Hd-More        pic x(74)  value
         "(more holds than rows - showing the first 17)".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.PROMPT".
     03  Tx-Hd-Prompt      pic x(74)  value
         "Enter=board  C n=clear stale hold n:".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.STALE".
     03  Tx-Hd-Stale       pic x(74)  value "STALE".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.NO-LIBRARY".
     03  Tx-Hd-No-Library  pic x(74)  value
         "File enqueue library not available".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.NO-SUCH".
     03  Tx-Hd-No-Such     pic x(74)  value
         "No such hold - C then the number shown".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.ALIVE".
     03  Tx-Hd-Alive       pic x(74)  value
         "That holder is still running - not cleared".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.NEEDS-Q".
     03  Tx-Hd-Needs-Q     pic x(74)  value
         "Clearing a hold needs the Q permission".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.CLEARED".
     03  Tx-Hd-Cleared     pic x(74)  value "Stale hold cleared:".
     03  filler            pic x(32)  value "BATCHMON.HOLDS.NOT-CLEARED".
     03  Tx-Hd-Not-Cleared pic x(74)  value
         "Hold not cleared - the holder is alive or the table is busy".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.TITLE".
     03  Tx-Rp-Title       pic x(74)  value
         "Operator replies - questions waiting".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.HEADER".
     03  Tx-Rp-Header      pic x(74)  value
         "No Program          Asked     Question / answers".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.NONE".
     03  Tx-Rp-None        pic x(74)  value "No question is waiting".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.MORE".
     03  Tx-Rp-More        pic x(74)  value
         "(more questions than rows - the first shown)".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.PROMPT".
     03  Tx-Rp-Prompt      pic x(74)  value
         "Enter=board  A n answer=reply to question n:".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.GONE".
     03  Tx-Rp-Gone        pic x(74)  value "GONE".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.ANSWERS".
     03  Tx-Rp-Answers     pic x(74)  value "answers:".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.WAITS".
     03  Tx-Rp-Waits       pic x(74)  value
         "- the step waits for a reply".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.IF-NONE".
     03  Tx-Rp-If-None     pic x(74)  value "if none in".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.SECS".
     03  Tx-Rp-Secs        pic x(74)  value "secs".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.NO-LIBRARY".
     03  Tx-Rp-No-Library  pic x(74)  value
         "Operator reply library not available".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.HOW".
     03  Tx-Rp-How         pic x(74)  value
         "A, the number shown, then the answer - A 1 RETRY".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.NEEDS-Q".
     03  Tx-Rp-Needs-Q     pic x(74)  value
         "Answering needs the Q permission".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.ANSWERED".
     03  Tx-Rp-Answered    pic x(74)  value "Answered:".
     03  filler            pic x(32)  value "BATCHMON.REPLIES.NOT-ANSWERED".
     03  Tx-Rp-Not-Answered pic x(74) value
         "Not answered - not one of its answers, or the question has gone".
 01  filler redefines Tx-Texts.
     03  Tx-Entry          occurs 43.
         05  Tx-Id         pic x(32).
         05  Tx-Text       pic x(74).
 77  Tx-Count              pic 99       value 43.
 77  Tx-Sub                pic 99       value zero.
 77  ws-State-Word         pic x(8)     value spaces.
 01  ws-Prompt-Text        pic x(74)    value spaces.
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
              display "batchmon: " function trim (ep-text)
              move 16 to return-code
              goback.
*>
     accept   ws-Status-Name from environment "DEVTOOLS_STATUS"
              on exception
              move "DEVTOOLS.STA" to ws-Status-Name
              on exception
              move spaces to op-id
     end-call.
     perform  1100-Load-Text thru 1100-Exit.
     perform  1000-Show-Board thru 1000-Exit until ws-Quit.
     display  " " at line 24 column 1 with blank screen
     end-display.
     move     1  to bw-col.
     move     24 to bw-height.
     move     80 to bw-width.
     move     Tx-Title to bw-title.
*> the watching operator, off the sign-on profile
     if       op-id not = spaces
              move spaces to bw-title
              string function trim (Tx-Title) delimited by size
                     " - " delimited by size
                     op-id delimited by space
                     into bw-title
     end-if.
              move "Y" to ws-Quit-Flag
              go to 1000-Exit
     end-call.
     display  Tx-Header
              at line 2 column 3
              with foreground-color cp-fg-green
     end-display.
     if       ws-Job-Count = zero
              display Tx-No-Status
                  at line 4 column 3
                  with foreground-color cp-fg-cyan
              end-display.
              perform 3000-Show-One-Job
     end-perform.
     if       ws-Job-Sub not > ws-Job-Count
              display Tx-More-Jobs
                  at line 21 column 3
                  with foreground-color cp-fg-cyan
              end-display.
     perform  4000-Show-Counts thru 4000-Exit.
     perform  4500-Show-Questions thru 4500-Exit.
     display  Tx-Prompt
              at line 23 column 3
              with foreground-color cp-fg-green
     end-display.
     move     Tx-Prompt to ws-Prompt-Text.
     perform  1150-Prompt-Col thru 1150-Exit.
     move     spaces to ws-Cmd.
     accept   ws-Cmd
              at line 23 column ws-Prompt-Col
              with foreground-color cp-fg-white reverse-video
     end-accept.
     if       ws-Cmd = "?"
              perform 1800-Show-Help thru 1800-Exit
              go to 1000-Exit.
     if       function upper-case (ws-Cmd) = "H"
              move spaces to ws-Hold-Msg
              perform 5000-Show-Holds thru 5000-Exit
              go to 1000-Exit.
     if       function upper-case (ws-Cmd) = "R"
              move spaces to ws-Reply-Msg
              perform 6000-Show-Replies thru 6000-Exit
              go to 1000-Exit.
     if       function upper-case (ws-Cmd) = "Q"
              move "Y" to ws-Quit-Flag.
 1000-Exit.
     exit.
*>
*> the board's wording in the operator's language - OPTEXT leaves
*> the English of any text it has no translation for
 1100-Load-Text.
     initialize ot-request.
     move     "LANGUAGE" to ot-function.
     move     op-language to ot-language.
     call     "OPTEXT" using ot-request
              on exception
              go to 1100-Exit
     end-call.
     perform  varying Tx-Sub from 1 by 1 until Tx-Sub > Tx-Count
              move "TEXT" to ot-function
              move Tx-Id (Tx-Sub) to ot-id
              move Tx-Text (Tx-Sub) to ot-text
              call "OPTEXT" using ot-request
              move ot-text to Tx-Text (Tx-Sub)
     end-perform.
 1100-Exit.
     exit.
*>
*> the answer goes just past the end of the prompt in
*> ws-Prompt-Text, whatever its length in this language
 1150-Prompt-Col.
     compute  ws-Prompt-Col = function length
                  (function trim (ws-Prompt-Text trailing)) + 4.
     if       ws-Prompt-Col > 76
              move 76 to ws-Prompt-Col.
 1150-Exit.
     exit.
*>
*> the shop help file, through the boxhelp popup; the next repaint
*> clears it away again
 1800-Show-Help.
 3000-Show-One-Job.
     move     spaces to ws-Job-Line.
     move     ws-Job-Sub to ws-Num-Edit.
     evaluate ws-Job-State (ws-Job-Sub)
         when "WAITING"  move Tx-St-Waiting to ws-State-Word
         when "RUNNING"  move Tx-St-Running to ws-State-Word
         when "OK"       move Tx-St-OK      to ws-State-Word
         when "CAUTION"  move Tx-St-Caution to ws-State-Word
         when "FAILED"   move Tx-St-Failed  to ws-State-Word
         when other      move ws-Job-State (ws-Job-Sub)
                              to ws-State-Word
     end-evaluate.
     string   ws-Num-Edit " " ws-State-Word
              " " ws-Job-RC (ws-Job-Sub)
              " " ws-Job-Elapsed (ws-Job-Sub)
              " " ws-Job-Command (ws-Job-Sub) (1:48)
     move     spaces to ws-Counts-Line.
     move     1 to ws-Counts-Ptr.
     move     ws-Wait-Count to ws-Num-Edit.
     string   function trim (Tx-Ct-Waiting) " "
              function trim (ws-Num-Edit)
              delimited by size into ws-Counts-Line
              pointer ws-Counts-Ptr.
     move     ws-Run-Count to ws-Num-Edit.
     string   "  " function trim (Tx-Ct-Running) " "
              function trim (ws-Num-Edit)
              delimited by size into ws-Counts-Line
              pointer ws-Counts-Ptr.
     move     ws-OK-Count to ws-Num-Edit.
     string   "  " function trim (Tx-Ct-OK) " "
              function trim (ws-Num-Edit)
              delimited by size into ws-Counts-Line
              pointer ws-Counts-Ptr.
     move     ws-Caution-Count to ws-Num-Edit.
     string   "  " function trim (Tx-Ct-Caution) " "
              function trim (ws-Num-Edit)
              delimited by size into ws-Counts-Line
              pointer ws-Counts-Ptr.
     move     ws-Fail-Count to ws-Num-Edit.
     string   "  " function trim (Tx-Ct-Failed) " "
              function trim (ws-Num-Edit)
              delimited by size into ws-Counts-Line
              pointer ws-Counts-Ptr.
     if       ws-Fail-Count > zero
              end-display.
 4000-Exit.
     exit.
*>
*> questions waiting on the operator are flagged on the board
 4500-Show-Questions.
     initialize rq-request.
     move     "LIST" to rq-function.
     call     "OPREPLY" using rq-request
              on exception
              move zero to rq-count
     end-call.
     if       rq-count = zero
              go to 4500-Exit.
     move     rq-count to ws-Num-Edit.
     move     spaces to ws-Reply-Line.
     string   function trim (ws-Num-Edit) delimited by size
              " " delimited by size
              function trim (Tx-Questions) delimited by size
              into ws-Reply-Line.
     display  ws-Reply-Line (1:26)
              at line 21 column 52
              with foreground-color cp-fg-red highlight blink
     end-display.
 4500-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the file enqueue: every hold off FILEENQ LIST, stale ones in the
*> alert colour, until Enter goes back to the board
*>----------------------------------------------------------------
 5000-Show-Holds.
     initialize enq-request.
     move     "LIST" to enq-function.
     call     "FILEENQ" using enq-request
              on exception
              move zero to enq-count
              move Tx-Hd-No-Library to ws-Hold-Msg
     end-call.
     initialize bw-request.
     move     "WINDOW" to bw-function.
     move     1  to bw-row.
     move     1  to bw-col.
     move     24 to bw-height.
     move     80 to bw-width.
     move     Tx-Hd-Title to bw-title.
     call     "boxwidget" using bw-request
              on exception
              go to 5000-Exit
     end-call.
     display  Tx-Hd-Header
              at line 2 column 3
              with foreground-color cp-fg-green
     end-display.
     if       enq-count = zero
              display Tx-Hd-None
                  at line 4 column 3
                  with foreground-color cp-fg-cyan
              end-display.
     move     zero to ws-Hold-Stale.
     move     2 to ws-Row.
     perform  varying ws-Hold-Sub from 1 by 1
              until ws-Hold-Sub > enq-count or ws-Row > 19
              add 1 to ws-Row
              perform 5100-Show-One-Hold thru 5100-Exit
     end-perform.
     if       ws-Hold-Sub not > enq-count
              display Tx-Hd-More
                  at line 21 column 3
                  with foreground-color cp-fg-cyan
              end-display.
     if       ws-Hold-Msg not = spaces
              display ws-Hold-Msg
                  at line 22 column 3
                  with foreground-color cp-fg-brown highlight
              end-display.
     display  Tx-Hd-Prompt
              at line 23 column 3
              with foreground-color cp-fg-green
     end-display.
     move     Tx-Hd-Prompt to ws-Prompt-Text.
     perform  1150-Prompt-Col thru 1150-Exit.
     move     spaces to ws-Cmd.
     accept   ws-Cmd
              at line 23 column ws-Prompt-Col
              with foreground-color cp-fg-white reverse-video
     end-accept.
     if       function upper-case (ws-Cmd (1:1)) not = "C"
              go to 5000-Exit.
     perform  5200-Clear-Hold thru 5200-Exit.
     go       to 5000-Show-Holds.
 5000-Exit.
     exit.
*>
 5100-Show-One-Hold.
     move     spaces to ws-Hold-Line.
     move     ws-Hold-Sub to ws-Num-Edit.
     move     el-pid (ws-Hold-Sub) to ws-Pid-Edit.
     move     el-time (ws-Hold-Sub) to ws-Time-Edit.
     inspect  ws-Time-Edit replacing all " " by ":".
     string   ws-Num-Edit " " el-file (ws-Hold-Sub) (1:24)
              " " el-mode (ws-Hold-Sub)
              "  " el-operator (ws-Hold-Sub) (1:9)
              " " ws-Pid-Edit
              " " el-date (ws-Hold-Sub) (7:2)
              "/" el-date (ws-Hold-Sub) (5:2)
              " " ws-Time-Edit
              delimited by size into ws-Hold-Line.
     if       el-stale (ws-Hold-Sub) = "Y"
              add 1 to ws-Hold-Stale
              move Tx-Hd-Stale to ws-Hold-Line (69:6)
              display ws-Hold-Line
                  at line ws-Row column 3
                  with foreground-color cp-fg-red highlight
              end-display
     else
              display ws-Hold-Line
                  at line ws-Row column 3
                  with foreground-color cp-fg-white
              end-display.
 5100-Exit.
     exit.
*>
*> C n: only a stale hold, only with the Q permission - FILEENQ
*> itself refuses again should the holder turn out to be alive
 5200-Clear-Hold.
     move     spaces to ws-Hold-Msg.
     move     zero to ws-Clear-No.
     if       ws-Cmd (2:3) not = spaces
              compute ws-Clear-No = function numval (ws-Cmd (2:3)).
     if       ws-Clear-No < 1 or ws-Clear-No > enq-count
              move Tx-Hd-No-Such to ws-Hold-Msg
              go to 5200-Exit.
     if       el-stale (ws-Clear-No) not = "Y"
              move Tx-Hd-Alive to ws-Hold-Msg
              go to 5200-Exit.
     move     "Q" to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted
              move Tx-Hd-Needs-Q to ws-Hold-Msg
              go to 5200-Exit.
     move     el-file (ws-Clear-No) to ws-Hold-Line.
     move     el-pid (ws-Clear-No) to ws-Clear-Pid.
     initialize enq-request.
     move     "CLEAR" to enq-function.
     move     ws-Hold-Line (1:64) to enq-file.
     move     ws-Clear-Pid to enq-holder-pid.
     call     "FILEENQ" using enq-request
              on exception
              move "12" to enq-status
     end-call.
     if       enq-granted
              string function trim (Tx-Hd-Cleared) delimited by size
                     " " delimited by size
                     ws-Hold-Line delimited by space
                     into ws-Hold-Msg
     else
              move Tx-Hd-Not-Cleared to ws-Hold-Msg.
 5200-Exit.
     exit.
*>
*>----------------------------------------------------------------
*> the operator reply queue: each question waiting off OPREPLY
*> LIST - asker, when, the question, its answers and default - a
*> question whose asker has died in the alert colour
*>----------------------------------------------------------------
 6000-Show-Replies.
     initialize rq-request.
     move     "LIST" to rq-function.
     call     "OPREPLY" using rq-request
              on exception
              move zero to rq-count
              move Tx-Rp-No-Library to ws-Reply-Msg
     end-call.
     initialize bw-request.
     move     "WINDOW" to bw-function.
     move     1  to bw-row.
     move     1  to bw-col.
     move     24 to bw-height.
     move     80 to bw-width.
     move     Tx-Rp-Title to bw-title.
     call     "boxwidget" using bw-request
              on exception
              go to 6000-Exit
     end-call.
     display  Tx-Rp-Header
              at line 2 column 3
              with foreground-color cp-fg-green
     end-display.
     if       rq-count = zero
              display Tx-Rp-None
                  at line 4 column 3
                  with foreground-color cp-fg-cyan
              end-display.
     move     2 to ws-Row.
     perform  varying ws-Reply-Sub from 1 by 1
              until ws-Reply-Sub > rq-count or ws-Row > 18
              add 1 to ws-Row
              perform 6100-Show-One-Question thru 6100-Exit
     end-perform.
     if       ws-Reply-Sub not > rq-count
              display Tx-Rp-More
                  at line 21 column 3
                  with foreground-color cp-fg-cyan
              end-display.
     if       ws-Reply-Msg not = spaces
              display ws-Reply-Msg
                  at line 22 column 3
                  with foreground-color cp-fg-brown highlight
              end-display.
     display  Tx-Rp-Prompt
              at line 23 column 3
              with foreground-color cp-fg-green
     end-display.
     move     Tx-Rp-Prompt to ws-Prompt-Text.
     perform  1150-Prompt-Col thru 1150-Exit.
     move     spaces to ws-Reply-Cmd.
     accept   ws-Reply-Cmd
              at line 23 column ws-Prompt-Col
              with foreground-color cp-fg-white reverse-video
     end-accept.
     if       function upper-case (ws-Reply-Cmd (1:1)) not = "A"
              go to 6000-Exit.
     perform  6200-Answer thru 6200-Exit.
     go       to 6000-Show-Replies.
 6000-Exit.
     exit.
*>
 6100-Show-One-Question.
     move     spaces to ws-Reply-Line.
     move     ws-Reply-Sub to ws-Num-Edit.
     move     rl-time (ws-Reply-Sub) to ws-Time-Edit.
     inspect  ws-Time-Edit replacing all " " by ":".
     string   ws-Num-Edit " " rl-program (ws-Reply-Sub)
              " " ws-Time-Edit
              "  " rl-question (ws-Reply-Sub) (1:45)
              delimited by size into ws-Reply-Line.
     if       rl-stale (ws-Reply-Sub) = "Y"
              move Tx-Rp-Gone to ws-Reply-Line (71:4)
              display ws-Reply-Line
                  at line ws-Row column 3
                  with foreground-color cp-fg-red highlight
              end-display
     else
              display ws-Reply-Line
                  at line ws-Row column 3
                  with foreground-color cp-fg-white
              end-display.
     add      1 to ws-Row.
     move     spaces to ws-Reply-Line.
     move     rl-timeout (ws-Reply-Sub) to ws-Secs-Edit.
     if       rl-timeout (ws-Reply-Sub) = zero
              string "      " delimited by size
                     function trim (Tx-Rp-Answers) delimited by size
                     " " delimited by size
                     function trim (rl-answers (ws-Reply-Sub))
                                       delimited by size
                     "  " delimited by size
                     function trim (Tx-Rp-Waits) delimited by size
                     into ws-Reply-Line
     else
              string "      " delimited by size
                     function trim (Tx-Rp-Answers) delimited by size
                     " " delimited by size
                     function trim (rl-answers (ws-Reply-Sub))
                                       delimited by size
                     "  - " delimited by size
                     function trim (rl-default (ws-Reply-Sub))
                                       delimited by size
                     " " delimited by size
                     function trim (Tx-Rp-If-None) delimited by size
                     " " delimited by size
                     function trim (ws-Secs-Edit) delimited by size
                     " " delimited by size
                     function trim (Tx-Rp-Secs) delimited by size
                     into ws-Reply-Line.
     display  ws-Reply-Line
              at line ws-Row column 3
              with foreground-color cp-fg-cyan
     end-display.
 6100-Exit.
     exit.
*>
*> A n answer: only with the Q permission, only an answer the
*> question allows - OPREPLY refuses anything else
 6200-Answer.
     move     spaces to ws-Reply-Msg ws-Reply-Key ws-Reply-Num
                        ws-Reply-Word.
     unstring ws-Reply-Cmd delimited by all spaces
              into ws-Reply-Key ws-Reply-Num ws-Reply-Word.
     move     zero to ws-Reply-No.
     if       ws-Reply-Num not = spaces
              compute ws-Reply-No = function numval (ws-Reply-Num).
     if       ws-Reply-No < 1 or ws-Reply-No > rq-count
           or ws-Reply-Word = spaces
              move Tx-Rp-How to ws-Reply-Msg
              go to 6200-Exit.
     move     "Q" to op-perm-want.
     call     "OPSIGNON-CHECK" using op-request
              on exception
              move "N" to op-perm-ok
     end-call.
     if       not op-perm-granted or op-id = spaces
              move Tx-Rp-Needs-Q to ws-Reply-Msg
              go to 6200-Exit.
     move     rl-id (ws-Reply-No) to ws-Reply-Line (1:6).
     move     "ANSWER" to rq-function.
     move     rl-id (ws-Reply-No) to rq-id.
     move     function upper-case (ws-Reply-Word) to rq-reply.
     move     op-id to rq-replied-by.
     call     "OPREPLY" using rq-request
              on exception
              move "12" to rq-status
     end-call.
     if       rq-answered
              string function trim (Tx-Rp-Answered) delimited by size
                     " " delimited by size
                     ws-Reply-Line (1:6) delimited by size
                     " " delimited by size
                     rq-reply delimited by space
                     into ws-Reply-Msg
     else
              move Tx-Rp-Not-Answered to ws-Reply-Msg.
 6200-Exit.
     exit.
