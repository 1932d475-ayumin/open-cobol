002100*                      idslot revision stamp, card cols 73-80)
002200*                      and the target program the table
002300*                      generates into.
002310*                      A table's DECK= names the deck file
002320*                      holding its approved version, which
002330*                      the DTEVAL run-time evaluator loads.
002400*
002500*                      dtregistry LIST
002600*                      dtregistry SET <table> OWNER=x STATUS=x
002700*                                 VERSION=x TARGET=x   (upsert)
002710*                                 DECK=x
002800*                      dtregistry CHECK <deck-file>
002900*
003000*                      CHECK reads each THDR card of a deck and
007100     03  reg-version         pic x(8).
007200     03  filler              pic x.
007300     03  reg-target          pic x(32).
007310     03  filler              pic x.
007320     03  reg-deck            pic x(64).
007400*
007500 fd  deck-in.
007600*
008500 working-storage section.
008600*=======================
008700*
008800 77  prog-name       pic x(19) value "dtregistry v1.02.00".
008900 01  fs-reply                pic xx          value zeros.
009000 01  fs-reply2               pic xx          value zeros.
009100 77  Registry-FileName       pic x(128)      value spaces.
010500         05  rg-status       pic x(8).
010600         05  rg-version      pic x(8).
010700         05  rg-target       pic x(32).
010710         05  rg-deck         pic x(64).
010800 77  reg-count               pic s999  comp  value zero.
010900 77  reg-sub                 pic s999  comp  value zero.
011000 77  reg-hit                 pic s999  comp  value zero.
011200 01  ws-deck-table           pic x(30)       value spaces.
011300 01  ws-changed-sw           pic x           value "N".
011400*
011410* the environment profile the run resolves its settings from
011420 copy "env-prof.cpy".
011430*
011500 procedure division.
011600*==================
011700*
011800 registry-main.
011900**************
012000*
012001* every file and path setting comes from the active environment
012002* profile, over anything the shell had - no profile, no run
012003*
012004     move     "ACTIVATE" to ep-function.
012005     call     "ENVPROF" using ep-request
012006              on exception
012007              move "ENVPROF library not available" to ep-text
012008              move "20" to ep-status
012009     end-call.
012010     if       not ep-ok
012011              display "dtregistry: " function trim (ep-text)
012012              stop run returning 16.
012013*
012100     display  prog-name.
012200     accept   Registry-FileName from environment "DTREGISTRY"
012300              on exception
012900     if       arg-number = zero
013000              display "Usage: dtregistry LIST | SET <table> "
013100                      "OWNER=x STATUS=x VERSION=x TARGET=x"
013110                      " DECK=x"
013200              display "       | CHECK <deck-file>"
013300              stop run returning 16.
013400     if       arg-number > 8
017700     move     reg-status  to rg-status (reg-count).
017800     move     reg-version to rg-version (reg-count).
017900     move     reg-target  to rg-target (reg-count).
017910     move     reg-deck    to rg-deck (reg-count).
018000     go       to lr-read.
018100*
018200 lr-exit.
019000              display "Registry is empty."
019100              go to lst-exit.
019200     display  "Table                          Owner         "
019300              "       Status   Version  Target"
019310              "                           Deck".
019400     display  "------------------------------ --------------"
019500              "------ -------- -------- ------"
019510              "-------------------------- ----".
019600     perform  varying reg-sub from 1 by 1
019700                      until reg-sub > reg-count
019800              display rg-table (reg-sub) " "
020000                      rg-status (reg-sub) " "
020100                      rg-version (reg-sub) " "
020200                      rg-target (reg-sub)
020210                      " " rg-deck (reg-sub)
020300     end-perform.
020400*
020500 lst-exit.
023200              move ws-table-want to rg-table (reg-hit)
023300              move spaces to rg-owner (reg-hit)
023400                             rg-target (reg-hit)
023410                             rg-deck (reg-hit)
023500              move "DRAFT" to rg-status (reg-hit)
023600              move spaces to rg-version (reg-hit).
023700     perform  varying arg-sub from 3 by 1
025400                  move arg-value (arg-sub) (8:32)
025500                       to rg-target (reg-hit)
025600              end-if
025610              if  ws-arg-upper (1:5) = "DECK="
025620                  move arg-value (arg-sub) (6:64)
025630                       to rg-deck (reg-hit)
025640              end-if
025700     end-perform.
025800     if       rg-status (reg-hit) not = "DRAFT"
025900          and rg-status (reg-hit) not = "APPROVED"
028400              move rg-status (reg-sub)  to reg-status
028500              move rg-version (reg-sub) to reg-version
028600              move rg-target (reg-sub)  to reg-target
028610              move rg-deck (reg-sub)    to reg-deck
028700              write registry-rec
028800     end-perform.
028900     close    registry-file.
