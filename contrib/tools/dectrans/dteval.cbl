000100********************************************************
000200*                                                      *
000300*    D e c i s i o n   T a b l e   E v a l u a t o r   *
000400*                                                      *
000500********************************************************
000600*
000700 identification          division.
000800*================================
000900*
001000 program-id.           dteval.
001100*Author.               V.B.Coen FBCS.
001200*Security.             Copyright (C) 2026, Vincent Bryan Coen.
001300*                      Distributed under the GNU General Public License
001400*                      v3.0. Only.
001500*
001600* Usage.               Run-time decision table evaluator: a
001700*                      rule cell changed in the deck takes
001800*                      effect at the next run, with no
001900*                      translation, recompile or promotion of
002000*                      the program using the table.
002100*
002200*                      CALL "DTEVAL" USING DE-REQUEST
002300*                      (copy "dt-eval.cpy" - the functions and
002400*                      the field-by-field contract are there).
002500*
002600*                      A table is loaded at its first call and
002700*                      kept: dtregistry (DTREGISTRY.DAT, or the
002800*                      DTREGISTRY name) must show it APPROVED,
002900*                      naming its deck (DECK=), and the deck's
003000*                      THDR idslot stamp must be the approved
003100*                      version - anything else refuses the
003200*                      table, status 16, for the rest of the
003300*                      run.  The deck is read the way dectrans
003400*                      reads it: fixed or free format, INIT
003500*                      cards passed over, "=NAME" stubs from the
003600*                      stub library (STUBLIB.DAT, or the
003700*                      DECTRANS_STUBLIB name).
003800*
003900*                      Each call tries the rules in deck order
004000*                      against the condition values - matching
004100*                      as dectrans SIM does, cell by cell - and
004200*                      the first to match fires; none matching
004300*                      is the ELSE, the last column.  The rule
004400*                      fired is counted through DTCOUNT keyed
004500*                      <table>/<rule>, 00 the ELSE, as coverage
004600*                      instrumented code counts it, and each
004700*                      table's keys go into DTRULES.DAT at load
004800*                      so dtperiod reports its zero-fire rules.
004900*
005000 environment             division.
005100*================================
005200*
005300 input-output            section.
005400*-------------------------------
005500*
005600 file-control.
005700*------------
005800*
005900     select registry-file   assign          Registry-FileName
006000                            organization    line sequential
006100                            status          fs-reply.
006200*
006300     select deck-in         assign          Deck-FileName
006400                            organization    line sequential
006500                            status          fs-reply2.
006600*
006700     select stub-lib        assign          Stub-Lib-FileName
006800                            organization    line sequential
006900                            status          fs-reply3.
007000*
007100     select rules-univ      assign          "DTRULES.DAT"
007200                            organization    line sequential
007300                            status          fs-reply4.
007400*
007500 data  division.
007600*==============
007700*
007800 file section.
007900*------------
008000*
008100* same columns dtregistry writes
008200*
008300 fd  registry-file.
008400*
008500 01  registry-rec.
008600     03  reg-table           pic x(30).
008700     03  filler              pic x.
008800     03  reg-owner           pic x(20).
008900     03  filler              pic x.
009000     03  reg-status          pic x(8).
009100     03  filler              pic x.
009200     03  reg-version         pic x(8).
009300     03  filler              pic x.
009400     03  reg-target          pic x(32).
009500     03  filler              pic x.
009600     03  reg-deck            pic x(64).
009700*
009800 fd  deck-in.
009900*
010000 01  deck-card.
010100     03  filler              pic xxx.
010200     03  id-field            pic x(4).
010300     03  filler              pic x.
010400     03  header-field        pic x(44).
010500     03  filler              pic x(20).
010600     03  idslot              pic x(8).
010700*
010800 01  card-buffer.
010900     03  card-image          pic x  occurs 80.
011000*
011100 01  deck-text               pic x(80).
011200*
011300 fd  stub-lib.
011400*
011500 01  stub-lib-rec            pic x(120).
011600*
011700 fd  rules-univ.
011800*
011900 01  rules-univ-rec          pic x(38).
012000*
012100 working-storage section.
012200*=======================
012300*
012400 77  prog-name       pic x(15) value "dteval v1.00.00".
012500 01  fs-reply                pic xx          value zeros.
012600 01  fs-reply2               pic xx          value zeros.
012700 01  fs-reply3               pic xx          value zeros.
012800 01  fs-reply4               pic xx          value zeros.
012900 77  Registry-FileName       pic x(128)      value spaces.
013000 77  Deck-FileName           pic x(128)      value spaces.
013100 77  Stub-Lib-FileName       pic x(128)      value spaces.
013200 01  ws-function             pic x(8)        value spaces.
013300 01  ws-table-want           pic x(30)       value spaces.
013400 01  ws-deck-table           pic x(30)       value spaces.
013500*
013600* the tables loaded this run, refused ones included so a bad
013700*  table is reported once, not once a call
013800*
013900 01  dte-cache.
014000     03  dte-entry                       occurs 10.
014100         05  dte-key         pic x(30).
014200         05  dte-name        pic x(30).
014300         05  dte-state       pic x.
014400         05  dte-reason      pic x(60).
014500         05  dte-version     pic x(8).
014600         05  dte-conds       pic 999.
014700         05  dte-acts        pic 999.
014800         05  dte-rules       pic 999.
014900         05  dte-cstub       pic x(72)   occurs 25.
015000         05  dte-astub       pic x(72)   occurs 25.
015100         05  dte-row                     occurs 50.
015200             07  dte-cell    pic x(18)   occurs 50.
015300 77  dte-count               pic s99   comp  value zero.
015400 77  dte-sub                 pic s99   comp  value zero.
015500 77  dte-hit                 pic s99   comp  value zero.
015600*
015700* deck loading - dectrans's own card logic and names
015800*
015900 77  index1                  pic s999  comp  value zero.
016000 77  index2                  pic s999  comp  value zero.
016100 77  index3                  pic s999  comp  value zero.
016200 77  index4                  pic s999  comp  value zero.
016300 77  index5                  pic s999  comp  value zero.
016400 77  index6                  pic s999  comp  value zero.
016500 77  index7                  pic s999  comp  value zero.
016600 77  kolumns                 pic s999  comp  value zero.
016700 77  row-count               pic s999  comp  value zero.
016800 77  rule-count              pic s999  comp  value zero.
016900 77  deck-eof-sw             pic 9           value zero.
017000     88  Deck-Eof                            value 1
017100                                           False is 0.
017200 77  free-in-sw              pic 9           value zero.
017300     88  Free-In                             value 1
017400                                           False is 0.
017500 01  ws-free-card            pic x(80)   value spaces.
017600 01  current-header.
017700     03  current-table-name  pic x(30).
017800     03  filler              pic x.
017900     03  form                pic x.
018000     03  number-of-conditions pic 999.
018100     03  number-of-actions   pic 999.
018200     03  number-of-rules     pic 999.
018300     03  filler              pic x(3).
018400 01  rule-index.
018500     03  first-column        pic 999    occurs 51.
018600     03  number-of-columns   pic 999    occurs 51.
018700 01  dummy-stub.
018800     03  temp-stub           pic x    occurs 72.
018900 01  dummy-entry.
019000     03  temp-col            pic x    occurs 18.
019100*
019200* stub library, as dectrans loads it
019300*
019400 77  sl-loaded-sw            pic 9           value zero.
019500 77  sl-count                pic s999  comp  value zero.
019600 77  sl-sub                  pic s999  comp  value zero.
019700 77  sl-found                pic 9           value zero.
019800 77  sl-want-name            pic x(30)       value spaces.
019900 01  sl-lib-table.
020000     03  sl-entry                        occurs 100.
020100         05  sl-name         pic x(30).
020200         05  sl-text         pic x(72).
020300 01  sl-kind-w               pic x(8)        value spaces.
020400 01  sl-name-w               pic x(30)       value spaces.
020500*
020600* evaluation - SIM's matching, cell by cell
020700*
020800 77  ev-rule                 pic s999  comp  value zero.
020900 77  ev-cond                 pic s999  comp  value zero.
021000 77  ev-act                  pic s999  comp  value zero.
021100 77  ev-col                  pic s999  comp  value zero.
021200 77  ev-hit                  pic 9           value zero.
021300 77  ev-fired                pic s999  comp  value zero.
021400 77  ev-cell                 pic x(18)   value spaces.
021500 77  ev-tok                  pic x(18)   value spaces.
021600 77  ev-alt1                 pic x(18)   value spaces.
021700 77  ev-alt2                 pic x(18)   value spaces.
021800 77  ev-alt3                 pic x(18)   value spaces.
021900 77  ev-alt-cell             pic x(18)   value spaces.
022000 77  ev-stub-work            pic x(72)   value spaces.
022100 77  ev-op                   pic xx      value spaces.
022200 77  ev-not-flag             pic 9       value zero.
022300 77  ev-q-tally              pic s999  comp  value zero.
022400 77  ev-sx                   pic s999  comp  value zero.
022500 77  ev-rel-true             pic 9       value zero.
022600 77  ev-num1                 comp-2      value zero.
022700 77  ev-num2                 comp-2      value zero.
022800 77  ev-strip-w              pic x(18)   value spaces.
022900 77  ev-strip-o              pic x(18)   value spaces.
023000 77  ev-strip-i              pic s999  comp  value zero.
023100 77  ev-strip-j              pic s999  comp  value zero.
023200*
023300* rule counting - DTCOUNT's key, and the DTRULES.DAT keys
023400*  a table brings
023500*
023600 77  ws-cov-key              pic x(38)   value spaces.
023700 01  ws-cov-rule             pic 99          value zero.
023800 01  univ-table.
023900     03  univ-entry                      occurs 51.
024000         05  univ-key        pic x(38).
024100         05  univ-seen       pic 9.
024200 77  univ-count              pic s999  comp  value zero.
024300 77  univ-sub                pic s999  comp  value zero.
024400*
024500 linkage section.
024600*===============
024700*
024800     copy "dt-eval.cpy".
024900*
025000 procedure division using de-request.
025100*====================================
025200*
025300 eval-main.
025400***********
025500*
025600     move     zero to de-rule de-action-count.
025700     move     spaces to de-reason de-version de-actions.
025800     move     function upper-case (de-function) to ws-function.
025900     if       ws-function = "RELOAD"
026000              move zero to dte-count sl-loaded-sw sl-count
026100              move "00" to de-status
026200              goback.
026300     if       ws-function = "DUMP"
026400              call "DTCOUNT-DUMP"
026500              move "00" to de-status
026600              goback.
026700     if       ws-function not = spaces and not = "EVAL"
026800              move "12" to de-status
026900              move "function must be EVAL, DUMP or RELOAD"
027000                      to de-reason
027100              goback.
027200     if       de-table = spaces
027300              move "12" to de-status
027400              move "no table named" to de-reason
027500              goback.
027600     move     function upper-case (de-table) to ws-table-want.
027700     move     zero to dte-hit.
027800     perform  varying dte-sub from 1 by 1
027900                      until dte-sub > dte-count
028000              if  dte-key (dte-sub) = ws-table-want
028100                  move dte-sub to dte-hit
028200                  move dte-count to dte-sub
028300              end-if
028400     end-perform.
028500     if       dte-hit = zero
028600              perform load-table thru lt-exit.
028700     if       dte-hit = zero
028800              move "16" to de-status
028900              goback.
029000     if       dte-state (dte-hit) not = "L"
029100              move "16" to de-status
029200              move dte-reason (dte-hit) to de-reason
029300              goback.
029400     perform  evaluate-table thru et-exit.
029500     goback.
029600*
029700* first call for a table: registry, then deck - any failure
029800*  leaves it refused, with the reason, for the rest of the run
029900*
030000 load-table.
030100***********
030200*
030300     if       dte-count not < 10
030400              move "more tables than DTEVAL holds - RELOAD"
030500                      to de-reason
030600              go to lt-exit.
030700     add      1 to dte-count.
030800     move     dte-count to dte-hit.
030900     move     spaces to dte-entry (dte-hit).
031000     move     ws-table-want to dte-key (dte-hit)
031100                               dte-name (dte-hit).
031200     move     zero to dte-conds (dte-hit) dte-acts (dte-hit)
031300                      dte-rules (dte-hit).
031400     perform  find-registry thru fr-exit.
031500     if       dte-reason (dte-hit) not = spaces
031600              go to lt-refused.
031700     perform  load-stub-library thru sll-exit.
031800     perform  load-deck thru ld-exit.
031900     if       dte-reason (dte-hit) not = spaces
032000              go to lt-refused.
032100     move     "L" to dte-state (dte-hit).
032200     perform  note-universe thru nu-exit.
032300     go       to lt-exit.
032400*
032500 lt-refused.
032600***********
032700*
032800     move     "R" to dte-state (dte-hit).
032900     display  "DTEVAL: table " function trim (ws-table-want)
033000              " refused - " dte-reason (dte-hit).
033100*
033200 lt-exit.
033300********
033400     exit.
033500*
033600 find-registry.
033700**************
033800*
033900     accept   Registry-FileName from environment "DTREGISTRY"
034000              on exception
034100              move "DTREGISTRY.DAT" to Registry-FileName
034200     end-accept.
034300     if       Registry-FileName = spaces
034400              move "DTREGISTRY.DAT" to Registry-FileName.
034500     open     input registry-file.
034600     if       fs-reply not = "00"
034700              move "no decision table registry"
034800                      to dte-reason (dte-hit)
034900              go to fr-exit.
035000*
035100 fr-read.
035200********
035300*
035400     read     registry-file at end
035500              close registry-file
035600              move "not registered" to dte-reason (dte-hit)
035700              go to fr-exit.
035800     if       function upper-case (reg-table) not = ws-table-want
035900              go to fr-read.
036000     close    registry-file.
036100     if       reg-status not = "APPROVED"
036200              string "not APPROVED - status " delimited by size
036300                     reg-status delimited by space
036400                             into dte-reason (dte-hit)
036500              end-string
036600              go to fr-exit.
036700     if       reg-deck = spaces
036800              move "no deck registered (dtregistry DECK=)"
036900                      to dte-reason (dte-hit)
037000              go to fr-exit.
037100     move     reg-version to dte-version (dte-hit).
037200     move     reg-deck to Deck-FileName.
037300*
037400 fr-exit.
037500********
037600     exit.
037700*
037800* the deck: its THDR for this table, stamped with the approved
037900*  version, then INIT ... ENIT passed over, RHDR, the body
038000*
038100 load-deck.
038200**********
038300*
038400     set      Deck-Eof to false.
038500     set      Free-In to false.
038600     open     input deck-in.
038700     if       fs-reply2 not = "00"
038800              string "deck not found: " delimited by size
038900                     Deck-FileName delimited by space
039000                             into dte-reason (dte-hit)
039100              end-string
039200              go to ld-exit.
039300*
039400 ld-find.
039500********
039600*
039700     perform  card-read thru card-read-exit.
039800     if       Deck-Eof
039900              move "table not in its registered deck"
040000                      to dte-reason (dte-hit)
040100              go to ld-close.
040200     if       id-field not = "THDR"
040300              go to ld-find.
040400     move     spaces to ws-deck-table.
040500     unstring header-field delimited by all spaces
040600              into ws-deck-table.
040700     if       function upper-case (ws-deck-table)
040800                      not = ws-table-want
040900              go to ld-find.
041000     if       idslot not = dte-version (dte-hit)
041100              string "deck version " delimited by size
041200                     idslot delimited by space
041300                     " is not the approved " delimited by size
041400                     dte-version (dte-hit) delimited by space
041500                             into dte-reason (dte-hit)
041600              end-string
041700              go to ld-close.
041800     move     header-field to current-header.
041900     if       number-of-conditions not numeric
042000           or number-of-conditions > 25
042100           or number-of-actions not numeric
042200           or number-of-actions > 25
042300           or number-of-rules not numeric
042400           or number-of-rules > 50
042500           or number-of-rules < 1
042600              move "THDR counts out of range"
042700                      to dte-reason (dte-hit)
042800              go to ld-close.
042900     move     current-table-name to dte-name (dte-hit).
043000     move     number-of-conditions to dte-conds (dte-hit).
043100     move     number-of-actions to dte-acts (dte-hit).
043200     move     number-of-rules to dte-rules (dte-hit).
043300     perform  card-read thru card-read-exit.
043400     if       id-field not = "INIT"
043500              go to ld-rhdr.
043600*
043700 ld-init.
043800********
043900*
044000     perform  card-read thru card-read-exit.
044100     if       Deck-Eof
044200              go to ld-short.
044300     if       id-field = "RHDR"
044400              go to ld-rhdr.
044500     if       id-field not = "ENIT"
044600              go to ld-init.
044700     perform  card-read thru card-read-exit.
044800*
044900 ld-rhdr.
045000********
045100*
045200     if       id-field not = "RHDR"
045300              move "no RHDR card" to dte-reason (dte-hit)
045400              go to ld-close.
045500     perform  rule-header thru rh-exit.
045600     if       dte-reason (dte-hit) = spaces
045700              perform body-loader thru bl-exit.
045800     go       to ld-close.
045900*
046000 ld-short.
046100*********
046200*
046300     move     "deck ends inside the table"
046310             to dte-reason (dte-hit).
046400*
046500 ld-close.
046600*********
046700*
046800     close    deck-in.
046900*
047000 ld-exit.
047100********
047200     exit.
047300*
047400* RHDR: a mark starts each column - the stub from column 9, then
047500*  one per rule, the last the ELSE, a "." closing
047600*
047700 rule-header.
047800************
047900*
048000     move     zero to kolumns rule-count.
048100     move     1 to index1.
048200     move     9 to first-column (index1) index2.
048300*
048400 rh-loop.
048500********
048600*
048700     if       card-image (index2) = space
048800              go to rh-loop1.
048900     if       index1 = 1
049000              go to rh-stub-check.
049100     add      1 to rule-count.
049200     if       rule-count > number-of-rules
049300              move "more rules on RHDR than THDR shows"
049400                      to dte-reason (dte-hit)
049500              go to rh-exit.
049600     if       kolumns > 18 or kolumns < 3
049700              move "rule entry size not 3 to 18"
049800                      to dte-reason (dte-hit)
049900              go to rh-exit.
050000     go       to rh-size-ok.
050100*
050200 rh-stub-check.
050300**************
050400*
050500     if       kolumns < 10 or kolumns > 72
050600              move "stub size not 10 to 72"
050700                      to dte-reason (dte-hit)
050800              go to rh-exit.
050900*
051000 rh-size-ok.
051100***********
051200*
051300     move     kolumns to number-of-columns (index1).
051400     add      1 to index1.
051500     move     index2 to first-column (index1) index3.
051600     add      3 to index2.
051700     move     3 to kolumns.
051800     if       card-image (index3) = "."
051900              go to rh-end.
052000     go       to rh-image-check.
052100*
052200 rh-loop1.
052300*********
052400*
052500     add      1 to kolumns index2.
052600*
052700 rh-image-check.
052800***************
052900*
053000     if       index2 not > 80
053100              go to rh-loop.
053200     perform  card-read thru card-read-exit.
053300     if       Deck-Eof
053400              move "deck ends inside the table"
053500                      to dte-reason (dte-hit)
053600              go to rh-exit.
053700     move     9 to index2.
053800     go       to rh-loop.
053900*
054000 rh-end.
054100*******
054200*
054300     if       rule-count not = number-of-rules
054400              move "rules on RHDR differ from THDR"
054500                      to dte-reason (dte-hit)
054600              go to rh-exit.
054700*
054800 rh-exit.
054900********
055000     exit.
055100*
055200* the body: a row a condition, then a row an action, each its
055300*  stub then a cell a rule, spilling card to card as punched
055400*
055500 body-loader.
055600************
055700*
055800     move     1 to index4 index5.
055900     move     zero to index7.
056000     add      number-of-actions
056100                number-of-conditions giving row-count.
056200*
056300 bl-nextcard.
056400************
056500*
056600     perform  card-read thru card-read-exit.
056700     if       Deck-Eof
056800              go to bl-short.
056900     move     1 to index6.
057000     if       id-field = "EODT"
057100              go to bl-eodt.
057200     add      1 to index7.
057300     if       index7 > row-count
057400              move "more body rows than THDR shows, or no EODT"
057500                      to dte-reason (dte-hit)
057600              go to bl-exit.
057700     move     9 to index1.
057800     move     1 to index2 index3.
057900     move     spaces to dummy-stub.
058000*
058100 bl-stub-mover.
058200**************
058300*
058400     move     card-image (index1) to temp-stub (index2).
058500     if       index2 = number-of-columns (index3)
058600              go to bl-stub-store.
058700     add      1 to index1 index2.
058800     if       index1 not > 80
058900              go to bl-stub-mover.
059000     perform  card-read thru card-read-exit.
059100     if       Deck-Eof
059200              go to bl-short.
059300     move     1 to index1.
059400     go       to bl-stub-mover.
059500*
059600 bl-stub-store.
059700**************
059800*
059900     if       temp-stub (1) = "="
060000              perform stub-expand thru se-exit
060100              if  dte-reason (dte-hit) not = spaces
060200                  go to bl-exit
060300              end-if.
060400     if       index4 > number-of-conditions
060500              move dummy-stub to dte-astub (dte-hit, index5)
060600              add 1 to index5
060700     else
060800              move dummy-stub to dte-cstub (dte-hit, index4)
060900              add 1 to index4.
061000*
061100 bl-entry-loader.
061200****************
061300*
061400     add      1 to index3.
061500     move     1 to index2.
061600     move     spaces to dummy-entry.
061700     if       index1 = 80
061800              go to bl-pcr.
061900     move     first-column (index3) to index1.
062000*
062100 bl-rule-mover.
062200**************
062300*
062400     move     card-image (index1) to temp-col (index2).
062500     if       index2 = number-of-columns (index3)
062600              go to bl-entry-store.
062700     add      1 to index1 index2.
062800     if       index1 not > 80
062900              go to bl-rule-mover.
063000*
063100 bl-pcr.
063200*******
063300*
063400     perform  card-read thru card-read-exit.
063500     if       Deck-Eof
063600              go to bl-short.
063700     move     1 to index1.
063800     go       to bl-rule-mover.
063900*
064000 bl-entry-store.
064100***************
064200*
064300     move     function trim (dummy-entry leading)
064400              to dte-cell (dte-hit, index7, index6).
064500     add      1 to index6.
064600     if       index6 = number-of-rules + 1
064700              go to bl-nextcard.
064800     go       to bl-entry-loader.
064900*
065000 bl-eodt.
065100********
065200*
065300     if       index7 not = row-count
065400              move "fewer body rows than THDR shows"
065500                      to dte-reason (dte-hit).
065600     go       to bl-exit.
065700*
065800 bl-short.
065900*********
066000*
066100     move     "deck ends inside the table"
066110             to dte-reason (dte-hit).
066200*
066300 bl-exit.
066400********
066500     exit.
066600*
066700 card-read.
066800**********
066900*
067000     read     deck-in at end
067100              set Deck-Eof to true
067200              move spaces to deck-text
067300              go to card-read-exit.
067400*
067500* a keyword in column 1 marks a free-format deck: the fixed
067600*  prefixes go back in - 3 columns ahead of a keyword card, 8
067700*  ahead of a body card - as dectrans's free-in-check does
067800*
067900     if       deck-text (1:5) = "THDR " or = "RHDR "
068000           or deck-text (1:5) = "INIT " or = "ENIT "
068100           or deck-text (1:4) = "EODT"
068200              set Free-In to true
068300              move deck-text to ws-free-card
068400              move spaces to deck-text
068500              move ws-free-card (1:77) to deck-text (4:77)
068600              go to card-read-exit.
068700     if       Free-In
068800          and id-field not = "THDR" and not = "RHDR"
068900          and id-field not = "INIT" and not = "ENIT"
069000          and id-field not = "EODT"
069100              move deck-text to ws-free-card
069200              move spaces to deck-text
069300              move ws-free-card (1:72) to deck-text (9:72).
069400*
069500 card-read-exit.
069600***************
069700     exit.
069800*
069900* stub library - quietly absent when the shop keeps none
070000*
070100 load-stub-library.
070200******************
070300*
070400     if       sl-loaded-sw = 1
070500              go to sll-exit.
070600     move     1 to sl-loaded-sw.
070700     move     zero to sl-count.
070800     accept   Stub-Lib-FileName from environment
070900              "DECTRANS_STUBLIB"
071000     end-accept.
071100     if       Stub-Lib-FileName = spaces
071200              move "STUBLIB.DAT" to Stub-Lib-FileName.
071300     open     input stub-lib.
071400     if       fs-reply3 not = "00"
071500              go to sll-exit.
071600*
071700 sll-read.
071800*********
071900*
072000     read     stub-lib at end
072100              close stub-lib
072200              go to sll-exit.
072300     if       stub-lib-rec = spaces
072400           or stub-lib-rec (1:1) = "*"
072500              go to sll-read.
072600     move     spaces to sl-kind-w sl-name-w.
072700     move     1 to sl-sub.
072800     unstring stub-lib-rec delimited by all spaces
072900              into sl-kind-w sl-name-w
073000              with pointer sl-sub.
073100     move     function upper-case (sl-kind-w) to sl-kind-w.
073200     if       sl-kind-w not = "CSTUB" and not = "ASTUB"
073300              go to sll-read.
073400     if       sl-count not < 100
073500              go to sll-read.
073600     add      1 to sl-count.
073700     move     function upper-case (sl-name-w)
073800              to sl-name (sl-count).
073900     if       sl-sub < 49
074000              move stub-lib-rec (sl-sub:72)
074100                   to sl-text (sl-count)
074200     else
074300              move spaces to sl-text (sl-count).
074400     go       to sll-read.
074500*
074600 sll-exit.
074700*********
074800     exit.
074900*
075000* "=NAME" in a deck stub becomes the library stub of that name
075100*
075200 stub-expand.
075300************
075400*
075500     move     spaces to sl-want-name.
075600     unstring dummy-stub (2:71) delimited by all spaces
075700              into sl-want-name.
075800     move     function upper-case (sl-want-name)
075900              to sl-want-name.
076000     move     zero to sl-found.
076100     perform  varying sl-sub from 1 by 1
076200                      until sl-sub > sl-count
076300              if  sl-name (sl-sub) = sl-want-name
076400                  move 1 to sl-found
076500                  move spaces to dummy-stub
076600                  move sl-text (sl-sub) to dummy-stub
076700                  move sl-count to sl-sub
076800              end-if
076900     end-perform.
077000     if       sl-found = zero
077100              string "stub not in library: " delimited by size
077200                     sl-want-name delimited by space
077300                             into dte-reason (dte-hit)
077400              end-string.
077500*
077600 se-exit.
077700********
077800     exit.
077900*
078000* the table's coverage keys, rules 01 up and the ELSE's 00,
078100*  into DTRULES.DAT where they are not already - dtperiod's
078200*  zero-fire baseline
078300*
078400 note-universe.
078500**************
078600*
078700     move     zero to univ-count.
078800     perform  varying univ-sub from 1 by 1
078900                      until univ-sub > dte-rules (dte-hit)
079000              if  univ-sub = dte-rules (dte-hit)
079100                  move zero to ws-cov-rule
079200              else
079300                  move univ-sub to ws-cov-rule
079400              end-if
079500              perform build-cov-key thru bck-exit
079600              add 1 to univ-count
079700              move ws-cov-key to univ-key (univ-count)
079800              move zero to univ-seen (univ-count)
079900     end-perform.
080000     open     input rules-univ.
080100     if       fs-reply4 not = "00"
080200              go to nu-write.
080300*
080400 nu-read.
080500********
080600*
080700     read     rules-univ at end
080800              close rules-univ
080900              go to nu-write.
081000     perform  varying univ-sub from 1 by 1
081100                      until univ-sub > univ-count
081200              if  univ-key (univ-sub) = rules-univ-rec
081300                  move 1 to univ-seen (univ-sub)
081400              end-if
081500     end-perform.
081600     go       to nu-read.
081700*
081800 nu-write.
081900*********
082000*
082100     open     extend rules-univ.
082200     if       fs-reply4 not = "00" and not = "05"
082300              open output rules-univ.
082400     if       fs-reply4 not = "00" and not = "05"
082500              go to nu-exit.
082600     perform  varying univ-sub from 1 by 1
082700                      until univ-sub > univ-count
082800              if  univ-seen (univ-sub) = zero
082900                  move univ-key (univ-sub) to rules-univ-rec
083000                  write rules-univ-rec
083100              end-if
083200     end-perform.
083300     close    rules-univ.
083400*
083500 nu-exit.
083600********
083700     exit.
083800*
083900* <table>/<rule> padded to DTCOUNT's 38-byte key, as the
084000*  instrumented code's literal is
084100*
084200 build-cov-key.
084300**************
084400*
084500     move     spaces to ws-cov-key.
084600     string   dte-name (dte-hit) delimited by space
084700              "/" delimited by size
084800              ws-cov-rule delimited by size
084900                      into ws-cov-key.
085000*
085100 bck-exit.
085200*********
085300     exit.
085400*
085500* the rules in deck order, the ELSE column excepted: the first
085600*  whose every condition cell matches fires, none is the ELSE
085700*
085800 evaluate-table.
085900***************
086000*
086100     move     dte-version (dte-hit) to de-version.
086200     move     zero to ev-fired.
086300     move     1 to ev-rule.
086400*
086500 et-rule-loop.
086600*************
086700*
086800     if       ev-rule not < dte-rules (dte-hit)
086900              go to et-fired.
087000     move     1 to ev-hit.
087100     move     1 to ev-cond.
087200*
087300 et-cond-loop.
087400*************
087500*
087600     if       ev-cond > dte-conds (dte-hit)
087700              go to et-rule-test.
087800     move     dte-cell (dte-hit, ev-cond, ev-rule) to ev-cell.
087900     perform  ev-match thru ev-match-exit.
088000     if       ev-hit = zero
088100              go to et-rule-test.
088200     add      1 to ev-cond.
088300     go       to et-cond-loop.
088400*
088500 et-rule-test.
088600*************
088700*
088800     if       ev-hit = 1
088900              move ev-rule to ev-fired
089000              go to et-fired.
089100     add      1 to ev-rule.
089200     go       to et-rule-loop.
089300*
089400 et-fired.
089500*********
089600*
089700     if       ev-fired = zero
089800              move dte-rules (dte-hit) to ev-col
089900              move zero to de-rule ws-cov-rule
090000              move "04" to de-status
090100     else
090200              move ev-fired to ev-col de-rule ws-cov-rule
090300              move "00" to de-status.
090400     move     1 to ev-act.
090500*
090600 et-action-loop.
090700***************
090800*
090900     if       ev-act > dte-acts (dte-hit)
091000              go to et-count.
091100     compute  index6 = dte-conds (dte-hit) + ev-act.
091200     if       dte-cell (dte-hit, index6, ev-col) not = spaces
091300              add 1 to de-action-count
091400              move ev-act to de-act-no (de-action-count)
091500              move dte-astub (dte-hit, ev-act)
091600                      to de-act-stub (de-action-count)
091700              move dte-cell (dte-hit, index6, ev-col)
091800                      to de-act-entry (de-action-count).
091900     add      1 to ev-act.
092000     go       to et-action-loop.
092100*
092200 et-count.
092300*********
092400*
092500     perform  build-cov-key thru bck-exit.
092600     call     "DTCOUNT" using ws-cov-key.
092700*
092800 et-exit.
092900********
093000     exit.
093100*
093200* one cell against its condition's value: blank or X takes
093300*  anything, a "?" stub compares by its operator, else the
093400*  value must be the cell or one of its "/" alternatives -
093500*  quotes ignored on both sides, as SIM and GENCASES agree
093600*
093700 ev-match.
093800*********
093900*
094000     if       ev-cell = spaces or ev-cell = "X"
094100              go to ev-match-exit.
094200     move     de-value (ev-cond) to ev-tok.
094300     move     ev-tok to ev-strip-w.
094400     perform  ev-strip-one thru eso-exit.
094500     move     ev-strip-w to ev-tok.
094600     move     ev-cell to ev-strip-w.
094700     perform  ev-strip-one thru eso-exit.
094800     move     ev-strip-w to ev-cell.
094900     move     zero to ev-q-tally.
095000     inspect  dte-cstub (dte-hit, ev-cond)
095100              tallying ev-q-tally for all "?".
095200     if       ev-q-tally > zero
095300              perform ev-rel-match thru ev-rel-exit
095400              go to ev-match-exit.
095500     if       function upper-case (ev-tok)
095600                  = function upper-case (ev-cell)
095700              go to ev-match-exit.
095800     move     zero to index6.
095900     inspect  ev-cell tallying index6 for all "/".
096000     if       index6 > zero
096100              move spaces to ev-alt1 ev-alt2 ev-alt3
096200              unstring ev-cell delimited by "/"
096300                       into ev-alt1 ev-alt2 ev-alt3
096400              if  function upper-case (ev-tok) =
096500                  function upper-case (ev-alt1) or
096600                  function upper-case (ev-alt2) or
096700                  function upper-case (ev-alt3)
096800                  go to ev-match-exit
096900              end-if.
097000     move     zero to ev-hit.
097100*
097200 ev-match-exit.
097300**************
097400     exit.
097500*
097600 ev-strip-one.
097700*************
097800*
097900     move     spaces to ev-strip-o.
098000     move     zero to ev-strip-j.
098100     perform  varying ev-strip-i from 1 by 1
098200                      until ev-strip-i > 18
098300              if  ev-strip-w (ev-strip-i:1) not = quote
098400               and ev-strip-w (ev-strip-i:1) not = "'"
098500                  add 1 to ev-strip-j
098600                  move ev-strip-w (ev-strip-i:1)
098700                          to ev-strip-o (ev-strip-j:1)
098800              end-if
098900     end-perform.
099000     move     ev-strip-o to ev-strip-w.
099100*
099200 eso-exit.
099300*********
099400     exit.
099500*
099600* relational stub: the operator ahead of the "?" (with an
099700*  optional NOT), the value against each "/" alternative in
099800*  turn - numbers numerically, anything else as text
099900*
100000 ev-rel-match.
100100*************
100200*
100300     move     function upper-case (dte-cstub (dte-hit, ev-cond))
100400                      to ev-stub-work.
100500     move     spaces to ev-op.
100600     move     zero to ev-not-flag.
100700     perform  varying ev-sx from 1 by 1 until ev-sx > 70
100800              if  ev-stub-work (ev-sx:1) = "?"
100900                  move 71 to ev-sx
101000              else
101100               if ev-stub-work (ev-sx:2) = ">=" or = "<="
101200                          or = "<>"
101300                  move ev-stub-work (ev-sx:2) to ev-op
101400                  add 1 to ev-sx
101500               else
101600                if ev-stub-work (ev-sx:1) = ">" or = "<"
101700                           or = "="
101800                   move ev-stub-work (ev-sx:1) to ev-op
101900                   move space to ev-op (2:1)
102000                else
102100                 if ev-sx < 70
102200                  and ev-stub-work (ev-sx:4) = "NOT "
102300                    move 1 to ev-not-flag
102400                 end-if
102500                end-if
102600               end-if
102700              end-if
102800     end-perform.
102900     if       ev-op = spaces
103000              move "= " to ev-op.
103100     move     spaces to ev-alt1 ev-alt2 ev-alt3.
103200     move     zero to index6.
103300     inspect  ev-cell tallying index6 for all "/".
103400     if       index6 > zero
103500              unstring ev-cell delimited by "/"
103600                       into ev-alt1 ev-alt2 ev-alt3
103700     else
103800              move ev-cell to ev-alt1.
103900     move     zero to ev-rel-true.
104000     move     ev-alt1 to ev-alt-cell.
104100     if       ev-alt-cell not = spaces
104200              perform ev-rel-test thru ev-rel-test-exit.
104300     move     ev-alt2 to ev-alt-cell.
104400     if       ev-alt-cell not = spaces
104500              perform ev-rel-test thru ev-rel-test-exit.
104600     move     ev-alt3 to ev-alt-cell.
104700     if       ev-alt-cell not = spaces
104800              perform ev-rel-test thru ev-rel-test-exit.
104900     if       ev-not-flag = 1
105000              subtract ev-rel-true from 1
105100                       giving ev-rel-true.
105200     if       ev-rel-true = zero
105300              move zero to ev-hit.
105400*
105500 ev-rel-exit.
105600************
105700     exit.
105800*
105900 ev-rel-test.
106000************
106100*
106200     if       function test-numval (ev-tok) = zero
106300          and function test-numval (ev-alt-cell) = zero
106400              compute ev-num1 = function numval (ev-tok)
106500              compute ev-num2 = function numval (ev-alt-cell)
106600              evaluate true
106700                  when ev-op = "> " and ev-num1 > ev-num2
106800                       move 1 to ev-rel-true
106900                  when ev-op = "< " and ev-num1 < ev-num2
107000                       move 1 to ev-rel-true
107100                  when ev-op = "= " and ev-num1 = ev-num2
107200                       move 1 to ev-rel-true
107300                  when ev-op = ">=" and ev-num1 >= ev-num2
107400                       move 1 to ev-rel-true
107500                  when ev-op = "<=" and ev-num1 <= ev-num2
107600                       move 1 to ev-rel-true
107700                  when ev-op = "<>"
107800                   and ev-num1 not = ev-num2
107900                       move 1 to ev-rel-true
108000              end-evaluate
108100              go to ev-rel-test-exit.
108200     evaluate true
108300         when ev-op = "> "
108400          and function upper-case (ev-tok)
108500                  > function upper-case (ev-alt-cell)
108600              move 1 to ev-rel-true
108700         when ev-op = "< "
108800          and function upper-case (ev-tok)
108900                  < function upper-case (ev-alt-cell)
109000              move 1 to ev-rel-true
109100         when ev-op = "= "
109200          and function upper-case (ev-tok)
109300                  = function upper-case (ev-alt-cell)
109400              move 1 to ev-rel-true
109500         when ev-op = ">="
109600          and function upper-case (ev-tok)
109700                  >= function upper-case (ev-alt-cell)
109800              move 1 to ev-rel-true
109900         when ev-op = "<="
110000          and function upper-case (ev-tok)
110100                  <= function upper-case (ev-alt-cell)
110200              move 1 to ev-rel-true
110300         when ev-op = "<>"
110400          and function upper-case (ev-tok)
110500              not = function upper-case (ev-alt-cell)
110600              move 1 to ev-rel-true
110700     end-evaluate.
110800*
110900 ev-rel-test-exit.
111000*****************
111100     exit.
