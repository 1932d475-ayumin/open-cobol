            >> source format is free
       Identification division.
       Program-id.  "GDGRES".
      *>
      *> gdgres   * Callable generation data group library.  A
      *>            registry, GDG.REG (or the GDG_REGISTRY name), names
      *>            each group's base and how many generations it
      *>            keeps:
      *>
      *>              <base> <limit> [ARCHIVE <path>|DELETE]
      *>
      *>            and the generations themselves live in one shared
      *>            catalog, GDG.DAT (or the GDG_CATALOG name), one row
      *>            per generation:
      *>
      *>              base(44) sp gen(4) sp state(1) sp rel(1)
      *>              sp owner(16) sp date(8) sp time(6)
      *>
      *>            state C current, P pending (a (+n) reserved by its
      *>            owner, not yet committed), R rolled off the limit
      *>            and waiting for housekeep.  Generation nnnn of a
      *>            base is the file <base>.G<nnnn>V00.
      *>
      *>            jobstep resolves its step commands and files, the
      *>            devtools queue its job commands and CHKIO its file
      *>            names through here (see gdg-res.cpy for the
      *>            field-by-field contract).  A new generation only
      *>            becomes current on COMMIT - jobstep and the queue
      *>            commit as each step or job ends clean and DISCARD
      *>            otherwise.  Generations that roll off the limit are
      *>            not deleted here: housekeep takes them off ROLLED,
      *>            archives or deletes them through its journal and
      *>            HOUSEKEEP.CAT like any other file, then FORGETs
      *>            them.
      *>
      *>            The catalog is read and rewritten whole under a
      *>            lock directory, GDG.DAT.LCK - FILEENQ's idiom.
      *>
      *> To compile on Linux:
      *> cobc -m gdgres.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select gdg-reg-file assign to dynamic reg-name
                  organization line sequential
                  file status  reg-fs.
           select gdg-cat-file assign to dynamic cat-name
                  organization line sequential
                  file status  cat-fs.
       Data division.
       File section.
       fd  gdg-reg-file.
       01  gdg-reg-rec          pic x(200).
       fd  gdg-cat-file.
       01  gdg-cat-rec.
           05  gc-base          pic x(44).
           05  filler           pic x.
           05  gc-gen           pic 9(4).
           05  filler           pic x.
           05  gc-state         pic x.
           05  filler           pic x.
           05  gc-rel           pic 9.
           05  filler           pic x.
           05  gc-owner         pic x(16).
           05  filler           pic x.
           05  gc-date          pic 9(8).
           05  filler           pic x.
           05  gc-time          pic 9(6).
       Working-storage section.
       01  reg-name             pic x(64)  value spaces.
       01  cat-name             pic x(64)  value spaces.
       01  lock-name            pic x(70)  value spaces.
       01  reg-fs               pic xx     value zeros.
       01  cat-fs               pic xx     value zeros.
      *> the registry, read fresh on every call
       01  reg-table.
           05  reg-entry        occurs 100.
               07  rg-base      pic x(44).
               07  rg-limit     pic 9(3).
               07  rg-action    pic x(8).
               07  rg-archive   pic x(80).
       01  reg-count            pic 9(3) comp value zero.
       01  rx                   pic 9(3) comp value zero.
       01  reg-hit              pic 9(3) comp value zero.
       01  reg-limit-x          pic x(8)   value spaces.
      *> the catalog, held while it is read and rewritten
       01  gen-table.
           05  gen-entry        occurs 500.
               07  gt-base      pic x(44).
               07  gt-gen       pic 9(4).
               07  gt-state     pic x.
               07  gt-rel       pic 9.
               07  gt-owner     pic x(16).
               07  gt-date      pic 9(8).
               07  gt-time      pic 9(6).
       01  gen-count            pic 9(3) comp value zero.
       01  gx                   pic 9(3) comp value zero.
       01  gy                   pic 9(3) comp value zero.
       01  my-owner             pic x(16)  value spaces.
       01  my-pid               pic 9(9)   value zero.
       01  lock-sw              pic x      value "N".
       01  lock-tries           pic 9(3) comp value zero.
       01  one-second           pic 9(4) comp value 1.
       01  time-now             pic 9(8)   value zero.
       01  date-now             pic 9(8)   value zero.
      *> one reference taken apart
       01  ref-base             pic x(44)  value spaces.
       01  ref-rel-x            pic x(8)   value spaces.
       01  ref-sign             pic x      value space.
       01  ref-rel              pic 9      value zero.
       01  ref-open             pic 9(3) comp value zero.
       01  ref-close            pic 9(3) comp value zero.
       01  want-gen             pic 9(4)   value zero.
       01  high-gen             pic 9(4)   value zero.
       01  step-back            pic 9      value zero.
       01  current-count        pic 9(3) comp value zero.
       01  low-x                pic 9(3) comp value zero.
      *> EXPAND's scan of the text
       01  exp-out              pic x(600) value spaces.
       01  ix                   pic 9(4) comp value zero.
       01  ox                   pic 9(4) comp value zero.
       01  nx                   pic 9(4) comp value zero.
       01  sx                   pic 9(4) comp value zero.
       01  ref-len              pic 9(4) comp value zero.
       01  px                   pic 9(4) comp value zero.
       01  cx                   pic 9(4) comp value zero.
       01  exp-len              pic 9(4) comp value zero.
       01  file-len             pic 9(4) comp value zero.
       01  exp-char             pic x      value space.
       01  exp-failed           pic x      value "N".
       01  exp-hits             pic 9(3)   value zero.
       01  drop-name            pic x(64)  value spaces.
       Linkage section.
       copy "gdg-res.cpy".
      *>
       Procedure division using gdg-request.
       0000-main.
           move "00" to gdg-status
           perform 0100-setup
           evaluate gdg-function
               when "RESOLVE"
                   perform 1000-resolve
               when "EXPAND"
                   perform 2000-expand
               when "COMMIT"
                   perform 3000-commit
               when "DISCARD"
                   perform 4000-discard
               when "ROLLED"
                   perform 5000-rolled
               when "FORGET"
                   perform 6000-forget
               when "LIST"
                   perform 7000-list
               when other
                   set gdg-bad-request to true
           end-evaluate
           move zero to return-code
           goback.
      *>
      *> who is asking, and where the registry and catalog live
      *>
       0100-setup.
           accept reg-name from environment "GDG_REGISTRY"
           end-accept
           if reg-name = spaces
               move "GDG.REG" to reg-name
           end-if
           accept cat-name from environment "GDG_CATALOG"
           end-accept
           if cat-name = spaces
               move "GDG.DAT" to cat-name
           end-if
           move spaces to lock-name
           string function trim (cat-name) delimited by size
                  ".LCK" delimited by size
                  into lock-name
           move spaces to my-owner
           accept my-owner from environment "GDG_OWNER"
           end-accept
           if my-owner = spaces
               call "C$GETPID" returning my-pid
               string "PID" delimited by size
                      my-pid delimited by size
                      into my-owner
           end-if
           accept date-now from date yyyymmdd
           accept time-now from time.
      *>
      *>----------------------------------------------------------------
      *> RESOLVE - BASE(0) and BASE(-n) look among the current
      *> generations, highest first; BASE(+n) is the current high
      *> plus n, reserved pending for this owner
      *>----------------------------------------------------------------
       1000-resolve.
           move spaces to gdg-file
           move zero to gdg-generation
           move "N" to gdg-new
           perform 1100-split-reference
           if not gdg-ok
               exit paragraph
           end-if
           perform 8400-load-registry
           perform 8450-find-base
           if reg-hit = zero
               set gdg-not-base to true
               exit paragraph
           end-if
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 1200-high-current
           if ref-sign = "+"
               perform 1300-new-generation
           else
               perform 1400-old-generation
           end-if
           perform 8100-unlock
           if gdg-ok
               move want-gen to gdg-generation
               perform 8600-file-name
           end-if.
      *>
      *> "BASE(n)" -> ref-base, ref-sign (+, - or space) and ref-rel
      *>
       1100-split-reference.
           move spaces to ref-base ref-rel-x
           move space to ref-sign
           move zero to ref-rel ref-open ref-close
           perform varying px from 1 by 1 until px > 64
               if gdg-name (px:1) = "("
                   move px to ref-open
                   exit perform
               end-if
           end-perform
           if ref-open < 2 or ref-open > 45
               set gdg-bad-request to true
               exit paragraph
           end-if
           perform varying px from ref-open by 1 until px > 64
               if gdg-name (px:1) = ")"
                   move px to ref-close
                   exit perform
               end-if
           end-perform
           compute ref-len = ref-close - ref-open - 1
           if ref-close = zero or ref-len < 1 or ref-len > 3
               set gdg-bad-request to true
               exit paragraph
           end-if
           move gdg-name (1:ref-open - 1) to ref-base
           move gdg-name (ref-open + 1:ref-len) to ref-rel-x
           if ref-rel-x (1:1) = "+" or ref-rel-x (1:1) = "-"
               move ref-rel-x (1:1) to ref-sign
               move ref-rel-x (2:7) to ref-rel-x
           end-if
           if ref-rel-x (1:1) not numeric
              or (ref-rel-x (2:1) not = space)
               set gdg-bad-request to true
               exit paragraph
           end-if
           move ref-rel-x (1:1) to ref-rel
           if ref-sign = "+" and ref-rel = zero
               set gdg-bad-request to true
           end-if
           if ref-sign = "-" and ref-rel = zero
               move space to ref-sign
           end-if
      *>   an unsigned number other than 0 is no relative reference
           if ref-sign = space and ref-rel not = zero
               set gdg-bad-request to true
           end-if.
      *>
       1200-high-current.
           move zero to high-gen
           perform varying gx from 1 by 1 until gx > gen-count
               if gt-base (gx) = ref-base
                  and gt-state (gx) = "C"
                  and gt-gen (gx) > high-gen
                   move gt-gen (gx) to high-gen
               end-if
           end-perform.
      *>
      *> (+n) - the same owner asking again gets its own pending row;
      *> a generation number anybody else has is refused
      *>
       1300-new-generation.
           perform varying gx from 1 by 1 until gx > gen-count
               if gt-base (gx) = ref-base
                  and gt-state (gx) = "P"
                  and gt-owner (gx) = my-owner
                  and gt-rel (gx) = ref-rel
                   move gt-gen (gx) to want-gen
                   move "Y" to gdg-new
                   exit paragraph
               end-if
           end-perform
           compute want-gen = high-gen + ref-rel
           perform varying gx from 1 by 1 until gx > gen-count
               if gt-base (gx) = ref-base
                  and gt-gen (gx) = want-gen
                   set gdg-no-gen to true
                   exit paragraph
               end-if
           end-perform
           if gen-count not < 500
               set gdg-busy to true
               exit paragraph
           end-if
           add 1 to gen-count
           move ref-base  to gt-base (gen-count)
           move want-gen  to gt-gen (gen-count)
           move "P"       to gt-state (gen-count)
           move ref-rel   to gt-rel (gen-count)
           move my-owner  to gt-owner (gen-count)
           move date-now  to gt-date (gen-count)
           move time-now (1:6) to gt-time (gen-count)
           perform 8300-save
           move "Y" to gdg-new.
      *>
      *> (0), (-n) - step down n current generations from the high
      *>
       1400-old-generation.
           if high-gen = zero
               set gdg-no-gen to true
               exit paragraph
           end-if
           move high-gen to want-gen
           move ref-rel to step-back
           perform until step-back = zero
               move zero to high-gen
               perform varying gx from 1 by 1 until gx > gen-count
                   if gt-base (gx) = ref-base
                      and gt-state (gx) = "C"
                      and gt-gen (gx) < want-gen
                      and gt-gen (gx) > high-gen
                       move gt-gen (gx) to high-gen
                   end-if
               end-perform
               if high-gen = zero
                   set gdg-no-gen to true
                   exit perform
               end-if
               move high-gen to want-gen
               subtract 1 from step-back
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> EXPAND - every NAME(n) in gdg-text whose NAME is a registered
      *> base is replaced by its file.  A name runs back from the (
      *> to a space, =, comma, colon or quote
      *>----------------------------------------------------------------
       2000-expand.
           move zero to exp-hits
           move "N" to exp-failed
           move spaces to exp-out
           move 1 to ix ox
           perform until ix > 600 or ox > 600 or exp-failed = "Y"
               move gdg-text (ix:1) to exp-char
               if exp-char = "("
                   perform 2100-try-reference
               else
                   move exp-char to exp-out (ox:1)
                   add 1 to ix ox
               end-if
           end-perform
           move exp-hits to gdg-count
           if exp-failed = "Y"
               exit paragraph
           end-if
           move exp-out to gdg-text
           move "00" to gdg-status.
      *>
      *> gdg-text (ix:1) is "(" - the name before it has already been
      *> copied to exp-out, ending at ox - 1
      *>
       2100-try-reference.
           move ix to sx
           perform until sx = 1
               move gdg-text (sx - 1:1) to exp-char
               if exp-char = space or "=" or "," or ":" or "'"
                  or '"' or "(" or ")"
                   exit perform
               end-if
               subtract 1 from sx
           end-perform
           move zero to cx
           perform varying nx from ix by 1
                   until nx > ix + 4 or nx > 600
               if gdg-text (nx:1) = ")"
                   move nx to cx
                   exit perform
               end-if
           end-perform
           compute exp-len = cx - sx + 1
           if sx = ix or cx = zero or exp-len > 64
               move "(" to exp-out (ox:1)
               add 1 to ix ox
               exit paragraph
           end-if
           move spaces to gdg-name
           move gdg-text (sx:exp-len) to gdg-name
           move "00" to gdg-status
           perform 1000-resolve
           evaluate true
               when gdg-ok
                   add 1 to exp-hits
      *>           the name already copied comes back out of exp-out
                   compute ox = ox - (ix - sx)
                   move zero to file-len
                   inspect gdg-file tallying file-len
                           for characters before initial space
                   if ox + file-len > 601
                       set gdg-bad-request to true
                       move "Y" to exp-failed
                       exit paragraph
                   end-if
                   move gdg-file (1:file-len) to exp-out (ox:file-len)
                   add file-len to ox
                   compute ix = cx + 1
               when gdg-not-base or gdg-bad-request
                   move "(" to exp-out (ox:1)
                   add 1 to ix ox
                   move "00" to gdg-status
               when other
                   move "Y" to exp-failed
           end-evaluate.
      *>
      *>----------------------------------------------------------------
      *> COMMIT - pending becomes current; then each group this owner
      *> touched rolls its oldest current generations off its limit
      *>----------------------------------------------------------------
       3000-commit.
           perform 8400-load-registry
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move zero to gdg-count
           perform varying gx from 1 by 1 until gx > gen-count
               if gt-state (gx) = "P"
                  and gt-owner (gx) = my-owner
                   move "C" to gt-state (gx)
                   move date-now to gt-date (gx)
                   move time-now (1:6) to gt-time (gx)
                   add 1 to gdg-count
                   move gt-base (gx) to ref-base
                   perform 3100-roll-group
               end-if
           end-perform
           if gdg-count > zero
               perform 8300-save
           end-if
           perform 8100-unlock.
      *>
       3100-roll-group.
           perform 8450-find-base
           if reg-hit = zero
               exit paragraph
           end-if
           perform until exit
               move zero to current-count low-x
               perform varying gy from 1 by 1 until gy > gen-count
                   if gt-base (gy) = ref-base
                      and gt-state (gy) = "C"
                       add 1 to current-count
                       if low-x = zero
                           move gy to low-x
                       else
                           if gt-gen (gy) < gt-gen (low-x)
                               move gy to low-x
                           end-if
                       end-if
                   end-if
               end-perform
               if current-count not > rg-limit (reg-hit)
                  or low-x = zero
                   exit perform
               end-if
               move "R" to gt-state (low-x)
               move date-now to gt-date (low-x)
               move time-now (1:6) to gt-time (low-x)
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> DISCARD - this owner's pending generations go, and with them
      *> whatever the failed step part wrote
      *>----------------------------------------------------------------
       4000-discard.
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move zero to gy gdg-count
           perform varying gx from 1 by 1 until gx > gen-count
               if gt-state (gx) = "P"
                  and gt-owner (gx) = my-owner
                   add 1 to gdg-count
                   move gt-base (gx) to ref-base
                   move gt-gen (gx) to want-gen
                   perform 8600-file-name
                   move gdg-file to drop-name
                   call "CBL_DELETE_FILE" using drop-name
                   move zero to return-code
               else
                   add 1 to gy
                   if gy not = gx
                       move gen-entry (gx) to gen-entry (gy)
                   end-if
               end-if
           end-perform
           if gdg-count > zero
               move gy to gen-count
               perform 8300-save
           end-if
           perform 8100-unlock
           move spaces to gdg-file.
      *>
      *>----------------------------------------------------------------
      *> ROLLED - what housekeep has to dispose of, with how
      *>----------------------------------------------------------------
       5000-rolled.
           perform 8400-load-registry
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 8100-unlock
           move zero to gdg-count
           perform varying gx from 1 by 1
                   until gx > gen-count or gdg-count not < 50
               if gt-state (gx) = "R"
                   perform 7100-list-one
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> FORGET - a rolled-off generation housekeep has disposed of
      *>----------------------------------------------------------------
       6000-forget.
           if gdg-file = spaces
               set gdg-bad-request to true
               exit paragraph
           end-if
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           move gdg-file to drop-name
           move zero to gy
           perform varying gx from 1 by 1 until gx > gen-count
               move gt-base (gx) to ref-base
               move gt-gen (gx) to want-gen
               perform 8600-file-name
               if gt-state (gx) = "R"
                  and gdg-file = drop-name
                   continue
               else
                   add 1 to gy
                   if gy not = gx
                       move gen-entry (gx) to gen-entry (gy)
                   end-if
               end-if
           end-perform
           move drop-name to gdg-file
           if gy = gen-count
               set gdg-no-gen to true
           else
               move gy to gen-count
               perform 8300-save
           end-if
           perform 8100-unlock.
      *>
      *>----------------------------------------------------------------
      *> LIST - one base's generations, or every base's
      *>----------------------------------------------------------------
       7000-list.
           perform 8400-load-registry
           perform 8000-lock
           if lock-sw not = "Y"
               set gdg-busy to true
               exit paragraph
           end-if
           perform 8200-load
           perform 8100-unlock
           move zero to gdg-count
           perform varying gx from 1 by 1
                   until gx > gen-count or gdg-count not < 50
               if gdg-name = spaces
                  or gt-base (gx) = gdg-name
                   perform 7100-list-one
               end-if
           end-perform.
      *>
       7100-list-one.
           add 1 to gdg-count
           move gt-base (gx)  to gl-base (gdg-count) ref-base
           move gt-gen (gx)   to gl-generation (gdg-count) want-gen
           move gt-state (gx) to gl-state (gdg-count)
           move gt-date (gx)  to gl-date (gdg-count)
           perform 8600-file-name
           move gdg-file to gl-file (gdg-count)
           move spaces to gdg-file
           perform 8450-find-base
           if reg-hit = zero
               move spaces to gl-action (gdg-count)
                              gl-archive (gdg-count)
           else
               move rg-action (reg-hit)  to gl-action (gdg-count)
               move rg-archive (reg-hit) to gl-archive (gdg-count)
           end-if.
      *>
      *>----------------------------------------------------------------
      *> the lock directory - ten one-second tries, then give up
      *>----------------------------------------------------------------
       8000-lock.
           move "N" to lock-sw
           perform varying lock-tries from 1 by 1
                   until lock-tries > 10 or lock-sw = "Y"
               call "CBL_CREATE_DIR" using lock-name
               if return-code = zero
                   move "Y" to lock-sw
               else
                   call "C$SLEEP" using one-second
               end-if
           end-perform
           move zero to return-code.
      *>
       8100-unlock.
           call "CBL_DELETE_DIR" using lock-name
           move zero to return-code
           move "N" to lock-sw.
      *>
       8200-load.
           move zero to gen-count
           open input gdg-cat-file
           if cat-fs not = "00"
               exit paragraph
           end-if
           perform until cat-fs not = "00"
               read gdg-cat-file
                   not at end
                       if gc-base not = spaces and gen-count < 500
                           add 1 to gen-count
                           move gc-base  to gt-base (gen-count)
                           move gc-gen   to gt-gen (gen-count)
                           move gc-state to gt-state (gen-count)
                           move gc-rel   to gt-rel (gen-count)
                           move gc-owner to gt-owner (gen-count)
                           move gc-date  to gt-date (gen-count)
                           move gc-time  to gt-time (gen-count)
                       end-if
               end-read
           end-perform
           close gdg-cat-file.
      *>
       8300-save.
           open output gdg-cat-file
           if cat-fs not = "00"
               set gdg-busy to true
               exit paragraph
           end-if
           perform varying gx from 1 by 1 until gx > gen-count
               move spaces to gdg-cat-rec
               move gt-base (gx)  to gc-base
               move gt-gen (gx)   to gc-gen
               move gt-state (gx) to gc-state
               move gt-rel (gx)   to gc-rel
               move gt-owner (gx) to gc-owner
               move gt-date (gx)  to gc-date
               move gt-time (gx)  to gc-time
               write gdg-cat-rec
           end-perform
           close gdg-cat-file.
      *>
      *> <base> <limit> [ARCHIVE <path>|DELETE] - DELETE when neither
      *> is given; a record without a numeric limit is ignored
      *>
       8400-load-registry.
           move zero to reg-count
           open input gdg-reg-file
           if reg-fs not = "00"
               exit paragraph
           end-if
           perform until reg-fs not = "00"
               read gdg-reg-file
                   not at end
                       if gdg-reg-rec not = spaces
                          and gdg-reg-rec (1:2) not = "*>"
                          and reg-count < 100
                           perform 8410-one-group
                       end-if
               end-read
           end-perform
           close gdg-reg-file.
      *>
       8410-one-group.
           add 1 to reg-count
           move spaces to rg-base (reg-count) reg-limit-x
                          rg-action (reg-count) rg-archive (reg-count)
           unstring gdg-reg-rec delimited by all spaces
                    into rg-base (reg-count) reg-limit-x
                         rg-action (reg-count) rg-archive (reg-count)
           if reg-limit-x (1:1) not numeric
              or function numval (reg-limit-x) < 1
               subtract 1 from reg-count
               exit paragraph
           end-if
           compute rg-limit (reg-count) = function numval (reg-limit-x)
           move function upper-case (rg-action (reg-count))
                to rg-action (reg-count)
           if rg-action (reg-count) not = "ARCHIVE"
              or rg-archive (reg-count) = spaces
               move "DELETE" to rg-action (reg-count)
               move spaces to rg-archive (reg-count)
           end-if.
      *>
       8450-find-base.
           move zero to reg-hit
           perform varying rx from 1 by 1 until rx > reg-count
               if rg-base (rx) = ref-base
                   move rx to reg-hit
                   exit perform
               end-if
           end-perform.
      *>
      *> generation want-gen of ref-base -> gdg-file
      *>
       8600-file-name.
           move spaces to gdg-file
           string function trim (ref-base) delimited by size
                  ".G" delimited by size
                  want-gen delimited by size
                  "V00" delimited by size
                  into gdg-file.
       end program "GDGRES".
