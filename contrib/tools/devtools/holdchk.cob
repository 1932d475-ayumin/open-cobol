            >> source format is free
       Identification division.
       Program-id.  "HOLDCHK".
      *>
      *> holdchk  * Callable legal hold lookup.  When legal asks for
      *>            everything about an account or a period to be
      *>            preserved, the hold goes in the register and
      *>            housekeep asks here before it deletes, archives
      *>            or purges a file; hkrestore asks so its listing
      *>            shows which archived copies are preserved, and
      *>            holdmaint keeps the register and reports on it.
      *>
      *>            The register, LEGALHOLD.DAT (or the LEGAL_HOLDS
      *>            name), has one H record per hold and one I record
      *>            per thing it preserves:
      *>
      *>              H sp id(12) sp start(8) sp release(8) sp
      *>                requester(30) sp placed-by(16) sp
      *>                released-by(16) sp reason(60)
      *>              I sp id(12) sp kind(4) sp date(8) sp
      *>                pattern(120)
      *>
      *>            A hold is in force from its start date until it is
      *>            released (release date zeros while it is not).
      *>            kind FILE - a file pattern, live files and the
      *>            archived copies of files it matches; kind CAT - one
      *>            HOUSEKEEP.CAT entry, the file as catalogued and the
      *>            date of its ARCHIVED entry (zeros: every one).
      *>
      *>            See hold-chk.cpy for the functions and the
      *>            field-by-field contract.
      *>
      *> To compile on Linux:
      *> cobc -m holdchk.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select hold-file assign to dynamic hold-name
                  organization line sequential
                  file status  hd-fs.
           select catalog-file assign to dynamic catalog-name
                  organization line sequential
                  file status  hd-fs.
       Data division.
       File section.
       fd  hold-file.
       01  hold-rec.
           05  hr-type          pic x.
           05  filler           pic x.
           05  hr-id            pic x(12).
           05  filler           pic x.
           05  hr-start         pic 9(8).
           05  filler           pic x.
           05  hr-release       pic 9(8).
           05  filler           pic x.
           05  hr-requester     pic x(30).
           05  filler           pic x.
           05  hr-placed-by     pic x(16).
           05  filler           pic x.
           05  hr-released-by   pic x(16).
           05  filler           pic x.
           05  hr-reason        pic x(60).
       01  item-rec.
           05  ir-type          pic x.
           05  filler           pic x.
           05  ir-id            pic x(12).
           05  filler           pic x.
           05  ir-kind          pic x(4).
           05  filler           pic x.
           05  ir-date          pic 9(8).
           05  filler           pic x.
           05  ir-pattern       pic x(120).
      *> housekeep's catalog: "yyyymmdd ACTION file nnn bytes [-> dest]"
       fd  catalog-file.
       01  catalog-rec          pic x(300).
       Working-storage section.
       01  hold-name            pic x(64)  value spaces.
       01  catalog-name         pic x(64)  value "HOUSEKEEP.CAT".
       01  hd-fs                pic xx     value zeros.
       01  loaded-sw            pic x      value "N".
       01  register-sw          pic x      value "N".
       01  today                pic 9(8)   value zero.
       01  hold-table.
           05  hold-entry       occurs 200.
               07  ht-id        pic x(12).
               07  ht-start     pic 9(8).
               07  ht-release   pic 9(8).
               07  ht-reason    pic x(60).
       01  hold-count           pic 9(4) comp value zero.
       01  force-count          pic 9(5)   value zero.
       01  item-table.
           05  item-entry       occurs 1000.
               07  it-id        pic x(12).
               07  it-kind      pic x(4).
               07  it-date      pic 9(8).
               07  it-pattern   pic x(120).
       01  item-count           pic 9(4) comp value zero.
      *> the catalog's archived copies, where each one lives now
       01  arch-table.
           05  arch-entry       occurs 2000.
               07  at-date      pic 9(8).
               07  at-file      pic x(120).
               07  at-path      pic x(200).
       01  arch-count           pic 9(4) comp value zero.
       01  cat-date             pic x(8)   value spaces.
       01  cat-action           pic x(8)   value spaces.
       01  cat-file             pic x(120) value spaces.
       01  cat-bytes            pic x(16)  value spaces.
       01  cat-w5               pic x(8)   value spaces.
       01  cat-w6               pic x(4)   value spaces.
       01  cat-dest             pic x(80)  value spaces.
       01  hx                   pic 9(4) comp value zero.
       01  ix                   pic 9(4) comp value zero.
       01  ax                   pic 9(4) comp value zero.
       01  bx                   pic 9(4) comp value zero.
       01  slash-pos            pic 9(4) comp value zero.
       01  hold-hit             pic x      value "N".
       01  want-file            pic x(200) value spaces.
       01  want-base            pic x(200) value spaces.
       01  base-name            pic x(200) value spaces.
      *> the * and ? matcher's work areas
       01  g-pat                pic x(120) value spaces.
       01  g-str                pic x(200) value spaces.
       01  g-hit                pic x      value "N".
       01  g-pat-len            pic 9(4) comp value zero.
       01  g-str-len            pic 9(4) comp value zero.
       01  gp                   pic 9(4) comp value zero.
       01  gs                   pic 9(4) comp value zero.
       01  g-star-p             pic 9(4) comp value zero.
       01  g-star-s             pic 9(4) comp value zero.
       01  g-slashes            pic 9(4) comp value zero.
       Linkage section.
       copy "hold-chk.cpy".
      *>
       Procedure division using hc-request.
       0000-main.
           move "04" to hc-status
           if hc-function = "RELOAD"
               move "N" to loaded-sw
           end-if
           if loaded-sw not = "Y"
               perform 8000-load-register
               perform 8100-load-catalog
           end-if
           move force-count to hc-count
           evaluate hc-function
               when "CHECK"
                   move spaces to hc-hold-id hc-reason
                   perform 1000-check
               when "MATCH"
                   move spaces to hc-reason
                   perform 2000-match
               when "COUNT"
                   continue
               when "RELOAD"
                   continue
               when other
                   set hc-bad-request to true
           end-evaluate
           if register-sw not = "Y" and not hc-bad-request
               set hc-no-register to true
           end-if
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> CHECK: the first hold in force that preserves hc-file
      *>----------------------------------------------------------------
       1000-check.
           move hc-file to want-file
           perform varying hx from 1 by 1 until hx > hold-count
               if ht-start (hx) not > today
                  and ht-release (hx) = zero
                   perform 3000-hold-covers
                   if hold-hit = "Y"
                       move ht-id (hx) to hc-hold-id
                       move ht-reason (hx) to hc-reason
                       set hc-held to true
                       exit paragraph
                   end-if
               end-if
           end-perform.
      *>
      *> MATCH: does the one named hold cover hc-file
       2000-match.
           move hc-file to want-file
           perform varying hx from 1 by 1 until hx > hold-count
               if ht-id (hx) = hc-hold-id
                   perform 3000-hold-covers
                   if hold-hit = "Y"
                       move ht-reason (hx) to hc-reason
                       set hc-held to true
                   end-if
                   exit paragraph
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> hold hx against want-file: as a live file through its FILE
      *> patterns, then as the archived copy of a catalogued file
      *>----------------------------------------------------------------
       3000-hold-covers.
           move "N" to hold-hit
           move want-file to base-name
           perform 3900-base-name
           move base-name to want-base
           perform varying ix from 1 by 1 until ix > item-count
               if it-id (ix) = ht-id (hx) and it-kind (ix) = "FILE"
                   move it-pattern (ix) to g-pat
                   move want-file to g-str
                   perform 5000-glob
                   if g-hit = "Y"
                       move "Y" to hold-hit
                       exit paragraph
                   end-if
                   if g-slashes = zero
                       move want-base to g-str
                       perform 5000-glob
                       if g-hit = "Y"
                           move "Y" to hold-hit
                           exit paragraph
                       end-if
                   end-if
               end-if
           end-perform
           perform varying ax from 1 by 1 until ax > arch-count
               if at-path (ax) = want-file
                   perform 3100-archived-covered
                   if hold-hit = "Y"
                       exit paragraph
                   end-if
               end-if
           end-perform.
      *>
      *> archived entry ax against hold hx's items
       3100-archived-covered.
           move at-file (ax) to base-name
           perform 3900-base-name
           perform varying ix from 1 by 1 until ix > item-count
               if it-id (ix) = ht-id (hx)
                   evaluate it-kind (ix)
                       when "FILE"
                           move it-pattern (ix) to g-pat
                           move at-file (ax) to g-str
                           perform 5000-glob
                           if g-hit not = "Y" and g-slashes = zero
                               move base-name to g-str
                               perform 5000-glob
                           end-if
                           if g-hit = "Y"
                               move "Y" to hold-hit
                               exit paragraph
                           end-if
                       when "CAT"
                           if it-pattern (ix) = at-file (ax)
                              and (it-date (ix) = zero
                                   or it-date (ix) = at-date (ax))
                               move "Y" to hold-hit
                               exit paragraph
                           end-if
                   end-evaluate
               end-if
           end-perform.
      *>
      *> base-name cut down to what follows its last "/"
       3900-base-name.
           move zero to slash-pos
           perform varying bx from 1 by 1 until bx > 200
               if base-name (bx:1) = "/"
                   move bx to slash-pos
               end-if
           end-perform
           if slash-pos > zero and slash-pos < 200
               add 1 to slash-pos
               compute bx = 201 - slash-pos
               move base-name (slash-pos:bx) to g-str
               move g-str to base-name
           end-if.
      *>
      *>----------------------------------------------------------------
      *> g-pat against g-str: * any run of characters, ? any one.  The
      *> last * seen is where a failed comparison backs up to.
      *> g-slashes counts the pattern's "/" for the basename retry.
      *>----------------------------------------------------------------
       5000-glob.
           move "N" to g-hit
           move zero to g-pat-len g-str-len g-slashes
           inspect g-pat tallying g-pat-len
                   for characters before initial space
           inspect g-str tallying g-str-len
                   for characters before initial space
           inspect g-pat tallying g-slashes for all "/"
           if g-pat-len = zero
               exit paragraph
           end-if
           move 1 to gp gs
           move zero to g-star-p g-star-s
           perform until gs > g-str-len
               evaluate true
                   when gp not > g-pat-len
                        and (g-pat (gp:1) = "?"
                             or g-pat (gp:1) = g-str (gs:1))
                       add 1 to gp gs
                   when gp not > g-pat-len and g-pat (gp:1) = "*"
                       move gp to g-star-p
                       move gs to g-star-s
                       add 1 to gp
                   when g-star-p > zero
                       compute gp = g-star-p + 1
                       add 1 to g-star-s
                       move g-star-s to gs
                   when other
                       exit paragraph
               end-evaluate
           end-perform
           perform until gp > g-pat-len
               if g-pat (gp:1) not = "*"
                   exit paragraph
               end-if
               add 1 to gp
           end-perform
           move "Y" to g-hit.
      *>
      *>----------------------------------------------------------------
      *> the register and the catalog's archived copies, read once
      *>----------------------------------------------------------------
       8000-load-register.
           move "Y" to loaded-sw
           move "N" to register-sw
           move zero to hold-count item-count force-count
           accept today from date yyyymmdd
           move spaces to hold-name
           accept hold-name from environment "LEGAL_HOLDS"
           end-accept
           if hold-name = spaces
               move "LEGALHOLD.DAT" to hold-name
           end-if
           open input hold-file
           if hd-fs not = "00"
               exit paragraph
           end-if
           move "Y" to register-sw
           perform until hd-fs not = "00"
               read hold-file
                   not at end
                       evaluate true
                           when hr-type = "H" and hold-count < 200
                               add 1 to hold-count
                               move hr-id to ht-id (hold-count)
                               move hr-start to ht-start (hold-count)
                               move hr-release
                                    to ht-release (hold-count)
                               move hr-reason
                                    to ht-reason (hold-count)
                               if hr-start not > today
                                  and hr-release = zero
                                   add 1 to force-count
                               end-if
                           when ir-type = "I" and item-count < 1000
                               add 1 to item-count
                               move ir-id to it-id (item-count)
                               move ir-kind to it-kind (item-count)
                               move ir-date to it-date (item-count)
                               move ir-pattern
                                    to it-pattern (item-count)
                       end-evaluate
               end-read
           end-perform
           close hold-file.
      *>
       8100-load-catalog.
           move zero to arch-count
           open input catalog-file
           if hd-fs not = "00"
               exit paragraph
           end-if
           perform until hd-fs not = "00"
               read catalog-file
                   not at end
                       perform 8110-catalog-entry
               end-read
           end-perform
           close catalog-file.
      *>
       8110-catalog-entry.
           move spaces to cat-date cat-action cat-file cat-bytes
                          cat-w5 cat-w6 cat-dest
           unstring catalog-rec delimited by all spaces
                    into cat-date cat-action cat-file cat-bytes
                         cat-w5 cat-w6 cat-dest
           if cat-action not = "ARCHIVED" or cat-dest = spaces
              or arch-count not < 2000
               exit paragraph
           end-if
           add 1 to arch-count
           move cat-file to at-file (arch-count)
           if cat-date is numeric
               move cat-date to at-date (arch-count)
           else
               move zero to at-date (arch-count)
           end-if
           move cat-file to base-name
           perform 3900-base-name
           move spaces to at-path (arch-count)
           string function trim (cat-dest) delimited by size
                  "/" delimited by size
                  function trim (base-name) delimited by size
                  into at-path (arch-count).
