            >> source format is free
       Identification division.
       Program-id.  "SRCSUM".
      *>
      *> srcsum   * Callable source fingerprint.  certgate certified
      *>            "the program" - whatever was in the member that
      *>            day - so nothing tied a certificate to the text
      *>            that went to production.  Both ends ask here now
      *>            and compare the answers.
      *>
      *>            The member is read a line at a time; each line's
      *>            text up to its last non-space character, and a
      *>            newline after it, goes through an Adler-32 sum
      *>            (two running totals modulo 65521, the second
      *>            summing the first).  See src-sum.cpy for the
      *>            field-by-field contract.
      *>
      *> To compile on Linux:
      *> cobc -m srcsum.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select member-file assign to dynamic member-name
                  organization line sequential
                  file status  mb-fs.
       Data division.
       File section.
       fd  member-file.
       01  member-rec           pic x(512).
       Working-storage section.
       01  member-name          pic x(200) value spaces.
       01  mb-fs                pic xx     value zeros.
       01  sum-a                pic 9(9) comp value zero.
       01  sum-b                pic 9(9) comp value zero.
       01  line-len             pic 9(4) comp value zero.
       01  cx                   pic 9(4) comp value zero.
       01  line-count           pic 9(7) comp value zero.
       Linkage section.
       copy "src-sum.cpy".
      *>
       Procedure division using ss-request.
       0000-main.
           move zero to ss-sum ss-lines
           move ss-file to member-name
           open input member-file
           if mb-fs not = "00"
               set ss-no-file to true
               move zero to return-code
               goback
           end-if
           move 1 to sum-a
           move zero to sum-b line-count
           perform 1000-next-line
           close member-file
           compute ss-sum = sum-b * 65536 + sum-a
           move line-count to ss-lines
           set ss-done to true
           move zero to return-code
           goback.
      *>
       1000-next-line.
           read member-file
               at end
                   exit paragraph
           end-read
           add 1 to line-count
           move zero to line-len
           perform varying cx from 512 by -1
                   until cx < 1 or line-len not = zero
               if member-rec (cx:1) not = space
                   move cx to line-len
               end-if
           end-perform
           perform varying cx from 1 by 1 until cx > line-len
               compute sum-a = function mod
                       (sum-a + function ord (member-rec (cx:1)) - 1,
                        65521)
               compute sum-b = function mod (sum-b + sum-a, 65521)
           end-perform
      *> the newline
           compute sum-a = function mod (sum-a + 10, 65521)
           compute sum-b = function mod (sum-b + sum-a, 65521)
           go to 1000-next-line.
