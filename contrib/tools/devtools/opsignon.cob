      *>            OPERATOR.PRO (or the OPERATOR_PROFILES name):
      *>
      *>              id(16) sp name(30) sp theme(64) sp cupscfg(64)
      *>              sp perms(10) sp salt(16) sp hash(32) sp
      *>              rounds(6) sp pass-date(8) sp lock(1) sp fails(2)
      *>              sp language(2)
      *>
      *>            The caller fills nothing: identity comes from the
      *>            OPERATOR_ID environment variable or a prompt, and
      *>            with no permissions and says so - the shop can
      *>            watch a stranger, not be stopped by one.
      *>
      *>            The passphrase proves the identity.  It is never
      *>            held in clear: the profile carries a random salt
      *>            and the COBDES-DERIVE stretch of salt+passphrase,
      *>            in hex, and the sign-on stretches what was typed
      *>            the same way and compares.  A wrong passphrase
      *>            counts against the profile; SIGNON_MAX_FAIL
      *>            (default 5) in a row locks it until opermaint
      *>            UNLOCKs it.  A passphrase older than
      *>            PASS_EXPIRY_DAYS (default 90, 0 = never) is
      *>            refused until opermaint PASS sets a new one.  A
      *>            profile with no passphrase yet loads its name and
      *>            theme but no permissions.
      *>
      *>            Every sign-on, failure, lockout, unlock and
      *>            passphrase change goes to SIGNON.LOG (or the
      *>            SIGNON_LOG name), one line per event:
      *>
      *>              yyyy-mm-dd hh:mm:ss event(8) id(16) by(16)
      *>              detail(40)
      *>
      *>            "by" is the login that asked (USER), or for
      *>            opermaint events the supervisor who ran it.
      *>
      *>            The OPSIGNON-CHECK entry answers one permission
      *>            question per call.  OPSIGNON-HASH and OPSIGNON-LOG
      *>            are opermaint's: the one stretches a new
      *>            passphrase, the other writes a log line.
      *>            OPSIGNON-LANGUAGE looks up a profile's language
      *>            (op-language) without signing on - OPTEXT's, for
      *>            the console wording.
      *>
      *> To compile on Linux:
      *> cobc -m opsignon.cob
      *> with cobdes (trunk/contrib/samples/cobdes) built alongside
      *> and preloaded, COB_PRE_LOAD=cobdes, so COBDES-DERIVE
      *> resolves.
      *>
      *> Published under GNU General Public License.
      *>
           select profile-file assign to dynamic profile-name
                  organization line sequential
                  file status  prof-fs.
           select optional signon-log assign to dynamic log-name
                  organization line sequential
                  file status  log-fs.
       Data division.
       File section.
       fd  profile-file.
           05  pr-cupscfg       pic x(64).
           05  filler           pic x.
           05  pr-perms         pic x(10).
           05  filler           pic x.
           05  pr-salt          pic x(16).
           05  filler           pic x.
           05  pr-hash          pic x(32).
           05  filler           pic x.
           05  pr-rounds        pic x(6).
           05  filler           pic x.
           05  pr-pass-date     pic x(8).
           05  filler           pic x.
           05  pr-lock          pic x.
           05  filler           pic x.
           05  pr-fails         pic x(2).
           05  filler           pic x.
           05  pr-language      pic x(2).
       fd  signon-log.
       01  log-rec              pic x(132).
       Working-storage section.
       01  profile-name         pic x(64) value spaces.
       01  prof-fs              pic xx    value zeros.
       01  prof-io-sw           pic x     value "n".
       01  log-name             pic x(64) value spaces.
       01  log-fs               pic xx    value zeros.
       01  want-id              pic x(16) value spaces.
       01  found-sw             pic x     value "n".
       01  px                   pic 9(3) comp value zero.
      *>
      *> passphrase policy, from the environment
       01  env-text             pic x(8)  value spaces.
       01  max-fail             pic 9(2)  value 5.
       01  expiry-days          pic 9(4)  value 90.
       01  kdf-rounds           pic 9(6)  value 2000.
       01  fail-count           pic 9(2)  value zero.
       01  today                pic 9(8)  value zero.
       01  days-left            pic s9(6) value zero.
      *>
      *> one sign-on log line
       01  log-line.
           05  ll-date          pic x(10).
           05  filler           pic x     value space.
           05  ll-time          pic x(8).
           05  filler           pic x     value space.
           05  ll-event         pic x(8).
           05  filler           pic x     value space.
           05  ll-id            pic x(16).
           05  filler           pic x     value space.
           05  ll-by            pic x(16).
           05  filler           pic x     value space.
           05  ll-detail        pic x(40).
       01  log-detail           pic x(40) value spaces.
       01  stamp                pic x(21) value spaces.
      *>
      *> the COBDES parameter area, per the COBDES-LNK layout - only
      *> carried through to COBDES-DERIVE, which saves and restores it
       01  des-parms.
           02  df               pic 9       value zero.
           02  pw               pic x(8)    value spaces.
           02  data-buff        pic x(8)    value spaces.
           02  algo             pic 9       value 0.
           02  chain-mode       pic 9       value 0.
           02  iv-buff          pic x(16)   value low-values.
           02  aes-key          pic x(16)   value spaces.
           02  aes-buff         pic x(16)   value spaces.
           02  audit-file-name  pic x(64)   value spaces.
           02  audit-on-flag    pic 9       value 0.
           02  pw-min-len       pic 9(2)    value 0.
           02  cobdes-status    pic xx      value "00".
           02  key-name         pic x(16)   value spaces.
           02  mac-verify-flag  pic 9       value 0.
           02  mac-buff-len     pic 9(4)    value 0.
           02  mac-value        pic x(16)   value low-values.
           02  mac-buff         pic x(256)  value spaces.
      *> COBDES-DERIVE request area, per the COBDES-KDF layout: the
      *> salt leads the passphrase so two operators with the same
      *> passphrase still store different hashes
       01  kdf-parms.
           02  kdf-passphrase.
               03  kdf-salt     pic x(16)   value spaces.
               03  kdf-pass     pic x(48)   value spaces.
           02  kdf-iterations   pic 9(6)    value zero.
           02  kdf-key-out      pic x(16)   value low-values.
      *>
      *> binary to hex for the stored hash, and the salt generator
       01  hex-digits           pic x(16) value "0123456789ABCDEF".
       01  hash-hex             pic x(32) value spaces.
       01  hx                   pic 9(3) comp value zero.
       01  hv                   pic 9(3) comp value zero.
       01  hq                   pic 9(3) comp value zero.
       01  hr                   pic 9(3) comp value zero.
       01  cipher-sw            pic x     value "y".
       01  seed                 pic 9(8)  value zero.
       01  rnd                  pic v9(9) value zero.
       Linkage section.
       copy "op-signon.cpy".
      *>
       0000-main.
           move "00" to op-status
           move spaces to op-name op-theme op-cupscfg op-perms
                          op-language
           move zero to op-pass-days-left
           move spaces to want-id
           perform 4100-log-setup
           if op-id not = spaces
               move op-id to want-id
           else
           end-if
           if want-id = spaces
               set op-no-identity to true
               move spaces to op-passphrase
               goback
           end-if
           move function upper-case (want-id) to op-id
               set op-unknown to true
               move "(unknown operator)" to op-name
               move spaces to op-perms
               move "UNKNOWN" to ll-event
               move "no profile for this id" to log-detail
               perform 4000-write-log
           end-if
           if prof-io-sw = "y"
               close profile-file
           end-if
           move spaces to op-passphrase kdf-pass
           goback.
      *>
       1000-load-profile.
           move "n" to found-sw
           move "n" to prof-io-sw
           accept profile-name from environment "OPERATOR_PROFILES"
           end-accept
           if profile-name = spaces
               move "OPERATOR.PRO" to profile-name
           end-if
      *>    update in place when we may, so a failure can be counted;
      *>    a read-only profile file still signs on, but says so
           open i-o profile-file
           if prof-fs = "00"
               move "y" to prof-io-sw
           else
               open input profile-file
               if prof-fs not = "00"
                   exit paragraph
               end-if
           end-if
           perform until prof-fs not = "00" or found-sw = "y"
               read profile-file
                           move pr-theme   to op-theme
                           move pr-cupscfg to op-cupscfg
                           move pr-perms   to op-perms
                           move pr-language to op-language
                       end-if
               end-read
           end-perform
           if found-sw = "y"
               perform 3000-verify-pass
           end-if
           if prof-io-sw not = "y"
               close profile-file
           end-if.
      *>
      *> one permission letter answered per call - spaces in
      *> op-perms mean "no", so an unknown operator can do nothing
               end-if
           end-perform
           goback.
      *>
      *> opermaint's passphrase stretch: op-passphrase (cleared on
      *> return) under op-hash-salt, or a fresh salt when that is
      *> spaces, into op-hash-out in hex, with the rounds used in
      *> op-hash-rounds.
      *>
       2100-hash-entry.
       entry "OPSIGNON-HASH" using op-request.
           move "00" to op-status
           if op-hash-salt = spaces
               perform 5100-new-salt
           end-if
           move op-hash-salt  to kdf-salt
           move op-passphrase to kdf-pass
           move kdf-rounds    to kdf-iterations
           perform 5000-stretch
           move hash-hex to op-hash-out
           move kdf-rounds to op-hash-rounds
           if cipher-sw not = "y"
               set op-no-cipher to true
           end-if
           move spaces to op-passphrase kdf-pass
           goback.
      *>
      *> opermaint's log line: op-log-event against op-id, by
      *> op-log-by, with op-name as the detail.
      *>
       2200-log-entry.
       entry "OPSIGNON-LOG" using op-request.
           perform 4100-log-setup
           move op-log-event to ll-event
           move op-name to log-detail
           perform 4000-write-log
           goback.
      *>
      *> the console language of op-id's profile, or OPERATOR_ID's
      *> when op-id is spaces: op-language, spaces when there is no
      *> such profile or it names none.  Nothing is asked, checked,
      *> counted or logged - the wording is not a permission.
      *>
       2300-language-entry.
       entry "OPSIGNON-LANGUAGE" using op-request.
           move "00" to op-status
           move spaces to op-language want-id
           if op-id not = spaces
               move op-id to want-id
           else
               accept want-id from environment "OPERATOR_ID"
               end-accept
           end-if
           if want-id = spaces
               set op-no-identity to true
               goback
           end-if
           move function upper-case (want-id) to want-id
           accept profile-name from environment "OPERATOR_PROFILES"
           end-accept
           if profile-name = spaces
               move "OPERATOR.PRO" to profile-name
           end-if
           set op-unknown to true
           open input profile-file
           if prof-fs not = "00"
               goback
           end-if
           perform until prof-fs not = "00"
               read profile-file
                   not at end
                       if function upper-case (pr-id) = want-id
                           move "00" to op-status
                           move function upper-case (pr-language)
                             to op-language
                           exit perform
                       end-if
               end-read
           end-perform
           close profile-file
           goback.
      *>
      *> the profile is found and positioned: lock, passphrase and
      *> age decide what the caller gets.  Every way out logs.
      *>
       3000-verify-pass.
           accept env-text from environment "SIGNON_MAX_FAIL"
           end-accept
           if env-text not = spaces
              and function test-numval (env-text) = zero
              and function numval (env-text) > 0
               move function numval (env-text) to max-fail
           end-if
           move spaces to env-text
           accept env-text from environment "PASS_EXPIRY_DAYS"
           end-accept
           if env-text not = spaces
              and function test-numval (env-text) = zero
               move function numval (env-text) to expiry-days
           end-if
           if pr-fails is numeric
               move pr-fails to fail-count
           else
               move zero to fail-count
           end-if
           if pr-hash = spaces
               set op-no-passphrase to true
               move spaces to op-perms
               move "NOPASS" to ll-event
               move "no passphrase set - permissions withheld"
                 to log-detail
               perform 4000-write-log
               exit paragraph
           end-if
           if pr-lock = "Y"
               set op-locked to true
               move spaces to op-perms
               move "LOCKED" to ll-event
               move "sign-on refused - profile locked" to log-detail
               perform 4000-write-log
               exit paragraph
           end-if
           if op-passphrase = spaces
               display "Passphrase for " function trim (op-id) ": "
                       with no advancing
               accept op-passphrase
           end-if
           move pr-salt       to kdf-salt
           move op-passphrase to kdf-pass
           if pr-rounds is numeric
               move pr-rounds to kdf-iterations
           else
               move kdf-rounds to kdf-iterations
           end-if
           perform 5000-stretch
           if cipher-sw not = "y"
               set op-no-cipher to true
               move spaces to op-perms
               move "NOCIPHER" to ll-event
               move "COBDES-DERIVE not available - refused"
                 to log-detail
               perform 4000-write-log
               exit paragraph
           end-if
           if hash-hex not = pr-hash
               perform 3100-count-failure
               exit paragraph
           end-if
           if fail-count not = zero
               move zero to fail-count
               perform 3200-update-profile
           end-if
           move function numval (function current-date (1:8))
             to today
           if expiry-days = zero
              or pr-pass-date not numeric
               move 9999 to op-pass-days-left
           else
               compute days-left =
                   function integer-of-date (function numval
                            (pr-pass-date))
                 + expiry-days
                 - function integer-of-date (today)
               end-compute
               if days-left not > zero
                   set op-pass-expired to true
                   move spaces to op-perms
                   move "EXPIRED" to ll-event
                   string "passphrase set " pr-pass-date
                          " - expired" delimited by size
                          into log-detail
                   end-string
                   perform 4000-write-log
                   exit paragraph
               end-if
               if days-left > 9999
                   move 9999 to op-pass-days-left
               else
                   move days-left to op-pass-days-left
               end-if
           end-if
           set op-signed-on to true
           move "SIGNON" to ll-event
           move spaces to log-detail
           perform 4000-write-log.
      *>
      *> a wrong passphrase: count it, and lock the profile once the
      *> count reaches the limit
      *>
       3100-count-failure.
           set op-bad-passphrase to true
           move spaces to op-perms
           add 1 to fail-count
           move "FAILED" to ll-event
           string "wrong passphrase, failure " fail-count
                  " of " max-fail delimited by size
                  into log-detail
           end-string
           perform 4000-write-log
           if fail-count not < max-fail
               move "Y" to pr-lock
               set op-locked to true
               move "LOCKOUT" to ll-event
               move "locked - opermaint UNLOCK to clear"
                 to log-detail
               perform 4000-write-log
           end-if
           perform 3200-update-profile.
      *>
       3200-update-profile.
           move fail-count to pr-fails
           if prof-io-sw not = "y"
               move "PROFILE" to ll-event
               move "profile file read-only - count not kept"
                 to log-detail
               perform 4000-write-log
               exit paragraph
           end-if
           rewrite profile-rec
           end-rewrite
           if prof-fs not = "00"
               move "PROFILE" to ll-event
               string "profile rewrite failed, status " prof-fs
                      delimited by size into log-detail
               end-string
               perform 4000-write-log
           end-if.
      *>
      *> append one line to the sign-on log; ll-event and log-detail
      *> are set by the caller, and both are cleared after
      *>
       4000-write-log.
           move function current-date to stamp
           string stamp (1:4) "-" stamp (5:2) "-" stamp (7:2)
                  delimited by size into ll-date
           end-string
           string stamp (9:2) ":" stamp (11:2) ":" stamp (13:2)
                  delimited by size into ll-time
           end-string
           move op-id      to ll-id
           move op-log-by  to ll-by
           move log-detail to ll-detail
           open extend signon-log
           if log-fs = "00" or "05"
               write log-rec from log-line
               end-write
               close signon-log
           end-if
           move spaces to ll-event log-detail.
      *>
       4100-log-setup.
           move spaces to log-name
           accept log-name from environment "SIGNON_LOG"
           end-accept
           if log-name = spaces
               move "SIGNON.LOG" to log-name
           end-if
           if op-log-by = spaces
               accept op-log-by from environment "USER"
               end-accept
           end-if.
      *>
      *> kdf-parms filled: stretch it and render the 16 bytes in hex
      *>
       5000-stretch.
      *>    no COBDES, no hash: spaces back, never a matchable value
           move spaces to hash-hex
           move "y" to cipher-sw
           call "COBDES-DERIVE" using des-parms kdf-parms
               on exception
                   move "n" to cipher-sw
           end-call
           if cipher-sw not = "y"
               exit paragraph
           end-if
           perform varying hx from 1 by 1 until hx > 16
               compute hv = function ord (kdf-key-out (hx:1)) - 1
               end-compute
               divide hv by 16 giving hq remainder hr
               end-divide
               move hex-digits (hq + 1:1) to hash-hex (hx * 2 - 1:1)
               move hex-digits (hr + 1:1) to hash-hex (hx * 2:1)
           end-perform
           move low-values to kdf-key-out.
      *>
       5100-new-salt.
           move function current-date (9:8) to seed
           compute rnd = function random (seed)
           end-compute
           perform varying hx from 1 by 1 until hx > 16
               compute hv = function random * 16
               end-compute
               move hex-digits (hv + 1:1) to op-hash-salt (hx:1)
           end-perform.
       end program "OPSIGNON".
