            >> source format is free
       Identification division.
       Program-id.  "ENVPROF".
      *>
      *> envprof  * Callable environment profile library.  Every tool
      *>            finds its files through its own environment
      *>            variable - DEVTOOLS_QUEUE, COBDES_KEYSTORE,
      *>            DTREGISTRY, TOOL_AUDIT and the rest - and a stale
      *>            shell setting can point a test run at a production
      *>            keystore.  So one profile file per environment
      *>            names them all, and each tool CALLs here first:
      *>            the SHOP_ENV value (DEV, TEST or PROD) picks the
      *>            profile, <env>.ENV in the SHOP_PROFILES directory
      *>            (else the current one), and every setting in it
      *>            is put into the process environment over what the
      *>            shell had.  No environment, or a profile in error,
      *>            and the tool is told to refuse to run.
      *>
      *>            A profile, "*" in column one a comment:
      *>
      *>              ENV    <DEV|TEST|PROD>       must match SHOP_ENV
      *>              ROOT   <directory>           a tree this
      *>                                           environment owns
      *>              FILE   <name> <path> [READ|WRITE]
      *>              DIR    <name> <path> [READ|WRITE]
      *>              VALUE  <name> <rest of the line>
      *>
      *>            READ/WRITE (default READ) is for envcheck, which
      *>            validates the profiles: it checks each FILE and
      *>            DIR exists, and is writable where WRITE says the
      *>            tools write, and flags a non-PROD profile pointing
      *>            into a PROD directory.  See env-prof.cpy for the
      *>            request and env-list.cpy for READ's answer.
      *>
      *> To compile on Linux:
      *> cobc -m envprof.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select profile-file assign to dynamic profile-name
                  organization line sequential
                  file status  prof-fs.
       Data division.
       File section.
       fd  profile-file.
       01  profile-rec          pic x(256).
       Working-storage section.
       01  profile-name         pic x(128) value spaces.
       01  profile-dir          pic x(128) value spaces.
       01  prof-fs              pic xx     value zeros.
       01  want-env             pic x(4)   value spaces.
       01  shop-env             pic x(16)  value spaces.
      *> the first ACTIVATE's answer, kept for every later call
       01  activated-sw         pic x      value "N".
       01  saved-env            pic x(4)   value spaces.
       01  saved-profile        pic x(128) value spaces.
       01  saved-count          pic 9(3)   value zero.
       01  saved-text           pic x(80)  value spaces.
       01  saved-status         pic xx     value spaces.
      *> the profile as read - laid out as env-list.cpy's ep-list
       01  prof-list.
           05  pl-count         pic 9(3)   value zero.
           05  pl-entry         occurs 200.
               07  pl-kind      pic x(5).
               07  pl-name      pic x(32).
               07  pl-value     pic x(128).
               07  pl-access    pic x(5).
               07  pl-line      pic 9(4).
       01  px                   pic 9(3) comp value zero.
       01  py                   pic 9(3) comp value zero.
       01  line-no              pic 9(4)   value zero.
       01  bad-count            pic 9(3)   value zero.
       01  env-seen             pic x      value "N".
       01  setting-count        pic 9(3)   value zero.
      *> one profile line taken apart
       01  prof-line            pic x(256) value spaces.
       01  kw                   pic x(8)   value spaces.
       01  word2                pic x(128) value spaces.
       01  word3                pic x(128) value spaces.
       01  word4                pic x(8)   value spaces.
       01  rest                 pic x(256) value spaces.
       01  lp                   pic 9(4) comp value zero.
       01  bad-why              pic x(128) value spaces.
       01  new-kind             pic x(5)   value spaces.
       01  new-name             pic x(32)  value spaces.
       01  new-value            pic x(128) value spaces.
       01  new-access           pic x(5)   value spaces.
       Linkage section.
       copy "env-prof.cpy".
       copy "env-list.cpy".
      *>
       Procedure division using ep-request ep-list.
       0000-main.
           if ep-function = "READ"
               perform 2000-read-only
           else
               perform 1000-activate
           end-if
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> ACTIVATE - once a run; the answer is kept for later calls
      *>----------------------------------------------------------------
       1000-activate.
           if activated-sw = "Y"
               move saved-env     to ep-env
               move saved-profile to ep-profile
               move saved-count   to ep-count
               move saved-text    to ep-text
               move saved-status  to ep-status
               exit paragraph
           end-if
           move "00" to ep-status
           move spaces to ep-env ep-profile ep-text
           move zero to ep-count
           perform 1100-which-env
           if ep-ok
               perform 3000-load-profile
           end-if
           if ep-ok
               perform 1200-set-environment
           end-if
           move "Y"        to activated-sw
           move ep-env     to saved-env
           move ep-profile to saved-profile
           move ep-count   to saved-count
           move ep-text    to saved-text
           move ep-status  to saved-status.
      *>
      *> SHOP_ENV names the environment - nothing, or anything else,
      *> and there is no profile to run under
       1100-which-env.
           move spaces to shop-env
           accept shop-env from environment "SHOP_ENV"
           end-accept
           move function upper-case (shop-env) to shop-env
           if shop-env = "DEV" or "TEST" or "PROD"
               move shop-env to want-env ep-env
               move spaces to ep-profile
               perform 3100-profile-name
               exit paragraph
           end-if
           set ep-no-env to true
           if shop-env = spaces
               string "no environment profile - set SHOP_ENV"
                          delimited by size
                      " to DEV, TEST or PROD" delimited by size
                      into ep-text
           else
               string "SHOP_ENV " delimited by size
                      function trim (shop-env) delimited by size
                      " is not DEV, TEST or PROD" delimited by size
                      into ep-text
           end-if.
      *>
      *> every FILE, DIR and VALUE into the environment, and SHOP_ENV
      *> itself as the profile says it, for the children
       1200-set-environment.
           perform varying px from 1 by 1 until px > pl-count
               if pl-kind (px) = "FILE" or "DIR" or "VALUE"
                   display pl-name (px)  upon environment-name
                   display pl-value (px) upon environment-value
               end-if
           end-perform
           display "SHOP_ENV" upon environment-name
           display want-env   upon environment-value.
      *>
      *>----------------------------------------------------------------
      *> READ - the profile of ep-env into ep-list, nothing set
      *>----------------------------------------------------------------
       2000-read-only.
           move "00" to ep-status
           move spaces to ep-text
           move zero to ep-count
           move function upper-case (ep-env) to want-env ep-env
           if want-env not = "DEV" and not = "TEST" and not = "PROD"
               set ep-no-env to true
               move "environment must be DEV, TEST or PROD" to ep-text
               exit paragraph
           end-if
           if ep-profile = spaces
               perform 3100-profile-name
           end-if
           perform 3000-load-profile
           if not ep-no-profile
               move prof-list to ep-list
           end-if.
      *>
      *>----------------------------------------------------------------
      *> read profile ep-profile into prof-list - a bad line becomes
      *> a BAD entry and the first of them ep-text
      *>----------------------------------------------------------------
       3000-load-profile.
           move zero to pl-count line-no bad-count setting-count
           move "N" to env-seen
           move ep-profile to profile-name
           open input profile-file
           if prof-fs not = "00"
               set ep-no-profile to true
               string "cannot read profile " delimited by size
                      function trim (ep-profile) delimited by size
                      ", status " delimited by size
                      prof-fs delimited by size
                      into ep-text
               exit paragraph
           end-if
           perform until exit
               read profile-file
                   at end
                       exit perform
               end-read
               add 1 to line-no
               move function trim (profile-rec leading) to prof-line
               if prof-line not = spaces and prof-line (1:1) not = "*"
                   perform 3200-take-line
               end-if
           end-perform
           close profile-file
           if env-seen = "N"
               move "no ENV line" to bad-why
               perform 3900-bad-line
           end-if
           move setting-count to ep-count
           if bad-count > zero
               set ep-bad-profile to true
           end-if.
      *>
      *> <SHOP_PROFILES>/<env>.ENV
       3100-profile-name.
           move spaces to profile-dir
           accept profile-dir from environment "SHOP_PROFILES"
           end-accept
           move spaces to ep-profile
           if profile-dir = spaces
               string function trim (want-env) delimited by size
                      ".ENV" delimited by size
                      into ep-profile
           else
               string function trim (profile-dir) delimited by size
                      "/" delimited by size
                      function trim (want-env) delimited by size
                      ".ENV" delimited by size
                      into ep-profile
           end-if.
      *>
       3200-take-line.
           move spaces to kw word2 word3 word4 rest bad-why
           move 1 to lp
           unstring prof-line delimited by all spaces
                    into kw word2 with pointer lp
           if lp < 257
               move prof-line (lp:) to rest
           end-if
           move function upper-case (kw) to kw
           evaluate kw
               when "ENV"
                   move function upper-case (word2) to word2
                   if word2 not = want-env
                       string "profile is for " delimited by size
                              function trim (word2) delimited by size
                              ", not " delimited by size
                              want-env delimited by space
                              into bad-why
                       perform 3900-bad-line
                   else
                       move "Y" to env-seen
                       move "ENV" to new-kind
                       move spaces to new-name new-access
                       move word2 to new-value
                       perform 3800-add-entry
                   end-if
               when "ROOT"
                   if word2 = spaces
                       move "ROOT needs a directory" to bad-why
                       perform 3900-bad-line
                   else
                       move "ROOT" to new-kind
                       move spaces to new-name new-access
                       move word2 to new-value
                       perform 3800-add-entry
                   end-if
               when "FILE"
               when "DIR"
                   perform 3300-take-path
               when "VALUE"
                   perform 3400-take-value
               when other
                   string "not understood: " delimited by size
                          function trim (prof-line) delimited by size
                          into bad-why
                   perform 3900-bad-line
           end-evaluate.
      *>
      *> FILE|DIR <name> <path> [READ|WRITE]
       3300-take-path.
           move 1 to lp
           unstring rest delimited by all spaces
                    into word3 word4 with pointer lp
           move function upper-case (word4) to word4
           if word2 = spaces or word3 = spaces
               string function trim (kw) delimited by size
                      " needs a name and a path" delimited by size
                      into bad-why
               perform 3900-bad-line
               exit paragraph
           end-if
           if word4 = spaces
               move "READ" to word4
           end-if
           if word4 not = "READ" and not = "WRITE"
               string function trim (word2) delimited by size
                      ": access must be READ or WRITE"
                      delimited by size
                      into bad-why
               perform 3900-bad-line
               exit paragraph
           end-if
           move function upper-case (word2) to new-name
           perform 3700-check-name
           if bad-why not = spaces
               exit paragraph
           end-if
           move kw    to new-kind
           move word3 to new-value
           move word4 to new-access
           perform 3800-add-entry
           add 1 to setting-count.
      *>
      *> VALUE <name> <rest of the line>
       3400-take-value.
           if word2 = spaces or rest = spaces
               move "VALUE needs a name and a value" to bad-why
               perform 3900-bad-line
               exit paragraph
           end-if
           move function upper-case (word2) to new-name
           perform 3700-check-name
           if bad-why not = spaces
               exit paragraph
           end-if
           move "VALUE" to new-kind
           move function trim (rest) to new-value
           move spaces to new-access
           perform 3800-add-entry
           add 1 to setting-count.
      *>
      *> a setting named twice is an error - which one would win?
       3700-check-name.
           perform varying py from 1 by 1 until py > pl-count
               if pl-name (py) = new-name
                   and pl-kind (py) not = "BAD"
                   string function trim (new-name) delimited by size
                          " is set twice" delimited by size
                          into bad-why
                   perform 3900-bad-line
                   exit perform
               end-if
           end-perform.
      *>
       3800-add-entry.
           if pl-count not < 200
               if bad-count = zero
                   move "more than 200 profile lines" to ep-text
               end-if
               add 1 to bad-count
               exit paragraph
           end-if
           add 1 to pl-count
           move new-kind   to pl-kind (pl-count)
           move new-name   to pl-name (pl-count)
           move new-value  to pl-value (pl-count)
           move new-access to pl-access (pl-count)
           move line-no    to pl-line (pl-count).
      *>
      *> a line in error - listed for READ, the first kept in ep-text
       3900-bad-line.
           if bad-count = zero
               string "profile " delimited by size
                      function trim (ep-profile) delimited by size
                      " line " delimited by size
                      line-no delimited by size
                      ": " delimited by size
                      function trim (bad-why) delimited by size
                      into ep-text
           end-if
           add 1 to bad-count
           move "BAD"   to new-kind
           move spaces  to new-name new-access
           move bad-why to new-value
           perform 3800-add-entry.
