            >> source format is free
       Identification division.
       Program-id.  "OPTEXT".
      *>
      *> optext   * Callable console wording in the operator's own
      *>            language.  The consoles spoke English only, and
      *>            the shop now has operators who would sooner read
      *>            their own.  The operator's profile in OPERATOR.PRO
      *>            carries a two-letter language (opermaint SET
      *>            LANGUAGE=), and each language has a text file,
      *>            TEXT.<language> (TEXT.FR, TEXT.DE ...), in the
      *>            CONSOLE_TEXT_DIR directory, "*" first on a line a
      *>            comment:
      *>
      *>              <text id> <text>
      *>
      *>              BATCHMON.TITLE Moniteur des travaux de nuit
      *>
      *>            A console keeps its English under each id and asks
      *>            for the id's text; a translation comes back in its
      *>            place, anything not yet translated stays English.
      *>            TEXT.EN is the master - every id the consoles use,
      *>            with the English - for translators to work from,
      *>            and langcheck reports what each language still
      *>            lacks.  The text file is read once for the
      *>            language.  See op-text.cpy for the calling
      *>            contract.
      *>
      *>            With no language given, OPSIGNON-LANGUAGE is asked
      *>            for the OPERATOR_ID profile's, so a console that
      *>            does not sign on still speaks the operator's
      *>            language when OPSIGNON is loaded; without it the
      *>            console is in English.
      *>
      *> To compile on Linux:
      *> cobc -m optext.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select text-file assign to dynamic text-name
                  organization line sequential
                  file status  text-fs.
       Data division.
       File section.
       fd  text-file.
       01  text-rec             pic x(256).
       Working-storage section.
       01  text-dir             pic x(128) value spaces.
       01  text-name            pic x(160) value spaces.
       01  text-fs              pic xx     value zeros.
      *> the language the texts below are in; spaces before the first
      *> LANGUAGE, and loaded-sw E when its file could not be read
       01  cur-language         pic xx     value spaces.
       01  loaded-sw            pic x      value "N".
       01  text-count           pic 9(4) comp value zero.
       01  text-table.
           05  text-entry       occurs 1500.
               07  tt-id        pic x(60).
               07  tt-text      pic x(80).
       01  tx                   pic 9(4) comp value zero.
       01  found-x              pic 9(4) comp value zero.
      *> one text file line taken apart
       01  text-line            pic x(256) value spaces.
       01  line-id              pic x(60)  value spaces.
       01  lp                   pic 9(4) comp value zero.
      *> the operator's language from the profile library
       copy "op-signon.cpy".
       Linkage section.
       copy "op-text.cpy".
      *>
       Procedure division using ot-request.
       0000-main.
           move "00" to ot-status
           move function upper-case (ot-id) to ot-id
           evaluate ot-function
               when "LANGUAGE"
                   perform 1000-set-language
               when "CURRENT"
                   if cur-language = spaces
                       move spaces to ot-language
                       perform 1000-set-language
                   end-if
                   move cur-language to ot-language
               when other
                   if cur-language = spaces
                       move spaces to ot-language
                       perform 1000-set-language
                       move "00" to ot-status
                   end-if
                   perform 2000-text
           end-evaluate
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> the run's language, and its text file into text-table
      *>----------------------------------------------------------------
       1000-set-language.
           move function upper-case (ot-language) to ot-language
           if ot-language = spaces
               perform 1100-profile-language
           end-if
           if ot-language = spaces
               move "EN" to ot-language
           end-if
           if ot-language = cur-language
               move text-count to ot-count
               if loaded-sw = "E"
                   set ot-no-text-file to true
               end-if
               exit paragraph
           end-if
           move ot-language to cur-language
           move zero to text-count
           move "N" to loaded-sw
           move spaces to text-dir text-name
           accept text-dir from environment "CONSOLE_TEXT_DIR"
           end-accept
           if text-dir = spaces
               string "TEXT." delimited by size
                      cur-language delimited by size
                      into text-name
           else
               string function trim (text-dir) delimited by size
                      "/TEXT." delimited by size
                      cur-language delimited by size
                      into text-name
           end-if
           open input text-file
           if text-fs not = "00"
               move "E" to loaded-sw
               move zero to ot-count
               set ot-no-text-file to true
               exit paragraph
           end-if
           perform until exit
               read text-file
                   at end
                       exit perform
               end-read
               move function trim (text-rec leading) to text-line
               if text-line not = spaces and text-line (1:1) not = "*"
                   perform 1200-take-line
               end-if
           end-perform
           close text-file
           move "Y" to loaded-sw
           move text-count to ot-count.
      *>
      *> the signed-on operator's language; no profile library loaded,
      *> or no language in the profile, leaves it spaces
       1100-profile-language.
           initialize op-request
           call "OPSIGNON-LANGUAGE" using op-request
               on exception
                   move spaces to op-language
           end-call
           move function upper-case (op-language) to ot-language.
      *>
      *> <id> <text> - an id given twice keeps its first text, and a
      *> full table drops the rest
       1200-take-line.
           move spaces to line-id
           move 1 to lp
           unstring text-line delimited by all spaces
                    into line-id with pointer lp
           if lp > 256 or text-line (lp:) = spaces
               exit paragraph
           end-if
           move function upper-case (line-id) to line-id
           perform 2100-find
           if found-x not = zero or text-count not < 1500
               exit paragraph
           end-if
           add 1 to text-count
           move line-id to tt-id (text-count)
           move function trim (text-line (lp:)) to tt-text (text-count).
      *>
      *>----------------------------------------------------------------
      *> TEXT - the translation of ot-id, or the English left as it is
      *>----------------------------------------------------------------
       2000-text.
           move ot-id to line-id
           perform 2100-find
           if found-x = zero
               if loaded-sw = "E"
                   set ot-no-text-file to true
               else
                   set ot-english to true
               end-if
           else
               move tt-text (found-x) to ot-text
           end-if
           move cur-language to ot-language.
      *>
       2100-find.
           move zero to found-x
           perform varying tx from 1 by 1 until tx > text-count
               if tt-id (tx) = line-id
                   move tx to found-x
                   exit perform
               end-if
           end-perform.
      *>
       end program "OPTEXT".
