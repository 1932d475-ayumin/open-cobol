            >> source format is free
       Identification division.
       Program-id.  "ELEMCLASS".
      *>
      *> elemclass * Callable data element register lookup.  The
      *>             synonym dictionary says which names are the one
      *>             business field; the register says what that
      *>             field means, who owns it and whether its values
      *>             are personal or card data.  ocdumpfile, occompare
      *>             and oczap ask here before they show or patch a
      *>             field, xref-exposure before it lists a file.
      *>
      *>             One register record per element, keyed by the
      *>             canonical (logical) name, as elemmaint keeps it:
      *>
      *>               name(32) sp class(8) sp owner(30) sp
      *>               definition(60)
      *>
      *>             See elem-class.cpy for the functions and the
      *>             field-by-field contract.
      *>
      *> To compile on Linux:
      *> cobc -m elemclass.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select element-file assign to dynamic element-name
                  organization line sequential
                  file status  el-fs.
           select synonym-file assign to dynamic synonym-name
                  organization line sequential
                  file status  el-fs.
       Data division.
       File section.
       fd  element-file.
       01  element-rec.
           05  er-name          pic x(32).
           05  filler           pic x.
           05  er-class         pic x(8).
           05  filler           pic x.
           05  er-owner         pic x(30).
           05  filler           pic x.
           05  er-definition    pic x(60).
      *> field synonym dictionary rows, as synmaint keeps them
       fd  synonym-file.
       01  synonym-rec.
           05  sr-logical       pic x(32).
           05  filler           pic x.
           05  sr-alias         pic x(32).
       Working-storage section.
       01  element-name         pic x(64) value spaces.
       01  synonym-name         pic x(64) value spaces.
       01  el-fs                pic xx    value zeros.
       01  loaded-sw            pic x     value "N".
       01  register-sw          pic x     value "N".
       01  el-table.
           05  el-entry         occurs 2000.
               07  el-name      pic x(32).
               07  el-class     pic x(8).
               07  el-owner     pic x(30).
       01  el-count             pic 9(4) comp value zero.
       01  sensitive-count      pic 9(5)  value zero.
       01  syn-table.
           05  syn-entry        occurs 500.
               07  syn-logical  pic x(32).
               07  syn-alias    pic x(32).
       01  syn-count            pic 9(4) comp value zero.
       01  ex                   pic 9(4) comp value zero.
       01  sx                   pic 9(4) comp value zero.
       01  want-name            pic x(32) value spaces.
       Linkage section.
       copy "elem-class.cpy".
      *>
       Procedure division using ec-request.
       0000-main.
           move "00" to ec-status
           move spaces to ec-canonical ec-class ec-owner
           move "N" to ec-sensitive
           if ec-function = "RELOAD"
               move "N" to loaded-sw
           end-if
           if loaded-sw not = "Y"
               perform 8000-load-register
               perform 8100-load-synonyms
           end-if
           move sensitive-count to ec-count
           evaluate ec-function
               when "CLASS"
                   perform 1000-classify
               when "COUNT"
                   continue
               when "RELOAD"
                   continue
               when other
                   set ec-bad-request to true
           end-evaluate
           if register-sw not = "Y" and not ec-bad-request
               set ec-no-register to true
           end-if
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> ec-name as registered, else through its synonym's logical name
      *>----------------------------------------------------------------
       1000-classify.
           move function upper-case (ec-name) to want-name
           perform 1100-find-element
           if ex = zero
               perform varying sx from 1 by 1 until sx > syn-count
                   if syn-alias (sx) = want-name
                       move syn-logical (sx) to want-name
                       move syn-count to sx
                   end-if
               end-perform
               perform 1100-find-element
           end-if
           if ex = zero
               set ec-not-found to true
               exit paragraph
           end-if
           move el-name (ex) to ec-canonical
           move el-class (ex) to ec-class
           move el-owner (ex) to ec-owner
           if el-class (ex) = "PII" or = "PCI"
               move "Y" to ec-sensitive
           end-if.
      *>
       1100-find-element.
           perform varying ex from 1 by 1 until ex > el-count
               if el-name (ex) = want-name
                   exit paragraph
               end-if
           end-perform
           move zero to ex.
      *>
      *>----------------------------------------------------------------
      *> the register and the synonym dictionary, read once and kept
      *>----------------------------------------------------------------
       8000-load-register.
           move "Y" to loaded-sw
           move "N" to register-sw
           move zero to el-count sensitive-count
           move spaces to element-name
           accept element-name from environment "DATA_ELEMENTS"
           end-accept
           if element-name = spaces
               move "DATAELEM.DAT" to element-name
           end-if
           open input element-file
           if el-fs not = "00"
               exit paragraph
           end-if
           move "Y" to register-sw
           perform until el-fs not = "00"
               read element-file
                   not at end
                       if er-name not = spaces
                          and er-name (1:1) not = "*"
                          and el-count < 2000
                           add 1 to el-count
                           move function upper-case (er-name)
                                to el-name (el-count)
                           move function upper-case (er-class)
                                to el-class (el-count)
                           move er-owner to el-owner (el-count)
                           if el-class (el-count) = "PII" or = "PCI"
                               add 1 to sensitive-count
                           end-if
                       end-if
               end-read
           end-perform
           close element-file.
      *>
       8100-load-synonyms.
           move zero to syn-count
           move spaces to synonym-name
           accept synonym-name from environment "FIELD_SYNONYMS"
           end-accept
           if synonym-name = spaces
               move "FLDSYN.DAT" to synonym-name
           end-if
           open input synonym-file
           if el-fs not = "00"
               exit paragraph
           end-if
           perform until el-fs not = "00"
               read synonym-file
                   not at end
                       if synonym-rec not = spaces
                          and syn-count < 500
                           add 1 to syn-count
                           move function upper-case (sr-logical)
                                to syn-logical (syn-count)
                           move function upper-case (sr-alias)
                                to syn-alias (syn-count)
                       end-if
               end-read
           end-perform
           close synonym-file.
