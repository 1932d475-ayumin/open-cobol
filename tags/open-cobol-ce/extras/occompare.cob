      *>            Record-count and changed-field summaries close the
      *>            report.
      *>
      *>            A field the data element register (ELEMCLASS)
      *>            classes PII or PCI - or one inside a group so
      *>            classed - is reported as changed with its values
      *>            shown as asterisks, unless the signed-on operator
      *>            holds the P permission; an unmasked report is
      *>            logged to the run-audit trail (TOOLAUDIT.DAT, or
      *>            TOOL_AUDIT).
      *>
      *>     Usage: occompare <old-file> <new-file> [options]
      *>            ORG=LINE|SEQ   line sequential (default) or raw
      *>                           fixed-length records
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC layout-name
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  lay-fs.
           SELECT OPTIONAL TOOL-AUDIT ASSIGN TO DYNAMIC audit-name
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  lay-fs.
       DATA             DIVISION.
       FILE             SECTION.
       FD  OLD-LINE-FILE.
           03 LAY-USAGE          PIC X.
           03 FILLER             PIC X.
           03 LAY-DIGITS         PIC 9(4).
      *> same columns as the devtools run-audit record
       FD  TOOL-AUDIT.
       01  TOOL-AUDIT-REC.
           03 AUD-TOOL           PIC X(10).
           03 FILLER             PIC X.
           03 AUD-OPERATOR       PIC X(16).
           03 FILLER             PIC X.
           03 AUD-DATE           PIC 9(8).
           03 FILLER             PIC X.
           03 AUD-TIME           PIC 9(6).
           03 FILLER             PIC X.
           03 AUD-RC             PIC 9(4).
           03 FILLER             PIC X.
           03 AUD-INPUT          PIC X(64).
           03 FILLER             PIC X.
           03 AUD-OPTIONS        PIC X(64).
           03 FILLER             PIC X.
           03 AUD-OUTPUTS        PIC X(64).
       WORKING-STORAGE  SECTION.
       77  prog-name             pic x(14) value 'OCCOMPARE 1.20'.
       01  old-file-name         pic x(256) value spaces.
       01  new-file-name         pic x(256) value spaces.
       01  layout-name           pic x(256) value spaces.
       01  old-fs                pic xx     value zeros.
       01  new-fs                pic xx     value zeros.
       01  lay-fs                pic xx     value zeros.
       01  audit-name            pic x(64)  value 'TOOLAUDIT.DAT'.
       77  seq-rec-len           pic 9(4)  usage comp-5 value 80.

       01  arg-number            pic 99     value zero.
              05 fld-bytes       pic 9(6).
              05 fld-type        pic x.
              05 fld-usage       pic x.
              05 fld-mask        pic x.
       01  fld-count             pic 9(3)   value zero.
       01  in-block-sw           pic x      value space.
       01  block-seen-sw         pic x      value space.
       77  wn                    pic 9(4)  usage comp-5 value zero.
       77  fx                    pic 9(4)  usage comp-5 value zero.
       77  hex-digits            pic x(16) value '0123456789ABCDEF'.

      *> the ELEMCLASS request area
       copy "elem-class.cpy".
      *> the OPSIGNON request area
       copy "op-signon.cpy".
      *> classified fields in the block, and the byte range of the
      *> last classified group - everything inside it is masked too
       01  mask-count            pic 9(3)   value zero.
       01  mask-grp-from         pic 9(6)   value zero.
       01  mask-grp-to           pic 9(6)   value zero.
       01  register-count        pic 9(5)   value zero.
       01  clearance-sw          pic x      value space.
       01  time-now              pic x(8)   value spaces.
      *> the environment profile the run resolves its settings from
       copy "env-prof.cpy".
      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN00.
      *> every file and path setting comes from the active
      *> environment profile, over anything the shell had -
      *> no profile, no run
           move 'ACTIVATE' to ep-function
           call 'ENVPROF' using ep-request
              on exception
                 move 'ENVPROF library not available' to ep-text
                 move '20' to ep-status
           end-call
           if not ep-ok
              display prog-name ': ' function trim(ep-text)
              stop run returning 16
           end-if
           display prog-name ' - two-generation file compare'
           accept arg-number from argument-number
           if arg-number < 2

           if layout-name not = spaces
              perform LOAD-LAYOUT
              if mask-count > zero
                 perform GET-CLEARANCE
              end-if
           end-if
           perform OPEN-FILES
           perform COMPARE-LOOP
      *          block starts at a group (or standalone item) with
      *          offset zero; RECORD= picks it by name, otherwise the
      *          first block serves.
           initialize ec-request
           move 'COUNT' to ec-function
           call 'ELEMCLASS' using ec-request
              on exception
                 move zero to ec-count
           end-call
           move ec-count to register-count
           open input LAYOUT-FILE
           if lay-fs not = '00'
              display prog-name ': cannot open layout '
              move LAY-BYTES  to fld-bytes (fld-count)
              move LAY-TYPE   to fld-type (fld-count)
              move LAY-USAGE  to fld-usage (fld-count)
              move 'N'        to fld-mask (fld-count)
           end-if
           if in-block-sw = 'Y' and register-count > zero
              perform CLASSIFY-LAY-ROW
           end-if
           continue.

       CLASSIFY-LAY-ROW SECTION.
      *Function: a row the register classes PII/PCI is masked; a
      *          classified group masks every field it spans.
           move 'CLASS' to ec-function
           move LAY-NAME to ec-name
           call 'ELEMCLASS' using ec-request
           if ec-sensitive = 'Y' and LAY-TYPE = 'G'
              move LAY-OFFSET to mask-grp-from
              compute mask-grp-to = LAY-OFFSET + LAY-BYTES
           end-if
           if LAY-TYPE not = 'G' and fld-count > zero
              and fld-name (fld-count) = LAY-NAME
              if ec-sensitive = 'Y'
                 or (LAY-OFFSET not < mask-grp-from
                     and LAY-OFFSET < mask-grp-to)
                 move 'Y' to fld-mask (fld-count)
                 add 1 to mask-count
              end-if
           end-if
           continue.

      *>----------------------------------------------------------------
       GET-CLEARANCE SECTION.
      *Function: sign the operator on and ask for P; a cleared run is
      *          logged, an uncleared one is told what it will miss.
           move 'N' to clearance-sw
           initialize op-request
           move '28' to op-status
           call 'OPSIGNON' using op-request
              on exception
                 continue
           end-call
           if op-status = '00'
              move 'P' to op-perm-want
              move 'N' to op-perm-ok
              call 'OPSIGNON-CHECK' using op-request
                 on exception
                    move 'N' to op-perm-ok
              end-call
              if op-perm-ok = 'Y'
                 move 'Y' to clearance-sw
              end-if
           end-if
           if clearance-sw = 'Y'
              perform WRITE-AUDIT
           else
              display prog-name ': PII/PCI values are masked - '
                      'seeing them needs the P permission'
           end-if
           continue.

       WRITE-AUDIT SECTION.
      *Function: a run-audit record for an unmasked look at classified
      *          data - who, which generations.
           accept audit-name from environment 'TOOL_AUDIT'
           end-accept
           if audit-name = spaces
              move 'TOOLAUDIT.DAT' to audit-name
           end-if
           open extend TOOL-AUDIT
           if lay-fs not = '00' and lay-fs not = '05'
              continue
           else
              move spaces to TOOL-AUDIT-REC
              move 'OCCOMPARE' to AUD-TOOL
              move op-id to AUD-OPERATOR
              accept AUD-DATE from date yyyymmdd
              accept time-now from time
              move time-now (1:6) to AUD-TIME
              move zero to AUD-RC
              move old-file-name (1:64) to AUD-INPUT
              move 'UNMASKED' to AUD-OPTIONS
              move new-file-name (1:64) to AUD-OUTPUTS
              write TOOL-AUDIT-REC
              close TOOL-AUDIT
           end-if
           continue.

                                  fld-bytes (fx)) to dec-in
                    perform DECODE-FIELD
                    move dec-out to val-new
                    if fld-mask (fx) = 'Y' and clearance-sw not = 'Y'
                       move '********' to val-old val-new
                    end-if
                    display 'record ' rec-number-disp '  '
                            fld-name (fx) ' old ['
                            function trim (val-old) '] new ['
