      *>            identified audit record of every patch appends to
      *>            the zap log (OCZAP.LOG, or the OCZAP_LOG name).
      *>            Dangerous by nature, so TRIAL mode first, like
      *>            housekeep.  The file is held through the
      *>            FILEENQ enqueue for the run - exclusive for a
      *>            patch, shared under TRIAL - so a zap never lands
      *>            while a batch step or a screen has the file; a
      *>            refused hold names the holder and ends with 12
      *>            (the ENQUEUE_WAIT value, seconds, waits first).
      *>
      *>     Usage: oczap <file> <selection> <patch> [options]
      *>            selection (one record must satisfy all given):
      *>                             OPERATOR_ID/LOGNAME environment)
      *>              TRIAL          show everything, change nothing
      *>
      *>            A patch landing on a field the data element
      *>            register (ELEMCLASS) classes PII or PCI is refused
      *>            unless the signed-on operator holds the P
      *>            permission; such a patch logs no values, only the
      *>            fact, and goes to the run-audit trail as well.
      *>            While the register classifies anything, an
      *>            operator without P must give LAYOUT= so the patch
      *>            can be shown clear of those fields, and the
      *>            before and after dumps show them as asterisks.
      *>
      *>  This file is part of OpenCOBOL.
      *>
      *>  The OpenCOBOL compiler is free software: you can redistribute
           SELECT OPTIONAL ZAP-LOG ASSIGN TO DYNAMIC zaplog-name
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  log-fs.
           SELECT OPTIONAL TOOL-AUDIT ASSIGN TO DYNAMIC audit-name
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  log-fs.
       DATA             DIVISION.
       FILE             SECTION.
       FD  IN-LINE-FILE.
           03 ZL-OLD             PIC X(40).
           03 FILLER             PIC X.
           03 ZL-NEW             PIC X(40).
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
       77  prog-name             pic x(10) value 'OCZAP 1.30'.
       01  in-file-name          pic x(256) value spaces.
       01  tmp-file-name         pic x(260) value spaces.
       01  layout-name           pic x(256) value spaces.
       01  zaplog-name           pic x(64)  value 'OCZAP.LOG'.
       01  audit-name            pic x(64)  value 'TOOLAUDIT.DAT'.
       01  in-fs                 pic xx     value zeros.
       01  out-fs                pic xx     value zeros.
       01  lay-fs                pic xx     value zeros.
       01  have-new              pic x      value 'N'.
       01  operator-id           pic x(16)  value spaces.
       01  trial-sw              pic x      value 'N'.
       01  zap-rc                pic 99     value zero.

      *> the FILEENQ request area
       copy "file-enq.cpy".
       01  enq-wait-env          pic x(8)   value spaces.
       01  enq-got               pic x      value space.

      *> byte-level handles for ORG=SEQ
       01  seq-handle            pic x(4)   comp-x value zero.
       77  wv                    pic 9(4)  usage comp-5 value zero.
       77  wh                    pic 9(4)  usage comp-5 value zero.
       77  hex-digits            pic x(16) value '0123456789ABCDEF'.

      *> the ELEMCLASS request area
       copy "elem-class.cpy".
      *> the OPSIGNON request area
       copy "op-signon.cpy".
      *> byte ranges of the layout's PII/PCI fields
       01  mask-table.
           03 mask-entry         occurs 500.
              05 mask-offset     pic 9(6).
              05 mask-bytes      pic 9(6).
       01  mask-count            pic 9(4)  usage comp-5 value zero.
       01  clearance-sw          pic x      value space.
       01  classified-sw         pic x      value 'N'.
       01  classified-name       pic x(32)  value spaces.
       01  dump-rec              pic x(4096) value spaces.
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
           display prog-name ' - audited record patch'
           accept arg-number from argument-number
           if arg-number < 3
                      'its record'
              stop run returning 16
           end-if
           perform CHECK-CLASSIFIED
           if trial-sw = 'Y'
              display prog-name ': TRIAL - nothing will be written'
           end-if

           perform HOLD-THE-FILE
           if enq-got = 'N'
              stop run returning 12
           end-if

           perform FIND-THE-RECORD
           if hit-count = zero
              display prog-name ': no record satisfies the selection'
              move 12 to zap-rc
              perform END-THE-RUN
           end-if
           if hit-count > 1
              display prog-name ': selection matches ' hit-count
                      ' records - a zap patches exactly one, refused'
              move 12 to zap-rc
              perform END-THE-RUN
           end-if
           perform APPLY-PATCH
           perform END-THE-RUN
           continue.

      *>----------------------------------------------------------------
       HOLD-THE-FILE SECTION.
      *Function: hold the file for the run - EXC to patch, SHR for a
      *          TRIAL look.  enq-got comes back Y held, N refused,
      *          or space when the enqueue library is not there.
           move space to enq-got
           initialize enq-request
           move 'ENQ' to enq-function
           move in-file-name (1:64) to enq-file
           move 'EXC' to enq-mode
           if trial-sw = 'Y'
              move 'SHR' to enq-mode
           end-if
           move 'OCZAP' to enq-owner
           move spaces to enq-wait-env
           accept enq-wait-env from environment 'ENQUEUE_WAIT'
           end-accept
           if enq-wait-env not = spaces
              compute enq-wait = function numval (enq-wait-env)
           end-if
           call 'FILEENQ' using enq-request
              on exception
                 continue
              not on exception
                 if enq-status = '00'
                    move 'Y' to enq-got
                 else
                    move 'N' to enq-got
                    if enq-status = '04'
                       display prog-name ': ' in-file-name (1:50)
                               ' is held ' enq-holder-mode ' by '
                               enq-holder ' ' enq-holder-operator
                       if enq-holder-stale = 'Y'
                          display prog-name ': the holder has gone '
                                  '- the stale hold can be cleared '
                                  'from batchmon'
                       end-if
                    else
                       display prog-name ': enqueue table busy - '
                               'try again'
                    end-if
                    display prog-name ': file not free - refused'
                 end-if
           end-call
           continue.

      *>----------------------------------------------------------------
       END-THE-RUN SECTION.
      *Function: let the file go and end with zap-rc.
           if enq-got = 'Y'
              initialize enq-request
              move 'DEQ' to enq-function
              move in-file-name (1:64) to enq-file
              call 'FILEENQ' using enq-request
                 on exception
                    continue
              end-call
           end-if
           stop run returning zap-rc.

      *>----------------------------------------------------------------
       SHOW-USAGE SECTION.
      *Function: FIELD= through the layout into OFFSET=/LENGTH=.
           if layout-name = spaces
              display prog-name ': FIELD= needs LAYOUT='
              move 16 to zap-rc
              perform END-THE-RUN
           end-if
           open input LAYOUT-FILE
           if lay-fs not = '00'
              display prog-name ': cannot open layout '
                      layout-name (1:50)
              move 16 to zap-rc
              perform END-THE-RUN
           end-if
           move 'N' to hit-flag
           perform until lay-fs not = '00' or hit-flag = 'Y'
           if hit-flag not = 'Y'
              display prog-name ': field not in the layout: '
                      field-want
              move 16 to zap-rc
              perform END-THE-RUN
           end-if
           move 'N' to hit-flag
           continue.

      *>----------------------------------------------------------------
       CHECK-CLASSIFIED SECTION.
      *Function: the layout's PII/PCI fields into the mask table; a
      *          patch overlapping one, or a patch that cannot be
      *          judged for want of a layout, needs the operator to
      *          hold P.  Nothing to do when the register classifies
      *          nothing (or is not there to ask).
           initialize ec-request
           move 'COUNT' to ec-function
           call 'ELEMCLASS' using ec-request
              on exception
                 move zero to ec-count
           end-call
           if ec-count = zero
              exit section
           end-if
           if layout-name = spaces
              perform GET-CLEARANCE
              if clearance-sw not = 'Y'
                 display prog-name ': the data element register '
                         'classifies PII/PCI fields - give LAYOUT= '
                         'so the patch can be checked clear of them'
                 stop run returning 16
              end-if
              exit section
           end-if
           open input LAYOUT-FILE
           if lay-fs not = '00'
              display prog-name ': cannot open layout '
                      layout-name (1:50)
              stop run returning 16
           end-if
           perform until lay-fs not = '00'
              read LAYOUT-FILE
                 not at end
                    move 'CLASS' to ec-function
                    move LAY-NAME to ec-name
                    call 'ELEMCLASS' using ec-request
                    if ec-sensitive = 'Y' and mask-count < 500
                       add 1 to mask-count
                       move LAY-OFFSET to mask-offset (mask-count)
                       move LAY-BYTES to mask-bytes (mask-count)
      *>               offsets are 0-based here, 1-based in the patch
                       if patch-offset not > LAY-OFFSET + LAY-BYTES
                          and patch-offset + patch-length
                                > LAY-OFFSET + 1
                          and classified-sw not = 'Y'
                          move 'Y' to classified-sw
                          move ec-canonical to classified-name
                       end-if
                    end-if
              end-read
           end-perform
           close LAYOUT-FILE
           if classified-sw not = 'Y'
              exit section
           end-if
           perform GET-CLEARANCE
           if clearance-sw not = 'Y'
              display prog-name ': the patch lands on '
                      function trim (classified-name)
                      ', classed PII/PCI - patching it needs the P '
                      'permission, refused'
              stop run returning 16
           end-if
           continue.

      *>----------------------------------------------------------------
       GET-CLEARANCE SECTION.
      *Function: sign the operator on and ask for P - once a run.
           if clearance-sw not = space
              exit section
           end-if
           move 'N' to clearance-sw
           initialize op-request
           move '28' to op-status
           call 'OPSIGNON' using op-request
              on exception
                 continue
           end-call
           if op-status not = '00'
              exit section
           end-if
           move 'P' to op-perm-want
           move 'N' to op-perm-ok
           call 'OPSIGNON-CHECK' using op-request
              on exception
                 move 'N' to op-perm-ok
           end-call
           if op-perm-ok = 'Y'
              move 'Y' to clearance-sw
           end-if
           continue.

      *>----------------------------------------------------------------
       MASK-DUMP SECTION.
      *Function: asterisks over the classified byte ranges of the
      *          dump copy, for an operator not cleared to see them.
           if clearance-sw = 'Y'
              exit section
           end-if
           perform varying wi from 1 by 1 until wi > mask-count
              if mask-offset (wi) < 4096
                 compute wj = mask-bytes (wi)
                 if mask-offset (wi) + wj > 4096
                    compute wj = 4096 - mask-offset (wi)
                 end-if
                 if wj > zero
                    move all '*'
                      to dump-rec (mask-offset (wi) + 1:wj)
                 end-if
              end-if
           end-perform
           continue.

      *>----------------------------------------------------------------
       FIND-THE-RECORD SECTION.
      *Function: every record against the selections; the single
              if return-code not = zero
                 display prog-name ': cannot open '
                         in-file-name (1:50)
                 move 16 to zap-rc
                 perform END-THE-RUN
              end-if
              move zero to seq-off
              perform until hit-flag = 'E'
              if in-fs not = '00'
                 display prog-name ': cannot open '
                         in-file-name (1:50)
                 move 16 to zap-rc
                 perform END-THE-RUN
              end-if
              perform until in-fs not = '00'
                 move spaces to work-rec
                 move 256 to dump-len
              end-if
              move 1 to dump-offset
              move hit-rec to dump-rec
              perform MASK-DUMP
              call 'CBL_OC_DUMP' using dump-rec dump-len dump-label
                                       dump-offset dump-fs
              end-call
              move 12 to zap-rc
              perform END-THE-RUN
           end-if
           move spaces to dump-label
           string 'zap BEFORE record ' delimited by size
              move 256 to dump-len
           end-if
           move 1 to dump-offset
           move hit-rec to dump-rec
           perform MASK-DUMP
           call 'CBL_OC_DUMP' using dump-rec dump-len dump-label
                                    dump-offset dump-fs
           end-call
           move new-val (1:patch-length)
                  rec-number-disp delimited by size
                  into dump-label
           end-string
           move hit-rec to dump-rec
           perform MASK-DUMP
           call 'CBL_OC_DUMP' using dump-rec dump-len dump-label
                                    dump-offset dump-fs
           end-call
           if trial-sw = 'Y'
                                         seq-handle
              if return-code not = zero
                 display prog-name ': reopen for patch failed'
                 move 16 to zap-rc
                 perform END-THE-RUN
              end-if
              compute seq-off = (hit-rec-no - 1) * seq-rec-len
              move seq-rec-len to seq-count
              open output OUT-LINE-FILE
              if in-fs not = '00' or out-fs not = '00'
                 display prog-name ': rebuild open failed'
                 move 16 to zap-rc
                 perform END-THE-RUN
              end-if
              move zero to rec-number
              perform until in-fs not = '00'
              if return-code not = zero
                 display prog-name ': move-over failed - patched '
                         'copy left as ' tmp-file-name (1:50)
                 move 16 to zap-rc
                 perform END-THE-RUN
              end-if
           end-if
           continue.
              move patch-length to ZL-LENGTH
              move verify-val (1:40) to ZL-OLD
              move new-val (1:40) to ZL-NEW
      *>      classified values stay out of the log - the fact of
      *>      the patch is the evidence
              if classified-sw = 'Y'
                 move '(classified - not logged)' to ZL-OLD ZL-NEW
              end-if
              write ZAP-LOG-REC
              close ZAP-LOG
           end-if
           if classified-sw = 'Y'
              perform WRITE-RUN-AUDIT
           end-if
           continue.

      *>----------------------------------------------------------------
       WRITE-RUN-AUDIT SECTION.
      *Function: a run-audit record for a patch to classified data.
           accept audit-name from environment 'TOOL_AUDIT'
           end-accept
           if audit-name = spaces
              move 'TOOLAUDIT.DAT' to audit-name
           end-if
           open extend TOOL-AUDIT
           if log-fs not = '00' and log-fs not = '05'
              continue
           else
              move spaces to TOOL-AUDIT-REC
              move 'OCZAP' to AUD-TOOL
              move op-id to AUD-OPERATOR
              accept AUD-DATE from date yyyymmdd
              accept time-now from time
              move time-now (1:6) to AUD-TIME
              move zero to AUD-RC
              move in-file-name (1:64) to AUD-INPUT
              move 'UNMASKED PATCH' to AUD-OPTIONS
              string 'FIELD=' delimited by size
                     classified-name delimited by space
                     into AUD-OUTPUTS
              end-string
              write TOOL-AUDIT-REC
              close TOOL-AUDIT
           end-if
           continue.
       END PROGRAM OCZAP.
