      *>            sequential image; KEY= covers the keyed lookup on
      *>            the estates whose runtime carries no ISAM.
      *>
      *>            Fields the data element register (ELEMCLASS)
      *>            classes PII or PCI are dumped as asterisks unless
      *>            the signed-on operator holds the P permission; an
      *>            unmasked dump is logged to the run-audit trail
      *>            (TOOLAUDIT.DAT, or TOOL_AUDIT).  While the register
      *>            classifies anything, an operator without P must
      *>            give LAYOUT= - without it the fields cannot be
      *>            found to mask, and the dump is refused (16).
      *>
      *>  This file is part of OpenCOBOL.
      *>
      *>  The OpenCOBOL compiler is free software: you can redistribute
           SELECT IN-SEQ-FILE  ASSIGN TO DYNAMIC IN-FILE-NAME
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS  IN-FS.
           SELECT LAYOUT-FILE  ASSIGN TO DYNAMIC LAYOUT-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  LAY-FS.
           SELECT OPTIONAL TOOL-AUDIT ASSIGN TO DYNAMIC AUDIT-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  LAY-FS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  IN-LINE-FILE.
       FD  IN-SEQ-FILE
           RECORD VARYING FROM 1 TO 1024 DEPENDING ON SEQ-REC-LEN.
       01  IN-SEQ-REC            PIC X(1024).
       FD  LAYOUT-FILE.
       01  LAYOUT-REC.
           03 LAY-NAME           PIC X(32).
           03 FILLER             PIC X.
           03 LAY-OFFSET         PIC 9(6).
           03 FILLER             PIC X.
           03 LAY-BYTES          PIC 9(6).
           03 FILLER             PIC X(16).
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
       77  prog-name             pic x(15) value 'OCDUMPFILE 1.20'.
       01  in-file-name          pic x(256) value spaces.
       01  in-fs                 pic xx     value zeros.
       77  seq-rec-len           pic 9(4)  usage comp-5 value 80.
       01  sel-hex-bin           pic x(32)  value spaces.
       01  sel-hex-len           pic 9(4)  usage comp-5 value zero.
       01  layout-name           pic x(256) value spaces.
       01  lay-fs                pic xx     value zeros.
       01  audit-name            pic x(64)  value 'TOOLAUDIT.DAT'.

       01  work-rec              pic x(1024) value spaces.
       01  rec-number            pic 9(8)   value zero.
       77  hex-digits            pic x(16) value '0123456789ABCDEF'.
       01  range-word1           pic x(12) value spaces.
       01  range-word2           pic x(12) value spaces.

      *> the ELEMCLASS request area
       copy "elem-class.cpy".
      *> the OPSIGNON request area
       copy "op-signon.cpy".
      *> byte ranges of the layout's PII/PCI fields, masked in every
      *> record dumped unless the operator is cleared to see them
       01  mask-table.
           03 mask-entry         occurs 500.
              05 mask-offset     pic 9(6).
              05 mask-bytes      pic 9(6).
       01  mask-count            pic 9(4)  usage comp-5 value zero.
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
           accept arg-number from argument-number
           if arg-number = zero
              perform SHOW-USAGE
              end-evaluate
           end-perform

           perform CHECK-CLASSIFIED

           if org-seq
              open input IN-SEQ-FILE
           else
           move 1 to dump-offset
           move in-fs to dump-fs
           move rec-len to rec-len-disp
           if mask-count > zero and clearance-sw not = 'Y'
              perform MASK-RECORD
           end-if
           if layout-name not = spaces
              call 'CBL_OC_DUMP' using work-rec rec-len-disp dump-label
                                       dump-offset dump-fs layout-name
              end-call
           end-if
           continue.
      *-----------------------------------------------------------------
       CHECK-CLASSIFIED SECTION.
      *Function: the PII/PCI fields of the layout into the mask table,
      *          and whether this operator may see them.  Nothing to
      *          do when the register classifies nothing (or is not
      *          there to ask).
       CC00.
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
                         'so they can be masked'
                 stop run returning 16
              end-if
              perform WRITE-AUDIT
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
                    end-if
              end-read
           end-perform
           close LAYOUT-FILE
           if mask-count = zero
              exit section
           end-if
           perform GET-CLEARANCE
           if clearance-sw = 'Y'
              perform WRITE-AUDIT
           else
              display prog-name ': PII/PCI fields are masked - '
                      'seeing them needs the P permission'
           end-if
           continue.
      *-----------------------------------------------------------------
       GET-CLEARANCE SECTION.
      *Function: sign the operator on and ask for P - once a run.
       GC00.
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
      *-----------------------------------------------------------------
       MASK-RECORD SECTION.
      *Function: asterisks over every classified byte range of
      *          work-rec that the record reaches.
       MR00.
           perform varying wk from 1 by 1 until wk > mask-count
              if mask-offset (wk) < 1024
                 compute wj = mask-bytes (wk)
                 if mask-offset (wk) + wj > 1024
                    compute wj = 1024 - mask-offset (wk)
                 end-if
                 if wj > zero
                    move all '*'
                      to work-rec (mask-offset (wk) + 1:wj)
                 end-if
              end-if
           end-perform
           continue.
      *-----------------------------------------------------------------
       WRITE-AUDIT SECTION.
      *Function: a run-audit record for an unmasked look at classified
      *          data - who, which file.
       WA00.
           accept audit-name from environment 'TOOL_AUDIT'
           end-accept
           if audit-name = spaces
              move 'TOOLAUDIT.DAT' to audit-name
           end-if
           open extend TOOL-AUDIT
           if lay-fs not = '00' and lay-fs not = '05'
              exit section
           end-if
           move spaces to TOOL-AUDIT-REC
           move 'OCDUMPFILE' to AUD-TOOL
           move op-id to AUD-OPERATOR
           accept AUD-DATE from date yyyymmdd
           accept time-now from time
           move time-now (1:6) to AUD-TIME
           move zero to AUD-RC
           move in-file-name (1:64) to AUD-INPUT
           move 'UNMASKED' to AUD-OPTIONS
           move layout-name (1:64) to AUD-OUTPUTS
           write TOOL-AUDIT-REC
           close TOOL-AUDIT
           continue.
      *-----------------------------------------------------------------
       SCAN-FOR-MATCH SECTION.
       SM00.
