      *>----------------------------------------------------------------
      *> Purpose:   Reorganisation and health check for the indexed
      *>            masters CHKIO opens with CHK-ORG I.  Years of
      *>            CHK-DELETE leave dead space behind and nobody can
      *>            say whether the keys still read back in order, so
      *>            this:
      *>              1. unloads the file, in key order, to a
      *>                 sequential work file <file>.unl.<stamp> -
      *>                 fixed 256-byte images, the CHKIO record
      *>              2. checks every key (the first 32 bytes, the
      *>                 shop convention) is higher than the one
      *>                 before - a lower key is a SEQUENCE break, an
      *>                 equal one a DUPLICATE
      *>              3. reads the unload back and proves its count
      *>              4. catalogs the unload in HOUSEKEEP.CAT (action
      *>                 UNLOADED) - only then is the original touched
      *>              5. reloads the file fresh from the unload and
      *>                 proves the reloaded count
      *>            and reports records and file size before and
      *>            after, with the space the reload gave back.
      *>            Any key break stops the run before step 4 - the
      *>            unload is kept (and catalogued) for inspection
      *>            but the master is left exactly as it was.
      *>
      *>            A reload that fails part way is backed out by
      *>            loading the master again from the kept unload:
      *>              chkioreorg <file> FROM=<unload-file>
      *>            which checks the unload's keys and reloads from it
      *>            without a fresh unload.  Unload copies belong in
      *>            HOUSEKEEP.POL like every other operational file.
      *>
      *>            TRIAL unloads and checks only: the work copy is
      *>            removed again and the master is not touched - the
      *>            health check on its own.
      *>
      *>            The master is held through FILEENQ for the run -
      *>            exclusive to reorganise, shared under TRIAL - and
      *>            a refused hold names the holder and ends with 12.
      *>
      *>     Usage: chkioreorg <file> [TRIAL] [FROM=<unload-file>]
      *>
      *>     Return codes: 0 reorganised (or TRIAL clean), 8 key
      *>            breaks found - nothing reloaded, 12 file held
      *>            elsewhere, 16 unusable or the reload failed -
      *>            back out with FROM= as displayed.
      *>
      *>  This file is part of OpenCOBOL.
      *>
      *>  The OpenCOBOL compiler is free software: you can redistribute
      *>  it and/or modify it under the terms of the GNU General Public
      *>  License as published by the Free Software Foundation, either
      *>  version 2 of the License, or (at your option) any later
      *>  version.
      *>----------------------------------------------------------------
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      CHKIOREORG.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT IX-FILE ASSIGN TO DYNAMIC ix-file-name
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IX-KEY
                  FILE STATUS  ix-fs.
           SELECT UNL-FILE ASSIGN TO DYNAMIC unl-file-name
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS  unl-fs.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC catalog-name
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  cat-fs.
       DATA             DIVISION.
       FILE             SECTION.
       FD  IX-FILE.
       01  IX-REC.
           03 IX-KEY             PIC X(32).
           03 FILLER             PIC X(224).
       FD  UNL-FILE.
       01  UNL-REC.
           03 UNL-KEY            PIC X(32).
           03 FILLER             PIC X(224).
       FD  CATALOG-FILE.
       01  CATALOG-REC           PIC X(300).
       WORKING-STORAGE  SECTION.
       77  prog-name             pic x(15) value 'CHKIOREORG 1.10'.
       01  ix-file-name          pic x(256) value spaces.
       01  unl-file-name         pic x(256) value spaces.
       01  catalog-name          pic x(64)  value 'HOUSEKEEP.CAT'.
       01  ix-fs                 pic xx     value zeros.
       01  unl-fs                pic xx     value zeros.
       01  cat-fs                pic xx     value zeros.
       01  end-fs                pic xx     value zeros.

       01  arg-number            pic 99     value zero.
       01  arg-vals                         value spaces.
           03 arg-value          pic x(256) occurs 4.
       01  arg-upper             pic x(256) value spaces.
       01  trial-sw              pic x      value 'N'.
       01  from-sw               pic x      value 'N'.
       01  reorg-rc              pic 99     value zero.

      *> key sequence check, shared by the unload and the FROM= pass
       01  prev-key              pic x(32)  value low-values.
       01  first-sw              pic x      value 'Y'.
       01  seq-breaks            pic 9(8)   value zero.
       01  dup-keys              pic 9(8)   value zero.
       01  break-shown           pic 9(4)   value zero.
       01  rec-number            pic 9(8)   value zero.

       01  count-before          pic 9(8)   value zero.
       01  count-unloaded        pic 9(8)   value zero.
       01  count-proved          pic 9(8)   value zero.
       01  count-after           pic 9(8)   value zero.
       01  reload-fails          pic 9(8)   value zero.
       01  size-before           pic 9(15)  value zero.
       01  size-unload           pic 9(15)  value zero.
       01  size-after            pic 9(15)  value zero.
       01  size-total            pic 9(15)  value zero.
       01  size-saved            pic s9(15) value zero.
       01  count-disp            pic z(7)9.
       01  size-disp             pic z(14)9.
       01  saved-disp            pic -(15)9.

      *> CBL_CHECK_FILE_EXIST's answer, and the names asked about -
      *> an indexed file may be one file or a .dat/.idx pair
       01  file-info.
           03 file-size          pic x(8)   comp-x.
           03 file-day           pic x      comp-x.
           03 file-month         pic x      comp-x.
           03 file-year          pic xx     comp-x.
           03 file-hour          pic x      comp-x.
           03 file-min           pic x      comp-x.
           03 file-sec           pic x      comp-x.
           03 filler             pic x      comp-x.
       01  size-name             pic x(256) value spaces.
       01  size-base             pic x(256) value spaces.

       01  stamp-ws              pic x(21)  value spaces.
       01  cat-line              pic x(300) value spaces.
       01  cat-ptr               pic 9(4)   value zero.

      *> the FILEENQ request area
       copy "file-enq.cpy".
       01  enq-wait-env          pic x(8)   value spaces.
       01  enq-got               pic x      value space.
       77  wi                    pic 9(4)  usage comp-5 value zero.
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
           display prog-name ' - indexed file reorganisation'
           accept arg-number from argument-number
           if arg-number < 1
              perform SHOW-USAGE
              stop run returning 16
           end-if
           perform varying wi from 1 by 1
                   until wi > arg-number or wi > 4
              accept arg-value (wi) from argument-value
           end-perform
           move arg-value (1) to ix-file-name
           perform varying wi from 2 by 1
                   until wi > arg-number or wi > 4
              move function upper-case (arg-value (wi)) to arg-upper
              evaluate true
                 when arg-upper (1:6) = 'TRIAL '
                    move 'Y' to trial-sw
                 when arg-upper (1:5) = 'FROM='
                    move arg-value (wi) (6:251) to unl-file-name
                    move 'Y' to from-sw
                 when other
                    display prog-name ': unknown argument '
                            arg-value (wi) (1:40)
                    perform SHOW-USAGE
                    stop run returning 16
              end-evaluate
           end-perform
           if ix-file-name = spaces
              perform SHOW-USAGE
              stop run returning 16
           end-if
           if from-sw = 'Y' and unl-file-name = spaces
              display prog-name ': FROM= names no unload file'
              stop run returning 16
           end-if
           if trial-sw = 'Y'
              display prog-name ': TRIAL - the master will not be '
                      'touched'
           end-if
           move function current-date to stamp-ws

           perform HOLD-THE-FILE
           if enq-got = 'N'
              stop run returning 12
           end-if

           move ix-file-name to size-base
           perform MEASURE-FILE
           move size-total to size-before

           if from-sw = 'Y'
              perform CHECK-UNLOAD
           else
              perform UNLOAD-THE-FILE
              perform PROVE-UNLOAD
           end-if

           if seq-breaks > zero or dup-keys > zero
              display prog-name ': ' seq-breaks ' sequence break(s), '
                      dup-keys ' duplicate key(s) - NOT reloaded'
              move 8 to reorg-rc
              if trial-sw = 'Y'
                 if from-sw = 'N'
                    perform DROP-UNLOAD
                 end-if
              else
                 if from-sw = 'N'
                    perform CATALOG-UNLOAD
                    display prog-name ': unload kept as '
                            unl-file-name (1:60)
                 end-if
              end-if
              perform SHOW-TOTALS
              perform END-THE-RUN
           end-if

           if trial-sw = 'Y'
              if from-sw = 'N'
                 perform DROP-UNLOAD
              end-if
              display prog-name ': TRIAL - keys in sequence and '
                      'unique'
              perform SHOW-TOTALS
              perform END-THE-RUN
           end-if

      *>   the unload is catalogued before the master is replaced -
      *>   a reload that dies can always be backed out from it
           if from-sw = 'N'
              perform CATALOG-UNLOAD
              if cat-fs not = '00'
                 display prog-name ': unload could not be catalogued'
                         ' - master NOT replaced'
                 move 16 to reorg-rc
                 perform END-THE-RUN
              end-if
           end-if

           perform RELOAD-THE-FILE
           move ix-file-name to size-base
           perform MEASURE-FILE
           move size-total to size-after
           perform SHOW-TOTALS
           if reload-fails > zero
              or count-after not = count-unloaded
              display prog-name ': RELOAD FAILED - back out with'
              display '    chkioreorg ' ix-file-name (1:40)
                      ' FROM=' unl-file-name (1:60)
              move 16 to reorg-rc
           end-if
           perform END-THE-RUN
           continue.

      *>----------------------------------------------------------------
       UNLOAD-THE-FILE SECTION.
      *Function: read the master in key order into the unload work
      *          file, checking each key against the one before.
           move spaces to unl-file-name
           string ix-file-name delimited by space
                  '.unl.' stamp-ws (1:16) delimited by size
                  into unl-file-name
           end-string
           open input IX-FILE
           if ix-fs not = '00'
              display prog-name ': cannot open ' ix-file-name (1:50)
                      ' status ' ix-fs
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           open output UNL-FILE
           if unl-fs not = '00'
              display prog-name ': cannot create ' unl-file-name (1:60)
                      ' status ' unl-fs
              close IX-FILE
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           perform until ix-fs not = '00'
              read IX-FILE next
                 at end
                    move '10' to ix-fs
                 not at end
                    if ix-fs = '00' or ix-fs = '02'
                       move '00' to ix-fs
                       add 1 to count-before
                       move count-before to rec-number
                       move IX-KEY to UNL-KEY
                       perform CHECK-KEY
                       write UNL-REC from IX-REC
                       if unl-fs not = '00'
                          display prog-name ': unload write failed,'
                                  ' status ' unl-fs
                          move '99' to ix-fs
                       else
                          add 1 to count-unloaded
                       end-if
                    end-if
              end-read
           end-perform
           move ix-fs to end-fs
           close IX-FILE
           close UNL-FILE
           if end-fs not = '10'
              display prog-name ': unload stopped at record '
                      count-before ' status ' end-fs
              display prog-name ': the master is not touched'
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           display prog-name ': ' count-unloaded ' record(s) '
                   'unloaded to ' unl-file-name (1:60)
           continue.

      *>----------------------------------------------------------------
       PROVE-UNLOAD SECTION.
      *Function: read the unload back - the master is only replaced
      *          from a copy whose count is proved.
           move zero to count-proved
           open input UNL-FILE
           if unl-fs not = '00'
              display prog-name ': cannot reopen ' unl-file-name (1:60)
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           perform until unl-fs not = '00'
              read UNL-FILE
                 at end
                    move '10' to unl-fs
                 not at end
                    add 1 to count-proved
              end-read
           end-perform
           close UNL-FILE
           if count-proved not = count-unloaded
              display prog-name ': unload holds ' count-proved
                      ' record(s), ' count-unloaded ' written - '
                      'master NOT replaced'
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           move unl-file-name to size-name
           move zero to size-total
           perform ADD-FILE-SIZE
           move size-total to size-unload
           continue.

      *>----------------------------------------------------------------
       CHECK-UNLOAD SECTION.
      *Function: FROM= backout - the kept unload is checked the way a
      *          fresh one is before anything is loaded from it.
           open input UNL-FILE
           if unl-fs not = '00'
              display prog-name ': cannot open unload '
                      unl-file-name (1:60) ' status ' unl-fs
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           perform until unl-fs not = '00'
              read UNL-FILE
                 at end
                    move '10' to unl-fs
                 not at end
                    add 1 to count-unloaded
                    move count-unloaded to rec-number
                    perform CHECK-KEY
              end-read
           end-perform
           close UNL-FILE
           move count-unloaded to count-proved
           move unl-file-name to size-name
           move zero to size-total
           perform ADD-FILE-SIZE
           move size-total to size-unload
           display prog-name ': ' count-unloaded ' record(s) in '
                   unl-file-name (1:60)
           continue.

      *>----------------------------------------------------------------
       CHECK-KEY SECTION.
      *Function: UNL-KEY against the key before it - keys must rise.
           if first-sw = 'Y'
              move 'N' to first-sw
           else
              if UNL-KEY = prev-key
                 add 1 to dup-keys
                 if break-shown < 20
                    add 1 to break-shown
                    display '  DUPLICATE record ' rec-number
                            ' key ' UNL-KEY
                 end-if
              else
                 if UNL-KEY < prev-key
                    add 1 to seq-breaks
                    if break-shown < 20
                       add 1 to break-shown
                       display '  SEQUENCE  record ' rec-number
                               ' key ' UNL-KEY
                       display '            follows    ' prev-key
                    end-if
                 end-if
              end-if
           end-if
           move UNL-KEY to prev-key
           continue.

      *>----------------------------------------------------------------
       RELOAD-THE-FILE SECTION.
      *Function: recreate the master and load it from the unload.
           open input UNL-FILE
           if unl-fs not = '00'
              display prog-name ': cannot open ' unl-file-name (1:60)
                      ' - master NOT replaced'
              move 16 to reorg-rc
              perform END-THE-RUN
           end-if
           open output IX-FILE
           if ix-fs not = '00'
              display prog-name ': cannot recreate '
                      ix-file-name (1:50) ' status ' ix-fs
              close UNL-FILE
              add 1 to reload-fails
              continue
           else
              perform until unl-fs not = '00'
                 read UNL-FILE
                    at end
                       move '10' to unl-fs
                    not at end
                       write IX-REC from UNL-REC
                       if ix-fs = '00' or ix-fs = '02'
                          add 1 to count-after
                       else
                          add 1 to reload-fails
                          if reload-fails < 20
                             display '  RELOAD status ' ix-fs
                                     ' key ' UNL-KEY
                          end-if
                       end-if
                 end-read
              end-perform
              close IX-FILE
              close UNL-FILE
           end-if
           display prog-name ': ' count-after ' record(s) reloaded'
           continue.

      *>----------------------------------------------------------------
       CATALOG-UNLOAD SECTION.
      *Function: one HOUSEKEEP.CAT record for the kept unload -
      *          date, action, file, size, destination, as housekeep
      *          writes its own.
           open extend CATALOG-FILE
           if cat-fs not = '00'
              open output CATALOG-FILE
           end-if
           if cat-fs not = '00'
              display prog-name ': cannot write catalog '
                      catalog-name (1:40)
              continue
           else
              move spaces to cat-line
              move size-unload to size-disp
              move 1 to cat-ptr
              string stamp-ws (1:8) ' UNLOADED '
                     function trim (ix-file-name)
                     ' ' function trim (size-disp) ' bytes'
                     ' -> ' function trim (unl-file-name)
                     delimited by size into cat-line
                     pointer cat-ptr
              end-string
              write CATALOG-REC from cat-line
              close CATALOG-FILE
              display prog-name ': unload catalogued in '
                      catalog-name (1:40)
           end-if
           continue.

      *>----------------------------------------------------------------
       DROP-UNLOAD SECTION.
      *Function: TRIAL leaves nothing behind.
           call 'CBL_DELETE_FILE' using unl-file-name
           move zero to return-code
           continue.

      *>----------------------------------------------------------------
       MEASURE-FILE SECTION.
      *Function: size-total = the bytes size-base occupies, as one
      *          file or as its .dat/.idx pair.
           move zero to size-total
           move size-base to size-name
           perform ADD-FILE-SIZE
           move spaces to size-name
           string size-base delimited by space
                  '.dat' delimited by size into size-name
           end-string
           perform ADD-FILE-SIZE
           move spaces to size-name
           string size-base delimited by space
                  '.idx' delimited by size into size-name
           end-string
           perform ADD-FILE-SIZE
           continue.

      *>----------------------------------------------------------------
       ADD-FILE-SIZE SECTION.
           move zero to file-size
           call 'CBL_CHECK_FILE_EXIST' using size-name file-info
           if return-code = zero
              add file-size to size-total
           else
              move zero to file-size
           end-if
           move zero to return-code
           continue.

      *>----------------------------------------------------------------
       SHOW-TOTALS SECTION.
           display ' '
           display prog-name ': ' ix-file-name (1:50)
           move count-before to count-disp
           if from-sw = 'Y'
              move count-unloaded to count-disp
              display '  records in unload   ' count-disp
           else
              display '  records before      ' count-disp
           end-if
           move size-before to size-disp
           display '  bytes before        ' size-disp
           if trial-sw = 'N' and reorg-rc not = 8
              move count-after to count-disp
              display '  records after       ' count-disp
              move size-after to size-disp
              display '  bytes after         ' size-disp
              compute size-saved = size-before - size-after
              move size-saved to saved-disp
              display '  bytes reclaimed     ' saved-disp
           end-if
           move seq-breaks to count-disp
           display '  sequence breaks     ' count-disp
           move dup-keys to count-disp
           display '  duplicate keys      ' count-disp
           continue.

      *>----------------------------------------------------------------
       HOLD-THE-FILE SECTION.
      *Function: hold the master for the run - EXC to reorganise, SHR
      *          for a TRIAL look.  enq-got comes back Y held, N
      *          refused, or space when the enqueue library is not
      *          there.
           move space to enq-got
           initialize enq-request
           move 'ENQ' to enq-function
           move ix-file-name (1:64) to enq-file
           move 'EXC' to enq-mode
           if trial-sw = 'Y'
              move 'SHR' to enq-mode
           end-if
           move 'CHKIOREORG' to enq-owner
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
                       display prog-name ': ' ix-file-name (1:50)
                               ' is held ' enq-holder-mode ' by '
                               enq-holder ' ' enq-holder-operator
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
      *Function: let the master go and end with reorg-rc.
           if enq-got = 'Y'
              initialize enq-request
              move 'DEQ' to enq-function
              move ix-file-name (1:64) to enq-file
              call 'FILEENQ' using enq-request
                 on exception
                    continue
              end-call
           end-if
           stop run returning reorg-rc.

      *>----------------------------------------------------------------
       SHOW-USAGE SECTION.
           display 'Usage: chkioreorg <file> [TRIAL] '
                   '[FROM=<unload-file>]'
           display '       unload, key check, catalog, reload - '
                   'FROM= reloads from a kept unload'
           continue.
       END PROGRAM CHKIOREORG.
