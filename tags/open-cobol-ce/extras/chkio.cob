      *>            producing a short master.  CHK-NOCTL-FLAG 'Y'
      *>            waives the check for genuinely uncontrolled files.
      *>
      *>            File enqueue: CHK-OPEN holds the file through
      *>            FILEENQ - shared for input, exclusive for output,
      *>            extend and update - and CHK-CLOSE lets it go.  A
      *>            file another job holds exclusively (or, for an
      *>            update, at all) is refused with status 9Q, after
      *>            waiting up to ENQUEUE_WAIT seconds (default none)
      *>            for the holder to finish.  A program run as a
      *>            jobstep step shares the step's own holds.
      *>
      *>  This file is part of OpenCOBOL.
      *>
      *>  The OpenCOBOL compiler is free software: you can redistribute
           03 FILLER             PIC X.
           03 CTL-HASH           PIC 9(9).
       WORKING-STORAGE  SECTION.
       77  prog-name             pic x(10) value 'CHKIO 1.40'.
       01  file-name-1           pic x(256) value spaces.
       01  file-name-2           pic x(256) value spaces.
       01  file-name-3           pic x(256) value spaces.
              05 slot-wr-count   pic 9(9).
              05 slot-wr-bytes   pic 9(12).
              05 slot-wr-hash    pic 9(9).
              05 slot-enq        pic x.
              05 slot-gdg        pic x.
       01  this-op               pic x(7)   value spaces.
       01  this-fs               pic xx     value zeros.
       77  wi                    pic 9      usage comp-5 value zero.
       01  ctl-count-ws          pic 9(3)   value zero.
       01  ci                    pic s9(4)  comp-5 value zero.
       01  ctl-hit               pic s9(4)  comp-5 value zero.
      *> the FILEENQ request area
       COPY "file-enq.cpy".
       01  enq-wait-env          pic x(8)   value spaces.
       01  enq-got               pic x      value space.
       01  deq-name              pic x(64)  value spaces.
      *> the GDGRES request area
       COPY "gdg-res.cpy".
       01  gdg-owner-env         pic x(16)  value spaces.
       01  gdg-new-sw            pic x      value space.
      *> diagnostics go out by their shop message catalogue id
       COPY "msg-cat.cpy".
       LINKAGE SECTION.
       01  CHKIO-LNK.
           03 CHK-HANDLE         PIC 9.
      *> below are the interface
           MOVE 'N'  TO CHK-OK-FLAG
           MOVE '99' TO CHK-STATUS
           MOVE 'CHK0001' TO MC-ID
           PERFORM ISSUE-MSG
           GOBACK.

      *>----------------------------------------------------------------
              PERFORM BAD-IO
              GOBACK
           END-IF
           PERFORM RESOLVE-GENERATION
           IF gdg-status NOT = '00'
              MOVE '9G' TO CHK-STATUS
              PERFORM BAD-IO
              MOVE ZERO TO CHK-HANDLE
              GOBACK
           END-IF

           EVALUATE CHK-HANDLE
              WHEN 1 MOVE CHK-FILE-NAME TO file-name-1
              WHEN 3 MOVE CHK-FILE-NAME TO file-name-3
              WHEN 4 MOVE CHK-FILE-NAME TO file-name-4
           END-EVALUATE
           PERFORM HOLD-FILE
           IF enq-got = 'N'
              MOVE '9Q' TO CHK-STATUS
              PERFORM BAD-IO
              IF gdg-new-sw = 'Y'
                 PERFORM DROP-GENERATION
              END-IF
              MOVE ZERO TO CHK-HANDLE
              GOBACK
           END-IF
           PERFORM OPEN-BY-ORG
           PERFORM FETCH-FS

           IF this-fs = '00' OR this-fs = '05'
              MOVE 'Y' TO CHK-OK-FLAG
              MOVE 'Y' TO slot-used (CHK-HANDLE)
              MOVE enq-got TO slot-enq (CHK-HANDLE)
              MOVE gdg-new-sw TO slot-gdg (CHK-HANDLE)
              MOVE CHK-OPEN-MODE TO slot-mode (CHK-HANDLE)
              IF CHK-ORG-INDEXED
                 MOVE 'I' TO slot-org (CHK-HANDLE)
              END-IF
           ELSE
              PERFORM BAD-IO
              IF enq-got = 'Y'
                 MOVE CHK-FILE-NAME (1:64) TO deq-name
                 PERFORM FREE-FILE
              END-IF
              IF gdg-new-sw = 'Y'
                 PERFORM DROP-GENERATION
              END-IF
              MOVE ZERO TO CHK-HANDLE
           END-IF
           GOBACK.
                 PERFORM POST-CONTROL
              END-IF
              MOVE SPACE TO slot-used (CHK-HANDLE)
              IF slot-enq (CHK-HANDLE) = 'Y'
                 PERFORM FREE-SLOT
              END-IF
              IF slot-gdg (CHK-HANDLE) = 'Y'
                 PERFORM COMMIT-GENERATION
              END-IF
           ELSE
              PERFORM BAD-IO
           END-IF
                 END-PERFORM
                 CLOSE CHK-CONTROL
              ELSE
                 MOVE 'CHK0002' TO MC-ID
                 MOVE control-name TO MC-VALUE (1)
                 PERFORM ISSUE-MSG
              END-IF
           END-IF
           CONTINUE.
              IF scan-count NOT = ctl-want-count
                 OR scan-bytes NOT = ctl-want-bytes
                 OR scan-hash NOT = ctl-want-hash
                 MOVE 'CHK0003' TO MC-ID
                 MOVE CHK-FILE-NAME TO MC-VALUE (1)
                 STRING ctl-want-count '/' ctl-want-bytes '/'
                        ctl-want-hash DELIMITED BY SIZE
                        INTO MC-VALUE (2)
                 END-STRING
                 STRING scan-count '/' scan-bytes '/' scan-hash
                        DELIMITED BY SIZE INTO MC-VALUE (3)
                 END-STRING
                 PERFORM ISSUE-MSG
                 MOVE '9F' TO CHK-STATUS
                 PERFORM BAD-IO
                 PERFORM CLOSE-SLOT-QUIET
           PERFORM FETCH-FS
           CONTINUE.

      *>----------------------------------------------------------------
       HOLD-FILE SECTION.
      *Function: hold CHK-FILE-NAME through FILEENQ before it is
      *          opened - SHR to read it, EXC for anything that
      *          writes.  enq-got comes back Y held, N refused, or
      *          space when the enqueue library is not there.
           MOVE SPACE TO enq-got
           INITIALIZE enq-request
           MOVE 'ENQ' TO enq-function
           MOVE CHK-FILE-NAME (1:64) TO enq-file
           IF CHK-MODE-INPUT
              MOVE 'SHR' TO enq-mode
           ELSE
              MOVE 'EXC' TO enq-mode
           END-IF
           MOVE 'CHKIO' TO enq-owner
           MOVE SPACES TO enq-wait-env
           ACCEPT enq-wait-env FROM ENVIRONMENT 'ENQUEUE_WAIT'
           END-ACCEPT
           IF enq-wait-env NOT = SPACES
              COMPUTE enq-wait = FUNCTION NUMVAL (enq-wait-env)
           END-IF
           CALL 'FILEENQ' USING enq-request
              ON EXCEPTION
                 CONTINUE
              NOT ON EXCEPTION
                 IF enq-status = '00'
                    MOVE 'Y' TO enq-got
                 ELSE
                    MOVE 'N' TO enq-got
                    IF enq-status = '04'
                       MOVE 'CHK0004' TO MC-ID
                       MOVE CHK-FILE-NAME TO MC-VALUE (1)
                       MOVE enq-holder-mode TO MC-VALUE (2)
                       MOVE enq-holder TO MC-VALUE (3)
                       MOVE enq-holder-operator TO MC-VALUE (4)
                       PERFORM ISSUE-MSG
                    END-IF
                 END-IF
           END-CALL
           CONTINUE.

      *>----------------------------------------------------------------
       RESOLVE-GENERATION SECTION.
      *Function: a BASE(n) reference in CHK-FILE-NAME becomes the
      *          generation's real name.  gdg-new-sw comes back Y when
      *          a new generation was reserved and this process - not
      *          a jobstep step or queue job - will commit it.  No
      *          GDGRES library leaves the name as given.
           MOVE '00' TO gdg-status
           MOVE SPACE TO gdg-new-sw
           IF CHK-FILE-NAME (1:64) NOT = SPACES
              AND CHK-FILE-NAME (65:192) = SPACES
              INITIALIZE gdg-request
              MOVE 'EXPAND' TO gdg-function
              MOVE CHK-FILE-NAME (1:64) TO gdg-text
              CALL 'GDGRES' USING gdg-request
                 ON EXCEPTION
                    MOVE '00' TO gdg-status
                 NOT ON EXCEPTION
                    IF gdg-status = '00' AND gdg-count > ZERO
                       MOVE gdg-text (1:256) TO CHK-FILE-NAME
                       MOVE SPACES TO gdg-owner-env
                       ACCEPT gdg-owner-env
                              FROM ENVIRONMENT 'GDG_OWNER'
                       END-ACCEPT
                       IF gdg-new = 'Y' AND gdg-owner-env = SPACES
                          MOVE 'Y' TO gdg-new-sw
                       END-IF
                    END-IF
                    IF gdg-status NOT = '00'
                       MOVE 'CHK0005' TO MC-ID
                       MOVE gdg-name TO MC-VALUE (1)
                       MOVE gdg-status TO MC-VALUE (2)
                       PERFORM ISSUE-MSG
                    END-IF
              END-CALL
           END-IF
           CONTINUE.

      *>----------------------------------------------------------------
       COMMIT-GENERATION SECTION.
      *Function: the slot wrote a new generation and closed clean -
      *          it becomes current.
           INITIALIZE gdg-request
           MOVE 'COMMIT' TO gdg-function
           CALL 'GDGRES' USING gdg-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           MOVE SPACE TO slot-gdg (CHK-HANDLE)
           CONTINUE.

      *>----------------------------------------------------------------
       DROP-GENERATION SECTION.
      *Function: the open failed - the new generation it reserved is
      *          nobody's.
           INITIALIZE gdg-request
           MOVE 'DISCARD' TO gdg-function
           CALL 'GDGRES' USING gdg-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           CONTINUE.

      *>----------------------------------------------------------------
       FREE-SLOT SECTION.
      *Function: let the closed slot's file go - unless another open
      *          slot is still on the same file under this hold.
           MOVE 'N' TO enq-got
           PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > 4
              IF slot-used (wi) = 'Y'
                 AND slot-enq (wi) = 'Y'
                 AND slot-name (wi) = slot-name (CHK-HANDLE)
                 MOVE 'Y' TO enq-got
              END-IF
           END-PERFORM
           MOVE SPACE TO slot-enq (CHK-HANDLE)
           IF enq-got = 'N'
              MOVE slot-name (CHK-HANDLE) TO deq-name
              PERFORM FREE-FILE
           END-IF
           CONTINUE.

      *>----------------------------------------------------------------
       FREE-FILE SECTION.
      *Function: let deq-name go.
           INITIALIZE enq-request
           MOVE 'DEQ' TO enq-function
           MOVE deq-name TO enq-file
           CALL 'FILEENQ' USING enq-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           CONTINUE.

      *>----------------------------------------------------------------
       CLOSE-SLOT-QUIET SECTION.
      *Function: close the slot's line sequential file without the
      *          the dump if the shop has set it.
           MOVE 'N' TO CHK-OK-FLAG
           MOVE CHK-STATUS TO this-fs
           MOVE 'CHK0006' TO MC-ID
           MOVE this-op TO MC-VALUE (1)
           MOVE this-fs TO MC-VALUE (2)
           MOVE CHK-FILE-NAME TO MC-VALUE (3)
           PERFORM ISSUE-MSG
           MOVE SPACES TO dump-label
           STRING this-op            DELIMITED BY SIZE
                  ' of '             DELIMITED BY SIZE
              END-IF
           END-IF
           CONTINUE.

      *>----------------------------------------------------------------
       ISSUE-MSG SECTION.
      *Function: a diagnostic is worded by the shop message catalogue
      *          and goes to SYSERR led by its id and severity; were
      *          MSGCAT missing, the id and its values still go.
           MOVE 'FORMAT' TO MC-FUNCTION
           CALL 'MSGCAT' USING MC-REQUEST
              ON EXCEPTION
                 MOVE SPACES TO MC-TEXT
                 STRING MC-ID '? ' DELIMITED BY SIZE
                        MC-VALUE (1) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        MC-VALUE (2) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        MC-VALUE (3) DELIMITED BY SPACE
                        INTO MC-TEXT
                 END-STRING
                 MOVE SPACES TO MC-VALUES
           END-CALL
           DISPLAY prog-name ': ' MC-TEXT (1:150) UPON SYSERR
           CONTINUE.
       END PROGRAM CHKIO.
