       >>source free
 IDENTIFICATION DIVISION.
 PROGRAM-ID. COBDESSWEEP.
*>**********************************************************************
*>               KEY-RETIRED, KEY-UNKNOWN or CORRUPT.  Return code 4
*>               when anything is not OK - the sweep report is the
*>               evidence the archive is actually restorable.
*>               Each verdict is also appended to the sweep log
*>               (COBDESSWEEP.LOG, or the COBDES_SWEEP_LOG name) -
*>               date, time, verdict, reason, file - so the last word
*>               on any archived file can be looked up later.
*>
*>               Usage:
*>                 cobdessweep <list-file> [PASS=<password>]
*>
*> Date-Written: 02.09.2026
*>**********************************************************************
*> Date       Change description
*> ========== ==========================================================
*> 02.09.2026 First version.
*> 15.10.2026 Keystore record carries the format-2 MAC, so every record
*>            of a multi-key store is read whole - a retired record
*>            ahead of the active one no longer hides it and reports
*>            a re-keyed file KEY-RETIRED.
*> 15.10.2026 Sweep log - one line per verdict, kept across sweeps.
*> 15.10.2026 Settings come from the active environment profile
*>            (ENVPROF) at start-up - no profile, no run.
*>**********************************************************************

 ENVIRONMENT DIVISION.
     SELECT KEYSTORE  ASSIGN DYNAMIC KEYSTORE-FILE-NAME-WS
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS KS-FS.
     SELECT SWEEP-LOG ASSIGN DYNAMIC SWEEP-LOG-NAME-WS
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SL-FS.

 DATA DIVISION.
 FILE SECTION.
     03 KSR-EXP-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 KSR-STATUS        PIC X.
*> format 2: the record's MAC - never checked here, but a record
*> read short would split the line in two
     03 FILLER            PIC X.
     03 KSR-MAC-HEX       PIC X(32).
 FD  SWEEP-LOG.
 01  SWEEP-LOG-REC.
     03 SL-DATE           PIC X(8).
     03 FILLER            PIC X.
     03 SL-TIME           PIC X(6).
     03 FILLER            PIC X.
     03 SL-VERDICT        PIC X(14).
     03 FILLER            PIC X.
     03 SL-REASON         PIC X(40).
     03 FILLER            PIC X.
     03 SL-FILE           PIC X(200).

 WORKING-STORAGE SECTION.
 01  WS-PROG-NAME     PIC X(16)   VALUE "COBDESSWEEP 1.00".
 01  LST-FS           PIC XX      VALUE ZEROS.
 01  ENC-FS           PIC XX      VALUE ZEROS.
 01  KS-FS            PIC XX      VALUE ZEROS.
 01  SWEEP-LOG-NAME-WS PIC X(64)  VALUE SPACES.
 01  SL-FS            PIC XX      VALUE ZEROS.
 01  SL-OPEN-SW       PIC 9       VALUE ZERO.
 01  WS-STAMP         PIC X(21)   VALUE SPACES.

 01  ARG-NUMBER       PIC 9       VALUE ZERO.
 01  ARG-TEXT         PIC X(200)  VALUE SPACES.
     02 KDF-ITERATIONS PIC 9(6)   VALUE ZERO.
     02 KDF-KEY-OUT    PIC X(16)  VALUE LOW-VALUES.

*> the environment profile the run resolves its settings from
 COPY "env-prof.cpy".

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN SECTION.
*>----------------------------------------------------------------------

*> every file and path setting comes from the active environment
*> profile, over anything the shell had - no profile, no run
    MOVE "ACTIVATE" TO EP-FUNCTION
    CALL "ENVPROF" USING EP-REQUEST
        ON EXCEPTION
           MOVE "ENVPROF library not available" TO EP-TEXT
           MOVE "20" TO EP-STATUS
    END-CALL
    IF NOT EP-OK
       DISPLAY "COBDESSWEEP: " FUNCTION TRIM(EP-TEXT)
       STOP RUN RETURNING 16
    END-IF

    DISPLAY WS-PROG-NAME " - encrypted archive integrity sweep"
    ACCEPT ARG-NUMBER FROM ARGUMENT-NUMBER
    IF ARG-NUMBER = ZERO
               LIST-FILE-NAME(1:40)
       STOP RUN RETURNING 16
    END-IF
    ACCEPT SWEEP-LOG-NAME-WS FROM ENVIRONMENT "COBDES_SWEEP_LOG"
    END-ACCEPT
    IF SWEEP-LOG-NAME-WS = SPACES
       MOVE "COBDESSWEEP.LOG" TO SWEEP-LOG-NAME-WS
    END-IF
    OPEN EXTEND SWEEP-LOG
    IF SL-FS NOT = "00" AND SL-FS NOT = "05"
       OPEN OUTPUT SWEEP-LOG
    END-IF
    IF SL-FS = "00" OR SL-FS = "05"
       MOVE 1 TO SL-OPEN-SW
    ELSE
       DISPLAY "COBDESSWEEP: cannot write the sweep log "
               SWEEP-LOG-NAME-WS(1:40)
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-STAMP
    PERFORM UNTIL LST-FS NOT = "00"
       READ LIST-FILE
          NOT AT END
       END-READ
    END-PERFORM
    CLOSE LIST-FILE
    IF SL-OPEN-SW = 1
       CLOSE SWEEP-LOG
    END-IF

    DISPLAY " "
    DISPLAY "Sweep totals: OK " TOT-OK "  unverified " TOT-UNVER
       DISPLAY WS-VERDICT " " FUNCTION TRIM(ENC-FILE-NAME)
               "  (" FUNCTION TRIM(WS-REASON) ")"
    END-IF
    IF SL-OPEN-SW = 1
       MOVE SPACES TO SWEEP-LOG-REC
       MOVE WS-STAMP(1:8) TO SL-DATE
       MOVE WS-STAMP(9:6) TO SL-TIME
       MOVE WS-VERDICT    TO SL-VERDICT
       MOVE WS-REASON     TO SL-REASON
       MOVE ENC-FILE-NAME TO SL-FILE
       WRITE SWEEP-LOG-REC
    END-IF
    .
 SWEEP-ONE-FILE-EX.
    EXIT.
