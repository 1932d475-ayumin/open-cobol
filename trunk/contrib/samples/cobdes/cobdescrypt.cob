       >>source free
 IDENTIFICATION DIVISION.
 PROGRAM-ID. COBDESCRYPT.
*>**********************************************************************
*>            only as the fallback); KDF[=n] passphrase stretching via
*>            COBDES-DERIVE with the mode recorded in the header;
*>            KEY=<name> keystore keys with name/date in the header.
*> 15.10.2026 Settings come from the active environment profile
*>            (ENVPROF) at start-up - no profile, no run.
*>**********************************************************************

 ENVIRONMENT DIVISION.
        88 COBDES-OK              VALUE "00".
     02 KEY-NAME      PIC X(16)   VALUE SPACES.

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
       DISPLAY "COBDESCRYPT: " FUNCTION TRIM(EP-TEXT)
       STOP RUN RETURNING 16
    END-IF

    ACCEPT ARG-NUMBER FROM ARGUMENT-NUMBER
    IF ARG-NUMBER < 4 OR ARG-NUMBER > 6
       DISPLAY WS-PROG-NAME " - whole-file COBDES encryption"
