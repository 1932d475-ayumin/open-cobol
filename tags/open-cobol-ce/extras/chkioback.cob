       FD  RL-FILE.
       01  RL-REC                PIC X(256).
       WORKING-STORAGE  SECTION.
       77  prog-name             pic x(14) value 'CHKIOBACK 1.10'.
       01  journal-name          pic x(64)  value spaces.
       01  target-name           pic x(256) value spaces.
       01  jnl-fs                pic xx     value zeros.
       01  hit-slot              pic s9(6)  comp-5 value zero.
       01  undone-count          pic 9(4)   value zero.
       01  failed-count          pic 9(4)   value zero.
      *> the environment profile the run resolves its settings from
       COPY "env-prof.cpy".
       PROCEDURE DIVISION.
       MAIN SECTION.
      *> every file and path setting comes from the active
      *> environment profile, over anything the shell had -
      *> no profile, no run
           MOVE 'ACTIVATE' TO ep-function
           CALL 'ENVPROF' USING ep-request
              ON EXCEPTION
                 MOVE 'ENVPROF library not available' TO ep-text
                 MOVE '20' TO ep-status
           END-CALL
           IF NOT ep-ok
              DISPLAY prog-name ': ' FUNCTION TRIM(ep-text)
              STOP RUN RETURNING 16
           END-IF
           DISPLAY prog-name ' - journal backout'
           ACCEPT journal-name FROM ENVIRONMENT 'CHKIO_JOURNAL'
           END-ACCEPT
