       >>source free
 IDENTIFICATION DIVISION.
 PROGRAM-ID. COBDESREKEY.
*>**********************************************************************
*> Purpose:      Re-key archived COBDESCRYPT files off a retired
*>               keystore key.  When cobdeskey ROTATE retires a key,
*>               every archive made under it stays under it and the
*>               sweep reports it KEY-RETIRED from then on.  For each
*>               file in a list this program:
*>                 - reads the COBDESF1 header (KEY= and DATE= name
*>                   the key the file was made under)
*>                 - proves the old key against the file's COBDESMC
*>                   check value before deciphering anything - the
*>                   retired key in force on the file's date comes
*>                   through CALL "COBDES-RETIRED", so the material
*>                   never leaves COBDES
*>                 - deciphers each record under the old key and
*>                   re-enciphers it under the new one in working
*>                   storage only - no plaintext is ever written -
*>                   into <file>.RKY with a fresh IV, a new COBDESF1
*>                   header (KEY=<new> DATE=<today>) and a new
*>                   COBDESMC trailer
*>                 - verifies the new file (check value, record
*>                   count, and a fold of the plaintext recovered
*>                   from it against the fold taken on the way in)
*>                 - only then renames it over the old file, and
*>                   records the move in the re-key catalog
*>               A file whose key is still active is left alone
*>               (CURRENT) unless NEWKEY= names a different key.
*>
*>               CHECK is the evidence run before a retired key is
*>               destroyed (cobdeskey DESTROY): every listed file
*>               still made under a retired record of the name is
*>               reported NEEDS-KEY, with the catalog's record of
*>               the files already moved off it.
*>
*>               Usage:
*>                 cobdesrekey <list-file> [NEWKEY=<name>]
*>                             [AUDIT=<audit-log>]
*>                 cobdesrekey CHECK <list-file> <key-name>
*>               The list is one file name a line, "*" for a comment
*>               (the cobdessweep list serves).  NEWKEY= defaults to
*>               the file's own key name - after ROTATE that is the
*>               new active record.  The catalog is named by the
*>               COBDES_REKEY environment variable (default
*>               COBDES.REKEY); one line per file moved: run date and
*>               time, old key and file date, new key and date,
*>               records, operator (OPERATOR_ID), file name.
*>               Return code 4 when any file was not re-keyed (or,
*>               for CHECK, when anything still needs the key), 16
*>               for a bad argument or missing list.
*>
*> Date-Written: 15.10.2026
*>**********************************************************************
*> Date       Change description
*> ========== ==========================================================
*> 15.10.2026 First version.
*> 15.10.2026 Settings come from the active environment profile
*>            (ENVPROF) at start-up - no profile, no run.
*>**********************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LIST-FILE ASSIGN DYNAMIC LIST-FILE-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS LST-FS.
     SELECT ENC-FILE  ASSIGN DYNAMIC ENC-FILE-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS ENC-FS.
     SELECT NEW-FILE  ASSIGN DYNAMIC NEW-FILE-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS NEW-FS.
     SELECT KEYSTORE  ASSIGN DYNAMIC KEYSTORE-FILE-NAME-WS
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS KS-FS.
     SELECT REKEY-CAT ASSIGN DYNAMIC REKEY-CAT-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RKC-FS.

 DATA DIVISION.
 FILE SECTION.
 FD  LIST-FILE.
 01  LIST-REC         PIC X(200).
 FD  ENC-FILE.
 01  ENC-REC          PIC X(8250).
 FD  NEW-FILE.
 01  NEW-REC          PIC X(8250).
 FD  KEYSTORE.
 01  KEYSTORE-REC.
     03 KSR-NAME          PIC X(16).
     03 FILLER            PIC X.
     03 KSR-KEY-HEX       PIC X(32).
     03 FILLER            PIC X.
     03 KSR-EFF-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 KSR-EXP-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 KSR-STATUS        PIC X.
*> format 2: the record's MAC - never checked here, but a record
*> read short would split the line in two
     03 FILLER            PIC X.
     03 KSR-MAC-HEX       PIC X(32).
 FD  REKEY-CAT.
 01  REKEY-CAT-REC.
     03 RKC-RUN-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 RKC-RUN-TIME      PIC X(6).
     03 FILLER            PIC X.
     03 RKC-OLD-KEY       PIC X(16).
     03 FILLER            PIC X.
     03 RKC-OLD-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 RKC-NEW-KEY       PIC X(16).
     03 FILLER            PIC X.
     03 RKC-NEW-DATE      PIC X(8).
     03 FILLER            PIC X.
     03 RKC-RECORDS       PIC 9(7).
     03 FILLER            PIC X.
     03 RKC-OPERATOR      PIC X(16).
     03 FILLER            PIC X.
     03 RKC-FILE          PIC X(200).

 WORKING-STORAGE SECTION.
 01  WS-PROG-NAME     PIC X(16)   VALUE "COBDESREKEY 1.00".
 01  LIST-FILE-NAME   PIC X(200)  VALUE SPACES.
 01  ENC-FILE-NAME    PIC X(200)  VALUE SPACES.
 01  NEW-FILE-NAME    PIC X(200)  VALUE SPACES.
 01  KEYSTORE-FILE-NAME-WS PIC X(64) VALUE SPACES.
 01  REKEY-CAT-NAME   PIC X(64)   VALUE SPACES.
 01  LST-FS           PIC XX      VALUE ZEROS.
 01  ENC-FS           PIC XX      VALUE ZEROS.
 01  NEW-FS           PIC XX      VALUE ZEROS.
 01  KS-FS            PIC XX      VALUE ZEROS.
 01  RKC-FS           PIC XX      VALUE ZEROS.

 01  ARG-NUMBER       PIC 9       VALUE ZERO.
 01  ARG-I            PIC 9       VALUE ZERO.
 01  ARG-VALS                     VALUE SPACES.
     03 ARG-VALUE     PIC X(200)  OCCURS 4.
 01  WS-MODE          PIC X(5)    VALUE SPACES.
     88 MODE-CHECK                VALUE "CHECK".
 01  WS-NEWKEY-ARG    PIC X(16)   VALUE SPACES.
 01  WS-CHECK-KEY     PIC X(16)   VALUE SPACES.
 01  WS-AUDIT-NAME    PIC X(64)   VALUE SPACES.
 01  WS-OPERATOR      PIC X(16)   VALUE SPACES.
 01  WS-TODAY         PIC 9(8)    VALUE ZERO.
 01  WS-NOW           PIC 9(8)    VALUE ZERO.

*> per-file state
 01  WS-VERDICT       PIC X(10)   VALUE SPACES.
 01  WS-REASON        PIC X(50)   VALUE SPACES.
 01  WS-OLD-KEY       PIC X(16)   VALUE SPACES.
 01  WS-NEW-KEY       PIC X(16)   VALUE SPACES.
 01  WS-FILE-DATE     PIC X(8)    VALUE SPACES.
 01  WS-ORG-TAIL      PIC X(15)   VALUE SPACES.
 01  WS-CHAIN         PIC 9       VALUE ZERO.
 01  WS-OLD-IV-HEX    PIC X(32)   VALUE SPACES.
 01  WS-IV-HEX        PIC X(32)   VALUE SPACES.
 01  WS-OLD-TRAILER   PIC X(32)   VALUE SPACES.
 01  WS-NEW-TRAILER   PIC X(32)   VALUE SPACES.
 01  WS-HAVE-TRAILER  PIC 9       VALUE ZERO.
 01  WS-BAD-SW        PIC 9       VALUE ZERO.
 01  WS-OLD-LIVE      PIC 9       VALUE ZERO.
 01  WS-PROVED        PIC 9       VALUE ZERO.
 01  WS-OLD-SEEN      PIC 9       VALUE ZERO.
 01  WS-REC-COUNT     PIC 9(7)    VALUE ZERO.
 01  WS-NEW-COUNT     PIC 9(7)    VALUE ZERO.
 01  WS-VER-COUNT     PIC 9(7)    VALUE ZERO.
 01  WS-TOK-P         PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-TALLY         PIC 9(4) COMP-5 VALUE ZERO.

*> record work - ciphertext and the plaintext between the two keys
*> live here and nowhere else; WS-PLAIN is wiped after every file
 01  WS-REC-LEN       PIC 9(4)    VALUE ZERO.
 01  WS-PAD-LEN       PIC 9(4)    VALUE ZERO.
 01  WS-BLK-LEN       PIC 9(2)    VALUE 8.
 01  WS-OFF           PIC 9(4)    VALUE ZERO.
 01  WS-CIPHER        PIC X(4096) VALUE LOW-VALUES.
 01  WS-PLAIN         PIC X(4096) VALUE LOW-VALUES.

*> check-value folds: old ciphertext, new ciphertext, the plaintext
*> going in, and the new file's ciphertext and plaintext on verify
 01  OLD-FOLD         PIC X(16)   VALUE LOW-VALUES.
 01  NEW-FOLD         PIC X(16)   VALUE LOW-VALUES.
 01  PLN-FOLD         PIC X(16)   VALUE LOW-VALUES.
 01  VER-FOLD         PIC X(16)   VALUE LOW-VALUES.
 01  VER-PLN-FOLD     PIC X(16)   VALUE LOW-VALUES.
 01  FOLD-ACC         PIC X(16)   VALUE LOW-VALUES.
 01  FOLD-SRC         PIC X(4096) VALUE LOW-VALUES.
 01  CHK-BX           PIC 9(4) COMP-5 VALUE ZERO.
 01  CHK-FX           PIC 9(4) COMP-5 VALUE ZERO.
 01  CHK-XA           PIC X       VALUE LOW-VALUE.
 01  CHK-XB           PIC X       VALUE LOW-VALUE.

*> byte-level read of the system random device for the new IV
 01  RND-FILE-NAME    PIC X(32)   VALUE "/dev/urandom".
 01  RND-HANDLE       PIC X(4)    COMP-X VALUE ZERO.
 01  RND-OFFSET       PIC X(8)    COMP-X VALUE ZERO.
 01  RND-COUNT        PIC X(4)    COMP-X VALUE 16.
 01  RND-FLAGS        PIC X      COMP-X VALUE ZERO.
 01  RND-ACCESS       PIC X      COMP-X VALUE 1.
 01  RND-BUFF         PIC X(16)   VALUE LOW-VALUES.
 01  RND-OK-SW        PIC 9       VALUE ZERO.
 01  WS-CLOCK         PIC X(21)   VALUE SPACES.
 01  WS-NEW-IV        PIC X(16)   VALUE LOW-VALUES.

*> hex conversion scratch
 01  HEX-DIGITS       PIC X(16)   VALUE "0123456789ABCDEF".
 01  HX-I             PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-J             PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-V             PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-H             PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-L             PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-LEN           PIC 9(4)  COMP-5 VALUE ZERO.
 01  HX-BIN           PIC X(4096) VALUE SPACES.
 01  WS-HEX           PIC X(8250) VALUE SPACES.

*> totals
 01  TOT-REKEYED      PIC 9(4)    VALUE ZERO.
 01  TOT-CURRENT      PIC 9(4)    VALUE ZERO.
 01  TOT-BAD          PIC 9(4)    VALUE ZERO.
 01  TOT-MOVED        PIC 9(4)    VALUE ZERO.

*> two COBDES parameter areas, fields per the COBDES-LNK layout: the
*> old key's and the new key's, each carrying its own CBC chain
 01  OLD-PARMS.
     02 DF            PIC 9       VALUE ZERO.
     02 PW            PIC X(8)    VALUE SPACES.
     02 DATA-BUFF     PIC X(8)    VALUE SPACES.
     02 ALGO          PIC 9       VALUE 0.
        88 ALGO-IS-AES            VALUE 1.
     02 CHAIN-MODE    PIC 9       VALUE 0.
     02 IV-BUFF       PIC X(16)   VALUE LOW-VALUES.
     02 AES-KEY       PIC X(16)   VALUE SPACES.
     02 AES-BUFF      PIC X(16)   VALUE SPACES.
     02 AUDIT-FILE-NAME PIC X(64) VALUE SPACES.
     02 AUDIT-ON-FLAG PIC 9       VALUE 0.
     02 PW-MIN-LEN    PIC 9(2)    VALUE 0.
     02 COBDES-STATUS PIC XX      VALUE "00".
        88 COBDES-OK              VALUE "00".
     02 KEY-NAME      PIC X(16)   VALUE SPACES.
 01  NEW-PARMS.
     02 DF            PIC 9       VALUE ZERO.
     02 PW            PIC X(8)    VALUE SPACES.
     02 DATA-BUFF     PIC X(8)    VALUE SPACES.
     02 ALGO          PIC 9       VALUE 0.
        88 ALGO-IS-AES            VALUE 1.
     02 CHAIN-MODE    PIC 9       VALUE 0.
     02 IV-BUFF       PIC X(16)   VALUE LOW-VALUES.
     02 AES-KEY       PIC X(16)   VALUE SPACES.
     02 AES-BUFF      PIC X(16)   VALUE SPACES.
     02 AUDIT-FILE-NAME PIC X(64) VALUE SPACES.
     02 AUDIT-ON-FLAG PIC 9       VALUE 0.
     02 PW-MIN-LEN    PIC 9(2)    VALUE 0.
     02 COBDES-STATUS PIC XX      VALUE "00".
        88 COBDES-OK              VALUE "00".
     02 KEY-NAME      PIC X(16)   VALUE SPACES.
*> COBDES-RETIRED request area, per the COBDES-ASOF layout
 01  ASOF-PARMS.
     02 ASOF-DATE     PIC X(8)    VALUE SPACES.
 01  CHK-SAVE-CHAIN   PIC 9       VALUE ZERO.
 01  CHK-SAVE-IV      PIC X(16)   VALUE LOW-VALUES.

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
       DISPLAY "COBDESREKEY: " FUNCTION TRIM(EP-TEXT)
       STOP RUN RETURNING 16
    END-IF

    DISPLAY WS-PROG-NAME " - re-key archived files off a retired key"
    ACCEPT ARG-NUMBER FROM ARGUMENT-NUMBER
    IF ARG-NUMBER = ZERO OR ARG-NUMBER > 4
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
    PERFORM VARYING ARG-I FROM 1 BY 1 UNTIL ARG-I > ARG-NUMBER
       ACCEPT ARG-VALUE(ARG-I) FROM ARGUMENT-VALUE
    END-PERFORM

    IF FUNCTION UPPER-CASE(ARG-VALUE(1)) = "CHECK"
       SET MODE-CHECK TO TRUE
       MOVE ARG-VALUE(2) TO LIST-FILE-NAME
       MOVE FUNCTION UPPER-CASE(ARG-VALUE(3)(1:16)) TO WS-CHECK-KEY
       IF LIST-FILE-NAME = SPACES OR WS-CHECK-KEY = SPACES
          PERFORM SHOW-USAGE
          STOP RUN RETURNING 16
       END-IF
    ELSE
       MOVE ARG-VALUE(1) TO LIST-FILE-NAME
       PERFORM VARYING ARG-I FROM 2 BY 1 UNTIL ARG-I > ARG-NUMBER
          EVALUATE TRUE
             WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:7))
                  = "NEWKEY="
                MOVE FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(8:16))
                  TO WS-NEWKEY-ARG
             WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:6))
                  = "AUDIT="
                MOVE ARG-VALUE(ARG-I)(7:64) TO WS-AUDIT-NAME
             WHEN OTHER
                DISPLAY "COBDESREKEY: unknown argument "
                        FUNCTION TRIM(ARG-VALUE(ARG-I))
                PERFORM SHOW-USAGE
                STOP RUN RETURNING 16
          END-EVALUATE
       END-PERFORM
    END-IF

    ACCEPT KEYSTORE-FILE-NAME-WS FROM ENVIRONMENT "COBDES_KEYSTORE"
    END-ACCEPT
    IF KEYSTORE-FILE-NAME-WS = SPACES
       MOVE "COBDES.KEYS" TO KEYSTORE-FILE-NAME-WS
    END-IF
    ACCEPT REKEY-CAT-NAME FROM ENVIRONMENT "COBDES_REKEY"
    END-ACCEPT
    IF REKEY-CAT-NAME = SPACES
       MOVE "COBDES.REKEY" TO REKEY-CAT-NAME
    END-IF
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
    END-ACCEPT
    IF WS-OPERATOR = SPACES
       MOVE "BATCH" TO WS-OPERATOR
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    IF WS-AUDIT-NAME NOT = SPACES
       MOVE WS-AUDIT-NAME TO AUDIT-FILE-NAME OF OLD-PARMS
                             AUDIT-FILE-NAME OF NEW-PARMS
       MOVE 1 TO AUDIT-ON-FLAG OF OLD-PARMS
                 AUDIT-ON-FLAG OF NEW-PARMS
    END-IF

    OPEN INPUT LIST-FILE
    IF LST-FS NOT = "00"
       DISPLAY "COBDESREKEY: cannot open list "
               LIST-FILE-NAME(1:40)
       STOP RUN RETURNING 16
    END-IF
    PERFORM UNTIL LST-FS NOT = "00"
       READ LIST-FILE
          NOT AT END
             IF LIST-REC NOT = SPACES
                AND LIST-REC(1:1) NOT = "*"
                MOVE LIST-REC TO ENC-FILE-NAME
                IF MODE-CHECK
                   PERFORM CHECK-ONE-FILE
                ELSE
                   PERFORM REKEY-ONE-FILE
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE LIST-FILE

    DISPLAY " "
    IF MODE-CHECK
       PERFORM CHECK-CATALOG
       DISPLAY "Check totals: still need " FUNCTION TRIM(WS-CHECK-KEY)
               " " TOT-BAD "  moved off it (catalog) " TOT-MOVED
       IF TOT-BAD > ZERO
          DISPLAY "COBDESREKEY: the retired key is still needed -"
                  " do not destroy it"
          STOP RUN RETURNING 4
       END-IF
       DISPLAY "COBDESREKEY: no listed file needs the retired "
               FUNCTION TRIM(WS-CHECK-KEY) " key"
       STOP RUN
    END-IF
    DISPLAY "Re-key totals: re-keyed " TOT-REKEYED "  current "
            TOT-CURRENT "  not re-keyed " TOT-BAD
    IF TOT-BAD > ZERO
       STOP RUN RETURNING 4
    END-IF
    STOP RUN.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------
    DISPLAY " "
    DISPLAY "Usage: cobdesrekey <list-file> [NEWKEY=<name>]"
    DISPLAY "                   [AUDIT=<audit-log>]"
    DISPLAY "       cobdesrekey CHECK <list-file> <key-name>"
    DISPLAY "Keystore: COBDES_KEYSTORE env var, or COBDES.KEYS;"
    DISPLAY "catalog:  COBDES_REKEY env var, or COBDES.REKEY"
    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-ONE-FILE SECTION.
*>----------------------------------------------------------------------
*> prove the old key, re-key into <file>.RKY, verify, replace, and
*> catalog - any failure leaves the original exactly as it was

    MOVE "REKEYED" TO WS-VERDICT
    MOVE SPACES TO WS-REASON
    MOVE SPACES TO NEW-FILE-NAME
    STRING FUNCTION TRIM(ENC-FILE-NAME) DELIMITED BY SIZE
           ".RKY"                       DELIMITED BY SIZE
      INTO NEW-FILE-NAME
    PERFORM READ-HEADER
    IF WS-VERDICT NOT = "REKEYED"
       GO TO REKEY-REPORT
    END-IF
    IF WS-OLD-KEY = SPACES
       MOVE "SKIPPED" TO WS-VERDICT
       MOVE "no KEY= in the header - not a keystore file"
         TO WS-REASON
       GO TO REKEY-REPORT
    END-IF
    MOVE WS-OLD-KEY TO WS-NEW-KEY
    IF WS-NEWKEY-ARG NOT = SPACES
       MOVE WS-NEWKEY-ARG TO WS-NEW-KEY
    END-IF
    PERFORM CHECK-KEYSTORE
    IF WS-OLD-SEEN = ZERO
       MOVE "FAILED" TO WS-VERDICT
       MOVE "key name not in the keystore" TO WS-REASON
       GO TO REKEY-REPORT
    END-IF

    PERFORM SCAN-OLD-FILE
    IF WS-VERDICT NOT = "REKEYED"
       GO TO REKEY-REPORT
    END-IF
    PERFORM FIND-OLD-KEY
    IF WS-VERDICT NOT = "REKEYED"
       GO TO REKEY-REPORT
    END-IF
    IF WS-OLD-LIVE = 1 AND WS-NEW-KEY = WS-OLD-KEY
       MOVE "CURRENT" TO WS-VERDICT
       MOVE "made under the active key - nothing to do"
         TO WS-REASON
       GO TO REKEY-REPORT
    END-IF
    PERFORM WRITE-NEW-FILE
    IF WS-VERDICT NOT = "REKEYED"
       CALL "CBL_DELETE_FILE" USING NEW-FILE-NAME
       GO TO REKEY-REPORT
    END-IF
    PERFORM VERIFY-NEW-FILE
    IF WS-VERDICT NOT = "REKEYED"
       CALL "CBL_DELETE_FILE" USING NEW-FILE-NAME
       GO TO REKEY-REPORT
    END-IF
    PERFORM REPLACE-OLD-FILE
    IF WS-VERDICT NOT = "REKEYED"
       GO TO REKEY-REPORT
    END-IF
    PERFORM WRITE-CATALOG

    .
 REKEY-REPORT.
    MOVE LOW-VALUES TO WS-PLAIN PLN-FOLD VER-PLN-FOLD
    EVALUATE WS-VERDICT
       WHEN "REKEYED"  ADD 1 TO TOT-REKEYED
                       STRING "to " DELIMITED BY SIZE
                              WS-NEW-KEY DELIMITED BY SPACE
                              ", " DELIMITED BY SIZE
                              WS-REC-COUNT DELIMITED BY SIZE
                              " records" DELIMITED BY SIZE
                         INTO WS-REASON
       WHEN "CURRENT"  ADD 1 TO TOT-CURRENT
       WHEN OTHER      ADD 1 TO TOT-BAD
    END-EVALUATE
    DISPLAY WS-VERDICT " " FUNCTION TRIM(ENC-FILE-NAME)
            "  (" FUNCTION TRIM(WS-REASON) ")"
    .
 REKEY-ONE-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-HEADER SECTION.
*>----------------------------------------------------------------------
*> the COBDESF1 header: algorithm, chaining, IV, ORG/LEN tail, KEY=
*> and DATE= - the file is closed again afterwards

    MOVE SPACES TO WS-OLD-KEY WS-FILE-DATE WS-ORG-TAIL WS-OLD-IV-HEX
    OPEN INPUT ENC-FILE
    IF ENC-FS NOT = "00"
       MOVE "FAILED" TO WS-VERDICT
       MOVE "file cannot be opened" TO WS-REASON
       GO TO READ-HEADER-EX
    END-IF
    READ ENC-FILE
       AT END
          MOVE "FAILED" TO WS-VERDICT
          MOVE "file is empty" TO WS-REASON
          CLOSE ENC-FILE
          GO TO READ-HEADER-EX
    END-READ
    CLOSE ENC-FILE
    IF ENC-REC(1:8) NOT = "COBDESF1"
       MOVE "FAILED" TO WS-VERDICT
       MOVE "no COBDESF1 header" TO WS-REASON
       GO TO READ-HEADER-EX
    END-IF
    IF (ENC-REC(15:1) NOT = "0" AND NOT = "1")
       OR (ENC-REC(23:1) NOT = "0" AND NOT = "1")
       MOVE "FAILED" TO WS-VERDICT
       MOVE "header algorithm/chaining unreadable" TO WS-REASON
       GO TO READ-HEADER-EX
    END-IF
    MOVE ENC-REC(15:1) TO ALGO OF OLD-PARMS
    MOVE ENC-REC(15:1) TO ALGO OF NEW-PARMS
    MOVE ENC-REC(23:1) TO CHAIN-MODE OF OLD-PARMS
    MOVE ENC-REC(23:1) TO CHAIN-MODE OF NEW-PARMS
    MOVE ENC-REC(23:1) TO WS-CHAIN
    MOVE ENC-REC(28:32) TO WS-OLD-IV-HEX
    IF ALGO-IS-AES OF OLD-PARMS
       MOVE 16 TO WS-BLK-LEN
    ELSE
       MOVE 8 TO WS-BLK-LEN
    END-IF
    MOVE ZERO TO WS-TALLY
    INSPECT ENC-REC TALLYING WS-TALLY FOR ALL " KDF="
    IF WS-TALLY > ZERO
       MOVE "SKIPPED" TO WS-VERDICT
       MOVE "KDF passphrase file - not a keystore file"
         TO WS-REASON
       GO TO READ-HEADER-EX
    END-IF
    MOVE ZERO TO WS-TALLY
    INSPECT ENC-REC TALLYING WS-TALLY FOR ALL " ORG=R"
    IF WS-TALLY > ZERO
       MOVE ZERO TO WS-TOK-P
       INSPECT ENC-REC TALLYING WS-TOK-P
               FOR CHARACTERS BEFORE INITIAL " ORG=R"
       ADD 1 TO WS-TOK-P
       MOVE ENC-REC(WS-TOK-P:15) TO WS-ORG-TAIL
    END-IF
    MOVE ZERO TO WS-TALLY
    INSPECT ENC-REC TALLYING WS-TALLY FOR ALL " KEY="
    IF WS-TALLY > ZERO
       MOVE ZERO TO WS-TOK-P
       INSPECT ENC-REC TALLYING WS-TOK-P
               FOR CHARACTERS BEFORE INITIAL " KEY="
       COMPUTE WS-TOK-P = WS-TOK-P + 6
       UNSTRING ENC-REC(WS-TOK-P:17) DELIMITED BY ALL " "
                INTO WS-OLD-KEY
    END-IF
    MOVE ZERO TO WS-TALLY
    INSPECT ENC-REC TALLYING WS-TALLY FOR ALL " DATE="
    IF WS-TALLY > ZERO
       MOVE ZERO TO WS-TOK-P
       INSPECT ENC-REC TALLYING WS-TOK-P
               FOR CHARACTERS BEFORE INITIAL " DATE="
       COMPUTE WS-TOK-P = WS-TOK-P + 7
       MOVE ENC-REC(WS-TOK-P:8) TO WS-FILE-DATE
    END-IF
    .
 READ-HEADER-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-KEYSTORE SECTION.
*>----------------------------------------------------------------------
*> names read straight off the store, the way the sweep reads them -
*> a format-2 first record is just skipped, the material stays shut

    MOVE ZERO TO WS-OLD-SEEN
    OPEN INPUT KEYSTORE
    IF KS-FS NOT = "00"
       GO TO CHECK-KEYSTORE-EX
    END-IF
    PERFORM UNTIL KS-FS NOT = "00"
       READ KEYSTORE
          NOT AT END
             IF KEYSTORE-REC(1:8) NOT = "COBDESK2"
                AND KSR-NAME = WS-OLD-KEY
                MOVE 1 TO WS-OLD-SEEN
             END-IF
       END-READ
    END-PERFORM
    CLOSE KEYSTORE
    .
 CHECK-KEYSTORE-EX.
    EXIT.

*>----------------------------------------------------------------------
 SCAN-OLD-FILE SECTION.
*>----------------------------------------------------------------------
*> first pass, ciphertext only: structure of every record, the fold
*> for the check value, and the trailer itself

    MOVE ZERO TO WS-REC-COUNT WS-HAVE-TRAILER
    MOVE SPACES TO WS-OLD-TRAILER
    MOVE LOW-VALUES TO OLD-FOLD
    OPEN INPUT ENC-FILE
    READ ENC-FILE
    PERFORM UNTIL ENC-FS NOT = "00"
       READ ENC-FILE
          NOT AT END
             IF ENC-REC(1:8) = "COBDESMC"
                MOVE 1 TO WS-HAVE-TRAILER
                MOVE ENC-REC(14:32) TO WS-OLD-TRAILER
             ELSE
                ADD 1 TO WS-REC-COUNT
                PERFORM DECODE-RECORD
                IF WS-BAD-SW = 1
                   CLOSE ENC-FILE
                   GO TO SCAN-OLD-FILE-EX
                END-IF
                MOVE OLD-FOLD TO FOLD-ACC
                MOVE WS-CIPHER(1:WS-PAD-LEN) TO FOLD-SRC
                PERFORM FOLD-BYTES
                MOVE FOLD-ACC TO OLD-FOLD
             END-IF
       END-READ
    END-PERFORM
    CLOSE ENC-FILE
    IF WS-HAVE-TRAILER = ZERO
       MOVE "FAILED" TO WS-VERDICT
       MOVE "no COBDESMC trailer - the old key cannot be proved"
         TO WS-REASON
    END-IF
    .
 SCAN-OLD-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 FIND-OLD-KEY SECTION.
*>----------------------------------------------------------------------
*> which record of the header's key name made the file: today's
*> active one (the file is current - a ROTATE can leave old and new
*> records both covering the file's date, so dates alone cannot
*> say), else the retired one in force on the file's date

    MOVE 1 TO WS-OLD-LIVE
    PERFORM PROVE-OLD-KEY
    IF WS-PROVED = 1
       GO TO FIND-OLD-KEY-EX
    END-IF
    MOVE ZERO TO WS-OLD-LIVE
    PERFORM PROVE-OLD-KEY
    IF WS-PROVED = ZERO
       MOVE "FAILED" TO WS-VERDICT
    END-IF
    .
 FIND-OLD-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 PROVE-OLD-KEY SECTION.
*>----------------------------------------------------------------------
*> the old ciphertext fold enciphered one block (ECB) under the
*> candidate key must give the trailer back - nothing is deciphered
*> under a key that has not first proved itself

    MOVE ZERO TO WS-PROVED
    MOVE ZERO TO DF OF OLD-PARMS
    MOVE ZERO TO CHAIN-MODE OF OLD-PARMS
    MOVE WS-OLD-KEY TO KEY-NAME OF OLD-PARMS
    MOVE WS-FILE-DATE TO ASOF-DATE
    IF ALGO-IS-AES OF OLD-PARMS
       MOVE OLD-FOLD TO AES-BUFF OF OLD-PARMS
    ELSE
       MOVE OLD-FOLD(1:8) TO DATA-BUFF OF OLD-PARMS
    END-IF
    PERFORM OLD-KEY-CALL
    IF NOT COBDES-OK OF OLD-PARMS
       MOVE SPACES TO WS-REASON
       STRING "old key not resolvable, COBDES status "
                                 DELIMITED BY SIZE
              COBDES-STATUS OF OLD-PARMS DELIMITED BY SIZE
         INTO WS-REASON
       GO TO PROVE-OLD-KEY-EX
    END-IF
    IF ALGO-IS-AES OF OLD-PARMS
       MOVE AES-BUFF OF OLD-PARMS TO HX-BIN(1:16)
       MOVE 16 TO HX-LEN
    ELSE
       MOVE DATA-BUFF OF OLD-PARMS TO HX-BIN(1:8)
       MOVE 8 TO HX-LEN
    END-IF
    PERFORM BIN-TO-HEX
    COMPUTE HX-J = HX-LEN * 2
    IF WS-HEX(1:HX-J) = WS-OLD-TRAILER(1:HX-J)
       MOVE 1 TO WS-PROVED
       MOVE SPACES TO WS-REASON
    ELSE
       MOVE "check value mismatch under every key of the name"
         TO WS-REASON
    END-IF
    .
 PROVE-OLD-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 OLD-KEY-CALL SECTION.
*>----------------------------------------------------------------------
*> one block under the old key: the retired record in force on the
*> file's date, or today's active key when it is still live
    IF WS-OLD-LIVE = 1
       CALL "COBDES" USING OLD-PARMS
    ELSE
       CALL "COBDES-RETIRED" USING OLD-PARMS ASOF-PARMS
    END-IF
    .
 OLD-KEY-CALL-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-NEW-FILE SECTION.
*>----------------------------------------------------------------------
*> second pass: each record deciphered under the old key and
*> re-enciphered under the new one, in storage, into <file>.RKY

    MOVE ZERO TO WS-NEW-COUNT
    MOVE LOW-VALUES TO NEW-FOLD PLN-FOLD
    MOVE WS-NEW-KEY TO KEY-NAME OF NEW-PARMS
    MOVE WS-OLD-IV-HEX TO WS-HEX(1:32)
    MOVE 16 TO HX-LEN
    PERFORM HEX-TO-BIN
    MOVE HX-BIN(1:16) TO IV-BUFF OF OLD-PARMS
    MOVE WS-CHAIN TO CHAIN-MODE OF OLD-PARMS
    MOVE WS-CHAIN TO CHAIN-MODE OF NEW-PARMS
    PERFORM GET-RANDOM-IV
    MOVE WS-NEW-IV TO IV-BUFF OF NEW-PARMS
    MOVE WS-NEW-IV TO HX-BIN(1:16)
    MOVE 16 TO HX-LEN
    PERFORM BIN-TO-HEX
    MOVE WS-HEX(1:32) TO WS-IV-HEX

    OPEN INPUT ENC-FILE
    OPEN OUTPUT NEW-FILE
    IF NEW-FS NOT = "00"
       CLOSE ENC-FILE
       MOVE "FAILED" TO WS-VERDICT
       MOVE "cannot write the .RKY work file" TO WS-REASON
       GO TO WRITE-NEW-FILE-EX
    END-IF
    READ ENC-FILE
    MOVE SPACES TO NEW-REC
    STRING "COBDESF1 ALGO=" DELIMITED BY SIZE
           ALGO OF NEW-PARMS DELIMITED BY SIZE
           " CHAIN="        DELIMITED BY SIZE
           CHAIN-MODE OF NEW-PARMS DELIMITED BY SIZE
           " IV="           DELIMITED BY SIZE
           WS-IV-HEX        DELIMITED BY SIZE
           WS-ORG-TAIL      DELIMITED BY "  "
           " KEY="          DELIMITED BY SIZE
           WS-NEW-KEY       DELIMITED BY SPACE
           " DATE="         DELIMITED BY SIZE
           WS-TODAY         DELIMITED BY SIZE
      INTO NEW-REC
    WRITE NEW-REC

    PERFORM UNTIL ENC-FS NOT = "00"
       READ ENC-FILE
          NOT AT END
             IF ENC-REC(1:8) NOT = "COBDESMC"
                PERFORM REKEY-ONE-RECORD
                IF WS-VERDICT NOT = "REKEYED"
                   CLOSE ENC-FILE NEW-FILE
                   GO TO WRITE-NEW-FILE-EX
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ENC-FILE

*> the new trailer: the new ciphertext fold, one ECB block under
*> the new key
    MOVE CHAIN-MODE OF NEW-PARMS TO CHK-SAVE-CHAIN
    MOVE IV-BUFF OF NEW-PARMS TO CHK-SAVE-IV
    MOVE ZERO TO CHAIN-MODE OF NEW-PARMS
    MOVE ZERO TO DF OF NEW-PARMS
    IF ALGO-IS-AES OF NEW-PARMS
       MOVE NEW-FOLD TO AES-BUFF OF NEW-PARMS
       CALL "COBDES" USING NEW-PARMS
       MOVE AES-BUFF OF NEW-PARMS TO HX-BIN(1:16)
       MOVE 16 TO HX-LEN
    ELSE
       MOVE NEW-FOLD(1:8) TO DATA-BUFF OF NEW-PARMS
       CALL "COBDES" USING NEW-PARMS
       MOVE DATA-BUFF OF NEW-PARMS TO HX-BIN(1:8)
       MOVE 8 TO HX-LEN
    END-IF
    MOVE CHK-SAVE-CHAIN TO CHAIN-MODE OF NEW-PARMS
    MOVE CHK-SAVE-IV TO IV-BUFF OF NEW-PARMS
    PERFORM BIN-TO-HEX
    MOVE WS-HEX(1:32) TO WS-NEW-TRAILER
    MOVE SPACES TO NEW-REC
    STRING "COBDESMC CHK=" DELIMITED BY SIZE
           WS-HEX(1:32)    DELIMITED BY SIZE
      INTO NEW-REC
    WRITE NEW-REC
    CLOSE NEW-FILE
    .
 WRITE-NEW-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-ONE-RECORD SECTION.
*>----------------------------------------------------------------------

    PERFORM DECODE-RECORD
    IF WS-BAD-SW = 1
       MOVE "FAILED" TO WS-VERDICT
       GO TO REKEY-ONE-RECORD-EX
    END-IF
*> decipher under the old key
    MOVE 1 TO DF OF OLD-PARMS
    MOVE 1 TO WS-OFF
    PERFORM UNTIL WS-OFF > WS-PAD-LEN
       IF ALGO-IS-AES OF OLD-PARMS
          MOVE WS-CIPHER(WS-OFF:16) TO AES-BUFF OF OLD-PARMS
          PERFORM OLD-KEY-CALL
          MOVE AES-BUFF OF OLD-PARMS TO WS-PLAIN(WS-OFF:16)
       ELSE
          MOVE WS-CIPHER(WS-OFF:8) TO DATA-BUFF OF OLD-PARMS
          PERFORM OLD-KEY-CALL
          MOVE DATA-BUFF OF OLD-PARMS TO WS-PLAIN(WS-OFF:8)
       END-IF
       IF NOT COBDES-OK OF OLD-PARMS
          MOVE "FAILED" TO WS-VERDICT
          STRING "old key COBDES status " DELIMITED BY SIZE
                 COBDES-STATUS OF OLD-PARMS DELIMITED BY SIZE
            INTO WS-REASON
          GO TO REKEY-ONE-RECORD-EX
       END-IF
       ADD WS-BLK-LEN TO WS-OFF
    END-PERFORM
    MOVE PLN-FOLD TO FOLD-ACC
    MOVE WS-PLAIN(1:WS-PAD-LEN) TO FOLD-SRC
    PERFORM FOLD-BYTES
    MOVE FOLD-ACC TO PLN-FOLD

*> and straight back under the new one
    MOVE ZERO TO DF OF NEW-PARMS
    MOVE 1 TO WS-OFF
    PERFORM UNTIL WS-OFF > WS-PAD-LEN
       IF ALGO-IS-AES OF NEW-PARMS
          MOVE WS-PLAIN(WS-OFF:16) TO AES-BUFF OF NEW-PARMS
          CALL "COBDES" USING NEW-PARMS
          MOVE AES-BUFF OF NEW-PARMS TO WS-CIPHER(WS-OFF:16)
       ELSE
          MOVE WS-PLAIN(WS-OFF:8) TO DATA-BUFF OF NEW-PARMS
          CALL "COBDES" USING NEW-PARMS
          MOVE DATA-BUFF OF NEW-PARMS TO WS-CIPHER(WS-OFF:8)
       END-IF
       IF NOT COBDES-OK OF NEW-PARMS
          MOVE "FAILED" TO WS-VERDICT
          STRING "new key COBDES status " DELIMITED BY SIZE
                 COBDES-STATUS OF NEW-PARMS DELIMITED BY SIZE
            INTO WS-REASON
          GO TO REKEY-ONE-RECORD-EX
       END-IF
       ADD WS-BLK-LEN TO WS-OFF
    END-PERFORM
    MOVE NEW-FOLD TO FOLD-ACC
    MOVE WS-CIPHER(1:WS-PAD-LEN) TO FOLD-SRC
    PERFORM FOLD-BYTES
    MOVE FOLD-ACC TO NEW-FOLD

    MOVE WS-CIPHER(1:WS-PAD-LEN) TO HX-BIN(1:WS-PAD-LEN)
    MOVE WS-PAD-LEN TO HX-LEN
    PERFORM BIN-TO-HEX
    MOVE SPACES TO NEW-REC
    COMPUTE HX-J = WS-PAD-LEN * 2
    STRING WS-REC-LEN      DELIMITED BY SIZE
           "|"             DELIMITED BY SIZE
           WS-HEX(1:HX-J)  DELIMITED BY SIZE
      INTO NEW-REC
    WRITE NEW-REC
    ADD 1 TO WS-NEW-COUNT
    .
 REKEY-ONE-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 VERIFY-NEW-FILE SECTION.
*>----------------------------------------------------------------------
*> read the new file back as a restore would: header, every record
*> deciphered under the new key (in storage), the trailer recomputed
*> - and the recovered plaintext must fold to what went in

    MOVE ZERO TO WS-VER-COUNT
    MOVE LOW-VALUES TO VER-FOLD VER-PLN-FOLD
    MOVE WS-NEW-IV TO IV-BUFF OF NEW-PARMS
    MOVE WS-CHAIN TO CHAIN-MODE OF NEW-PARMS
    MOVE SPACES TO WS-OLD-TRAILER
    OPEN INPUT NEW-FILE
    IF NEW-FS NOT = "00"
       MOVE "FAILED" TO WS-VERDICT
       MOVE "verify: the .RKY work file cannot be read" TO WS-REASON
       GO TO VERIFY-NEW-FILE-EX
    END-IF
    READ NEW-FILE
    IF NEW-FS NOT = "00" OR NEW-REC(1:8) NOT = "COBDESF1"
       OR NEW-REC(28:32) NOT = WS-IV-HEX
       CLOSE NEW-FILE
       MOVE "FAILED" TO WS-VERDICT
       MOVE "verify: new header unreadable" TO WS-REASON
       GO TO VERIFY-NEW-FILE-EX
    END-IF
    PERFORM UNTIL NEW-FS NOT = "00"
       READ NEW-FILE
          NOT AT END
             IF NEW-REC(1:8) = "COBDESMC"
                MOVE NEW-REC(14:32) TO WS-OLD-TRAILER
             ELSE
                PERFORM VERIFY-ONE-RECORD
                IF WS-VERDICT NOT = "REKEYED"
                   CLOSE NEW-FILE
                   GO TO VERIFY-NEW-FILE-EX
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE NEW-FILE

    MOVE ZERO TO CHAIN-MODE OF NEW-PARMS
    MOVE ZERO TO DF OF NEW-PARMS
    IF ALGO-IS-AES OF NEW-PARMS
       MOVE VER-FOLD TO AES-BUFF OF NEW-PARMS
       CALL "COBDES" USING NEW-PARMS
       MOVE AES-BUFF OF NEW-PARMS TO HX-BIN(1:16)
       MOVE 16 TO HX-LEN
    ELSE
       MOVE VER-FOLD(1:8) TO DATA-BUFF OF NEW-PARMS
       CALL "COBDES" USING NEW-PARMS
       MOVE DATA-BUFF OF NEW-PARMS TO HX-BIN(1:8)
       MOVE 8 TO HX-LEN
    END-IF
    MOVE WS-CHAIN TO CHAIN-MODE OF NEW-PARMS
    PERFORM BIN-TO-HEX
    COMPUTE HX-J = HX-LEN * 2
    EVALUATE TRUE
       WHEN WS-OLD-TRAILER = SPACES
          MOVE "FAILED" TO WS-VERDICT
          MOVE "verify: new file has no trailer" TO WS-REASON
       WHEN WS-HEX(1:HX-J) NOT = WS-OLD-TRAILER(1:HX-J)
          MOVE "FAILED" TO WS-VERDICT
          MOVE "verify: check value mismatch" TO WS-REASON
       WHEN WS-VER-COUNT NOT = WS-REC-COUNT
          MOVE "FAILED" TO WS-VERDICT
          MOVE "verify: record count differs" TO WS-REASON
       WHEN VER-PLN-FOLD NOT = PLN-FOLD
          MOVE "FAILED" TO WS-VERDICT
          MOVE "verify: recovered data differs" TO WS-REASON
    END-EVALUATE
    .
 VERIFY-NEW-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 VERIFY-ONE-RECORD SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO WS-VER-COUNT
    MOVE NEW-REC TO ENC-REC
    PERFORM DECODE-RECORD
    IF WS-BAD-SW = 1
       MOVE "FAILED" TO WS-VERDICT
       MOVE "verify: new record structure unsound" TO WS-REASON
       GO TO VERIFY-ONE-RECORD-EX
    END-IF
    MOVE VER-FOLD TO FOLD-ACC
    MOVE WS-CIPHER(1:WS-PAD-LEN) TO FOLD-SRC
    PERFORM FOLD-BYTES
    MOVE FOLD-ACC TO VER-FOLD
    MOVE 1 TO DF OF NEW-PARMS
    MOVE 1 TO WS-OFF
    PERFORM UNTIL WS-OFF > WS-PAD-LEN
       IF ALGO-IS-AES OF NEW-PARMS
          MOVE WS-CIPHER(WS-OFF:16) TO AES-BUFF OF NEW-PARMS
          CALL "COBDES" USING NEW-PARMS
          MOVE AES-BUFF OF NEW-PARMS TO WS-PLAIN(WS-OFF:16)
       ELSE
          MOVE WS-CIPHER(WS-OFF:8) TO DATA-BUFF OF NEW-PARMS
          CALL "COBDES" USING NEW-PARMS
          MOVE DATA-BUFF OF NEW-PARMS TO WS-PLAIN(WS-OFF:8)
       END-IF
       ADD WS-BLK-LEN TO WS-OFF
    END-PERFORM
    MOVE VER-PLN-FOLD TO FOLD-ACC
    MOVE WS-PLAIN(1:WS-PAD-LEN) TO FOLD-SRC
    PERFORM FOLD-BYTES
    MOVE FOLD-ACC TO VER-PLN-FOLD
    .
 VERIFY-ONE-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPLACE-OLD-FILE SECTION.
*>----------------------------------------------------------------------
*> the verified .RKY file takes the old file's name; the old
*> ciphertext goes with the rename, so nothing is left under the
*> retired key

    CALL "CBL_RENAME_FILE" USING NEW-FILE-NAME ENC-FILE-NAME
    IF RETURN-CODE NOT = ZERO
       CALL "CBL_DELETE_FILE" USING ENC-FILE-NAME
       CALL "CBL_RENAME_FILE" USING NEW-FILE-NAME ENC-FILE-NAME
    END-IF
    IF RETURN-CODE NOT = ZERO
       MOVE "FAILED" TO WS-VERDICT
       MOVE "rename failed - verified copy left as .RKY"
         TO WS-REASON
    END-IF
    MOVE ZERO TO RETURN-CODE
    .
 REPLACE-OLD-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-CATALOG SECTION.
*>----------------------------------------------------------------------
*> one line per file moved - the evidence that the old key's last
*> file has gone over before the key is destroyed

    OPEN EXTEND REKEY-CAT
    IF RKC-FS NOT = "00" AND RKC-FS NOT = "05"
       OPEN OUTPUT REKEY-CAT
    END-IF
    IF RKC-FS NOT = "00" AND RKC-FS NOT = "05"
       DISPLAY "COBDESREKEY: cannot write the re-key catalog "
               FUNCTION TRIM(REKEY-CAT-NAME)
       MOVE "FAILED" TO WS-VERDICT
       MOVE "re-keyed, but NOT catalogued" TO WS-REASON
       GO TO WRITE-CATALOG-EX
    END-IF
    ACCEPT WS-NOW FROM TIME
    MOVE SPACES TO REKEY-CAT-REC
    MOVE WS-TODAY       TO RKC-RUN-DATE
    MOVE WS-NOW(1:6)    TO RKC-RUN-TIME
    MOVE WS-OLD-KEY     TO RKC-OLD-KEY
    MOVE WS-FILE-DATE   TO RKC-OLD-DATE
    MOVE WS-NEW-KEY     TO RKC-NEW-KEY
    MOVE WS-TODAY       TO RKC-NEW-DATE
    MOVE WS-REC-COUNT   TO RKC-RECORDS
    MOVE WS-OPERATOR    TO RKC-OPERATOR
    MOVE ENC-FILE-NAME  TO RKC-FILE
    WRITE REKEY-CAT-REC
    CLOSE REKEY-CAT
    .
 WRITE-CATALOG-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-ONE-FILE SECTION.
*>----------------------------------------------------------------------
*> CHECK: does this file still hang on a retired record of the key?

    MOVE "OK" TO WS-VERDICT
    MOVE SPACES TO WS-REASON
    PERFORM READ-HEADER
    IF WS-VERDICT = "FAILED"
       MOVE "UNREADABLE" TO WS-VERDICT
       ADD 1 TO TOT-BAD
       GO TO CHECK-REPORT
    END-IF
    IF WS-OLD-KEY NOT = WS-CHECK-KEY
       GO TO CHECK-ONE-FILE-EX
    END-IF
*>  only the active record giving back the file's check value clears
*>  it - a file that cannot be proved still counts against the key
    MOVE "REKEYED" TO WS-VERDICT
    PERFORM SCAN-OLD-FILE
    IF WS-VERDICT = "REKEYED"
       MOVE 1 TO WS-OLD-LIVE
       PERFORM PROVE-OLD-KEY
       IF WS-PROVED = 1
          MOVE "ACTIVE" TO WS-VERDICT
          MOVE "made under the active record" TO WS-REASON
          GO TO CHECK-REPORT
       END-IF
    END-IF
    MOVE "NEEDS-KEY" TO WS-VERDICT
    MOVE SPACES TO WS-REASON
    STRING "made " DELIMITED BY SIZE
           WS-FILE-DATE DELIMITED BY SIZE
           ", not under the active record" DELIMITED BY SIZE
      INTO WS-REASON
    ADD 1 TO TOT-BAD

    .
 CHECK-REPORT.
    DISPLAY WS-VERDICT " " FUNCTION TRIM(ENC-FILE-NAME)
            "  (" FUNCTION TRIM(WS-REASON) ")"
    .
 CHECK-ONE-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-CATALOG SECTION.
*>----------------------------------------------------------------------
*> the catalog's side of the evidence: every file moved off the key

    OPEN INPUT REKEY-CAT
    IF RKC-FS NOT = "00"
       DISPLAY "COBDESREKEY: no re-key catalog "
               FUNCTION TRIM(REKEY-CAT-NAME)
       GO TO CHECK-CATALOG-EX
    END-IF
    PERFORM UNTIL RKC-FS NOT = "00"
       READ REKEY-CAT
          NOT AT END
             IF RKC-OLD-KEY = WS-CHECK-KEY
                ADD 1 TO TOT-MOVED
                DISPLAY "MOVED      " FUNCTION TRIM(RKC-FILE)
                        "  (" RKC-OLD-DATE " -> "
                        FUNCTION TRIM(RKC-NEW-KEY) " " RKC-NEW-DATE
                        " on " RKC-RUN-DATE " by "
                        FUNCTION TRIM(RKC-OPERATOR) ")"
             END-IF
       END-READ
    END-PERFORM
    CLOSE REKEY-CAT
    .
 CHECK-CATALOG-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECODE-RECORD SECTION.
*>----------------------------------------------------------------------
*> ENC-REC llll|<hex> -> WS-REC-LEN, WS-PAD-LEN and the ciphertext in
*> WS-CIPHER; WS-BAD-SW set (with the reason) when it is unsound

    MOVE ZERO TO WS-BAD-SW
    IF ENC-REC(1:4) NOT NUMERIC OR ENC-REC(5:1) NOT = "|"
       MOVE 1 TO WS-BAD-SW
       MOVE "record prefix unreadable" TO WS-REASON
       GO TO DECODE-RECORD-EX
    END-IF
    MOVE ENC-REC(1:4) TO WS-REC-LEN
    IF WS-REC-LEN = ZERO OR WS-REC-LEN > 4096
       MOVE 1 TO WS-BAD-SW
       MOVE "record length out of range" TO WS-REASON
       GO TO DECODE-RECORD-EX
    END-IF
    PERFORM VARYING HX-I FROM 8250 BY -1
            UNTIL HX-I < 6 OR ENC-REC(HX-I:1) NOT = SPACE
       CONTINUE
    END-PERFORM
    COMPUTE HX-LEN = (HX-I - 5) / 2
    DIVIDE WS-REC-LEN BY WS-BLK-LEN
           GIVING WS-PAD-LEN REMAINDER WS-TALLY
    IF WS-TALLY > ZERO
       ADD 1 TO WS-PAD-LEN
    END-IF
    MULTIPLY WS-BLK-LEN BY WS-PAD-LEN
    IF HX-LEN NOT = WS-PAD-LEN OR (HX-I - 5) NOT = HX-LEN * 2
       MOVE 1 TO WS-BAD-SW
       MOVE "cipher length disagrees with record length"
         TO WS-REASON
       GO TO DECODE-RECORD-EX
    END-IF
    MOVE SPACES TO WS-HEX
    MOVE ENC-REC(6:8245) TO WS-HEX
    PERFORM HEX-TO-BIN
    IF WS-BAD-SW = 1
       MOVE "ciphertext is not clean hex" TO WS-REASON
       GO TO DECODE-RECORD-EX
    END-IF
    MOVE HX-BIN(1:WS-PAD-LEN) TO WS-CIPHER(1:WS-PAD-LEN)
    .
 DECODE-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 FOLD-BYTES SECTION.
*>----------------------------------------------------------------------
*> FOLD-SRC(1:WS-PAD-LEN) XOR-folded into FOLD-ACC, 16 bytes round -
*> the same running fold cobdescrypt builds its check value from

    MOVE 1 TO CHK-FX
    PERFORM VARYING CHK-BX FROM 1 BY 1 UNTIL CHK-BX > WS-PAD-LEN
       MOVE FOLD-ACC(CHK-FX:1) TO CHK-XA
       MOVE FOLD-SRC(CHK-BX:1) TO CHK-XB
       CALL "CBL_XOR" USING CHK-XB CHK-XA
                      BY VALUE LENGTH OF CHK-XA
       MOVE CHK-XA TO FOLD-ACC(CHK-FX:1)
       ADD 1 TO CHK-FX
       IF CHK-FX > 16
          MOVE 1 TO CHK-FX
       END-IF
    END-PERFORM
    .
 FOLD-BYTES-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-RANDOM-IV SECTION.
*>----------------------------------------------------------------------
*> 16 IV bytes off the system random device, as cobdescrypt draws
*> them; the clock only when the device cannot be opened

    MOVE ZERO TO RND-OK-SW
    MOVE ZERO TO RND-HANDLE
    CALL "CBL_OPEN_FILE" USING RND-FILE-NAME RND-ACCESS
                               RND-FLAGS RND-FLAGS RND-HANDLE
    IF RETURN-CODE = ZERO
       MOVE ZERO TO RND-OFFSET
       MOVE 16 TO RND-COUNT
       CALL "CBL_READ_FILE" USING RND-HANDLE RND-OFFSET
                                  RND-COUNT RND-FLAGS RND-BUFF
       IF RETURN-CODE = ZERO
          MOVE 1 TO RND-OK-SW
          MOVE RND-BUFF TO WS-NEW-IV
       END-IF
       CALL "CBL_CLOSE_FILE" USING RND-HANDLE
    END-IF
    IF RND-OK-SW = ZERO
       DISPLAY "COBDESREKEY: random device unavailable - clock IV"
               " fallback in use"
       MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
       MOVE WS-CLOCK(1:16) TO WS-NEW-IV
    END-IF
    MOVE ZERO TO RETURN-CODE
    .
 GET-RANDOM-IV-EX.
    EXIT.

*>----------------------------------------------------------------------
 BIN-TO-HEX SECTION.
*>----------------------------------------------------------------------
*> HX-BIN(1:HX-LEN) -> WS-HEX, two hex characters per byte.

    MOVE SPACES TO WS-HEX
    MOVE 1 TO HX-J
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > HX-LEN
       COMPUTE HX-V = FUNCTION ORD(HX-BIN(HX-I:1)) - 1
       COMPUTE HX-H = HX-V / 16
       COMPUTE HX-L = HX-V - (HX-H * 16)
       MOVE HEX-DIGITS(HX-H + 1:1) TO WS-HEX(HX-J:1)
       ADD 1 TO HX-J
       MOVE HEX-DIGITS(HX-L + 1:1) TO WS-HEX(HX-J:1)
       ADD 1 TO HX-J
    END-PERFORM
    .
 BIN-TO-HEX-EX.
    EXIT.

*>----------------------------------------------------------------------
 HEX-TO-BIN SECTION.
*>----------------------------------------------------------------------
*> WS-HEX(1:HX-LEN*2) -> HX-BIN(1:HX-LEN); a character that is not
*> a hex digit sets WS-BAD-SW.

    MOVE SPACES TO HX-BIN
    MOVE 1 TO HX-J
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > HX-LEN
       PERFORM HEX-NIBBLE
       COMPUTE HX-V = HX-H * 16
       PERFORM HEX-NIBBLE
       COMPUTE HX-V = HX-V + HX-H
       MOVE FUNCTION CHAR(HX-V + 1) TO HX-BIN(HX-I:1)
    END-PERFORM
    .
 HEX-TO-BIN-EX.
    EXIT.

*>----------------------------------------------------------------------
 HEX-NIBBLE SECTION.
*>----------------------------------------------------------------------
*> next hex character at WS-HEX(HX-J) -> value in HX-H.

    MOVE ZERO TO HX-H
    MOVE ZERO TO WS-TALLY
    PERFORM VARYING HX-L FROM 1 BY 1 UNTIL HX-L > 16
       IF WS-HEX(HX-J:1) = HEX-DIGITS(HX-L:1)
          COMPUTE HX-H = HX-L - 1
          MOVE 1 TO WS-TALLY
          MOVE 17 TO HX-L
       END-IF
    END-PERFORM
    IF WS-TALLY = ZERO
       MOVE 1 TO WS-BAD-SW
    END-IF
    ADD 1 TO HX-J
    .
 HEX-NIBBLE-EX.
    EXIT.
