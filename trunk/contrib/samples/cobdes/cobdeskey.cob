       >>source free
 IDENTIFICATION DIVISION.
 PROGRAM-ID. COBDESKEY.
*>**********************************************************************
*>                 cobdeskey RETIRE <name>
*>                 cobdeskey LIST
*>                 cobdeskey MIGRATE
*>                 cobdeskey DESTROY <name> [<eff>]
*>                 cobdeskey SPLIT   <n> <m>
*>               Dates are yyyymmdd.  ROTATE retires every active
*>               record of that name and adds the new one in a single
*>               run.  LIST never shows key material, only names,
*>               dates and status.  DESTROY removes retired records
*>               of the name (only the one effective <eff> when
*>               given) for good - an active record is never touched.
*>               Run cobdesrekey CHECK over the archive list first:
*>               it is the evidence that nothing still needs the key.
*>
*>               The keystore is held enciphered at rest (format 2,
*>               first record COBDESK2): every record's material is
*>               LIST alone works without the master (it never needs
*>               the material).
*>
*>               SPLIT puts the store under dual control: a fresh
*>               random master replaces the passphrase-derived one and
*>               is cut into <m> custodian components, any <n> of which
*>               rebuild it (2 <= n <= m <= 9).  Each component is shown
*>               once, to its own custodian, as k:<32 hex>:<4 hex
*>               check>.  From then on ADD, ROTATE, RETIRE and DESTROY
*>               need <n> custodians at the console in the same run,
*>               each giving their id and component.  The batch still
*>               opens the store unattended: the header carries the
*>               master wrapped under the COBDES_MASTER passphrase
*>               (WRAP=), which COBDES unwraps.  Re-running SPLIT with
*>               <n> current custodians is the custodian change - new
*>               components, new master, every record re-enciphered
*>               under it in the same run; COBDES_MASTER_NEW, when set,
*>               moves the wrap to a new passphrase at the same time.
*>               Custodians issued are kept in COBDES.CUST (or the
*>               COBDES_CUSTODIANS name); every component given, taken
*>               or refused is written to the COBDES audit log
*>               (COBDES.AUD, or COBDES_AUDIT) with CUSTODIAN= and
*>               ACTION=.
*>
*> Date-Written: 09.08.2026
*>**********************************************************************
*> Date       Change description
*> 09.08.2026 First version.
*> 02.09.2026 Keystore enciphered at rest under the COBDES_MASTER
*>            passphrase, per-record MACs, MIGRATE operation.
*> 15.10.2026 DESTROY operation for retired records, once cobdesrekey
*>            has moved the archive off them.
*> 15.10.2026 SPLIT operation - master held as n-of-m custodian
*>            components, wrapped for the batch under COBDES_MASTER;
*>            write operations on a split store take the custodians'
*>            components at the console; custodian audit lines.
*> 15.10.2026 ADD, ROTATE, RETIRE and DESTROY on a single-control
*>            store are written to the audit log as well.
*> 15.10.2026 Settings come from the active environment profile
*>            (ENVPROF) at start-up - no profile, no run.
*>**********************************************************************

 ENVIRONMENT DIVISION.
     SELECT KEYSTORE   ASSIGN DYNAMIC KEYSTORE-FILE-NAME-WS
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS KS-FS.
     SELECT CUSTODIANS ASSIGN DYNAMIC CUST-FILE-NAME-WS
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS CU-FS.
     SELECT AUDIT-LOG  ASSIGN DYNAMIC AUDIT-FILE-NAME-WS
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS AUD-FS.

 DATA DIVISION.
 FILE SECTION.
     03 FILLER            PIC X.
     03 KSR-MAC-HEX       PIC X(32).

*> the custodian register: one line per component issued
 FD  CUSTODIANS.
 01  CUSTODIAN-REC.
     03 CUR-INDEX         PIC 9.
     03 FILLER            PIC X.
     03 CUR-ID            PIC X(16).
     03 FILLER            PIC X.
     03 CUR-DATE          PIC X(8).

 FD  AUDIT-LOG.
 01  AUDIT-LOG-REC        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-PROG-NAME         PIC X(14)   VALUE "COBDESKEY 1.10".
 01  KEYSTORE-FILE-NAME-WS PIC X(64)  VALUE SPACES.
 01  KS-FS                PIC XX      VALUE ZEROS.

     88 OP-RETIRE                     VALUE "RETIRE".
     88 OP-LIST                       VALUE "LIST".
     88 OP-MIGRATE                    VALUE "MIGRAT".
     88 OP-DESTROY                    VALUE "DESTRO".
     88 OP-SPLIT                      VALUE "SPLIT".
 01  WS-NAME              PIC X(16)   VALUE SPACES.
 01  WS-KEY-HEX           PIC X(32)   VALUE SPACES.
 01  WS-EFF               PIC X(8)    VALUE SPACES.
     02 KDF-ITERATIONS PIC 9(6)   VALUE ZERO.
     02 KDF-KEY-OUT    PIC X(16)  VALUE LOW-VALUES.
 01  WS-MASTER-KEY    PIC X(16)   VALUE LOW-VALUES.
*> the key off the COBDES_MASTER passphrase - the master itself on
*> a store not yet split, the wrapping key on one that is
 01  WS-PASS-KEY      PIC X(16)   VALUE LOW-VALUES.
 01  WS-PASS-READY    PIC 9       VALUE ZERO.

*> dual control - header WRAP=<hex> SPLIT=n/m on a split store
 01  WS-SPLIT-SW      PIC 9       VALUE ZERO.
 01  WS-SPLIT-N       PIC 9       VALUE ZERO.
 01  WS-SPLIT-M       PIC 9       VALUE ZERO.
 01  WS-WRAP-HEX      PIC X(32)   VALUE SPACES.
 01  WS-NEW-N         PIC 9       VALUE ZERO.
 01  WS-NEW-M         PIC 9       VALUE ZERO.
 01  WS-NEW-MASTER    PIC X(16)   VALUE LOW-VALUES.

 01  CUST-FILE-NAME-WS PIC X(64)  VALUE SPACES.
 01  CU-FS            PIC XX      VALUE ZEROS.
 01  AUDIT-FILE-NAME-WS PIC X(64) VALUE SPACES.
 01  AUD-FS           PIC XX      VALUE ZEROS.
 01  AUD-LINE         PIC X(132)  VALUE SPACES.
 01  AUD-PTR          PIC 9(4) COMP-5 VALUE ZERO.
 01  AUD-OPERATOR     PIC X(16)   VALUE SPACES.
 01  AUD-TS           PIC X(21)   VALUE SPACES.
 01  AUD-STATUS       PIC XX      VALUE SPACES.
 01  AUD-CUSTODIAN    PIC X(16)   VALUE SPACES.
 01  AUD-ACTION       PIC X(8)    VALUE SPACES.
 01  WS-TODAY         PIC X(8)    VALUE SPACES.

*> the register as loaded - who holds which component
 01  REG-LOADED       PIC 9       VALUE ZERO.
 01  REG-TABLE.
     03 REG-ID            PIC X(16)   OCCURS 9.

*> components taken at the console, or issued by SPLIT
 01  CU-COUNT         PIC 9(2) COMP-5 VALUE ZERO.
 01  CU-I             PIC 9(2) COMP-5 VALUE ZERO.
 01  CU-J             PIC 9(2) COMP-5 VALUE ZERO.
 01  CU-REJECTS       PIC 9(2) COMP-5 VALUE ZERO.
 01  CU-K             PIC 9       VALUE ZERO.
 01  CU-TABLE.
     03 CU-ENTRY                      OCCURS 9.
        05 CU-INDEX       PIC 9(2) COMP-5.
        05 CU-ID          PIC X(16).
        05 CU-SHARE       PIC X(16).
        05 CU-LAGRANGE    PIC 9(4) COMP-5.
 01  CU-ID-IN         PIC X(16)   VALUE SPACES.
 01  CU-COMP-IN       PIC X(64)   VALUE SPACES.
 01  CU-REASON        PIC X(48)   VALUE SPACES.
 01  CU-PAUSE         PIC X       VALUE SPACE.
 01  CU-CHECK         PIC 9(9) COMP-5 VALUE ZERO.
 01  CU-CHECK-HEX     PIC X(4)    VALUE SPACES.
 01  CU-COMPONENT     PIC X(39)   VALUE SPACES.

*> arithmetic in GF(2^8), polynomial x8+x4+x3+x+1 (the AES field)
 01  GF-A             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-B             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-R             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-P             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-Q             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-S             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-HI            PIC 9       VALUE ZERO.
 01  GF-N             PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-ACC           PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-BASE          PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-BX            PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-CX            PIC 9(4) COMP-5 VALUE ZERO.
 01  GF-XA            PIC X       VALUE LOW-VALUE.
 01  GF-XB            PIC X       VALUE LOW-VALUE.

*> the new master and the polynomial coefficients, off the system
*> random device
 01  RND-FILE-NAME    PIC X(32)   VALUE "/dev/urandom".
 01  RND-HANDLE       PIC X(4)    COMP-X VALUE ZERO.
 01  RND-OFFSET       PIC X(8)    COMP-X VALUE ZERO.
 01  RND-COUNT        PIC X(4)    COMP-X VALUE 144.
 01  RND-FLAGS        PIC X      COMP-X VALUE ZERO.
 01  RND-ACCESS       PIC X      COMP-X VALUE 1.
 01  RND-BUFF         PIC X(144)  VALUE LOW-VALUES.
 01  RND-OK-SW        PIC 9       VALUE ZERO.

*> the environment profile the run resolves its settings from
 COPY "env-prof.cpy".

 PROCEDURE DIVISION.

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
       DISPLAY "COBDESKEY: " FUNCTION TRIM(EP-TEXT)
       STOP RUN RETURNING 16
    END-IF

    ACCEPT ARG-NUMBER FROM ARGUMENT-NUMBER
    IF ARG-NUMBER = ZERO
       PERFORM SHOW-USAGE
    MOVE ARG-VALUE(5)(1:8) TO WS-EXP

    IF NOT OP-ADD AND NOT OP-ROTATE AND NOT OP-RETIRE
       AND NOT OP-LIST AND NOT OP-MIGRATE AND NOT OP-DESTROY
       AND NOT OP-SPLIT
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
    IF (OP-RETIRE OR OP-DESTROY) AND WS-NAME = SPACES
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
*>  DESTROY takes the effective date as its third argument
    IF OP-DESTROY
       MOVE ARG-VALUE(3)(1:8) TO WS-EFF
    END-IF
*>  SPLIT takes n and m, one digit each
    IF OP-SPLIT
       IF ARG-VALUE(2)(1:1) NOT NUMERIC
          OR ARG-VALUE(2)(2:1) NOT = SPACE
          OR ARG-VALUE(3)(1:1) NOT NUMERIC
          OR ARG-VALUE(3)(2:1) NOT = SPACE
          PERFORM SHOW-USAGE
          STOP RUN RETURNING 16
       END-IF
       MOVE ARG-VALUE(2)(1:1) TO WS-NEW-N
       MOVE ARG-VALUE(3)(1:1) TO WS-NEW-M
       IF WS-NEW-N < 2 OR WS-NEW-M < WS-NEW-N
          PERFORM SHOW-USAGE
          STOP RUN RETURNING 16
       END-IF
       MOVE SPACES TO WS-NAME
    END-IF
    EVALUATE TRUE
       WHEN OP-DESTROY MOVE "DESTROY" TO AUD-ACTION
       WHEN OP-MIGRATE MOVE "MIGRATE" TO AUD-ACTION
       WHEN OTHER      MOVE WS-OP     TO AUD-ACTION
    END-EVALUATE

    ACCEPT KEYSTORE-FILE-NAME-WS FROM ENVIRONMENT "COBDES_KEYSTORE"
    END-ACCEPT
    IF KEYSTORE-FILE-NAME-WS = SPACES
       MOVE "COBDES.KEYS" TO KEYSTORE-FILE-NAME-WS
    END-IF
    ACCEPT CUST-FILE-NAME-WS FROM ENVIRONMENT "COBDES_CUSTODIANS"
    END-ACCEPT
    IF CUST-FILE-NAME-WS = SPACES
       MOVE "COBDES.CUST" TO CUST-FILE-NAME-WS
    END-IF
    ACCEPT AUDIT-FILE-NAME-WS FROM ENVIRONMENT "COBDES_AUDIT"
    END-ACCEPT
    IF AUDIT-FILE-NAME-WS = SPACES
       MOVE "COBDES.AUD" TO AUDIT-FILE-NAME-WS
    END-IF
    ACCEPT AUD-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
    END-ACCEPT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-KEYSTORE

                      PERFORM SAVE-KEYSTORE
       WHEN OP-ADD    PERFORM ADD-KEY
                      PERFORM SAVE-KEYSTORE
       WHEN OP-DESTROY
                      PERFORM DESTROY-KEY
                      IF KT-HIT = 1
                         PERFORM SAVE-KEYSTORE
                      END-IF
       WHEN OP-SPLIT  IF WS-V2-SW = ZERO
                         DISPLAY "COBDESKEY: no format 2 keystore to"
                                 " split - ADD or MIGRATE first"
                         STOP RUN RETURNING 16
                      END-IF
                      PERFORM SPLIT-MASTER
                      PERFORM SAVE-KEYSTORE
                      PERFORM SAVE-REGISTER
    END-EVALUATE

*> a change to a single-control store leaves its own audit line -
*> a split store's custodian lines already record it
    IF WS-SPLIT-SW = ZERO
       IF OP-ADD OR OP-ROTATE OR OP-RETIRE
          OR (OP-DESTROY AND KT-HIT = 1)
          MOVE "00" TO AUD-STATUS
          MOVE "-" TO AUD-CUSTODIAN
          PERFORM WRITE-AUDIT
       END-IF
    END-IF

    STOP RUN.

*>----------------------------------------------------------------------
    DISPLAY "       cobdeskey RETIRE <name>"
    DISPLAY "       cobdeskey LIST"
    DISPLAY "       cobdeskey MIGRATE   (plaintext store -> format 2)"
    DISPLAY "       cobdeskey DESTROY <name> [<eff>]  (retired only)"
    DISPLAY "       cobdeskey SPLIT   <n> <m>  (n of m custodians)"
    DISPLAY "Write operations need the COBDES_MASTER passphrase in"
    DISPLAY "the environment - the store is enciphered at rest - or,"
    DISPLAY "once the store is split, n custodians at the console."
    DISPLAY "Dates yyyymmdd; hex-key up to 32 hex digits."
    DISPLAY "Keystore file: COBDES_KEYSTORE env var, or COBDES.KEYS"
    .
    END-READ
    IF KEYSTORE-REC(1:8) = "COBDESK2"
       MOVE 1 TO WS-V2-SW
       IF KEYSTORE-REC(48:6) = " WRAP="
          AND KEYSTORE-REC(86:7) = " SPLIT="
          MOVE 1 TO WS-SPLIT-SW
          MOVE KEYSTORE-REC(54:32) TO WS-WRAP-HEX
          MOVE KEYSTORE-REC(93:1)  TO WS-SPLIT-N
          MOVE KEYSTORE-REC(95:1)  TO WS-SPLIT-M
       END-IF
       IF NOT OP-LIST
          PERFORM GET-MASTER
          MOVE "COBDESK2VERIFY00" TO AES-BUFF
          MOVE AES-BUFF TO WS-BIN16
          PERFORM B16-TO-HEX
          IF WS-HEX16 NOT = KEYSTORE-REC(16:32)
             IF WS-SPLIT-SW = 1
                DISPLAY "COBDESKEY: the components given do not"
                        " rebuild this keystore's master"
                MOVE "42" TO AUD-STATUS
                PERFORM AUDIT-CUSTODIANS
             ELSE
                DISPLAY "COBDESKEY: master passphrase does not match"
                        " this keystore (or its header was altered)"
             END-IF
             STOP RUN RETURNING 16
          END-IF
*>        every custodian who took part goes on the audit trail
          IF WS-SPLIT-SW = 1
             MOVE "00" TO AUD-STATUS
             PERFORM AUDIT-CUSTODIANS
          END-IF
       END-IF
    ELSE
       PERFORM LOAD-ONE-REC
*>----------------------------------------------------------------------
 GET-MASTER SECTION.
*>----------------------------------------------------------------------
*> a split store's master comes only from its custodians; otherwise
*> it is the passphrase key itself

    IF WS-MASTER-READY = 1
       GO TO GET-MASTER-EX
    END-IF
    IF WS-SPLIT-SW = 1
       PERFORM CUSTODIAN-MASTER
    ELSE
       PERFORM GET-PASS-KEY
       MOVE WS-PASS-KEY TO WS-MASTER-KEY
    END-IF
    MOVE 1 TO WS-MASTER-READY
    .
 GET-MASTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PASS-KEY SECTION.
*>----------------------------------------------------------------------
*> COBDES_MASTER stretched the same 2000 rounds COBDES itself uses,
*> so the two sides always derive the same key

    IF WS-PASS-READY = 1
       GO TO GET-PASS-KEY-EX
    END-IF
    ACCEPT WS-MASTER-PASS FROM ENVIRONMENT "COBDES_MASTER"
    END-ACCEPT
    IF WS-MASTER-PASS = SPACES
    MOVE WS-MASTER-PASS TO KDF-PASSPHRASE
    MOVE 2000 TO KDF-ITERATIONS
    CALL "COBDES-DERIVE" USING DES-PARMS KDF-PARMS
    MOVE KDF-KEY-OUT TO WS-PASS-KEY
    MOVE 1 TO WS-PASS-READY
    .
 GET-PASS-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
    MOVE AES-BUFF TO WS-BIN16
    PERFORM B16-TO-HEX
    MOVE SPACES TO KEYSTORE-REC
    IF WS-SPLIT-SW = 1
       STRING "COBDESK2 CHECK=" DELIMITED BY SIZE
              WS-HEX16 DELIMITED BY SIZE
              " WRAP="  DELIMITED BY SIZE
              WS-WRAP-HEX DELIMITED BY SIZE
              " SPLIT=" DELIMITED BY SIZE
              WS-SPLIT-N DELIMITED BY SIZE
              "/"       DELIMITED BY SIZE
              WS-SPLIT-M DELIMITED BY SIZE
         INTO KEYSTORE-REC
    ELSE
       STRING "COBDESK2 CHECK=" DELIMITED BY SIZE
              WS-HEX16 DELIMITED BY SIZE
         INTO KEYSTORE-REC
    END-IF
    WRITE KEYSTORE-REC
    PERFORM VARYING KT-I FROM 1 BY 1 UNTIL KT-I > KT-COUNT
       MOVE KT-KEY-HEX(KT-I) TO WS-HEX16
 RETIRE-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 DESTROY-KEY SECTION.
*>----------------------------------------------------------------------
*> retired records of the name (of the one effective date, when one
*> was given) close up out of the table and so out of the store -
*> the material is gone once SAVE-KEYSTORE has rewritten it
    MOVE ZERO TO KT-HIT
    MOVE ZERO TO HX-J
    PERFORM VARYING KT-I FROM 1 BY 1 UNTIL KT-I > KT-COUNT
       IF KT-NAME(KT-I) = WS-NAME AND KT-STATUS(KT-I) = "R"
          AND (WS-EFF = SPACES OR KT-EFF(KT-I) = WS-EFF)
          MOVE 1 TO KT-HIT
          DISPLAY "COBDESKEY: key " FUNCTION TRIM(WS-NAME)
                  " effective " KT-EFF(KT-I) " destroyed"
       ELSE
          ADD 1 TO HX-J
          IF HX-J NOT = KT-I
             MOVE KT-ENTRY(KT-I) TO KT-ENTRY(HX-J)
          END-IF
       END-IF
    END-PERFORM
    MOVE HX-J TO KT-COUNT
    IF KT-HIT = ZERO
       DISPLAY "COBDESKEY: no retired key named "
               FUNCTION TRIM(WS-NAME) " to destroy"
    END-IF
    .
 DESTROY-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 LIST-KEYS SECTION.
*>----------------------------------------------------------------------
*> names, dates and status only - key material never appears on a
*> screen or in a spool
    IF WS-SPLIT-SW = 1
       DISPLAY "COBDESKEY: master split " WS-SPLIT-N " of "
               WS-SPLIT-M " among custodians"
    END-IF
    IF KT-COUNT = ZERO
       DISPLAY "COBDESKEY: keystore is empty"
       GO TO LIST-KEYS-EX
    .
 LIST-KEYS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SPLIT-MASTER SECTION.
*>----------------------------------------------------------------------
*> a fresh random master, wrapped for the batch under the passphrase
*> key and cut into m components, any n of which rebuild it - Shamir's
*> scheme byte by byte over GF(2^8), component k the polynomial's
*> value at x = k, the master its constant term

*>  on a split store the passphrase must open the present wrap, so a
*>  slip at the keyboard can never strand the batch
    PERFORM GET-PASS-KEY
    IF WS-SPLIT-SW = 1
       MOVE WS-WRAP-HEX TO WS-HEX16
       PERFORM HEX-TO-B16
       MOVE WS-BIN16 TO AES-BUFF
       MOVE 1 TO DF
       MOVE 1 TO ALGO
       MOVE ZERO TO CHAIN-MODE
       MOVE WS-PASS-KEY TO AES-KEY
       MOVE SPACES TO KEY-NAME
       CALL "COBDES" USING DES-PARMS
       IF AES-BUFF NOT = WS-MASTER-KEY
          DISPLAY "COBDESKEY: COBDES_MASTER does not open this"
                  " keystore's wrap - not split"
          STOP RUN RETURNING 16
       END-IF
    END-IF
*>  the wrap may move to a new service passphrase in the same run
    MOVE SPACES TO WS-MASTER-PASS
    ACCEPT WS-MASTER-PASS FROM ENVIRONMENT "COBDES_MASTER_NEW"
    END-ACCEPT
    IF WS-MASTER-PASS NOT = SPACES
       MOVE WS-MASTER-PASS TO KDF-PASSPHRASE
       MOVE 2000 TO KDF-ITERATIONS
       CALL "COBDES-DERIVE" USING DES-PARMS KDF-PARMS
       MOVE KDF-KEY-OUT TO WS-PASS-KEY
       DISPLAY "COBDESKEY: the wrap moves to the COBDES_MASTER_NEW"
               " passphrase"
    END-IF
    MOVE SPACES TO WS-MASTER-PASS KDF-PASSPHRASE

    PERFORM GET-RANDOM
    IF RND-OK-SW = ZERO
       DISPLAY "COBDESKEY: random device unavailable - master not"
               " split"
       STOP RUN RETURNING 16
    END-IF
    MOVE RND-BUFF(1:16) TO WS-NEW-MASTER

    MOVE WS-NEW-MASTER TO AES-BUFF
    MOVE ZERO TO DF
    MOVE 1 TO ALGO
    MOVE ZERO TO CHAIN-MODE
    MOVE WS-PASS-KEY TO AES-KEY
    MOVE SPACES TO KEY-NAME
    CALL "COBDES" USING DES-PARMS
    MOVE AES-BUFF TO WS-BIN16
    PERFORM B16-TO-HEX
    MOVE WS-HEX16 TO WS-WRAP-HEX

*>  component k, byte b: Horner over the n-1 random coefficients
*>  of byte b, then the master byte as the constant term
    MOVE SPACES TO CU-TABLE
    PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > WS-NEW-M
       MOVE CU-I TO CU-INDEX(CU-I)
       PERFORM VARYING GF-BX FROM 1 BY 1 UNTIL GF-BX > 16
          MOVE ZERO TO GF-ACC
          PERFORM VARYING GF-CX FROM WS-NEW-N BY -1 UNTIL GF-CX < 2
             MOVE GF-ACC TO GF-A
             MOVE CU-I TO GF-B
             PERFORM GF-MUL
             MOVE GF-R TO GF-A
             COMPUTE GF-B = FUNCTION ORD(RND-BUFF(GF-CX * 16
                                                  + GF-BX - 16:1)) - 1
             PERFORM GF-XOR
             MOVE GF-R TO GF-ACC
          END-PERFORM
          MOVE GF-ACC TO GF-A
          MOVE CU-I TO GF-B
          PERFORM GF-MUL
          MOVE GF-R TO GF-A
          COMPUTE GF-B = FUNCTION ORD(WS-NEW-MASTER(GF-BX:1)) - 1
          PERFORM GF-XOR
          MOVE FUNCTION CHAR(GF-R + 1) TO CU-SHARE(CU-I)(GF-BX:1)
       END-PERFORM
    END-PERFORM
    MOVE LOW-VALUES TO RND-BUFF

    DISPLAY "COBDESKEY: master splitting " WS-NEW-N " of " WS-NEW-M
            " - each custodian in turn, alone at the console"
    PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > WS-NEW-M
       PERFORM ISSUE-COMPONENT
    END-PERFORM

    MOVE WS-NEW-MASTER TO WS-MASTER-KEY
    MOVE LOW-VALUES TO WS-NEW-MASTER
    MOVE 1 TO WS-SPLIT-SW
    MOVE WS-NEW-N TO WS-SPLIT-N
    MOVE WS-NEW-M TO WS-SPLIT-M
    MOVE WS-NEW-M TO CU-COUNT
    DISPLAY "COBDESKEY: master split " WS-SPLIT-N " of " WS-SPLIT-M
            " - every record re-enciphered under the new master"
    .
 SPLIT-MASTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 ISSUE-COMPONENT SECTION.
*>----------------------------------------------------------------------
*> custodian CU-I names themself and is shown their component once;
*> ENTER scrolls it off before the next one comes to the console

    MOVE CU-I TO CU-K
    MOVE ZERO TO CU-REJECTS
    MOVE "X" TO CU-REASON
    PERFORM UNTIL CU-REASON = SPACES
       DISPLAY "COBDESKEY: custodian " CU-K " of " WS-NEW-M
               " - enter your id:"
       MOVE SPACES TO CU-ID-IN
       ACCEPT CU-ID-IN
       MOVE FUNCTION UPPER-CASE(CU-ID-IN) TO CU-ID-IN
       MOVE SPACES TO CU-REASON
       IF CU-ID-IN = SPACES
          MOVE "no custodian id given" TO CU-REASON
       END-IF
       PERFORM VARYING CU-J FROM 1 BY 1 UNTIL CU-J NOT < CU-I
          IF CU-ID(CU-J) = CU-ID-IN
             MOVE "that custodian already holds a component"
               TO CU-REASON
          END-IF
       END-PERFORM
       IF CU-REASON NOT = SPACES
          DISPLAY "COBDESKEY: " FUNCTION TRIM(CU-REASON)
          ADD 1 TO CU-REJECTS
          IF CU-REJECTS > 2
             DISPLAY "COBDESKEY: split abandoned - keystore unchanged"
             STOP RUN RETURNING 16
          END-IF
       END-IF
    END-PERFORM
    MOVE CU-ID-IN TO CU-ID(CU-I)
    MOVE CU-SHARE(CU-I) TO WS-BIN16
    PERFORM B16-TO-HEX
    PERFORM COMPONENT-CHECK
    MOVE SPACES TO CU-COMPONENT
    STRING CU-K         DELIMITED BY SIZE
           ":"          DELIMITED BY SIZE
           WS-HEX16     DELIMITED BY SIZE
           ":"          DELIMITED BY SIZE
           CU-CHECK-HEX DELIMITED BY SIZE
      INTO CU-COMPONENT
    DISPLAY "COBDESKEY: component for " FUNCTION TRIM(CU-ID-IN)
            ": " CU-COMPONENT
    DISPLAY "COBDESKEY: record it now and keep it to yourself -"
            " press ENTER to clear"
    ACCEPT CU-PAUSE
    PERFORM 40 TIMES
       DISPLAY " "
    END-PERFORM
    MOVE SPACES TO CU-COMPONENT WS-HEX16
    .
 ISSUE-COMPONENT-EX.
    EXIT.

*>----------------------------------------------------------------------
 CUSTODIAN-MASTER SECTION.
*>----------------------------------------------------------------------
*> n custodians, each with their id and component, in this one run;
*> three refusals and the run is over

    PERFORM LOAD-REGISTER
    DISPLAY "COBDESKEY: the keystore master is split " WS-SPLIT-N
            " of " WS-SPLIT-M " - " WS-SPLIT-N " custodians must each"
            " give their component"
    MOVE ZERO TO CU-COUNT CU-REJECTS
    PERFORM UNTIL CU-COUNT NOT < WS-SPLIT-N
       COMPUTE CU-K = CU-COUNT + 1
       DISPLAY "COBDESKEY: custodian " CU-K " of " WS-SPLIT-N
               " - enter your id:"
       MOVE SPACES TO CU-ID-IN CU-COMP-IN
       ACCEPT CU-ID-IN
       DISPLAY "COBDESKEY: enter your component:"
       ACCEPT CU-COMP-IN
       MOVE FUNCTION UPPER-CASE(CU-ID-IN) TO CU-ID-IN
       MOVE FUNCTION UPPER-CASE(CU-COMP-IN) TO CU-COMP-IN
       PERFORM TAKE-COMPONENT
       MOVE SPACES TO CU-COMP-IN
       IF CU-REASON NOT = SPACES
          DISPLAY "COBDESKEY: component refused - "
                  FUNCTION TRIM(CU-REASON)
          MOVE "42" TO AUD-STATUS
          MOVE CU-ID-IN TO AUD-CUSTODIAN
          PERFORM WRITE-AUDIT
          ADD 1 TO CU-REJECTS
          IF CU-REJECTS > 2
             DISPLAY "COBDESKEY: too many components refused -"
                     " keystore unchanged"
             STOP RUN RETURNING 16
          END-IF
       END-IF
    END-PERFORM
    PERFORM COMBINE-SHARES
    .
 CUSTODIAN-MASTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 TAKE-COMPONENT SECTION.
*>----------------------------------------------------------------------
*> CU-ID-IN / CU-COMP-IN -> the next CU-TABLE entry, or CU-REASON
*> saying why not

    MOVE SPACES TO CU-REASON
    IF CU-ID-IN = SPACES
       MOVE "no custodian id given" TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    IF CU-COMP-IN(1:1) NOT NUMERIC
       OR CU-COMP-IN(2:1) NOT = ":"
       OR CU-COMP-IN(35:1) NOT = ":"
       OR CU-COMP-IN(40:1) NOT = SPACE
       MOVE "not in the form k:<32 hex>:<4 hex>" TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    MOVE CU-COMP-IN(3:32) TO WS-HEX16
    MOVE ZERO TO GF-N
    PERFORM VARYING GF-BX FROM 1 BY 1 UNTIL GF-BX > 32
       MOVE ZERO TO GF-CX
       INSPECT HX-DIGITS TALLYING GF-CX FOR ALL WS-HEX16(GF-BX:1)
       IF GF-CX = ZERO
          ADD 1 TO GF-N
       END-IF
    END-PERFORM
    IF GF-N > ZERO
       MOVE "not in the form k:<32 hex>:<4 hex>" TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    MOVE CU-COMP-IN(1:1) TO CU-K
    IF CU-K < 1 OR CU-K > WS-SPLIT-M
       MOVE "no such component number" TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    PERFORM HEX-TO-B16
    PERFORM COMPONENT-CHECK
    IF CU-CHECK-HEX NOT = CU-COMP-IN(36:4)
       MOVE "check digits do not match - mistyped?" TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    PERFORM VARYING CU-J FROM 1 BY 1 UNTIL CU-J > CU-COUNT
       IF CU-INDEX(CU-J) = CU-K
          MOVE "that component has already been given" TO CU-REASON
       END-IF
       IF CU-ID(CU-J) = CU-ID-IN
          MOVE "that custodian has already given one" TO CU-REASON
       END-IF
    END-PERFORM
    IF CU-REASON NOT = SPACES
       GO TO TAKE-COMPONENT-EX
    END-IF
    IF REG-LOADED = 1 AND REG-ID(CU-K) NOT = SPACES
       AND REG-ID(CU-K) NOT = CU-ID-IN
       MOVE "that component is issued to another custodian"
         TO CU-REASON
       GO TO TAKE-COMPONENT-EX
    END-IF
    ADD 1 TO CU-COUNT
    MOVE CU-K     TO CU-INDEX(CU-COUNT)
    MOVE CU-ID-IN TO CU-ID(CU-COUNT)
    MOVE WS-BIN16 TO CU-SHARE(CU-COUNT)
    MOVE LOW-VALUES TO WS-BIN16
    .
 TAKE-COMPONENT-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPONENT-CHECK SECTION.
*>----------------------------------------------------------------------
*> WS-BIN16 and component number CU-K -> CU-CHECK-HEX, four hex
*> digits of a position-weighted sum that catch a slip in the typing

    COMPUTE CU-CHECK = CU-K * 7
    PERFORM VARYING GF-BX FROM 1 BY 1 UNTIL GF-BX > 16
       COMPUTE CU-CHECK = CU-CHECK
                        + GF-BX * FUNCTION ORD(WS-BIN16(GF-BX:1))
    END-PERFORM
    COMPUTE CU-CHECK = FUNCTION MOD(CU-CHECK, 65536)
    PERFORM VARYING GF-BX FROM 4 BY -1 UNTIL GF-BX < 1
       COMPUTE GF-N = FUNCTION MOD(CU-CHECK, 16)
       MOVE HX-DIGITS(GF-N + 1:1) TO CU-CHECK-HEX(GF-BX:1)
       COMPUTE CU-CHECK = CU-CHECK / 16
    END-PERFORM
    .
 COMPONENT-CHECK-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMBINE-SHARES SECTION.
*>----------------------------------------------------------------------
*> Lagrange at x = 0: each master byte is the XOR over the components
*> j of y(j) * L(j), L(j) the product over i <> j of x(i) / (x(i) XOR
*> x(j)) - the same for every byte, so worked out once

    PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > CU-COUNT
       MOVE 1 TO GF-ACC
       PERFORM VARYING CU-J FROM 1 BY 1 UNTIL CU-J > CU-COUNT
          IF CU-J NOT = CU-I
             MOVE CU-INDEX(CU-I) TO GF-A
             MOVE CU-INDEX(CU-J) TO GF-B
             PERFORM GF-XOR
             MOVE GF-R TO GF-A
             PERFORM GF-INV
             MOVE GF-R TO GF-A
             MOVE CU-INDEX(CU-J) TO GF-B
             PERFORM GF-MUL
             MOVE GF-ACC TO GF-A
             MOVE GF-R TO GF-B
             PERFORM GF-MUL
             MOVE GF-R TO GF-ACC
          END-IF
       END-PERFORM
       MOVE GF-ACC TO CU-LAGRANGE(CU-I)
    END-PERFORM
    MOVE LOW-VALUES TO WS-MASTER-KEY
    PERFORM VARYING GF-BX FROM 1 BY 1 UNTIL GF-BX > 16
       MOVE ZERO TO GF-ACC
       PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > CU-COUNT
          COMPUTE GF-A = FUNCTION ORD(CU-SHARE(CU-I)(GF-BX:1)) - 1
          MOVE CU-LAGRANGE(CU-I) TO GF-B
          PERFORM GF-MUL
          MOVE GF-ACC TO GF-A
          MOVE GF-R TO GF-B
          PERFORM GF-XOR
          MOVE GF-R TO GF-ACC
       END-PERFORM
       MOVE FUNCTION CHAR(GF-ACC + 1) TO WS-MASTER-KEY(GF-BX:1)
    END-PERFORM
    .
 COMBINE-SHARES-EX.
    EXIT.

*>----------------------------------------------------------------------
 GF-XOR SECTION.
*>----------------------------------------------------------------------
*> GF-R = GF-A XOR GF-B - addition in the field
    MOVE FUNCTION CHAR(GF-A + 1) TO GF-XA
    MOVE FUNCTION CHAR(GF-B + 1) TO GF-XB
    CALL "CBL_XOR" USING GF-XB GF-XA
                   BY VALUE LENGTH OF GF-XA
    COMPUTE GF-R = FUNCTION ORD(GF-XA) - 1
    .
 GF-XOR-EX.
    EXIT.

*>----------------------------------------------------------------------
 GF-MUL SECTION.
*>----------------------------------------------------------------------
*> GF-R = GF-A * GF-B - shift and add, reducing by x8+x4+x3+x+1
*> (hex 11B) whenever the shift carries out of the byte
    MOVE GF-A TO GF-P
    MOVE GF-B TO GF-Q
    MOVE ZERO TO GF-S
    PERFORM 8 TIMES
       IF FUNCTION MOD(GF-Q, 2) = 1
          MOVE FUNCTION CHAR(GF-S + 1) TO GF-XA
          MOVE FUNCTION CHAR(GF-P + 1) TO GF-XB
          CALL "CBL_XOR" USING GF-XB GF-XA
                         BY VALUE LENGTH OF GF-XA
          COMPUTE GF-S = FUNCTION ORD(GF-XA) - 1
       END-IF
       MOVE ZERO TO GF-HI
       IF GF-P > 127
          MOVE 1 TO GF-HI
       END-IF
       COMPUTE GF-P = GF-P * 2 - GF-HI * 256
       IF GF-HI = 1
          MOVE FUNCTION CHAR(GF-P + 1) TO GF-XA
          MOVE FUNCTION CHAR(28) TO GF-XB
          CALL "CBL_XOR" USING GF-XB GF-XA
                         BY VALUE LENGTH OF GF-XA
          COMPUTE GF-P = FUNCTION ORD(GF-XA) - 1
       END-IF
       COMPUTE GF-Q = GF-Q / 2
    END-PERFORM
    MOVE GF-S TO GF-R
    .
 GF-MUL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GF-INV SECTION.
*>----------------------------------------------------------------------
*> GF-R = 1 / GF-A, as GF-A to the power 254
    MOVE GF-A TO GF-BASE
    MOVE 1 TO GF-N
    PERFORM 254 TIMES
       MOVE GF-N TO GF-A
       MOVE GF-BASE TO GF-B
       PERFORM GF-MUL
       MOVE GF-R TO GF-N
    END-PERFORM
    MOVE GF-N TO GF-R
    .
 GF-INV-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-RANDOM SECTION.
*>----------------------------------------------------------------------
*> the new master and the coefficients off the system random device
*> - no clock fallback here, a guessable master is worse than none

    MOVE ZERO TO RND-OK-SW
    MOVE ZERO TO RND-HANDLE
    CALL "CBL_OPEN_FILE" USING RND-FILE-NAME RND-ACCESS
                               RND-FLAGS RND-FLAGS RND-HANDLE
    IF RETURN-CODE = ZERO
       MOVE ZERO TO RND-OFFSET
       MOVE 144 TO RND-COUNT
       CALL "CBL_READ_FILE" USING RND-HANDLE RND-OFFSET
                                  RND-COUNT RND-FLAGS RND-BUFF
       IF RETURN-CODE = ZERO
          MOVE 1 TO RND-OK-SW
       END-IF
       CALL "CBL_CLOSE_FILE" USING RND-HANDLE
    END-IF
    MOVE ZERO TO RETURN-CODE
    .
 GET-RANDOM-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-REGISTER SECTION.
*>----------------------------------------------------------------------
*> who holds which component; with no register any id is taken
    MOVE ZERO TO REG-LOADED
    MOVE SPACES TO REG-TABLE
    OPEN INPUT CUSTODIANS
    IF CU-FS NOT = "00"
       GO TO LOAD-REGISTER-EX
    END-IF
    PERFORM UNTIL CU-FS NOT = "00"
       READ CUSTODIANS
          NOT AT END
             IF CUR-INDEX NUMERIC AND CUR-INDEX > ZERO
                MOVE CUR-ID TO REG-ID(CUR-INDEX)
                MOVE 1 TO REG-LOADED
             END-IF
       END-READ
    END-PERFORM
    CLOSE CUSTODIANS
    .
 LOAD-REGISTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 SAVE-REGISTER SECTION.
*>----------------------------------------------------------------------
*> the register of the components just issued, each issue audited
    OPEN OUTPUT CUSTODIANS
    IF CU-FS NOT = "00"
       DISPLAY "COBDESKEY: cannot write the custodian register "
               CUST-FILE-NAME-WS(1:40)
    END-IF
    MOVE "00" TO AUD-STATUS
    MOVE "ISSUE" TO AUD-ACTION
    PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > WS-SPLIT-M
       IF CU-FS = "00"
          MOVE SPACES TO CUSTODIAN-REC
          MOVE CU-I       TO CUR-INDEX
          MOVE CU-ID(CU-I) TO CUR-ID
          MOVE WS-TODAY   TO CUR-DATE
          WRITE CUSTODIAN-REC
       END-IF
       MOVE CU-ID(CU-I) TO AUD-CUSTODIAN
       PERFORM WRITE-AUDIT
    END-PERFORM
    IF CU-FS = "00"
       CLOSE CUSTODIANS
    END-IF
    .
 SAVE-REGISTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 AUDIT-CUSTODIANS SECTION.
*>----------------------------------------------------------------------
*> one audit line for each custodian whose component was taken
    PERFORM VARYING CU-I FROM 1 BY 1 UNTIL CU-I > CU-COUNT
       MOVE CU-ID(CU-I) TO AUD-CUSTODIAN
       PERFORM WRITE-AUDIT
    END-PERFORM
    .
 AUDIT-CUSTODIANS-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-AUDIT SECTION.
*>----------------------------------------------------------------------
*> a line in the COBDES audit log's own layout, so the one trail
*> shows keystore maintenance beside the calls that used the keys
    OPEN EXTEND AUDIT-LOG
    IF AUD-FS NOT = "00" AND AUD-FS NOT = "05"
       OPEN OUTPUT AUDIT-LOG
    END-IF
    IF AUD-FS NOT = "00" AND AUD-FS NOT = "05"
       DISPLAY "COBDESKEY: cannot write the audit log "
               AUDIT-FILE-NAME-WS(1:40)
       GO TO WRITE-AUDIT-EX
    END-IF
    MOVE FUNCTION CURRENT-DATE TO AUD-TS
    MOVE SPACES TO AUD-LINE
    MOVE 1 TO AUD-PTR
    STRING "TS="       DELIMITED BY SIZE
           AUD-TS      DELIMITED BY SIZE
           " CALLER=COBDESKEY DF=0 ALGO=1 CHAIN=0 STATUS="
                       DELIMITED BY SIZE
           AUD-STATUS  DELIMITED BY SIZE
      INTO AUD-LINE WITH POINTER AUD-PTR
    IF AUD-OPERATOR NOT = SPACES
       STRING " OP="   DELIMITED BY SIZE
              FUNCTION UPPER-CASE(AUD-OPERATOR) DELIMITED BY SPACE
         INTO AUD-LINE WITH POINTER AUD-PTR
    END-IF
    IF WS-NAME NOT = SPACES
       STRING " KEY="  DELIMITED BY SIZE
              WS-NAME  DELIMITED BY SPACE
         INTO AUD-LINE WITH POINTER AUD-PTR
    END-IF
    IF AUD-CUSTODIAN = SPACES
       MOVE "?" TO AUD-CUSTODIAN
    END-IF
    STRING " CUSTODIAN=" DELIMITED BY SIZE
           AUD-CUSTODIAN DELIMITED BY SPACE
           " ACTION="    DELIMITED BY SIZE
           AUD-ACTION    DELIMITED BY SPACE
      INTO AUD-LINE WITH POINTER AUD-PTR
    MOVE AUD-LINE TO AUDIT-LOG-REC
    WRITE AUDIT-LOG-REC
    CLOSE AUDIT-LOG
    .
 WRITE-AUDIT-EX.
    EXIT.
