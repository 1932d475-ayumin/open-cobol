*>            COBDES-SELFTEST entry point that round-trips a DES block
*>            and checks an AES-128 block against the published
*>            FIPS-197 test vector.
*> 15.10.2026 Audit lines carry the operator (OPERATOR_ID) and the
*>            KEY-NAME of a keystore call, for access recertification.
*> 15.10.2026 COBDES-RETIRED entry point: one block under the retired
*>            key of a name that was in force on a given date, so an
*>            archive can be re-keyed off a rotated key.
*> 15.10.2026 COBDES-FIELD entry point: format-preserving encipherment
*>            of one field value under a keystore key, digits staying
*>            digits and letters letters, for field-level encryption
*>            of data files (cobdesfield).  Deciphering through it is
*>            for the programs listed in COBDES.FLDAUTH only.
*> 15.10.2026 A keystore split among custodians (cobdeskey SPLIT)
*>            holds a random master wrapped under the COBDES_MASTER
*>            key (header WRAP=); RESOLVE-KEY unwraps it.
*>**********************************************************************

*>**********************************************************************
     SELECT KEYSTORE   ASSIGN         DYNAMIC KEYSTORE-FILE-NAME-WS
                       ORGANIZATION  LINE SEQUENTIAL
                       STATUS        KEYSTORE-FS-REPLY.
*> Programs allowed to decipher fields through COBDES-FIELD - one
*> "<program-id> <key-name>" a line, "*" for any key of the program.
     SELECT FIELD-AUTH ASSIGN         DYNAMIC FLD-AUTH-FILE-NAME-WS
                       ORGANIZATION  LINE SEQUENTIAL
                       STATUS        FLD-AUTH-FS.

 DATA DIVISION.
 FILE SECTION.
*> key.  Format 1 (plaintext) records simply end at the status byte.
     03 FILLER            PIC X.
     03 KSR-MAC-HEX       PIC X(32).
 FD  FIELD-AUTH.
 01  FIELD-AUTH-REC       PIC X(80).

*>**********************************************************************
 WORKING-STORAGE SECTION.
 01  AUDIT-LINE           PIC X(132)  VALUE SPACES.
 01  AUDIT-CALLER         PIC X(31)   VALUE SPACES.
 01  AUDIT-TIMESTAMP      PIC X(21)   VALUE SPACES.
 01  AUDIT-OPERATOR       PIC X(16)   VALUE SPACES.
 01  AUDIT-PTR            PIC 9(4) COMP-5 VALUE ZERO.

*> Password validation scratch.
 01  PW-LEN                PIC 9(2) COMP-5 VALUE ZERO.
*> helpers run on
 01  MASTER-READY          PIC 9       VALUE ZERO.
 01  MASTER-KEY            PIC X(16)   VALUE LOW-VALUES.
 01  MASTER-PASS-KEY       PIC X(16)   VALUE LOW-VALUES.
 01  MASTER-PASS           PIC X(64)   VALUE SPACES.
 01  KS-V2-SW              PIC 9       VALUE ZERO.
 01  KS-DIR                PIC 9       VALUE ZERO.
 01  KS-TODAY              PIC X(8)    VALUE SPACES.
 01  KS-FOUND              PIC 9       VALUE ZERO.
 01  KS-EXPIRED            PIC 9       VALUE ZERO.
*> COBDES-RETIRED: look for a retired record in force on KS-TODAY
 01  KS-RETIRED-SW         PIC 9       VALUE ZERO.
 01  KS-KEY-BIN            PIC X(16)   VALUE LOW-VALUES.
 01  KS-HEX-DIGITS         PIC X(16)   VALUE "0123456789ABCDEF".
 01  KS-I                  PIC 9(4) COMP-5 VALUE ZERO.
 01  KS-V                  PIC 9(4) COMP-5 VALUE ZERO.
 01  KS-H                  PIC 9(4) COMP-5 VALUE ZERO.

*> Field-level encipherment (COBDES-FIELD).  The key schedule of the
*> last name resolved is kept for the day it was resolved on, so a
*> file-sized run reads the keystore once, not once a field; the
*> authorisation verdict for the last caller and key likewise.
 01  FLD-TODAY             PIC X(8)    VALUE SPACES.
 01  FLD-CACHE-NAME        PIC X(16)   VALUE SPACES.
 01  FLD-CACHE-DATE        PIC X(8)    VALUE SPACES.
 01  FLD-CACHE-AWK         PIC X(512)  VALUE LOW-VALUES.
 01  FLD-AUTH-FILE-NAME-WS PIC X(64)   VALUE SPACES.
 01  FLD-AUTH-FS           PIC XX      VALUE ZEROS.
 01  FLD-CALLER            PIC X(31)   VALUE SPACES.
 01  FLD-AUTH-CALLER       PIC X(31)   VALUE SPACES.
 01  FLD-AUTH-KEY          PIC X(16)   VALUE SPACES.
 01  FLD-AUTH-OK           PIC 9       VALUE ZERO.
 01  FLD-AUTH-PGM          PIC X(31)   VALUE SPACES.
 01  FLD-AUTH-KEYW         PIC X(16)   VALUE SPACES.
 01  FLD-AUDIT-SW          PIC 9       VALUE ZERO.
*> the running state of a pass, and the character sets a character
*> is moved round - anything in none of them stands as it is
 01  FLD-STATE             PIC X(16)   VALUE LOW-VALUES.
 01  FLD-PASS              PIC 9       VALUE ZERO.
 01  FLD-LEN               PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-STEP              PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-POS               PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-IX                PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-RADIX             PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-SHIFT             PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-CHAR              PIC X       VALUE SPACE.
 01  FLD-CT-CHAR           PIC X       VALUE SPACE.
 01  FLD-SET               PIC X(26)   VALUE SPACES.
 01  FLD-DIGIT-SET         PIC X(10)   VALUE "0123456789".
 01  FLD-UPPER-SET         PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
 01  FLD-LOWER-SET         PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".

*>**********************************************************************
 LINKAGE SECTION.
*> Caller-held session area for the COBDES-INIT / COBDES-BLOCK /
     02 KDF-PASSPHRASE    PIC X(64).
     02 KDF-ITERATIONS    PIC 9(6).
     02 KDF-KEY-OUT       PIC X(16).
*> Request area for the COBDES-RETIRED entry point: the date whose
*> retired key is wanted - an archive's DATE= header token.  Spaces
*> take any retired record of the name.
 01  COBDES-ASOF.
     02 ASOF-DATE         PIC X(8).
*> Request area for the COBDES-FIELD entry point: one field value,
*> enciphered (DF = 0) or deciphered (DF = 1) in place, its length
*> unchanged.  FLD-CLASS "9" moves digits only - a display numeric
*> stays numeric; "X" moves digits and letters.  FLD-TWEAK makes the
*> same value encipher differently under the same key (spaces = the
*> same everywhere, so an enciphered key still joins across files).
 01  COBDES-FLD.
     02 FLD-VALUE         PIC X(64).
     02 FLD-LENGTH        PIC 9(2).
     02 FLD-CLASS         PIC X.
        88 FLD-DIGITS-ONLY            VALUE "9".
     02 FLD-TWEAK         PIC X(12).
 01  COBDES-LNK.
*> Input flag, DF = 0 -> encryption, DF = 1 -> decryption.
     02 DF           PIC 9.
        88 COBDES-BAD-SESSION         VALUE "60".
        88 COBDES-KEYSTORE-LOCKED     VALUE "42".
        88 COBDES-KEYSTORE-TAMPERED   VALUE "43".
        88 COBDES-NOT-AUTHORISED      VALUE "44".
        88 COBDES-BAD-FIELD           VALUE "45".
*> Named-key resolution - when KEY-NAME is not spaces the key comes
*> from the keystore (COBDES_KEYSTORE environment variable, default
*> COBDES.KEYS) and PW/AES-KEY above are filled here, so rotation is
    IF KEYSTORE-FILE-NAME-WS = SPACES
       MOVE "COBDES.KEYS" TO KEYSTORE-FILE-NAME-WS
    END-IF
    IF KS-RETIRED-SW = ZERO
       MOVE FUNCTION CURRENT-DATE(1:8) TO KS-TODAY
    END-IF
    MOVE ZERO TO KS-FOUND KS-EXPIRED KS-V2-SW KS-TAMPER

    OPEN INPUT KEYSTORE
          CLOSE KEYSTORE
          GO TO RESOLVE-KEY-EX
       END-IF
       MOVE MASTER-PASS-KEY TO MASTER-KEY
*>     a split store (cobdeskey SPLIT) holds its master wrapped
*>     under the passphrase key - the custodians' components are
*>     for maintenance, the batch runs on the wrap
       IF KEYSTORE-REC(48:6) = " WRAP="
          MOVE KEYSTORE-REC(54:32) TO KS-MAC-HEXV
          PERFORM KS-HEX2BIN-16
          MOVE 1 TO KS-DIR
          PERFORM KS-AES-ECB
          MOVE KS-BLOCK TO MASTER-KEY
       END-IF
*>     the check block proves the master matches the store
       MOVE "COBDESK2VERIFY00" TO KS-BLOCK
       MOVE ZERO TO KS-DIR
          GO TO KS-EXAMINE-REC-EX
       END-IF
    END-IF
*>  COBDES-RETIRED wants the retired record that covered its date
*>  (any retired record of the name when no date is given)
    IF KS-RETIRED-SW = 1
       IF KSR-STATUS = "R"
          AND (KS-TODAY = SPACES
               OR (KSR-EFF-DATE NOT > KS-TODAY
                   AND KSR-EXP-DATE NOT < KS-TODAY))
          MOVE 1 TO KS-FOUND
          PERFORM KS-TAKE-KEY
       ELSE
          MOVE 1 TO KS-EXPIRED
       END-IF
       GO TO KS-EXAMINE-REC-EX
    END-IF
    IF KSR-STATUS = "A"
       AND KSR-EFF-DATE NOT > KS-TODAY
       AND KSR-EXP-DATE NOT < KS-TODAY
       MOVE 1 TO KS-FOUND
       PERFORM KS-TAKE-KEY
    ELSE
       MOVE 1 TO KS-EXPIRED
    END-IF
 KS-EXAMINE-REC-EX.
    EXIT.

*>----------------------------------------------------------------------
 KS-TAKE-KEY SECTION.
*>----------------------------------------------------------------------
*> the chosen record's material into KS-KEY-BIN - deciphered under
*> the master first when the store is format 2

    IF KS-V2-SW = 1
       MOVE KSR-KEY-HEX TO KS-MAC-HEXV
       PERFORM KS-HEX2BIN-16
       MOVE 1 TO KS-DIR
       PERFORM KS-AES-ECB
       MOVE KS-BLOCK TO KS-KEY-BIN
    ELSE
       PERFORM KS-HEX-TO-BIN
    END-IF

    .
 KS-TAKE-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 MASTER-SETUP SECTION.
*>----------------------------------------------------------------------
*> the passphrase key, derived once per process from the
*> COBDES_MASTER passphrase through the same stretch COBDES-DERIVE
*> offers callers.  It is the master itself for a store with no WRAP=
*> in its header; a custodian-split store's random master is held
*> wrapped under it (RESOLVE-KEY unwraps).

    IF MASTER-READY = 1
       GO TO MASTER-SETUP-EX
    MOVE MASTER-PASS TO KDF-PAD
    MOVE 2000 TO KDF-ITER
    PERFORM KDF-CORE
    MOVE KDF-STATE TO MASTER-PASS-KEY
    MOVE 1 TO MASTER-READY

    .
          MOVE FUNCTION MODULE-CALLER-ID TO AUDIT-CALLER
          MOVE FUNCTION CURRENT-DATE     TO AUDIT-TIMESTAMP
          MOVE SPACES TO AUDIT-LINE
          MOVE 1 TO AUDIT-PTR
          STRING "TS="        DELIMITED BY SIZE
                 AUDIT-TIMESTAMP DELIMITED BY SIZE
                 " CALLER="   DELIMITED BY SIZE
                 CHAIN-MODE OF COBDES-LNK DELIMITED BY SIZE
                 " STATUS="   DELIMITED BY SIZE
                 COBDES-STATUS OF COBDES-LNK DELIMITED BY SIZE
            INTO AUDIT-LINE WITH POINTER AUDIT-PTR
*> who, and which named key - the operator from the sign-on
*> environment, the key only when the call went to the keystore
          MOVE SPACES TO AUDIT-OPERATOR
          ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
          END-ACCEPT
          IF AUDIT-OPERATOR NOT = SPACES
             STRING " OP="       DELIMITED BY SIZE
                    FUNCTION UPPER-CASE(AUDIT-OPERATOR)
                                 DELIMITED BY SPACE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
          END-IF
          IF KEY-NAME OF COBDES-LNK NOT = SPACES
             STRING " KEY="      DELIMITED BY SIZE
                    KEY-NAME OF COBDES-LNK DELIMITED BY SPACE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
          END-IF
          IF KS-RETIRED-SW = 1
             STRING " RETIRED="  DELIMITED BY SIZE
                    KS-TODAY     DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
          END-IF
          IF FLD-AUDIT-SW = 1
             STRING " FIELD"     DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
          END-IF
          MOVE AUDIT-LINE TO AUDIT-LOG-REC
          WRITE AUDIT-LOG-REC
          CLOSE AUDIT-LOG
    PERFORM AUDIT-WRITE
    GOBACK.

*>----------------------------------------------------------------------
*> Retired-key entry point.  Exactly the COBDES call - one block, DF,
*> ALGO, CHAIN-MODE and IV-BUFF as ever - except that KEY-NAME
*> resolves to the retired (status R) keystore record of that name
*> which was in force on ASOF-DATE, instead of today's active one.
*> It is the way back into an archive made under a key since
*> rotated, for re-keying it; the material still never leaves this
*> routine.  KEY-NAME is required, and every call is audited with
*> the date asked for.
*>----------------------------------------------------------------------
 COBDES-RETIRED-SEC SECTION.
 ENTRY "COBDES-RETIRED" USING COBDES-LNK COBDES-ASOF.

    SET COBDES-OK OF COBDES-LNK TO TRUE
    IF KEY-NAME OF COBDES-LNK = SPACES
       SET COBDES-KEY-NOT-FOUND OF COBDES-LNK TO TRUE
       PERFORM AUDIT-WRITE
       GOBACK
    END-IF
    MOVE ASOF-DATE OF COBDES-ASOF TO KS-TODAY
    MOVE 1 TO KS-RETIRED-SW
    PERFORM DES-DISPATCH
    MOVE ZERO TO KS-RETIRED-SW
    GOBACK.

*>----------------------------------------------------------------------
*> Field-level entry point.  FLD-VALUE(1:FLD-LENGTH) is enciphered
*> (DF = 0) or deciphered (DF = 1) in place under the keystore key
*> KEY-NAME, keeping its length and the kind of every character:
*> a digit stays a digit, a letter a letter of the same case, and
*> anything else (spaces, punctuation, a sign) stands as it is.
*> Two passes, forward then backward, each move every character
*> round its own set by a shift off an AES chain that has taken in
*> the ciphertext of everything before it, so each character of the
*> result hangs on the whole value; deciphering runs the passes the
*> other way round.  The result is deterministic - the same value
*> under the same key and tweak always gives the same ciphertext,
*> which is what lets an enciphered key still match and join.
*> Deciphering is for the programs named against the key in the
*> field authorisation file (COBDES_FIELD_AUTH, default
*> COBDES.FLDAUTH); anyone else gets COBDES-NOT-AUTHORISED.  Calls
*> are audited like any other when the caller names a log, marked
*> FIELD.  PW/AES-KEY come back wiped.
*>----------------------------------------------------------------------
 COBDES-FIELD-SEC SECTION.
 ENTRY "COBDES-FIELD" USING COBDES-LNK COBDES-FLD.

    SET COBDES-OK OF COBDES-LNK TO TRUE
    MOVE 1 TO FLD-AUDIT-SW
    IF KEY-NAME OF COBDES-LNK = SPACES
       SET COBDES-KEY-NOT-FOUND OF COBDES-LNK TO TRUE
       GO TO COBDES-FIELD-EX
    END-IF
    IF FLD-LENGTH OF COBDES-FLD NOT NUMERIC
       OR FLD-LENGTH OF COBDES-FLD = ZERO
       OR FLD-LENGTH OF COBDES-FLD > 64
       SET COBDES-BAD-FIELD OF COBDES-LNK TO TRUE
       GO TO COBDES-FIELD-EX
    END-IF
    IF DF OF COBDES-LNK = 1
       PERFORM FLD-AUTHORISE
       IF NOT COBDES-OK OF COBDES-LNK
          GO TO COBDES-FIELD-EX
       END-IF
    END-IF
    PERFORM FLD-KEY-SETUP
    IF NOT COBDES-OK OF COBDES-LNK
       GO TO COBDES-FIELD-EX
    END-IF

    MOVE FLD-LENGTH OF COBDES-FLD TO FLD-LEN
    IF DF OF COBDES-LNK = 0
       MOVE 1 TO FLD-PASS
       PERFORM FLD-PASS-RUN
       MOVE 2 TO FLD-PASS
       PERFORM FLD-PASS-RUN
    ELSE
       MOVE 2 TO FLD-PASS
       PERFORM FLD-PASS-RUN
       MOVE 1 TO FLD-PASS
       PERFORM FLD-PASS-RUN
    END-IF
    MOVE LOW-VALUES TO FLD-STATE

    .
 COBDES-FIELD-EX.
    MOVE LOW-VALUES TO PW      OF COBDES-LNK
                       AES-KEY OF COBDES-LNK
    PERFORM AUDIT-WRITE
    MOVE ZERO TO FLD-AUDIT-SW
    GOBACK.

*>----------------------------------------------------------------------
 KDF-CORE SECTION.
*>----------------------------------------------------------------------
    .
 KDF-CORE-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-AUTHORISE SECTION.
*>----------------------------------------------------------------------
*> may the calling program decipher fields under KEY-NAME?  The file
*> is read once for each new caller/key pair, not once a field.

    MOVE FUNCTION UPPER-CASE(FUNCTION MODULE-CALLER-ID) TO FLD-CALLER
    IF FLD-CALLER NOT = FLD-AUTH-CALLER
       OR KEY-NAME OF COBDES-LNK NOT = FLD-AUTH-KEY
       MOVE ZERO TO FLD-AUTH-OK
       ACCEPT FLD-AUTH-FILE-NAME-WS
              FROM ENVIRONMENT "COBDES_FIELD_AUTH"
       END-ACCEPT
       IF FLD-AUTH-FILE-NAME-WS = SPACES
          MOVE "COBDES.FLDAUTH" TO FLD-AUTH-FILE-NAME-WS
       END-IF
       OPEN INPUT FIELD-AUTH
       IF FLD-AUTH-FS = "00"
          PERFORM UNTIL FLD-AUTH-FS NOT = "00" OR FLD-AUTH-OK = 1
             READ FIELD-AUTH
                NOT AT END
                   PERFORM FLD-AUTH-LINE
             END-READ
          END-PERFORM
          CLOSE FIELD-AUTH
       END-IF
       MOVE FLD-CALLER             TO FLD-AUTH-CALLER
       MOVE KEY-NAME OF COBDES-LNK TO FLD-AUTH-KEY
    END-IF
    IF FLD-AUTH-OK NOT = 1
       SET COBDES-NOT-AUTHORISED OF COBDES-LNK TO TRUE
    END-IF

    .
 FLD-AUTHORISE-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-AUTH-LINE SECTION.
*>----------------------------------------------------------------------
*> one "<program-id> <key-name>|*" line against the caller and key

    IF FIELD-AUTH-REC = SPACES OR FIELD-AUTH-REC(1:1) = "*"
       GO TO FLD-AUTH-LINE-EX
    END-IF
    MOVE SPACES TO FLD-AUTH-PGM FLD-AUTH-KEYW
    UNSTRING FUNCTION UPPER-CASE(FIELD-AUTH-REC) DELIMITED BY ALL SPACE
        INTO FLD-AUTH-PGM FLD-AUTH-KEYW
    END-UNSTRING
    IF FLD-AUTH-PGM = FLD-CALLER
       AND (FLD-AUTH-KEYW = "*"
            OR FLD-AUTH-KEYW = KEY-NAME OF COBDES-LNK)
       MOVE 1 TO FLD-AUTH-OK
    END-IF

    .
 FLD-AUTH-LINE-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-KEY-SETUP SECTION.
*>----------------------------------------------------------------------
*> KEY-NAME's AES schedule into AWK-TABLE - straight off the cache
*> when the same name was resolved earlier today

    MOVE FUNCTION CURRENT-DATE(1:8) TO FLD-TODAY
    IF KEY-NAME OF COBDES-LNK = FLD-CACHE-NAME
       AND FLD-TODAY = FLD-CACHE-DATE
       MOVE FLD-CACHE-AWK(1:LENGTH OF AWK-TABLE) TO AWK-TABLE
       GO TO FLD-KEY-SETUP-EX
    END-IF
    MOVE SPACES TO FLD-CACHE-NAME
    PERFORM RESOLVE-KEY
    IF NOT COBDES-OK OF COBDES-LNK
       GO TO FLD-KEY-SETUP-EX
    END-IF
    PERFORM AES-KEY-EXPAND
    MOVE AWK-TABLE TO FLD-CACHE-AWK(1:LENGTH OF AWK-TABLE)
    MOVE KEY-NAME OF COBDES-LNK TO FLD-CACHE-NAME
    MOVE FLD-TODAY TO FLD-CACHE-DATE

    .
 FLD-KEY-SETUP-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-PASS-RUN SECTION.
*>----------------------------------------------------------------------
*> one pass over the value, forward for pass 1, backward for pass 2.
*> The chain starts from the tweak, the pass, the class and the
*> length, so none of them can be swapped without the result
*> changing.

    MOVE LOW-VALUES TO FLD-STATE
    MOVE FLD-TWEAK OF COBDES-FLD  TO FLD-STATE(1:12)
    MOVE FLD-PASS                 TO FLD-STATE(13:1)
    MOVE FLD-CLASS OF COBDES-FLD  TO FLD-STATE(14:1)
    MOVE FLD-LENGTH OF COBDES-FLD TO FLD-STATE(15:2)
    PERFORM FLD-STEP-AES
    PERFORM VARYING FLD-STEP FROM 1 BY 1 UNTIL FLD-STEP > FLD-LEN
       IF FLD-PASS = 1
          MOVE FLD-STEP TO FLD-POS
       ELSE
          COMPUTE FLD-POS = FLD-LEN - FLD-STEP + 1
       END-IF
       PERFORM FLD-ONE-CHAR
    END-PERFORM

    .
 FLD-PASS-RUN-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-ONE-CHAR SECTION.
*>----------------------------------------------------------------------
*> FLD-VALUE(FLD-POS:1) moved round its set by the chain, then the
*> pass's ciphertext character (the new one enciphering, the old one
*> deciphering - the same either way) taken into the chain

    MOVE FLD-VALUE OF COBDES-FLD(FLD-POS:1) TO FLD-CHAR
    MOVE ZERO TO FLD-IX
    INSPECT FLD-DIGIT-SET TALLYING FLD-IX
            FOR CHARACTERS BEFORE INITIAL FLD-CHAR
    IF FLD-IX < 10
       MOVE 10 TO FLD-RADIX
       MOVE FLD-DIGIT-SET TO FLD-SET
    ELSE
       IF FLD-DIGITS-ONLY OF COBDES-FLD
          GO TO FLD-ONE-CHAR-EX
       END-IF
       MOVE 26 TO FLD-RADIX
       MOVE ZERO TO FLD-IX
       INSPECT FLD-UPPER-SET TALLYING FLD-IX
               FOR CHARACTERS BEFORE INITIAL FLD-CHAR
       IF FLD-IX < 26
          MOVE FLD-UPPER-SET TO FLD-SET
       ELSE
          MOVE ZERO TO FLD-IX
          INSPECT FLD-LOWER-SET TALLYING FLD-IX
                  FOR CHARACTERS BEFORE INITIAL FLD-CHAR
          IF FLD-IX < 26
             MOVE FLD-LOWER-SET TO FLD-SET
          ELSE
             GO TO FLD-ONE-CHAR-EX
          END-IF
       END-IF
    END-IF

    COMPUTE FLD-SHIFT = FUNCTION MOD(
            (FUNCTION ORD(FLD-STATE(1:1)) - 1) * 256
          + FUNCTION ORD(FLD-STATE(2:1)) - 1, FLD-RADIX)
    IF DF OF COBDES-LNK = 0
       COMPUTE FLD-IX = FUNCTION MOD(FLD-IX + FLD-SHIFT, FLD-RADIX)
       MOVE FLD-SET(FLD-IX + 1:1) TO FLD-CT-CHAR
       MOVE FLD-CT-CHAR TO FLD-VALUE OF COBDES-FLD(FLD-POS:1)
    ELSE
       MOVE FLD-CHAR TO FLD-CT-CHAR
       COMPUTE FLD-IX = FUNCTION MOD(FLD-IX + FLD-RADIX - FLD-SHIFT,
                                     FLD-RADIX)
       MOVE FLD-SET(FLD-IX + 1:1) TO FLD-VALUE OF COBDES-FLD(FLD-POS:1)
    END-IF

    MOVE FLD-STATE(1:1) TO XOR-BYTE-A
    MOVE FLD-CT-CHAR    TO XOR-BYTE-B
    CALL "CBL_XOR" USING XOR-BYTE-A XOR-BYTE-B
                   BY VALUE LENGTH OF XOR-BYTE-A
    MOVE XOR-BYTE-B TO FLD-STATE(1:1)
    MOVE FLD-STATE(3:1) TO XOR-BYTE-A
    MOVE FUNCTION CHAR(FLD-POS + 1) TO XOR-BYTE-B
    CALL "CBL_XOR" USING XOR-BYTE-A XOR-BYTE-B
                   BY VALUE LENGTH OF XOR-BYTE-A
    MOVE XOR-BYTE-B TO FLD-STATE(3:1)
    PERFORM FLD-STEP-AES

    .
 FLD-ONE-CHAR-EX.
    EXIT.

*>----------------------------------------------------------------------
 FLD-STEP-AES SECTION.
*>----------------------------------------------------------------------
*> FLD-STATE enciphered under the schedule FLD-KEY-SETUP left in
*> AWK-TABLE - no caller field is touched

    PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > 16
       COMPUTE AST(AI) = FUNCTION ORD(FLD-STATE(AI:1)) - 1
    END-PERFORM
    PERFORM AES-ENCRYPT-BLOCK
    PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > 16
       MOVE FUNCTION CHAR(AST(AI) + 1) TO FLD-STATE(AI:1)
    END-PERFORM

    .
 FLD-STEP-AES-EX.
    EXIT.
