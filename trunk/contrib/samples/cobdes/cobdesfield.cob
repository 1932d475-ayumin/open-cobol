       >>source free
 IDENTIFICATION DIVISION.
 PROGRAM-ID. COBDESFIELD.
*>**********************************************************************
*> Purpose:      Field-level encryption of named fields in a data
*>               file.  COBDESCRYPT enciphers a whole file, so a job
*>               wanting one harmless field of the customer master
*>               has to decipher all of it.  This program takes the
*>               file's .lay layout (as cobxref writes it) and a list
*>               of field names, and enciphers just those fields,
*>               record by record, under a keystore key - every other
*>               field stays readable and the record length and
*>               layout do not change.  Each value goes through
*>               CALL "COBDES-FIELD", which keeps the format: a digit
*>               stays a digit, a letter a letter, spaces and
*>               punctuation stand, so a PIC 9 field is still numeric
*>               and a packed field still packed (its sign kept).
*>               The same value always enciphers the same way under
*>               the same key, so an enciphered key field still
*>               matches and joins across files.
*>
*>               DEC reverses it.  Deciphering is only for programs
*>               named in the field authorisation file
*>               (COBDES_FIELD_AUTH, default COBDES.FLDAUTH), this
*>               one included, a line "COBDESFIELD <key-name>" - and
*>               an authorised program wanting one field back calls
*>               COBDES-FIELD itself with DF = 1, no file run needed.
*>
*>               Usage:
*>                 cobdesfield ENC|DEC <input> <layout.lay> <output>
*>                             KEY=<key-name> FIELDS=<name>[,<name>..]
*>                             [ORG=LINE|SEQ] [LEN=<n>]
*>                             [RECORD=<01-name>] [TWEAK=<text>]
*>                             [AUDIT=<audit-log>]
*>               ORG=SEQ reads fixed LEN= byte records (LEN= defaults
*>               to the layout's record length); RECORD= picks the
*>               01 of a layout with several.  TWEAK= (up to 12
*>               characters) must be given again to DEC.  Binary
*>               fields and fields over 64 bytes are refused.  AUDIT=
*>               logs the first record's calls, one per field.
*>               Return code 4 when a value could not be taken (a
*>               packed field holding bad digits is passed through as
*>               it stands), 16 for a bad argument, a refused field or
*>               a COBDES failure - the output is then deleted.
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
     SELECT DATA-IN    ASSIGN DYNAMIC DATA-IN-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS DIN-FS.
     SELECT DATA-OUT   ASSIGN DYNAMIC DATA-OUT-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS DOUT-FS.
     SELECT LAYOUT-IN  ASSIGN DYNAMIC LAYOUT-IN-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS LAY-FS.

 DATA DIVISION.
 FILE SECTION.
 FD  DATA-IN.
 01  DATA-IN-REC      PIC X(4096).
 FD  DATA-OUT.
 01  DATA-OUT-REC     PIC X(4096).
*> same columns cobxref's layout extract writes
 FD  LAYOUT-IN.
 01  LAYOUT-IN-REC.
     03 LAYI-NAME         PIC X(32).
     03 FILLER            PIC X.
     03 LAYI-OFFSET       PIC 9(6).
     03 FILLER            PIC X.
     03 LAYI-BYTES        PIC 9(6).
     03 FILLER            PIC X.
     03 LAYI-TYPE         PIC X.
     03 FILLER            PIC X.
     03 LAYI-USAGE        PIC X.
     03 FILLER            PIC X.
     03 LAYI-DIGITS       PIC 9(4).

 WORKING-STORAGE SECTION.
 01  WS-PROG-NAME     PIC X(16)   VALUE "COBDESFIELD 1.00".
 01  DATA-IN-NAME     PIC X(200)  VALUE SPACES.
 01  DATA-OUT-NAME    PIC X(200)  VALUE SPACES.
 01  LAYOUT-IN-NAME   PIC X(200)  VALUE SPACES.
 01  DIN-FS           PIC XX      VALUE ZEROS.
 01  DOUT-FS          PIC XX      VALUE ZEROS.
 01  LAY-FS           PIC XX      VALUE ZEROS.

 01  ARG-NUMBER       PIC 99      VALUE ZERO.
 01  ARG-I            PIC 99      VALUE ZERO.
 01  ARG-VALS                     VALUE SPACES.
     03 ARG-VALUE     PIC X(200)  OCCURS 12.
 01  WS-MODE          PIC X(3)    VALUE SPACES.
     88 MODE-ENC                  VALUE "ENC".
     88 MODE-DEC                  VALUE "DEC".
 01  WS-KEY-NAME      PIC X(16)   VALUE SPACES.
 01  WS-FIELD-LIST    PIC X(200)  VALUE SPACES.
 01  WS-RECORD-WANT   PIC X(32)   VALUE SPACES.
 01  WS-TWEAK         PIC X(12)   VALUE SPACES.
 01  WS-AUDIT-NAME    PIC X(64)   VALUE SPACES.
 01  WS-ORG           PIC X       VALUE "L".
     88 ORG-LINE                  VALUE "L".
     88 ORG-SEQ                   VALUE "S".
 01  WS-SEQ-LEN       PIC 9(5)    VALUE ZERO.
 01  WS-REFUSE        PIC 9       VALUE ZERO.
 01  WS-FAILED        PIC 9       VALUE ZERO.
 01  WS-EOF           PIC 9       VALUE ZERO.
 01  WS-PTR           PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-WORD          PIC X(32)   VALUE SPACES.

*> the fields asked for, and where the layout puts them
 01  WS-FLD-COUNT     PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-FX            PIC 9(4) COMP-5 VALUE ZERO.
 01  FLD-TABLE                    VALUE SPACES.
     03 FLD-ENTRY                 OCCURS 20.
        05 FT-NAME        PIC X(32).
        05 FT-OFFSET      PIC 9(6).
        05 FT-BYTES       PIC 9(6).
        05 FT-TYPE        PIC X.
        05 FT-USAGE       PIC X.
        05 FT-DIGITS      PIC 9(4).
        05 FT-FOUND       PIC 9.
        05 FT-DONE        PIC 9(9).
        05 FT-BLANK       PIC 9(9).
        05 FT-BAD         PIC 9(9).

*> the record block of the layout, the way laymask takes it
 01  WS-IN-BLOCK      PIC 9       VALUE ZERO.
 01  WS-BLOCK-SEEN    PIC 9       VALUE ZERO.
 01  WS-REC-LEN       PIC 9(6)    VALUE ZERO.
 01  WS-END           PIC 9(6)    VALUE ZERO.

*> record work
 01  WS-RECORD        PIC X(4096) VALUE SPACES.
 01  WS-READ          PIC 9(9)    VALUE ZERO.
 01  WS-WRITTEN       PIC 9(9)    VALUE ZERO.
 01  WS-EDIT          PIC Z(8)9.
 01  WS-EDIT2         PIC Z(8)9.
 01  WS-EDIT3         PIC Z(8)9.

*> packed digits laid out one to a byte; the sign nibble stays put
 01  WS-DIGITS        PIC X(64)   VALUE SPACES.
 01  WS-DIG-COUNT     PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-DIG-SKIP      PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-BX            PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-BYTE-POS      PIC 9(6) COMP-5 VALUE ZERO.
 01  WS-BYTE-V        PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-NIB-HI        PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-NIB-LO        PIC 9(4) COMP-5 VALUE ZERO.
 01  WS-BAD-SW        PIC 9       VALUE ZERO.
 01  WS-DIGIT-SET     PIC X(10)   VALUE "0123456789".

*> byte-level handles for ORG=SEQ
 01  SEQ-IN-HANDLE    PIC X(4)    COMP-X VALUE ZERO.
 01  SEQ-OUT-HANDLE   PIC X(4)    COMP-X VALUE ZERO.
 01  SEQ-IN-OFF       PIC X(8)    COMP-X VALUE ZERO.
 01  SEQ-OUT-OFF      PIC X(8)    COMP-X VALUE ZERO.
 01  SEQ-COUNT        PIC X(4)    COMP-X VALUE ZERO.
 01  SEQ-FLAGS        PIC X       COMP-X VALUE ZERO.
 01  SEQ-ACC-IN       PIC X       COMP-X VALUE 1.
 01  SEQ-ACC-OUT      PIC X       COMP-X VALUE 2.

*> COBDES parameter area, fields per the COBDES-LNK layout
 01  DES-PARMS.
     02 DF            PIC 9       VALUE ZERO.
     02 PW            PIC X(8)    VALUE SPACES.
     02 DATA-BUFF     PIC X(8)    VALUE SPACES.
     02 ALGO          PIC 9       VALUE 1.
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
*> COBDES-FIELD request area, per the COBDES-FLD layout
 01  FLD-PARMS.
     02 FLD-VALUE     PIC X(64)   VALUE SPACES.
     02 FLD-LENGTH    PIC 9(2)    VALUE ZERO.
     02 FLD-CLASS     PIC X       VALUE "X".
     02 FLD-TWEAK     PIC X(12)   VALUE SPACES.

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
       DISPLAY "COBDESFIELD: " FUNCTION TRIM(EP-TEXT)
       STOP RUN RETURNING 16
    END-IF

    DISPLAY WS-PROG-NAME " - field-level encryption by layout"
    ACCEPT ARG-NUMBER FROM ARGUMENT-NUMBER
    IF ARG-NUMBER < 6 OR ARG-NUMBER > 12
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
    PERFORM VARYING ARG-I FROM 1 BY 1 UNTIL ARG-I > ARG-NUMBER
       ACCEPT ARG-VALUE(ARG-I) FROM ARGUMENT-VALUE
    END-PERFORM

    MOVE FUNCTION UPPER-CASE(ARG-VALUE(1)(1:3)) TO WS-MODE
    IF NOT MODE-ENC AND NOT MODE-DEC
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
    MOVE ARG-VALUE(2) TO DATA-IN-NAME
    MOVE ARG-VALUE(3) TO LAYOUT-IN-NAME
    MOVE ARG-VALUE(4) TO DATA-OUT-NAME
    PERFORM VARYING ARG-I FROM 5 BY 1 UNTIL ARG-I > ARG-NUMBER
       EVALUATE TRUE
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:4)) = "KEY="
             MOVE FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(5:16))
               TO WS-KEY-NAME
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:7)) = "FIELDS="
             MOVE FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(8:193))
               TO WS-FIELD-LIST
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:7)) = "ORG=SEQ"
             SET ORG-SEQ TO TRUE
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:8)) = "ORG=LINE"
             SET ORG-LINE TO TRUE
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:4)) = "LEN="
             AND FUNCTION TEST-NUMVAL(ARG-VALUE(ARG-I)(5:6)) = ZERO
             COMPUTE WS-SEQ-LEN =
                     FUNCTION NUMVAL(ARG-VALUE(ARG-I)(5:6))
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:7)) = "RECORD="
             MOVE FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(8:32))
               TO WS-RECORD-WANT
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:6)) = "TWEAK="
             MOVE ARG-VALUE(ARG-I)(7:12) TO WS-TWEAK
          WHEN FUNCTION UPPER-CASE(ARG-VALUE(ARG-I)(1:6)) = "AUDIT="
             MOVE ARG-VALUE(ARG-I)(7:64) TO WS-AUDIT-NAME
          WHEN OTHER
             DISPLAY "COBDESFIELD: unknown argument "
                     FUNCTION TRIM(ARG-VALUE(ARG-I))
             PERFORM SHOW-USAGE
             STOP RUN RETURNING 16
       END-EVALUATE
    END-PERFORM
    IF WS-KEY-NAME = SPACES OR WS-FIELD-LIST = SPACES
       OR DATA-IN-NAME = SPACES OR DATA-OUT-NAME = SPACES
       PERFORM SHOW-USAGE
       STOP RUN RETURNING 16
    END-IF
    IF DATA-IN-NAME = DATA-OUT-NAME
       DISPLAY "COBDESFIELD: output must not be the input file"
       STOP RUN RETURNING 16
    END-IF

    PERFORM SPLIT-FIELD-LIST
    PERFORM LOAD-LAYOUT
    PERFORM CHECK-FIELDS
    IF WS-REFUSE = 1
       DISPLAY "COBDESFIELD: nothing written"
       STOP RUN RETURNING 16
    END-IF
    IF WS-SEQ-LEN = ZERO
       MOVE WS-REC-LEN TO WS-SEQ-LEN
    END-IF
    IF ORG-SEQ AND (WS-SEQ-LEN = ZERO OR WS-SEQ-LEN > 4096)
       DISPLAY "COBDESFIELD: ORG=SEQ wants a record length of 1 to"
               " 4096"
       STOP RUN RETURNING 16
    END-IF

    MOVE WS-KEY-NAME TO KEY-NAME OF DES-PARMS
    MOVE WS-TWEAK    TO FLD-TWEAK OF FLD-PARMS
    IF MODE-DEC
       MOVE 1 TO DF OF DES-PARMS
    END-IF
    IF WS-AUDIT-NAME NOT = SPACES
       MOVE WS-AUDIT-NAME TO AUDIT-FILE-NAME OF DES-PARMS
       MOVE 1 TO AUDIT-ON-FLAG OF DES-PARMS
    END-IF

    PERFORM OPEN-IN
    IF WS-EOF = 1
       DISPLAY "COBDESFIELD: cannot open " FUNCTION TRIM(DATA-IN-NAME)
       STOP RUN RETURNING 16
    END-IF
    PERFORM OPEN-OUT
    PERFORM READ-IN
    PERFORM UNTIL WS-EOF = 1 OR WS-FAILED = 1
       ADD 1 TO WS-READ
       PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-COUNT
                                          OR WS-FAILED = 1
          PERFORM DO-ONE-FIELD
       END-PERFORM
*>     the audit trail wants the run, not a line for every record
       MOVE 0 TO AUDIT-ON-FLAG OF DES-PARMS
       IF WS-FAILED = 0
          PERFORM WRITE-OUT
          ADD 1 TO WS-WRITTEN
          PERFORM READ-IN
       END-IF
    END-PERFORM
    PERFORM CLOSE-IN
    PERFORM CLOSE-OUT
    MOVE SPACES TO WS-RECORD FLD-VALUE OF FLD-PARMS

    IF WS-FAILED = 1
       CALL "CBL_DELETE_FILE" USING DATA-OUT-NAME
       MOVE ZERO TO RETURN-CODE
       DISPLAY "COBDESFIELD: COBDES status " COBDES-STATUS OF DES-PARMS
               " at record " WS-READ " field "
               FUNCTION TRIM(FT-NAME(WS-FX)) " - output deleted"
       EVALUATE COBDES-STATUS OF DES-PARMS
          WHEN "44"
             DISPLAY "COBDESFIELD: not authorised to decipher under "
                     FUNCTION TRIM(WS-KEY-NAME)
          WHEN "40"
             DISPLAY "COBDESFIELD: key expired"
          WHEN "41"
             DISPLAY "COBDESFIELD: key not found"
          WHEN "42"
             DISPLAY "COBDESFIELD: keystore locked - COBDES_MASTER"
          WHEN "43"
             DISPLAY "COBDESFIELD: keystore record fails its MAC"
       END-EVALUATE
       STOP RUN RETURNING 16
    END-IF

    PERFORM CONTROL-REPORT
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-COUNT
       IF FT-BAD(WS-FX) > ZERO
          STOP RUN RETURNING 4
       END-IF
    END-PERFORM
    STOP RUN.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------
    DISPLAY " "
    DISPLAY "Usage: cobdesfield ENC|DEC <input> <layout.lay> <output>"
    DISPLAY "                   KEY=<key-name> FIELDS=<name>[,<name>..]"
    DISPLAY "                   [ORG=LINE|SEQ] [LEN=<n>]"
    DISPLAY "                   [RECORD=<01-name>] [TWEAK=<text>]"
    DISPLAY "                   [AUDIT=<audit-log>]"
    DISPLAY "Keystore: COBDES_KEYSTORE env var, or COBDES.KEYS;"
    DISPLAY "DEC rights: COBDES_FIELD_AUTH env var, or COBDES.FLDAUTH"
    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 SPLIT-FIELD-LIST SECTION.
*>----------------------------------------------------------------------
*> FIELDS=a,b,c into the field table

    MOVE 1 TO WS-PTR
    PERFORM UNTIL WS-PTR > LENGTH OF WS-FIELD-LIST
                  OR WS-REFUSE = 1
       MOVE SPACES TO WS-WORD
       UNSTRING WS-FIELD-LIST DELIMITED BY "," OR SPACE
           INTO WS-WORD WITH POINTER WS-PTR
       END-UNSTRING
       IF WS-WORD NOT = SPACES
          IF WS-FLD-COUNT NOT < 20
             DISPLAY "COBDESFIELD: more than 20 fields named"
             MOVE 1 TO WS-REFUSE
          ELSE
             ADD 1 TO WS-FLD-COUNT
             MOVE WS-WORD TO FT-NAME(WS-FLD-COUNT)
             MOVE ZERO TO FT-OFFSET(WS-FLD-COUNT)
                          FT-BYTES(WS-FLD-COUNT)
                          FT-DIGITS(WS-FLD-COUNT)
                          FT-FOUND(WS-FLD-COUNT)
                          FT-DONE(WS-FLD-COUNT)
                          FT-BLANK(WS-FLD-COUNT)
                          FT-BAD(WS-FLD-COUNT)
          END-IF
       END-IF
    END-PERFORM

    .
 SPLIT-FIELD-LIST-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-LAYOUT SECTION.
*>----------------------------------------------------------------------
*> the record block wanted (the first, or RECORD='s), each named
*> field's place in it, and the record length

    OPEN INPUT LAYOUT-IN
    IF LAY-FS NOT = "00"
       DISPLAY "COBDESFIELD: cannot open layout "
               FUNCTION TRIM(LAYOUT-IN-NAME) ", status " LAY-FS
       MOVE 1 TO WS-REFUSE
       GO TO LOAD-LAYOUT-EX
    END-IF
    PERFORM UNTIL LAY-FS NOT = "00"
       READ LAYOUT-IN
          NOT AT END
             PERFORM LAYOUT-LINE
       END-READ
    END-PERFORM
    CLOSE LAYOUT-IN

    .
 LOAD-LAYOUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 LAYOUT-LINE SECTION.
*>----------------------------------------------------------------------

    IF LAYI-OFFSET = ZERO AND LAYI-TYPE = "G"
       IF WS-IN-BLOCK = 1 AND WS-BLOCK-SEEN = 1
          MOVE ZERO TO WS-IN-BLOCK
       END-IF
       IF WS-RECORD-WANT = SPACES
          IF WS-BLOCK-SEEN = ZERO
             MOVE 1 TO WS-IN-BLOCK WS-BLOCK-SEEN
          END-IF
       ELSE
          IF FUNCTION UPPER-CASE(LAYI-NAME) = WS-RECORD-WANT
             MOVE 1 TO WS-IN-BLOCK WS-BLOCK-SEEN
          ELSE
             MOVE ZERO TO WS-IN-BLOCK
          END-IF
       END-IF
       GO TO LAYOUT-LINE-EX
    END-IF
    IF WS-BLOCK-SEEN = ZERO AND WS-RECORD-WANT = SPACES
       MOVE 1 TO WS-IN-BLOCK WS-BLOCK-SEEN
    END-IF
    IF WS-IN-BLOCK NOT = 1 OR LAYI-TYPE = "G"
       GO TO LAYOUT-LINE-EX
    END-IF
    COMPUTE WS-END = LAYI-OFFSET + LAYI-BYTES
    IF WS-END > WS-REC-LEN
       MOVE WS-END TO WS-REC-LEN
    END-IF
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-COUNT
       IF FUNCTION UPPER-CASE(LAYI-NAME) = FT-NAME(WS-FX)
          AND FT-FOUND(WS-FX) = ZERO
          MOVE 1           TO FT-FOUND(WS-FX)
          MOVE LAYI-OFFSET TO FT-OFFSET(WS-FX)
          MOVE LAYI-BYTES  TO FT-BYTES(WS-FX)
          MOVE LAYI-TYPE   TO FT-TYPE(WS-FX)
          MOVE LAYI-USAGE  TO FT-USAGE(WS-FX)
          MOVE LAYI-DIGITS TO FT-DIGITS(WS-FX)
       END-IF
    END-PERFORM

    .
 LAYOUT-LINE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-FIELDS SECTION.
*>----------------------------------------------------------------------
*> every named field found, and of a kind that can keep its format

    IF WS-REFUSE = 1
       GO TO CHECK-FIELDS-EX
    END-IF
    IF WS-FLD-COUNT = ZERO
       DISPLAY "COBDESFIELD: FIELDS= names no field"
       MOVE 1 TO WS-REFUSE
    END-IF
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-COUNT
       EVALUATE TRUE
          WHEN FT-FOUND(WS-FX) = ZERO
             DISPLAY "COBDESFIELD: field " FUNCTION TRIM(FT-NAME(WS-FX))
                     " is not in layout " FUNCTION TRIM(LAYOUT-IN-NAME)
             MOVE 1 TO WS-REFUSE
          WHEN FT-USAGE(WS-FX) = "P"
             IF FT-BYTES(WS-FX) > 32
                DISPLAY "COBDESFIELD: packed field "
                        FUNCTION TRIM(FT-NAME(WS-FX)) " is too long"
                MOVE 1 TO WS-REFUSE
             END-IF
          WHEN FT-USAGE(WS-FX) NOT = SPACE
             DISPLAY "COBDESFIELD: field " FUNCTION TRIM(FT-NAME(WS-FX))
                     " is binary - it cannot keep its format"
             MOVE 1 TO WS-REFUSE
          WHEN FT-BYTES(WS-FX) > 64
             DISPLAY "COBDESFIELD: field " FUNCTION TRIM(FT-NAME(WS-FX))
                     " is over 64 bytes"
             MOVE 1 TO WS-REFUSE
       END-EVALUATE
    END-PERFORM

    .
 CHECK-FIELDS-EX.
    EXIT.

*>----------------------------------------------------------------------
 DO-ONE-FIELD SECTION.
*>----------------------------------------------------------------------
*> field WS-FX of WS-RECORD through COBDES-FIELD and back in place

    MOVE SPACES TO FLD-VALUE OF FLD-PARMS
    IF FT-USAGE(WS-FX) = "P"
       PERFORM UNPACK-DIGITS
       IF WS-BAD-SW = 1
          ADD 1 TO FT-BAD(WS-FX)
          GO TO DO-ONE-FIELD-EX
       END-IF
       MOVE "9" TO FLD-CLASS OF FLD-PARMS
       COMPUTE FLD-LENGTH OF FLD-PARMS = WS-DIG-COUNT - WS-DIG-SKIP
       MOVE WS-DIGITS(WS-DIG-SKIP + 1:FLD-LENGTH OF FLD-PARMS)
         TO FLD-VALUE OF FLD-PARMS
    ELSE
       IF FT-TYPE(WS-FX) = "9"
          MOVE "9" TO FLD-CLASS OF FLD-PARMS
       ELSE
          MOVE "X" TO FLD-CLASS OF FLD-PARMS
       END-IF
       MOVE FT-BYTES(WS-FX) TO FLD-LENGTH OF FLD-PARMS
       MOVE WS-RECORD(FT-OFFSET(WS-FX) + 1:FT-BYTES(WS-FX))
         TO FLD-VALUE OF FLD-PARMS
    END-IF
    IF FLD-VALUE OF FLD-PARMS(1:FLD-LENGTH OF FLD-PARMS) = SPACES
       ADD 1 TO FT-BLANK(WS-FX)
       GO TO DO-ONE-FIELD-EX
    END-IF

    CALL "COBDES-FIELD" USING DES-PARMS FLD-PARMS
    IF NOT COBDES-OK OF DES-PARMS
       MOVE 1 TO WS-FAILED
       GO TO DO-ONE-FIELD-EX
    END-IF
    ADD 1 TO FT-DONE(WS-FX)

    IF FT-USAGE(WS-FX) = "P"
       MOVE FLD-VALUE OF FLD-PARMS(1:FLD-LENGTH OF FLD-PARMS)
         TO WS-DIGITS(WS-DIG-SKIP + 1:FLD-LENGTH OF FLD-PARMS)
       PERFORM PACK-DIGITS
    ELSE
       MOVE FLD-VALUE OF FLD-PARMS(1:FT-BYTES(WS-FX))
         TO WS-RECORD(FT-OFFSET(WS-FX) + 1:FT-BYTES(WS-FX))
    END-IF

    .
 DO-ONE-FIELD-EX.
    EXIT.

*>----------------------------------------------------------------------
 UNPACK-DIGITS SECTION.
*>----------------------------------------------------------------------
*> packed field WS-FX's digit nibbles into WS-DIGITS, one a byte; the
*> leading nibbles beyond the layout's digit count are only padding
*> and are left alone.  A nibble that is not a digit sets WS-BAD-SW.

    MOVE SPACES TO WS-DIGITS
    MOVE ZERO TO WS-DIG-COUNT WS-BAD-SW
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > FT-BYTES(WS-FX)
       COMPUTE WS-BYTE-POS = FT-OFFSET(WS-FX) + WS-BX
       COMPUTE WS-BYTE-V = FUNCTION ORD(WS-RECORD(WS-BYTE-POS:1)) - 1
       COMPUTE WS-NIB-HI = WS-BYTE-V / 16
       COMPUTE WS-NIB-LO = WS-BYTE-V - WS-NIB-HI * 16
       IF WS-NIB-HI > 9
          MOVE 1 TO WS-BAD-SW
       ELSE
          ADD 1 TO WS-DIG-COUNT
          MOVE WS-DIGIT-SET(WS-NIB-HI + 1:1)
            TO WS-DIGITS(WS-DIG-COUNT:1)
       END-IF
       IF WS-BX < FT-BYTES(WS-FX)
          IF WS-NIB-LO > 9
             MOVE 1 TO WS-BAD-SW
          ELSE
             ADD 1 TO WS-DIG-COUNT
             MOVE WS-DIGIT-SET(WS-NIB-LO + 1:1)
               TO WS-DIGITS(WS-DIG-COUNT:1)
          END-IF
       END-IF
    END-PERFORM
    MOVE ZERO TO WS-DIG-SKIP
    IF FT-DIGITS(WS-FX) > ZERO AND FT-DIGITS(WS-FX) < WS-DIG-COUNT
       COMPUTE WS-DIG-SKIP = WS-DIG-COUNT - FT-DIGITS(WS-FX)
    END-IF

    .
 UNPACK-DIGITS-EX.
    EXIT.

*>----------------------------------------------------------------------
 PACK-DIGITS SECTION.
*>----------------------------------------------------------------------
*> WS-DIGITS back into the packed field, its sign nibble kept

    MOVE ZERO TO WS-DIG-COUNT
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > FT-BYTES(WS-FX)
       COMPUTE WS-BYTE-POS = FT-OFFSET(WS-FX) + WS-BX
       COMPUTE WS-BYTE-V = FUNCTION ORD(WS-RECORD(WS-BYTE-POS:1)) - 1
       COMPUTE WS-NIB-HI = WS-BYTE-V / 16
       COMPUTE WS-NIB-LO = WS-BYTE-V - WS-NIB-HI * 16
       ADD 1 TO WS-DIG-COUNT
       MOVE WS-DIGITS(WS-DIG-COUNT:1) TO WS-NIB-HI
       IF WS-BX < FT-BYTES(WS-FX)
          ADD 1 TO WS-DIG-COUNT
          MOVE WS-DIGITS(WS-DIG-COUNT:1) TO WS-NIB-LO
       END-IF
       COMPUTE WS-BYTE-V = WS-NIB-HI * 16 + WS-NIB-LO
       MOVE FUNCTION CHAR(WS-BYTE-V + 1) TO WS-RECORD(WS-BYTE-POS:1)
    END-PERFORM

    .
 PACK-DIGITS-EX.
    EXIT.

*>----------------------------------------------------------------------
 CONTROL-REPORT SECTION.
*>----------------------------------------------------------------------

    DISPLAY " "
    IF MODE-ENC
       DISPLAY "Field encryption control report - key "
               FUNCTION TRIM(WS-KEY-NAME)
    ELSE
       DISPLAY "Field decryption control report - key "
               FUNCTION TRIM(WS-KEY-NAME)
    END-IF
    DISPLAY "======================================================"
    MOVE WS-READ TO WS-EDIT
    MOVE WS-WRITTEN TO WS-EDIT2
    DISPLAY FUNCTION TRIM(DATA-IN-NAME) " -> "
            FUNCTION TRIM(DATA-OUT-NAME)
    DISPLAY "    records in " WS-EDIT "  out " WS-EDIT2
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-COUNT
       MOVE FT-DONE(WS-FX)  TO WS-EDIT
       MOVE FT-BLANK(WS-FX) TO WS-EDIT2
       MOVE FT-BAD(WS-FX)   TO WS-EDIT3
       DISPLAY "    " FT-NAME(WS-FX) WS-EDIT " done" WS-EDIT2
               " blank" WS-EDIT3 " bad"
    END-PERFORM

    .
 CONTROL-REPORT-EX.
    EXIT.

*>----------------------------------------------------------------------
*> record I/O, line sequential or fixed-length SEQ alike
*>----------------------------------------------------------------------
 OPEN-IN SECTION.

    MOVE ZERO TO WS-EOF SEQ-IN-OFF
    IF ORG-SEQ
       CALL "CBL_OPEN_FILE" USING DATA-IN-NAME SEQ-ACC-IN
                                  SEQ-FLAGS SEQ-FLAGS SEQ-IN-HANDLE
       IF RETURN-CODE NOT = ZERO
          MOVE 1 TO WS-EOF
       END-IF
       MOVE ZERO TO RETURN-CODE
    ELSE
       OPEN INPUT DATA-IN
       IF DIN-FS NOT = "00"
          MOVE 1 TO WS-EOF
       END-IF
    END-IF

    .
 OPEN-IN-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-IN SECTION.

    MOVE SPACES TO WS-RECORD
    IF ORG-SEQ
       MOVE WS-SEQ-LEN TO SEQ-COUNT
       CALL "CBL_READ_FILE" USING SEQ-IN-HANDLE SEQ-IN-OFF SEQ-COUNT
                                  SEQ-FLAGS WS-RECORD
       IF RETURN-CODE NOT = ZERO
          MOVE 1 TO WS-EOF
          MOVE ZERO TO RETURN-CODE
       ELSE
          ADD WS-SEQ-LEN TO SEQ-IN-OFF
       END-IF
    ELSE
       READ DATA-IN
          AT END
             MOVE 1 TO WS-EOF
          NOT AT END
             MOVE DATA-IN-REC TO WS-RECORD
       END-READ
    END-IF

    .
 READ-IN-EX.
    EXIT.

*>----------------------------------------------------------------------
 CLOSE-IN SECTION.

    IF ORG-SEQ
       CALL "CBL_CLOSE_FILE" USING SEQ-IN-HANDLE
       MOVE ZERO TO RETURN-CODE
    ELSE
       CLOSE DATA-IN
    END-IF

    .
 CLOSE-IN-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-OUT SECTION.

    MOVE ZERO TO SEQ-OUT-OFF
    IF ORG-SEQ
       CALL "CBL_CREATE_FILE" USING DATA-OUT-NAME SEQ-ACC-OUT
                                    SEQ-FLAGS SEQ-FLAGS SEQ-OUT-HANDLE
       IF RETURN-CODE NOT = ZERO
          DISPLAY "COBDESFIELD: cannot create "
                  FUNCTION TRIM(DATA-OUT-NAME)
          STOP RUN RETURNING 16
       END-IF
    ELSE
       OPEN OUTPUT DATA-OUT
       IF DOUT-FS NOT = "00"
          DISPLAY "COBDESFIELD: cannot create "
                  FUNCTION TRIM(DATA-OUT-NAME) ", status " DOUT-FS
          STOP RUN RETURNING 16
       END-IF
    END-IF

    .
 OPEN-OUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-OUT SECTION.

    IF ORG-SEQ
       MOVE WS-SEQ-LEN TO SEQ-COUNT
       CALL "CBL_WRITE_FILE" USING SEQ-OUT-HANDLE SEQ-OUT-OFF SEQ-COUNT
                                   SEQ-FLAGS WS-RECORD
       ADD WS-SEQ-LEN TO SEQ-OUT-OFF
    ELSE
       MOVE WS-RECORD TO DATA-OUT-REC
       WRITE DATA-OUT-REC
    END-IF

    .
 WRITE-OUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 CLOSE-OUT SECTION.

    IF ORG-SEQ
       CALL "CBL_CLOSE_FILE" USING SEQ-OUT-HANDLE
       MOVE ZERO TO RETURN-CODE
    ELSE
       CLOSE DATA-OUT
    END-IF

    .
 CLOSE-OUT-EX.
    EXIT.
