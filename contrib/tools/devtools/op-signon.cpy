      *> ***************************************************************
      *> Copybook:  op-signon.cpy
      *> Purpose:   Request area for the OPSIGNON callable operator
      *>            sign-on/profile library.  A console program CALLs
      *>                CALL "OPSIGNON" USING OP-REQUEST
      *>            at startup: the operator identity comes from the
      *>            OPERATOR_ID environment variable (set by the shift's
      *>            sign-on wrapper) or, failing that, is prompted for,
      *>            then the profile record is loaded from OPERATOR.PRO
      *>            (or the OPERATOR_PROFILES name).  On return the
      *>            caller has the display name, the operator's
      *>            COLOUR_THEME file, the default printer/CUPSCFG and
      *>            the permission letters, and stamps op-id into every
      *>            audit record it writes - a person, not a terminal.
      *>
      *>            Permission letters in op-perms (any order):
      *>              Q  may run the job queue / housekeep in live mode
      *>              Z  may run the zap utility
      *>              K  may touch the keystore
      *>              E  may write records through a forms screen
      *>              P  may see and patch PII/PCI field values unmasked,
      *>                 and maintain the data element register
      *>              L  may place, extend and release legal holds
      *>              R  may promote to and back out of production
      *>            CALL "OPSIGNON-CHECK" USING OP-REQUEST with the
      *>            wanted letter in op-perm-want answers op-perm-ok.
      *>
      *>            The passphrase is prompted for unless the caller
      *>            puts it in op-passphrase; either way it is cleared
      *>            before return.  op-pass-days-left is the days until
      *>            it expires (9999 when it never does) - a console may
      *>            warn on a small number.
      *>
      *>            op-status: 00 signed on, 04 unknown operator (defaults
      *>            loaded, no permissions), 08 no identity given.  The
      *>            rest load the profile's name and theme but NO
      *>            permissions: 12 wrong passphrase, 16 profile locked
      *>            (opermaint UNLOCK), 20 passphrase expired (opermaint
      *>            PASS), 24 no passphrase set yet, 28 COBDES-DERIVE
      *>            not available to check it.
      *>
      *>            op-language is the two-letter code of the language
      *>            the operator reads the consoles in (spaces: English);
      *>            the consoles hand it to OPTEXT (op-text.cpy).
      *>            OPSIGNON-LANGUAGE returns it alone, for op-id or the
      *>            OPERATOR_ID operator, with nothing asked or logged.
      *>
      *>            op-hash-salt/op-hash-out/op-hash-rounds and
      *>            op-log-event/op-log-by are for opermaint's
      *>            OPSIGNON-HASH and OPSIGNON-LOG calls; a console
      *>            leaves them alone.
      *> ***************************************************************
       01  op-request.
           05  op-id                pic x(16).
           05  op-name              pic x(30).
           05  op-theme             pic x(64).
           05  op-cupscfg           pic x(64).
           05  op-perms             pic x(10).
           05  op-perm-want         pic x.
           05  op-perm-ok           pic x.
               88  op-perm-granted  value "Y".
           05  op-status            pic xx.
               88  op-signed-on     value "00".
               88  op-unknown       value "04".
               88  op-no-identity   value "08".
               88  op-bad-passphrase value "12".
               88  op-locked        value "16".
               88  op-pass-expired  value "20".
               88  op-no-passphrase value "24".
               88  op-no-cipher     value "28".
           05  op-passphrase        pic x(48).
           05  op-pass-days-left    pic 9(4).
           05  op-hash-salt         pic x(16).
           05  op-hash-out          pic x(32).
           05  op-hash-rounds       pic 9(6).
           05  op-log-event         pic x(8).
           05  op-log-by            pic x(16).
           05  op-language          pic xx.
