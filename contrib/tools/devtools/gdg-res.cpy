      *> ***************************************************************
      *> Copybook:  gdg-res.cpy
      *> Purpose:   Request area for the GDGRES callable generation data
      *>            group library - rolling daily files named BASE(0),
      *>            BASE(-1), BASE(+1) instead of hand-built dates.
      *>                CALL "GDGRES" USING GDG-REQUEST
      *>            with gdg-function:
      *>              RESOLVE  gdg-name, a reference "BASE(n)", into the
      *>                       real file name gdg-file and its generation
      *>                       number gdg-generation.  (0) is the current
      *>                       generation, (-1) the one before and so on;
      *>                       (+1), (+2) reserve new generations - pending,
      *>                       gdg-new "Y" - for this owner until a COMMIT
      *>                       makes them current or a DISCARD drops them.
      *>                       Asking again for the same (+n) gives the
      *>                       same pending generation.
      *>              EXPAND   every BASE(n) reference in gdg-text resolved
      *>                       in place, gdg-count of them; a name that is
      *>                       not a registered base is left alone.  On a
      *>                       failure gdg-name is the reference that
      *>                       failed.
      *>              COMMIT   this owner's pending generations become
      *>                       current; a group past its limit rolls its
      *>                       oldest generations off
      *>              DISCARD  this owner's pending generations are
      *>                       dropped and their part-written files deleted
      *>                       - a generation never current is nobody's
      *>              ROLLED   the rolled-off generations into gdg-list,
      *>                       each with its registry disposal (ARCHIVE
      *>                       and path, or DELETE) - housekeep's to move
      *>              FORGET   drop the rolled-off generation whose file is
      *>                       gdg-file, once housekeep has disposed of it
      *>              LIST     every generation of base gdg-name (all
      *>                       bases when spaces) into gdg-list
      *>            The registry (GDG.REG, or the GDG_REGISTRY name) has
      *>            one record per group:
      *>                <base> <limit> [ARCHIVE <path>|DELETE]
      *>            and a generation's file is <base>.G<nnnn>V00.  The
      *>            generations live in GDG.DAT (or GDG_CATALOG).  The
      *>            owner is the GDG_OWNER environment value - jobstep and
      *>            the devtools queue set one per run, committing as each
      *>            step or job ends clean - else one per process.
      *>
      *>            gdg-status: 00 done, 04 no such generation (or a new
      *>            one is pending for another owner), 08 the catalog
      *>            could not be locked, 12 bad request, 16 the base is
      *>            not in the registry.
      *> ***************************************************************
       01  gdg-request.
           05  gdg-function         pic x(8).
           05  gdg-name             pic x(64).
           05  gdg-file             pic x(64).
           05  gdg-generation       pic 9(4).
           05  gdg-new              pic x.
           05  gdg-status           pic xx.
               88  gdg-ok           value "00".
               88  gdg-no-gen       value "04".
               88  gdg-busy         value "08".
               88  gdg-bad-request  value "12".
               88  gdg-not-base     value "16".
           05  gdg-text             pic x(600).
           05  gdg-count            pic 9(3).
           05  gdg-list             occurs 50.
               07  gl-base          pic x(44).
               07  gl-generation    pic 9(4).
               07  gl-state         pic x.
               07  gl-file          pic x(64).
               07  gl-action        pic x(8).
               07  gl-archive       pic x(80).
               07  gl-date          pic 9(8).
