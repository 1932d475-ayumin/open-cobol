      *> ***************************************************************
      *> Copybook:  env-prof.cpy
      *> Purpose:   Request area for the ENVPROF callable environment
      *>            profile library.  A tool's first act, before it
      *>            reads any file or path setting, is
      *>                CALL "ENVPROF" USING EP-REQUEST
      *>            with ep-function spaces (or ACTIVATE): the active
      *>            environment is the SHOP_ENV value - DEV, TEST or
      *>            PROD - and its profile, <env>.ENV in the
      *>            SHOP_PROFILES directory (else the current one),
      *>            names every setting the tools read.  Each is set
      *>            into the process environment over whatever the
      *>            shell had, so the tool's own ACCEPT ... FROM
      *>            ENVIRONMENT, and every library and child process
      *>            it runs, see the profile's value.  Later calls in
      *>            the same run answer from the first.
      *>
      *>            ep-function READ parses the profile of ep-env
      *>            (file ep-profile, when given) into the list area
      *>            of env-list.cpy, passed as a second parameter,
      *>            and sets nothing - envcheck's validation.
      *>
      *>            Returned: ep-env and ep-profile in use, ep-count
      *>            settings, ep-text describing any failure.
      *>            ep-status: 00 done, 08 the profile has errors
      *>            (the first in ep-text), 12 the profile cannot be
      *>            read, 16 no environment is active.  A tool refuses
      *>            to run on anything but 00, showing ep-text.
      *> ***************************************************************
       01  ep-request.
           05  ep-function          pic x(8).
           05  ep-env               pic x(4).
           05  ep-profile           pic x(128).
           05  ep-count             pic 9(3).
           05  ep-text              pic x(80).
           05  ep-status            pic xx.
               88  ep-ok            value "00".
               88  ep-bad-profile   value "08".
               88  ep-no-profile    value "12".
               88  ep-no-env        value "16".
