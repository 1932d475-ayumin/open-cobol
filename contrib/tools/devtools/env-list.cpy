      *> ***************************************************************
      *> Copybook:  env-list.cpy
      *> Purpose:   A profile as ENVPROF READ returns it (see
      *>            env-prof.cpy), one entry a profile line that
      *>            matters, in file order:
      *>              el-kind  FILE   el-name's value is a file
      *>                       DIR    ... a directory
      *>                       VALUE  ... anything else
      *>                       ROOT   a directory tree that belongs to
      *>                              this environment (no name)
      *>                       ENV    the profile's own ENV line
      *>                       BAD    a line in error - el-value says
      *>                              why
      *>              el-access READ or WRITE (FILE and DIR) - WRITE
      *>                       where the tools must be able to write
      *>              el-line  the profile line number
      *> ***************************************************************
       01  ep-list.
           05  el-count             pic 9(3).
           05  el-entry             occurs 200.
               07  el-kind          pic x(5).
               07  el-name          pic x(32).
               07  el-value         pic x(128).
               07  el-access        pic x(5).
               07  el-line          pic 9(4).
