      *> postgres.cob/postgres1.cob/postgres2.cob/postgres3.cob all
      *> need. Any field left blank in the file falls back to the
      *> PGHOST/PGUSER/PGPASSWORD/PGPORT environment variables those
      *> four programs already read directly. More than one line
      *> is an ordered list of hosts - the primary, then its
      *> standbys - that pgconnect fails over along.
      *> ***********************************************************
       01 pg-conn-file-record.
           02 pg-conn-file-host     PIC X(60)  VALUE SPACES.
