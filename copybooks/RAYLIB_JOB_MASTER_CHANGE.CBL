      * Job master change log record appended to a line-sequential
      * log every time the maintenance screen adds, changes or
      * deletes a job master entry, so any change can be traced to
      * an operator and undone by hand. DATE and TIME are yyyymmdd
      * and hhmmsscc; OPERATOR is the signed-on operator id; ACTION
      * is ADD, CHANGE or DELETE; JOB_ID is the key touched. BEFORE
      * and AFTER are whole JOB_MASTER_RECORD images (see
      * RAYLIB_JOB_MASTER.CBL): BEFORE is spaces on an ADD and
      * AFTER is spaces on a DELETE. COPY this into the FD for the
      * change log, e.g.:
      *     FD CHANGE-LOG-FILE.
      *     COPY RAYLIB_JOB_MASTER_CHANGE.CBL.
       01 JOB_MASTER_CHANGE_RECORD.
           05 JOB_MASTER_CHANGE_DATE     PIC 9(8).
           05 JOB_MASTER_CHANGE_TIME     PIC 9(8).
           05 JOB_MASTER_CHANGE_OPERATOR PIC X(8).
           05 JOB_MASTER_CHANGE_ACTION   PIC X(8).
           05 JOB_MASTER_CHANGE_JOB_ID   PIC X(8).
           05 JOB_MASTER_CHANGE_BEFORE   PIC X(85).
           05 JOB_MASTER_CHANGE_AFTER    PIC X(85).
