      * Job deadline record read from a line-sequential control
      * file kept next to the diagram and status feed, one record
      * per job, so the SLA report can say when each job has to be
      * finished and how long it normally takes. JOB_DEADLINE_ID
      * matches a DIAGRAM_NODE_ID; TIME is the latest acceptable
      * end time as hhmmsscc, the same form the status feed uses,
      * zero when the job has no deadline of its own; EST_SECS is
      * the normal elapsed run time in seconds, used to project
      * jobs that have not finished yet. COPY this into the FD for
      * the deadline file, e.g.:
      *     FD DEADLINE-FILE.
      *     COPY RAYLIB_JOB_DEADLINE.CBL.
       01 JOB_DEADLINE_RECORD.
           05 JOB_DEADLINE_ID        PIC X(8).
           05 JOB_DEADLINE_TIME      PIC 9(8).
           05 JOB_DEADLINE_EST_SECS  PIC 9(5).
