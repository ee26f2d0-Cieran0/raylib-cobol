      * Log-to-job mapping record read from a line-sequential
      * control file, one record per message prefix, so console
      * log lines can be tied to the job network without the jobs
      * having to write their id into every message. A log line's
      * message text starts after its leading time stamp, i.e. at
      * the first character after the first space; the line
      * belongs to the job whose LOG_JOB_MAP_PREFIX the message
      * text begins with, the longest prefix winning when more than
      * one matches, so a general prefix can be narrowed by a
      * longer one. Trailing spaces in the prefix are not part of
      * it. LOG_JOB_MAP_JOB_ID matches a DIAGRAM_NODE_ID. Lines no
      * prefix matches belong to no job. COPY this into the FD for
      * the map file, e.g.:
      *     FD LOG-JOB-MAP-FILE.
      *     COPY RAYLIB_LOG_JOB_MAP.CBL.
       01 LOG_JOB_MAP_RECORD.
           05 LOG_JOB_MAP_PREFIX     PIC X(20).
           05 LOG_JOB_MAP_JOB_ID     PIC X(8).
