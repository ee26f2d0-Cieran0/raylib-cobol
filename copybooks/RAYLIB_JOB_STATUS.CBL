      * file the scheduler drops next to the diagram file, one
      * record per job, so the diagram shows live state instead of
      * the static DIAGRAM_NODE_COLOR. JOB_STATUS_ID matches a
      * DIAGRAM_NODE_ID; STATE is WAITING, HELD (kept from
      * starting by an operator HOLD, see RAYLIB_SCHED_COMMAND.CBL),
      * RUNNING, ENDED-OK or ABENDED; RC is the last return code;
      * START_TIME and END_TIME are hhmmsscc as returned by
      * ACCEPT ... FROM TIME, zero when the job has not reached
      * that point. Re-read the feed on a wall-clock schedule (see
      * RAYLIB_TIMER.CBL) so a fresh drop shows up without a
      * reload. COPY this into the FD for the feed file, e.g.:
      *     FD STATUS-FEED-FILE.
      *     COPY RAYLIB_JOB_STATUS.CBL.
       01 JOB_STATUS_RECORD.
