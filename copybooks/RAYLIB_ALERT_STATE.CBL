      * restarted mid-shift brings its unacknowledged alerts back
      * instead of silently dropping them. The program rewrites the
      * whole file whenever the queue changes and reads it back at
      * startup before the first feed poll. RAISED_DATE and
      * RAISED_TIME stamp when the alert was raised; PAGE_STEP is
      * the last escalation step paged (0 none, see
      * RAYLIB_PAGING_CONTROL.CBL) and PAGED_DATE/PAGED_TIME when
      * that page went out; PAGE_STOP is 1 once an acknowledgement
      * has stopped the paging chain. Dates are yyyymmdd and times
      * hhmmsscc, so the escalation clock survives a restart.
      * Records saved before paging existed end after ACKED. COPY
      * this into the FD for the state file, e.g.:
      *     FD STATE-FILE.
      *     COPY RAYLIB_ALERT_STATE.CBL.
       01 ALERT_STATE_RECORD.
           05 ALERT_STATE_MSG    PIC X(20).
           05 ALERT_STATE_LEVEL  PIC 9(1).
           05 ALERT_STATE_ACKED  PIC 9(1).
           05 ALERT_STATE_RAISED_DATE PIC 9(8).
           05 ALERT_STATE_RAISED_TIME PIC 9(8).
           05 ALERT_STATE_PAGE_STEP   PIC 9(1).
           05 ALERT_STATE_PAGE_STOP   PIC 9(1).
           05 ALERT_STATE_PAGED_DATE  PIC 9(8).
           05 ALERT_STATE_PAGED_TIME  PIC 9(8).
