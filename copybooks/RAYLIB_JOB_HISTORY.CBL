      * Job run history record kept in a dated line-sequential
      * file, one file per batch run date, so a job's final state
      * and elapsed time survive the next feed drop and the
      * anomaly report can compare tonight's run with the ones
      * before it. The key is ID plus RUN_DATE and there is at
      * most one record per key: a rerun replaces the earlier
      * result for the same run date. RUN_DATE is the yyyymmdd
      * the night's window opened on, so a job ending at 02:00
      * files under the previous calendar day; STATE is ENDED-OK
      * or ABENDED, the final states from RAYLIB_JOB_STATUS.CBL;
      * START_TIME and END_TIME are hhmmsscc as the feed gives
      * them; ELAPSED_SECS is END less START in seconds, carried
      * across midnight. ABEND_COUNT is how many times the job
      * abended on the run date, and ABEND_RC and ABEND_END_TIME
      * describe the latest of those abends; a rerun that ends OK
      * replaces STATE but carries these forward, so an abend is
      * never lost from the history. Records written before these
      * fields existed end after ELAPSED_SECS; read them as one
      * abend when STATE is ABENDED and none otherwise. COPY this
      * into the FD for the history file, e.g.:
      *     FD JOB-HISTORY-FILE.
      *     COPY RAYLIB_JOB_HISTORY.CBL.
       01 JOB_HISTORY_RECORD.
           05 JOB_HISTORY_ID           PIC X(8).
           05 JOB_HISTORY_RUN_DATE     PIC 9(8).
           05 JOB_HISTORY_STATE        PIC X(8).
           05 JOB_HISTORY_RC           PIC 9(4).
           05 JOB_HISTORY_START_TIME   PIC 9(8).
           05 JOB_HISTORY_END_TIME     PIC 9(8).
           05 JOB_HISTORY_ELAPSED_SECS PIC 9(5).
           05 JOB_HISTORY_ABEND_COUNT  PIC 9(3).
           05 JOB_HISTORY_ABEND_RC     PIC 9(4).
           05 JOB_HISTORY_ABEND_END_TIME PIC 9(8).
