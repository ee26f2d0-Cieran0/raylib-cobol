      * Scheduler command record appended to a line-sequential
      * outbound command file the scheduler collects, one record
      * per command an operator confirms at a job network console.
      * VERB is HOLD (keep a WAITING job from starting), RELEASE
      * (let a HELD job go), RERUN (run an ENDED-OK or ABENDED job
      * again) or FORCE-OK (mark a WAITING, HELD or ABENDED job as
      * ended OK so its successors can run). JOB_ID matches a
      * DIAGRAM_NODE_ID; STATE is the status feed state the console
      * saw when the command was confirmed; OPERATOR the signed-on
      * operator id; PROGRAM the console that sent it. The console
      * shows the command as pending until a later feed drop shows
      * the job in the state the command leads to. Open the file
      * EXTEND for each command and close it straight after, so the
      * scheduler never waits on a console. COPY this into the FD
      * for the command file, e.g.:
      *     FD COMMAND-FILE.
      *     COPY RAYLIB_SCHED_COMMAND.CBL.
       01 SCHED_COMMAND_RECORD.
           05 SCHED_COMMAND_DATE     PIC 9(8).
           05 SCHED_COMMAND_TIME     PIC 9(8).
           05 SCHED_COMMAND_VERB     PIC X(8).
           05 SCHED_COMMAND_JOB_ID   PIC X(8).
           05 SCHED_COMMAND_STATE    PIC X(8).
           05 SCHED_COMMAND_OPERATOR PIC X(8).
           05 SCHED_COMMAND_PROGRAM  PIC X(12).
