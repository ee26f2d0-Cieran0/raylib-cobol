      * Job master record held in an indexed file keyed on the job
      * id, one record per job in the network, so the diagram
      * programs can show who owns a job without the run book.
      * JOB_MASTER_ID matches a DIAGRAM_NODE_ID and is the RECORD
      * KEY; APPLICATION is the owning application; SUPPORT_GROUP
      * the team that fixes it; ONCALL the on-call contact, name
      * and number as one line; CRITICALITY 1 business critical,
      * 2 important, 3 can wait until morning; DEADLINE the latest
      * acceptable end time as hhmm, zero when the job has none.
      * UPDATED_DATE, UPDATED_TIME and UPDATED_BY stamp the last
      * maintenance, yyyymmdd, hhmmsscc and the operator id. Only
      * the maintenance screen writes the file; everything else
      * opens it INPUT and reads by key. COPY this into the FD for
      * the master file, e.g.:
      *     SELECT JOB-MASTER-FILE ASSIGN TO
      *         "examples/job_master.dat"
      *         ORGANIZATION INDEXED
      *         ACCESS MODE DYNAMIC
      *         RECORD KEY JOB_MASTER_ID
      *         FILE STATUS WS-MASTER-STATUS.
      *     FD JOB-MASTER-FILE.
      *     COPY RAYLIB_JOB_MASTER.CBL.
       01 JOB_MASTER_RECORD.
           05 JOB_MASTER_ID            PIC X(8).
           05 JOB_MASTER_APPLICATION   PIC X(12).
           05 JOB_MASTER_SUPPORT_GROUP PIC X(12).
           05 JOB_MASTER_ONCALL        PIC X(24).
           05 JOB_MASTER_CRITICALITY   PIC 9(1).
           05 JOB_MASTER_DEADLINE      PIC 9(4).
           05 JOB_MASTER_UPDATED_DATE  PIC 9(8).
           05 JOB_MASTER_UPDATED_TIME  PIC 9(8).
           05 JOB_MASTER_UPDATED_BY    PIC X(8).
