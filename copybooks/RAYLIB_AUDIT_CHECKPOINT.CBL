      * Checkpoint record for the audit archive sweep, kept as a
      * one-record line-sequential control file that the sweep
      * rewrites at every step of every day it archives, so a run
      * that dies part way can be restarted without doubling or
      * losing events. STATE is COPYING while a day's events are
      * being appended to the archive, COPIED once its control
      * record is written but before the day file is deleted, and
      * DONE when the day is finished. DAY is the yyyymmdd of the
      * day file in hand; BASE the number of records the monthly
      * archive held before the first event of that day was
      * appended, so a restart can tell exactly which archive
      * records already belong to the day; COUNT and HASH the
      * events and hash total copied as of the checkpoint (see
      * RAYLIB_AUDIT_CONTROL.CBL); STAMP_DATE and STAMP_TIME when
      * it was written. COPY this into the FD for the checkpoint
      * file, e.g.:
      *     FD CHECKPOINT-FILE.
      *     COPY RAYLIB_AUDIT_CHECKPOINT.CBL.
       01 AUDIT_CHECKPOINT_RECORD.
           05 AUDIT_CHECKPOINT_STATE      PIC X(8).
           05 AUDIT_CHECKPOINT_DAY        PIC 9(8).
           05 AUDIT_CHECKPOINT_BASE       PIC 9(9).
           05 AUDIT_CHECKPOINT_COUNT      PIC 9(9).
           05 AUDIT_CHECKPOINT_HASH       PIC 9(18).
           05 AUDIT_CHECKPOINT_STAMP_DATE PIC 9(8).
           05 AUDIT_CHECKPOINT_STAMP_TIME PIC 9(8).
