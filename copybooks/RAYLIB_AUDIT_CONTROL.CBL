      * Control (trailer) record written into a monthly audit
      * archive straight after the last event copied from a day
      * file, so the archive can later be proven complete day by
      * day. MARKER is always "*CONTROL", which can never begin an
      * audit event (those start with a numeric date). DAY is the
      * yyyymmdd of the day file swept; COUNT the number of events
      * copied for that day; HASH the hash total of those events,
      * the sum of AUDIT_EVENT_TIME plus AUDIT_EVENT_KEY_CODE over
      * every event, so a dropped, doubled or altered event shows
      * up even when the count still agrees. WRITTEN_DATE and
      * WRITTEN_TIME stamp the sweep that wrote the trailer. The
      * record is the same length as an audit event, so it shares
      * the archive FD, e.g.:
      *     FD ARCHIVE-FILE.
      *     01 ARCHIVE_RECORD PIC X(71).
      *     COPY RAYLIB_AUDIT_CONTROL.CBL.
       01 AUDIT_CONTROL_RECORD.
           05 AUDIT_CONTROL_MARKER       PIC X(8).
           05 AUDIT_CONTROL_DAY          PIC 9(8).
           05 AUDIT_CONTROL_COUNT        PIC 9(9).
           05 AUDIT_CONTROL_HASH         PIC 9(18).
           05 AUDIT_CONTROL_WRITTEN_DATE PIC 9(8).
           05 AUDIT_CONTROL_WRITTEN_TIME PIC 9(8).
           05 FILLER                     PIC X(12).
