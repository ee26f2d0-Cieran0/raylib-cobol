      * Operator roster record read from a line-sequential roster
      * file, one record per operator allowed at the consoles.
      * OPERATOR_ID is what the operator types to sign on and what
      * gets stamped on their actions; NAME is for display; AUTH is
      * 1 when the operator may maintain the job master and 0 for
      * inquiry only. SHIFT names the shift the operator is
      * rostered on; SHIFT_START and SHIFT_END are hhmm and the
      * console only accepts the sign-on from START up to END,
      * wrapping past midnight when END is earlier than START;
      * both 0 means the operator may sign on at any hour. COPY
      * this into the FD for the roster file, e.g.:
      *     FD ROSTER-FILE.
      *     COPY RAYLIB_OPERATOR.CBL.
       01 OPERATOR_RECORD.
           05 OPERATOR_ID    PIC X(8).
           05 OPERATOR_NAME  PIC X(20).
           05 OPERATOR_AUTH  PIC 9(1).
           05 OPERATOR_SHIFT PIC X(8).
           05 OPERATOR_SHIFT_START PIC 9(4).
           05 OPERATOR_SHIFT_END   PIC 9(4).
