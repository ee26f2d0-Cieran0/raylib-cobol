      * file EXTEND at startup (SELECT OPTIONAL so the first run
      * creates it) and writes one record each time an interaction
      * fires: a click, a grab, a drop, a hover, a drop-zone entry,
      * an acknowledgement keypress, a sign-on, sign-off or shift
      * handover. AUDIT_EVENT_TIME is hhmmsscc as returned by
      * ACCEPT ... FROM TIME. OPERATOR_ID is the roster id signed
      * on at the console when the event fired (see
      * RAYLIB_OPERATOR.CBL), spaces when nobody was; records
      * written before sign-on existed read back with it blank.
      * COPY this into the FD for the audit file, e.g.:
      *     FD AUDIT-FILE.
      *     COPY RAYLIB_AUDIT_EVENT.CBL.
       01 AUDIT_EVENT_RECORD.
               SIGN LEADING SEPARATE.
           05 AUDIT_EVENT_KEY_CODE   PIC 9(3).
           05 AUDIT_EVENT_OBJECT_ID  PIC X(8).
           05 AUDIT_EVENT_OPERATOR_ID PIC X(8).
