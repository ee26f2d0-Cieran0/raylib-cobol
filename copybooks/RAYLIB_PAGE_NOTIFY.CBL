      * Outbound page record appended to a line-sequential
      * notification file that the paging gateway collects, one
      * record per page sent. The alert console writes one when a
      * critical alert stays unacknowledged past the wait for the
      * next escalation step (see RAYLIB_PAGING_CONTROL.CBL). STEP
      * is 1 for the primary on-call contact, 2 the secondary and
      * 3 the shift manager; CONTACT_ID and ADDRESS come from that
      * step's control record; MINUTES is how long the alert has
      * been raised and unacknowledged. DATE is yyyymmdd and TIME
      * hhmmsscc as returned by ACCEPT ... FROM TIME. The file is
      * opened EXTEND for each page and closed straight after, so
      * the gateway can collect it at any time. COPY this into the
      * FD for the notification file, e.g.:
      *     FD NOTIFY-FILE.
      *     COPY RAYLIB_PAGE_NOTIFY.CBL.
       01 PAGE_NOTIFY_RECORD.
           05 PAGE_NOTIFY_DATE       PIC 9(8).
           05 PAGE_NOTIFY_TIME       PIC 9(8).
           05 PAGE_NOTIFY_ALERT_ID   PIC X(8).
           05 PAGE_NOTIFY_ALERT_MSG  PIC X(20).
           05 PAGE_NOTIFY_STEP       PIC 9(1).
           05 PAGE_NOTIFY_CONTACT_ID PIC X(8).
           05 PAGE_NOTIFY_ADDRESS    PIC X(20).
           05 PAGE_NOTIFY_MINUTES    PIC 9(4).
